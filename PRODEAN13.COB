       PROGRAM-ID. PRODEAN13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CADASTRO DO CODIGO DE BARRAS (EAN) E DO PESO BRUTO    *
      *> UNITARIO (KG) DOS PRODUTOS (ARQPRO). O PESO E USADO   *
      *> NO PESO BRUTO DOS PEDIDOS E NO FRETE. NO CONTROLE DE  *
      *> ACESSO (ARQPRGAUT) ESTE PROGRAMA E AUTORIZADO SOB A   *
      *> CHAVE "PRODEAN1"                                      *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD AUDITLOG
               LABEL RECORD IS STANDARD
       01  TELAEAN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    CODIGO DE BARRAS E PESO DOS PRODUTOS".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO PRODUTO :".
           05  LINE 06  COLUMN 01
               VALUE  "   DESCRICAO         :".
           05  LINE 08  COLUMN 01
               VALUE  "   EAN (13 DIGITOS)  :".
           05  LINE 10  COLUMN 01
               VALUE  "   PESO UNITARIO KG  :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TPRO-CODIGO
           05  TPRO-EAN
               LINE 08  COLUMN 25  PIC 9(13)
               USING  PRO-EAN.
           05  TPRO-PESO
               LINE 10  COLUMN 25  PIC Z.ZZ9,999
               USING  PRO-PESO.

       PROCEDURE DIVISION.
       R0.
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
       R1.
           MOVE ZEROS TO PRO-CODIGO PRO-EAN PRO-PESO
           MOVE SPACES TO PRO-DESCRICAO
           DISPLAY TELAEAN.
       R2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
       R4.
           ACCEPT TPRO-PESO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
       CONF-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "A" TO AUD-ACAO
              MOVE PRO-CODIGO TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** DADOS DO PRODUTO GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO ARQUIVO ARQPRO" TO MENS
