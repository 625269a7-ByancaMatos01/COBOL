       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> COMPOSICAO DE KITS (ARQKIT): O KIT E UM PRODUTO DO    *
      *> ARQPRO VENDIDO COM SEU PROPRIO CODIGO E PRECO, FORMADO*
      *> POR COMPONENTES QUE TEM ESTOQUE PROPRIO. NA VENDA     *
      *> (PEDID13/ORCAM13) A BAIXA E FEITA NOS COMPONENTES     *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPRO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRO-EAN WITH DUPLICATES
               FILE STATUS IS ST-ERRO.
       SELECT ARQKIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
               FILE STATUS IS ST-ERRO2.
       SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 REGPRO.
          03 PRO-CODIGO             PIC 9(06).
          03 PRO-DESCRICAO           PIC X(30).
          03 PRO-UNIDADE             PIC X(02).
          03 PRO-TIPOPRODUTO         PIC 9(01).
          03 PRO-PRECO               PIC 9(06)V99.
          03 PRO-DATAULTIMA          PIC 9(08).
          03 PRO-QTDESTOQUE          PIC 9(06).
          03 PRO-CPFCNPJ             PIC 9(14).
          03 PRO-PTOREPOSICAO        PIC 9(06).
          03 PRO-CUSTO               PIC 9(06)V99.
          03 PRO-TAXA                PIC 9(02)V99.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQKIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-CODIGO         PIC 9(06).
             05 KIT-COMPONENTE     PIC 9(06).
          03 KIT-QTDE              PIC 9(04).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       WORKING-STORAGE SECTION.
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SEL            PIC 9(01) VALUE ZEROS.
       01 W-KIT-CODIGO     PIC 9(06) VALUE ZEROS.
       01 W-KIT-COMP       PIC 9(06) VALUE ZEROS.
       01 W-KIT-QTDE       PIC 9(04) VALUE ZEROS.
       01 W-KIT-DESC       PIC X(30) VALUE SPACES.
       01 W-KIT-PRECO      PIC 9(06)V99 VALUE ZEROS.
       01 W-KIT-DISP       PIC 9(06) VALUE ZEROS.
       01 W-KIT-POSSIVEL   PIC 9(06) VALUE ZEROS.
       01 W-QT-COMP        PIC 9(03) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".

       SCREEN SECTION.

       01  TELAKIT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      COMPOSICAO DE KITS (PRODUTO COMPOSTO)".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO KIT       :".
           05  LINE 05  COLUMN 01
               VALUE  "   DESCRICAO DO KIT    :".
           05  LINE 06  COLUMN 01
               VALUE  "   PRECO DO KIT        :".
           05  LINE 06  COLUMN 42
               VALUE  "KITS DISPONIVEIS:".
           05  LINE 08  COLUMN 01
               VALUE  "   PRODUTO COMPONENTE  :".
           05  LINE 09  COLUMN 01
               VALUE  "   DESCRICAO           :".
           05  LINE 10  COLUMN 01
               VALUE  "   ESTOQUE ATUAL       :".
           05  LINE 12  COLUMN 01
               VALUE  "   QTDE POR KIT        :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TKIT-CODIGO
               LINE 04  COLUMN 27  PIC 9(06)
               USING  KIT-CODIGO.
           05  TW-KIT-DESC
               LINE 05  COLUMN 27  PIC X(30)
               USING  W-KIT-DESC.
           05  TW-KIT-PRECO
               LINE 06  COLUMN 27  PIC ZZZ.ZZ9,99
               USING  W-KIT-PRECO.
           05  TW-KIT-DISP
               LINE 06  COLUMN 60  PIC Z(5)9
               USING  W-KIT-DISP.
           05  TKIT-COMPONENTE
               LINE 08  COLUMN 27  PIC 9(06)
               USING  KIT-COMPONENTE.
           05  TPRO-DESCRICAO
               LINE 09  COLUMN 27  PIC X(30)
               USING  PRO-DESCRICAO.
           05  TPRO-QTDESTOQUE
               LINE 10  COLUMN 27  PIC Z(5)9
               USING  PRO-QTDESTOQUE.
           05  TKIT-QTDE
               LINE 12  COLUMN 27  PIC 9(04)
               USING  KIT-QTDE.

       PROCEDURE DIVISION.
       R0.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO - " ST-ERRO
              GO TO ROT-FIM2.
           OPEN I-O ARQKIT
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "30"
                   OPEN OUTPUT ARQKIT
                   CLOSE ARQKIT
                   OPEN I-O ARQKIT
               ELSE
                   DISPLAY "ERRO ABERTURA DO ARQUIVO ARQKIT - "
                           ST-ERRO2
                   CLOSE ARQPRO
                   GO TO ROT-FIM2.
       R0A.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO4
                 CLOSE ARQPRO ARQKIT
                 GO TO ROT-FIM2.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
       R1.
           MOVE ZEROS TO KIT-CHAVE KIT-QTDE W-KIT-PRECO W-KIT-DISP
                         PRO-QTDESTOQUE
           MOVE SPACES TO PRO-DESCRICAO W-KIT-DESC
           MOVE 0 TO W-SEL
           DISPLAY TELAKIT.
       R2.
           ACCEPT TKIT-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE KIT-CODIGO TO PRO-CODIGO W-KIT-CODIGO
           READ ARQPRO
           IF ST-ERRO = "23"
              MOVE "*** PRODUTO DO KIT NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE PRO-DESCRICAO TO W-KIT-DESC
           MOVE PRO-PRECO     TO W-KIT-PRECO
      *>  UM KIT NAO PODE SER COMPONENTE DE OUTRO KIT
           MOVE W-KIT-CODIGO TO KIT-COMPONENTE
           READ ARQKIT KEY IS KIT-COMPONENTE
              INVALID KEY
                 MOVE "00" TO ST-ERRO2
              NOT INVALID KEY
                 MOVE "*** PRODUTO JA E COMPONENTE DE OUTRO KIT ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE W-KIT-CODIGO TO KIT-CODIGO
                 MOVE ZEROS TO KIT-COMPONENTE
                 GO TO R2
           END-READ
           PERFORM CALCULA-DISPONIVEL THRU CALCULA-DISPONIVEL-FIM
           MOVE W-KIT-CODIGO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPONENTE KIT-QTDE
           MOVE SPACES TO PRO-DESCRICAO
           MOVE ZEROS TO PRO-QTDESTOQUE
           DISPLAY TELAKIT.
       R3.
           ACCEPT TKIT-COMPONENTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF KIT-COMPONENTE = KIT-CODIGO
              MOVE "*** O KIT NAO PODE SER COMPONENTE DELE MESMO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE KIT-COMPONENTE TO PRO-CODIGO W-KIT-COMP
           READ ARQPRO
           IF ST-ERRO = "23"
              MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *>  O COMPONENTE NAO PODE SER OUTRO KIT
           MOVE W-KIT-COMP TO KIT-CODIGO
           MOVE ZEROS      TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS KIT-CHAVE
              INVALID KEY
                 MOVE "N" TO W-ACHOU
              NOT INVALID KEY
                 READ ARQKIT NEXT RECORD
                 IF ST-ERRO2 = "00" AND KIT-CODIGO = W-KIT-COMP
                    MOVE "S" TO W-ACHOU
                 ELSE
                    MOVE "N" TO W-ACHOU
                 END-IF
           END-START
           MOVE "00" TO ST-ERRO2
           MOVE W-KIT-CODIGO TO KIT-CODIGO
           MOVE W-KIT-COMP   TO KIT-COMPONENTE
           IF W-ACHOU = "S"
              MOVE "*** COMPONENTE NAO PODE SER OUTRO KIT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY TPRO-DESCRICAO
           DISPLAY TPRO-QTDESTOQUE.
       LER-ARQKIT.
           READ ARQKIT
           IF ST-ERRO2 NOT = "23"
               IF ST-ERRO2 = "00"
                   DISPLAY TKIT-QTDE
                   MOVE "*** COMPONENTE JA CADASTRADO NO KIT ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQKIT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE ZEROS TO KIT-QTDE.
       R4.
           ACCEPT TKIT-QTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF KIT-QTDE = ZEROS
              MOVE "*** QTDE POR KIT NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
           IF W-SEL = 1
              GO TO ALT-RW1.
       INC-WR1.
           WRITE REGKIT
           IF ST-ERRO2 = "00" OR "02"
              MOVE "I" TO AUD-ACAO
              MOVE KIT-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** COMPONENTE GRAVADO NO KIT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROXIMO-COMP.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQKIT" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>---------[ PROXIMO COMPONENTE DO MESMO KIT ]------------------
       PROXIMO-COMP.
           MOVE 0 TO W-SEL
           PERFORM CALCULA-DISPONIVEL THRU CALCULA-DISPONIVEL-FIM
           MOVE W-KIT-CODIGO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPONENTE KIT-QTDE PRO-QTDESTOQUE
           MOVE SPACES TO PRO-DESCRICAO
           DISPLAY TELAKIT
           GO TO R3.

      *>****************************************
      *> ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *>****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N"  AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E"  GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO PROXIMO-COMP
           ELSE
              IF W-OPCAO = "A"
                 MOVE 1 TO W-SEL
                 GO TO R4
              ELSE
                 GO TO EXC-OPC.
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROXIMO-COMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           DELETE ARQKIT RECORD
           IF ST-ERRO2 = "00"
              MOVE "E" TO AUD-ACAO
              MOVE KIT-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** COMPONENTE EXCLUIDO DO KIT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROXIMO-COMP.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO"   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGKIT
           IF ST-ERRO2 = "00" OR "02"
              MOVE "A" TO AUD-ACAO
              MOVE KIT-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** COMPONENTE ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROXIMO-COMP.
           MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>---------[ KITS MONTAVEIS PELO COMPONENTE MAIS ESCASSO ]------
       CALCULA-DISPONIVEL.
           MOVE ZEROS TO W-QT-COMP
           MOVE 999999 TO W-KIT-DISP
           MOVE W-KIT-CODIGO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS KIT-CHAVE
              INVALID KEY
                 GO TO CALCULA-DISPONIVEL-FIM
           END-START.
       CALCULA-DISP-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO CALCULA-DISPONIVEL-FIM.
           IF KIT-CODIGO NOT = W-KIT-CODIGO
              GO TO CALCULA-DISPONIVEL-FIM.
           ADD 1 TO W-QT-COMP
           MOVE KIT-COMPONENTE TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00" OR KIT-QTDE = ZEROS
              MOVE "00" TO ST-ERRO
              MOVE ZEROS TO W-KIT-POSSIVEL
           ELSE
              DIVIDE PRO-QTDESTOQUE BY KIT-QTDE
                     GIVING W-KIT-POSSIVEL.
           IF W-KIT-POSSIVEL < W-KIT-DISP
              MOVE W-KIT-POSSIVEL TO W-KIT-DISP.
           GO TO CALCULA-DISP-LOOP.
       CALCULA-DISPONIVEL-FIM.
           IF W-QT-COMP = ZEROS
              MOVE ZEROS TO W-KIT-DISP.
           MOVE "00" TO ST-ERRO2.

       GRAVA-AUDITORIA.
           MOVE "KIT13   " TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           CLOSE ARQPRO ARQKIT AUDITLOG.
       ROT-FIM2.
           GOBACK.

      *>---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 1000
              GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
