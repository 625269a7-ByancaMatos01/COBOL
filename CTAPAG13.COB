       SELECT ARQPAG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PAG-CHAVE
                 ALTERNATE RECORD KEY IS PAG-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.
       SELECT ARQPERCTB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PER-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-PER.

       DATA DIVISION.
       FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG.
          03 PAG-CHAVE.
             05 PAG-NUM-PEDIDO       PIC 9(06).
             05 PAG-PARCELA          PIC 9(02).
          03 PAG-FOR-CPFCNPJ         PIC 9(14).
          03 PAG-VALOR               PIC 9(14)V99.
          03 PAG-VALOR-PAGO          PIC 9(14)V99.
          03 PAG-STATUS              PIC X(01).
             88 PAG-ST-ABERTO           VALUE "A".
             88 PAG-ST-QUITADO          VALUE "Q".
          03 PAG-QTD-PARCELAS        PIC 9(02).

       FD AUDITLOG
               LABEL RECORD IS STANDARD
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       FD ARQPERCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPERCTB.DAT".
       01 REGPERCTB.
          03 PER-COMPETENCIA         PIC 9(06).
          03 PER-SITUACAO            PIC X(01).
             88 PER-FECHADO             VALUE "F".
             88 PER-ABERTO              VALUE "A".
          03 PER-DATA-FECHA          PIC 9(08).
          03 PER-OPER-FECHA          PIC X(10).
          03 PER-DATA-REABRE         PIC 9(08).
          03 PER-OPER-REABRE         PIC X(10).

       WORKING-STORAGE SECTION.
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-PER      PIC X(02) VALUE "00".
       01 W-TEM-PERCTB     PIC X(01) VALUE "N".
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SALDO          PIC 9(14)V99 VALUE ZEROS.
           05  LINE 02  COLUMN 01
               VALUE  "             BAIXA DE TITULOS A PAGAR".
           05  LINE 04  COLUMN 01
               VALUE  "   PEDIDO / PARCELA :".
           05  LINE 04  COLUMN 30
               VALUE  "/".
           05  LINE 04  COLUMN 35
               VALUE  "DE".
           05  LINE 06  COLUMN 01
               VALUE  "   FORNEC. CPF/CNPJ :".
           05  LINE 08  COLUMN 01
               VALUE  "   VALOR PAGO AGORA :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TPAG-NUM-PEDIDO
               LINE 04  COLUMN 23  PIC 9(06)
               USING  PAG-NUM-PEDIDO.
           05  TPAG-PARCELA
               LINE 04  COLUMN 31  PIC 9(02)
               USING  PAG-PARCELA.
           05  TPAG-QTD-PARCELAS
               LINE 04  COLUMN 38  PIC 9(02)
               USING  PAG-QTD-PARCELAS.
           05  TPAG-FOR-CPFCNPJ
               LINE 06  COLUMN 23  PIC 9(14)
               USING  PAG-FOR-CPFCNPJ.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB.
       R1.
           MOVE ZEROS TO PAG-NUM-PEDIDO PAG-PARCELA
                PAG-QTD-PARCELAS PAG-FOR-CPFCNPJ PAG-VALOR
                PAG-VALOR-PAGO PAG-DATA-EMISSAO PAG-DATA-VENCTO
                W-SALDO W-VALOR-PAGTO
           MOVE SPACES TO PAG-STATUS
           DISPLAY TELAPAG.
       R2.
           ACCEPT TPAG-NUM-PEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
       R2A.
           ACCEPT TPAG-PARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF PAG-PARCELA = ZEROS
              MOVE 01 TO PAG-PARCELA.
           READ ARQPAG
           IF ST-ERRO = "23"
              MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-OPC.
      *>  O PAGAMENTO E DATADO DO DIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-LANC
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "*** PERIODO CONTABIL FECHADO - NAO GRAVADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       ATUALIZA.
           ADD W-VALOR-PAGTO TO PAG-VALOR-PAGO
           IF PAG-VALOR-PAGO >= PAG-VALOR
           REWRITE REGPAG
           IF ST-ERRO = "00"
              MOVE "A" TO AUD-ACAO
              MOVE PAG-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              IF PAG-ST-QUITADO
                 MOVE "*** TITULO QUITADO ***" TO MENS
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

      *>---------[ COMPETENCIA FECHADA NO ARQPERCTB ]------------------
       VERIFICA-PERIODO.
           MOVE "N" TO W-PER-FECHADO
           IF W-TEM-PERCTB = "S"
              MOVE W-DATA-LANC(1:6) TO PER-COMPETENCIA
              READ ARQPERCTB
              IF ST-ERRO-PER = "00" AND PER-FECHADO
                 MOVE "S" TO W-PER-FECHADO
              END-IF
              MOVE "00" TO ST-ERRO-PER
           END-IF.

       ROT-FIM.
           CLOSE ARQPAG AUDITLOG.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
       ROT-FIM2.
           GOBACK.

