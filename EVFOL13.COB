      *> DIGITACAO DOS EVENTOS VARIAVEIS DA FOLHA (ARQEVFOL)   *
      *> POR COMPETENCIA: 01=HORA EXTRA  02=FALTA (EM HORAS)   *
      *>                  03=BONUS       04=DESCONTO (VALOR)   *
      *>                  05=COMISSAO    06=ESTORNO COMISSAO   *
      *>                  (VALOR - NORMALMENTE LANCADOS PELO   *
      *>                  COMISS01)                            *
      *> COMPETENCIA JA FECHADA (ARQFOLFEC) NAO ACEITA ALTERACAO*
      *> NEM COM PERIODO CONTABIL FECHADO (ARQPERCTB)          *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      RECORD KEY   IS CODIGO
                  ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT ARQFOLFEC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FF-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-FF.
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
           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       FD ARQFOLFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLFEC.DAT".
       01 REGFOLFEC.
          03 FF-COMPETENCIA          PIC 9(06).
          03 FF-DATA-FECHA           PIC 9(08).
          03 FF-OPERADOR             PIC X(10).
          03 FF-HORAS-PERIODO        PIC 9(03).
          03 FF-DIAS-PERIODO         PIC 9(02).
          03 FF-QTD-FUNC             PIC 9(06).
          03 FF-TOT-BRUTO            PIC 9(10)V99.
          03 FF-TOT-INSS             PIC 9(10)V99.
          03 FF-TOT-IRRF             PIC 9(10)V99.
          03 FF-TOT-FGTS             PIC 9(10)V99.
          03 FF-TOT-LIQUIDO          PIC 9(10)V99.

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
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-FF       PIC X(02) VALUE "00".
       01 ST-ERRO-PER      PIC X(02) VALUE "00".
       01 W-TEM-PERCTB     PIC X(01) VALUE "N".
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-TEM-FECHAMENTO PIC X(01) VALUE "N".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SEL            PIC 9(01) VALUE ZEROS.
               VALUE  "   EVENTO (01=H.EXTRA 02=FALTA 03=BONUS".
           05  LINE 09  COLUMN 41
               VALUE  " 04=DESCONTO) :".
           05  LINE 10  COLUMN 01
               VALUE  "          05=COMISSAO 06=ESTORNO COMISSAO".
           05  LINE 11  COLUMN 01
               VALUE  "   HORAS  (EVENTOS 01/02) :".
           05  LINE 13  COLUMN 01
               VALUE  "   VALOR  (EVENTOS 03-06) :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TEV-COMPETENCIA
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQEVFOL CADFUNC
                 GO TO ROT-FIM2.
           OPEN INPUT ARQFOLFEC
           IF ST-ERRO-FF = "00"
              MOVE "S" TO W-TEM-FECHAMENTO.
           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-TEM-FECHAMENTO = "S"
              MOVE EV-COMPETENCIA TO FF-COMPETENCIA
              READ ARQFOLFEC
              IF ST-ERRO-FF = "00"
                 MOVE "*** COMPETENCIA COM FOLHA FECHADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2
              END-IF
              MOVE "00" TO ST-ERRO-FF
           END-IF.
           COMPUTE W-DATA-LANC = EV-COMPETENCIA * 100 + 1
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "*** COMPETENCIA COM PERIODO CONTABIL FECHADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TEV-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF EV-TIPO < 01 OR EV-TIPO > 06
              MOVE "*** EVENTO DEVE SER 01 A 06 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           READ ARQEVFOL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF EV-TIPO > 02
              AND EV-VALOR = ZEROS
              MOVE "*** INFORME O VALOR DO EVENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
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
           CLOSE ARQEVFOL CADFUNC AUDITLOG.
           IF W-TEM-FECHAMENTO = "S"
              CLOSE ARQFOLFEC.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
       ROT-FIM2.
           GOBACK.

