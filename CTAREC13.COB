      *>*******************************************************
      *> BAIXA DE TITULOS A RECEBER (ARQREC)                   *
      *> RECEBIMENTO TOTAL OU PARCIAL POR TITULO               *
      *> TITULO PAGO APOS O VENCIMENTO: MULTA DE 2% SOBRE O     *
      *> SALDO E JUROS DE 1% AO MES PRO RATA DIA, GRAVADOS EM  *
      *> SEPARADO DO PRINCIPAL (REC-MULTA-PAGA/REC-JUROS-PAGO) *
      *> O VALOR RECEBIDO QUITA PRIMEIRO JUROS, DEPOIS MULTA E *
      *> POR ULTIMO O PRINCIPAL                                *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT ARQREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REC-CHAVE
                 ALTERNATE RECORD KEY IS REC-CLI-CPFCNPJ WITH DUPLICATES
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
               VALUE OF FILE-ID IS "ARQREC.DAT".
       01 REGREC.
          03 REC-CHAVE.
             05 REC-NUM-PEDIDO       PIC 9(06).
             05 REC-PARCELA          PIC 9(02).
          03 REC-CLI-CPFCNPJ         PIC 9(14).
          03 REC-VALOR               PIC 9(14)V99.
          03 REC-VALOR-PAGO          PIC 9(14)V99.
          03 REC-STATUS              PIC X(01).
             88 REC-ST-ABERTO           VALUE "A".
             88 REC-ST-QUITADO          VALUE "Q".
          03 REC-QTD-PARCELAS        PIC 9(02).
          03 REC-ENVIADO             PIC X(01).
             88 REC-ENV-BANCO           VALUE "S".
          03 REC-NOSSO-NUMERO        PIC 9(08).
          03 REC-DATA-PAGTO          PIC 9(08).
          03 REC-MULTA-PAGA          PIC 9(12)V99.
          03 REC-JUROS-PAGO          PIC 9(12)V99.
          03 REC-NIVEL-COBRANCA      PIC 9(01).
          03 REC-DATA-COBRANCA       PIC 9(08).

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
       01 W-VALOR-RECEB    PIC 9(12)V99 VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DATA-PAGTO     PIC 9(08) VALUE ZEROS.
       01 W-DATA-PAGTO-R REDEFINES W-DATA-PAGTO.
           03 W-DP-ANO      PIC 9(04).
           03 W-DP-MES      PIC 9(02).
           03 W-DP-DIA      PIC 9(02).
       01 W-DATA-BASE-JUR  PIC 9(08) VALUE ZEROS.
       01 W-DIAS-ATRASO    PIC 9(05) VALUE ZEROS.
       01 W-DIAS-JUROS     PIC 9(05) VALUE ZEROS.
       01 W-MULTA          PIC 9(12)V99 VALUE ZEROS.
       01 W-JUROS          PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTAL-ATUAL    PIC 9(14)V99 VALUE ZEROS.
       01 W-RESTO-RECEB    PIC 9(14)V99 VALUE ZEROS.
      *> ENCARGOS POR ATRASO (CONTRATUAIS)
       01 W-PERC-MULTA     PIC 9(02)V99 VALUE 2.
       01 W-PERC-JUROS-MES PIC 9(02)V99 VALUE 1.

       SCREEN SECTION.

           05  LINE 02  COLUMN 01
               VALUE  "            BAIXA DE TITULOS A RECEBER".
           05  LINE 04  COLUMN 01
               VALUE  "   PEDIDO / PARCELA :".
           05  LINE 04  COLUMN 30
               VALUE  "/".
           05  LINE 04  COLUMN 35
               VALUE  "DE".
           05  LINE 06  COLUMN 01
               VALUE  "   CLIENTE CPF/CNPJ :".
           05  LINE 08  COLUMN 01
           05  LINE 12  COLUMN 42
               VALUE  "STATUS:".
           05  LINE 14  COLUMN 01
               VALUE  "   DATA PAGAMENTO   :".
           05  LINE 14  COLUMN 42
               VALUE  "DIAS DE ATRASO:".
           05  LINE 15  COLUMN 01
               VALUE  "   MULTA            :".
           05  LINE 16  COLUMN 01
               VALUE  "   JUROS DE MORA    :".
           05  LINE 17  COLUMN 01
               VALUE  "   TOTAL ATUALIZADO :".
           05  LINE 19  COLUMN 01
               VALUE  "   VALOR RECEBIDO   :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TREC-NUM-PEDIDO
               LINE 04  COLUMN 23  PIC 9(06)
               USING  REC-NUM-PEDIDO.
           05  TREC-PARCELA
               LINE 04  COLUMN 31  PIC 9(02)
               USING  REC-PARCELA.
           05  TREC-QTD-PARCELAS
               LINE 04  COLUMN 38  PIC 9(02)
               USING  REC-QTD-PARCELAS.
           05  TREC-CLI-CPFCNPJ
               LINE 06  COLUMN 23  PIC 9(14)
               USING  REC-CLI-CPFCNPJ.
           05  TREC-STATUS
               LINE 12  COLUMN 50  PIC X(01)
               USING  REC-STATUS.
           05  TW-DATA-PAGTO
               LINE 14  COLUMN 23  PIC 9(08)
               USING  W-DATA-PAGTO.
           05  TW-DIAS-ATRASO
               LINE 14  COLUMN 58  PIC ZZZZ9
               USING  W-DIAS-ATRASO.
           05  TW-MULTA
               LINE 15  COLUMN 23  PIC Z(10)9,99
               USING  W-MULTA.
           05  TW-JUROS
               LINE 16  COLUMN 23  PIC Z(10)9,99
               USING  W-JUROS.
           05  TW-TOTAL-ATUAL
               LINE 17  COLUMN 23  PIC Z(12)9,99
               USING  W-TOTAL-ATUAL.
           05  TW-VALOR-RECEB
               LINE 19  COLUMN 23  PIC 9(12)V99
               USING  W-VALOR-RECEB.

       PROCEDURE DIVISION.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB.
       R1.
           MOVE ZEROS TO REC-NUM-PEDIDO REC-PARCELA
                REC-QTD-PARCELAS REC-CLI-CPFCNPJ REC-VALOR
                REC-VALOR-PAGO REC-DATA-EMISSAO REC-DATA-VENCTO
                W-SALDO W-VALOR-RECEB W-DATA-PAGTO W-DIAS-ATRASO
                W-MULTA W-JUROS W-TOTAL-ATUAL
           MOVE SPACES TO REC-STATUS
           DISPLAY TELAREC.
       R2.
           ACCEPT TREC-NUM-PEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
       R2A.
           ACCEPT TREC-PARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF REC-PARCELA = ZEROS
              MOVE 01 TO REC-PARCELA.
           READ ARQREC
           IF ST-ERRO = "23"
              MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           COMPUTE W-SALDO = REC-VALOR - REC-VALOR-PAGO
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
           MOVE W-HOJE TO W-DATA-PAGTO
           PERFORM CALC-ENCARGOS
           DISPLAY TELAREC.
       R2B.
           ACCEPT TW-DATA-PAGTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DP-MES < 1 OR W-DP-MES > 12
              OR W-DP-DIA < 1 OR W-DP-DIA > 31
              OR W-DATA-PAGTO < REC-DATA-EMISSAO
              OR W-DATA-PAGTO > W-HOJE
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2B.
           MOVE W-DATA-PAGTO TO W-DATA-LANC
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "*** DATA EM PERIODO CONTABIL FECHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2B.
           PERFORM CALC-ENCARGOS
           MOVE W-TOTAL-ATUAL TO W-VALOR-RECEB
           DISPLAY TELAREC.
       R3.
           ACCEPT TW-VALOR-RECEB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2B.
           IF W-VALOR-RECEB = ZEROS
              MOVE "*** VALOR RECEBIDO NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-VALOR-RECEB > W-TOTAL-ATUAL
              MOVE "*** VALOR MAIOR QUE O TOTAL ATUALIZADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       CONF-OPC.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-OPC.
       ATUALIZA.
           MOVE W-VALOR-RECEB TO W-RESTO-RECEB
           IF W-RESTO-RECEB > W-JUROS
              ADD W-JUROS TO REC-JUROS-PAGO
              SUBTRACT W-JUROS FROM W-RESTO-RECEB
           ELSE
              ADD W-RESTO-RECEB TO REC-JUROS-PAGO
              MOVE ZEROS TO W-RESTO-RECEB.
           IF W-RESTO-RECEB > W-MULTA
              ADD W-MULTA TO REC-MULTA-PAGA
              SUBTRACT W-MULTA FROM W-RESTO-RECEB
           ELSE
              ADD W-RESTO-RECEB TO REC-MULTA-PAGA
              MOVE ZEROS TO W-RESTO-RECEB.
           ADD W-RESTO-RECEB TO REC-VALOR-PAGO
           MOVE W-DATA-PAGTO TO REC-DATA-PAGTO
           IF REC-VALOR-PAGO >= REC-VALOR
              MOVE "Q" TO REC-STATUS.
           REWRITE REGREC
           IF ST-ERRO = "00"
              MOVE "A" TO AUD-ACAO
              MOVE REC-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              IF REC-ST-QUITADO
                 MOVE "*** TITULO QUITADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>---------[ MULTA E JUROS ATE A DATA DO PAGAMENTO ]-----------
      *>  MULTA UMA UNICA VEZ POR TITULO; JUROS CORREM DO VENCIMENTO
      *>  OU DO ULTIMO PAGAMENTO EM ATRASO, O QUE FOR MAIS RECENTE
       CALC-ENCARGOS.
           MOVE ZEROS TO W-DIAS-ATRASO W-DIAS-JUROS W-MULTA W-JUROS
           IF W-DATA-PAGTO > REC-DATA-VENCTO
              COMPUTE W-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE(W-DATA-PAGTO)
                    - FUNCTION INTEGER-OF-DATE(REC-DATA-VENCTO)
              IF REC-MULTA-PAGA = ZEROS
                 COMPUTE W-MULTA ROUNDED =
                         W-SALDO * W-PERC-MULTA / 100
              END-IF
              MOVE REC-DATA-VENCTO TO W-DATA-BASE-JUR
              IF REC-DATA-PAGTO > W-DATA-BASE-JUR
                 AND REC-DATA-PAGTO < W-DATA-PAGTO
                 MOVE REC-DATA-PAGTO TO W-DATA-BASE-JUR
              END-IF
              COMPUTE W-DIAS-JUROS =
                      FUNCTION INTEGER-OF-DATE(W-DATA-PAGTO)
                    - FUNCTION INTEGER-OF-DATE(W-DATA-BASE-JUR)
              COMPUTE W-JUROS ROUNDED =
                      W-SALDO * W-PERC-JUROS-MES / 100
                      * W-DIAS-JUROS / 30
           END-IF
           COMPUTE W-TOTAL-ATUAL = W-SALDO + W-MULTA + W-JUROS.

       GRAVA-AUDITORIA.
           MOVE "CTAREC13" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
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
           CLOSE ARQREC AUDITLOG.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
       ROT-FIM2.
           GOBACK.

