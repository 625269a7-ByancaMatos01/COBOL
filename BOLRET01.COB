       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLRET01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> RETORNO DE COBRANCA BANCARIA (BOLETO) - CNAB 400      *
      *> LE O ARQUIVO DE RETORNO DO BANCO (BOLRET.DAT) E BAIXA *
      *> OS TITULOS DO ARQREC PELO NOSSO NUMERO:               *
      *>   06/07/08 - LIQUIDACAO (TOTAL OU PARCIAL)            *
      *>   03       - ENTRADA REJEITADA (VOLTA A SER ENVIADO)  *
      *>   02       - ENTRADA CONFIRMADA (SO CONTABILIZA)      *
      *> LINHAS SEM TITULO CORRESPONDENTE VAO PARA A LISTA DE  *
      *> EXCECOES (BOLRETEXC.DAT)                              *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BOLRET ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-RET.
       SELECT ARQREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REC-CHAVE
                 ALTERNATE RECORD KEY IS REC-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT BOLRETREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-REL.
       SELECT EXCEPTREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-EXC.
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
      *> CNAB 400 - RETORNO. SO O REGISTRO DE TRANSACAO (TIPO 1) E
      *> TRATADO; HEADER (0) E TRAILER (9) SAO IGNORADOS
       FD BOLRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLRET.DAT".
       01 REG-BOLRET.
          03 RT-TIPO                 PIC X(01).
          03 FILLER                  PIC X(61).
          03 RT-NOSSO-NUMERO         PIC 9(08).
          03 FILLER                  PIC X(38).
          03 RT-OCORRENCIA           PIC X(02).
          03 RT-DATA-OCORR.
             05 RT-OC-DIA            PIC 9(02).
             05 RT-OC-MES            PIC 9(02).
             05 RT-OC-ANO            PIC 9(02).
          03 FILLER                  PIC X(36).
          03 RT-VALOR-TITULO         PIC 9(11)V99.
          03 FILLER                  PIC X(88).
          03 RT-VALOR-PAGO           PIC 9(11)V99.
          03 RT-VALOR-JUROS          PIC 9(11)V99.
          03 FILLER                  PIC X(115).
          03 RT-SEQ                  PIC 9(06).

       FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
       01 REGREC.
          03 REC-CHAVE.
             05 REC-NUM-PEDIDO       PIC 9(06).
             05 REC-PARCELA          PIC 9(02).
          03 REC-CLI-CPFCNPJ         PIC 9(14).
          03 REC-VALOR               PIC 9(14)V99.
          03 REC-VALOR-PAGO          PIC 9(14)V99.
          03 REC-DATA-EMISSAO        PIC 9(08).
          03 REC-DATA-VENCTO         PIC 9(08).
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

       FD BOLRETREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLRETREL.DAT".
       01 REG-BOLRETREL PIC X(100).

       FD EXCEPTREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLRETEXC.DAT".
       01 REG-EXCEPTREL PIC X(100).

       FD AUDITLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
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
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-RET      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-EXC      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-PER      PIC X(02) VALUE "00".
       01 W-TEM-PERCTB     PIC X(01) VALUE "N".
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-FIM-RET        PIC X(01) VALUE "N".
       01 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
       01 W-TOT-PAGOS      PIC 9(06) VALUE ZEROS.
       01 W-TOT-PARCIAIS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
       01 W-TOT-CONFIRM    PIC 9(06) VALUE ZEROS.
       01 W-TOT-EXCECOES   PIC 9(06) VALUE ZEROS.
       01 W-TOT-RECEBIDO   PIC 9(14)V99 VALUE ZEROS.
       01 W-SALDO          PIC 9(14)V99 VALUE ZEROS.
       01 W-MOTIVO         PIC X(40) VALUE SPACES.

      *> DATA DA OCORRENCIA DDMMAA -> AAAAMMDD
       01 W-DATA-OCORR     PIC 9(08) VALUE ZEROS.
       01 W-DATA-OCORR-R REDEFINES W-DATA-OCORR.
           03 W-DO-SECULO   PIC 9(02).
           03 W-DO-ANO      PIC 9(02).
           03 W-DO-MES      PIC 9(02).
           03 W-DO-DIA      PIC 9(02).

       01 LINHA-DET.
           03 LD-PEDIDO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-PARCELA       PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CLIENTE       PIC 9(14).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-DATA          PIC 9999/99/99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VALOR         PIC Z(12)9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-SITUACAO      PIC X(20).

       01 LINHA-EXC.
           03 LE-NOSSO-NUMERO  PIC 9(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-OCORRENCIA    PIC X(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-VALOR         PIC Z(10)9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-MOTIVO        PIC X(40).

       01 LINHA-TOT.
           03 FILLER           PIC X(20) VALUE SPACES.
           03 LT-ROTULO        PIC X(20).
           03 LT-VALOR         PIC Z(12)9,99.

       PROCEDURE DIVISION.
       R0.
           OPEN INPUT BOLRET
           IF ST-ERRO-RET NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BOLRET - "
                      ST-ERRO-RET
              GO TO ROT-FIM.

           OPEN I-O ARQREC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQREC - " ST-ERRO
              CLOSE BOLRET
              GO TO ROT-FIM.

           OPEN OUTPUT BOLRETREL
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BOLRETREL - "
                      ST-ERRO-REL
              CLOSE BOLRET ARQREC
              GO TO ROT-FIM.

           OPEN OUTPUT EXCEPTREL
           IF ST-ERRO-EXC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BOLRETEXC - "
                      ST-ERRO-EXC
              CLOSE BOLRET ARQREC BOLRETREL
              GO TO ROT-FIM.

       R0A.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO-AUD
                 CLOSE BOLRET ARQREC BOLRETREL EXCEPTREL
                 GO TO ROT-FIM.

           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB.

           MOVE "*** BAIXAS PELO RETORNO DE COBRANCA ***"
                                              TO REG-BOLRETREL
           WRITE REG-BOLRETREL
           MOVE "PEDIDO/PC  CLIENTE         DATA                 VALOR"
                                              TO REG-BOLRETREL
           WRITE REG-BOLRETREL
           MOVE SPACES TO REG-BOLRETREL
           WRITE REG-BOLRETREL

           MOVE "*** EXCECOES DO RETORNO DE COBRANCA ***"
                                              TO REG-EXCEPTREL
           WRITE REG-EXCEPTREL
           MOVE "NOSSO NR  OC           VALOR  MOTIVO"
                                              TO REG-EXCEPTREL
           WRITE REG-EXCEPTREL
           MOVE SPACES TO REG-EXCEPTREL
           WRITE REG-EXCEPTREL.

       R1.
           PERFORM UNTIL W-FIM-RET = "S"
              READ BOLRET NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-RET
              NOT AT END
                 IF RT-TIPO = "1"
                    ADD 1 TO W-TOT-LIDOS
                    PERFORM TRATA-RETORNO THRU TRATA-RETORNO-FIM
                 END-IF
           END-PERFORM.

           MOVE SPACES TO REG-BOLRETREL
           WRITE REG-BOLRETREL
           MOVE "TOTAL RECEBIDO" TO LT-ROTULO
           MOVE W-TOT-RECEBIDO TO LT-VALOR
           WRITE REG-BOLRETREL FROM LINHA-TOT
           IF W-TOT-EXCECOES = ZEROS
              MOVE "NENHUMA EXCECAO NO RETORNO" TO REG-EXCEPTREL
              WRITE REG-EXCEPTREL.

           CLOSE BOLRET ARQREC BOLRETREL EXCEPTREL AUDITLOG.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
           DISPLAY "RETORNO PROCESSADO -- LIDOS: " W-TOT-LIDOS
                   "  PAGOS: " W-TOT-PAGOS
                   "  PARCIAIS: " W-TOT-PARCIAIS.
           DISPLAY "REJEITADOS: " W-TOT-REJEITADOS
                   "  CONFIRMADOS: " W-TOT-CONFIRM
                   "  EXCECOES: " W-TOT-EXCECOES.
           DISPLAY "BAIXAS EM BOLRETREL.DAT"
                   " - EXCECOES EM BOLRETEXC.DAT".
           GO TO ROT-FIM3.

      *>---------[ UMA LINHA DE TRANSACAO DO RETORNO ]----------------
       TRATA-RETORNO.
           MOVE RT-NOSSO-NUMERO TO REC-CHAVE
           READ ARQREC
           IF ST-ERRO = "23"
              MOVE "00" TO ST-ERRO
              MOVE "TITULO NAO ENCONTRADO" TO W-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO TRATA-RETORNO-FIM.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQREC" TO W-MOTIVO
              MOVE "00" TO ST-ERRO
              PERFORM GRAVA-EXCECAO
              GO TO TRATA-RETORNO-FIM.
           IF NOT REC-ENV-BANCO
              OR REC-NOSSO-NUMERO NOT = RT-NOSSO-NUMERO
              MOVE "TITULO NAO ENVIADO AO BANCO" TO W-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO TRATA-RETORNO-FIM.

           IF RT-OCORRENCIA = "02"
              ADD 1 TO W-TOT-CONFIRM
              GO TO TRATA-RETORNO-FIM.
           IF RT-OCORRENCIA = "03"
              PERFORM REJEITA-TITULO
              GO TO TRATA-RETORNO-FIM.
           IF RT-OCORRENCIA = "06" OR "07" OR "08"
              PERFORM LIQUIDA-TITULO THRU LIQUIDA-TITULO-FIM
              GO TO TRATA-RETORNO-FIM.

           MOVE SPACES TO W-MOTIVO
           STRING "OCORRENCIA " RT-OCORRENCIA " NAO TRATADA"
                  DELIMITED BY SIZE INTO W-MOTIVO
           PERFORM GRAVA-EXCECAO.
       TRATA-RETORNO-FIM.
           EXIT.

      *>---------[ LIQUIDACAO - TOTAL OU PARCIAL ]--------------------
       LIQUIDA-TITULO.
           MOVE 20        TO W-DO-SECULO
           MOVE RT-OC-ANO TO W-DO-ANO
           MOVE RT-OC-MES TO W-DO-MES
           MOVE RT-OC-DIA TO W-DO-DIA
           IF REC-ST-QUITADO
              MOVE "TITULO JA QUITADO" TO W-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO LIQUIDA-TITULO-FIM.
           IF RT-VALOR-PAGO = ZEROS
              MOVE "VALOR PAGO NAO INFORMADO" TO W-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO LIQUIDA-TITULO-FIM.
           IF REC-DATA-PAGTO = W-DATA-OCORR
              MOVE "BAIXA JA PROCESSADA NESTA DATA" TO W-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO LIQUIDA-TITULO-FIM.
           MOVE W-DATA-OCORR TO W-DATA-LANC
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "OCORRENCIA EM PERIODO CONTABIL FECHADO" TO W-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO LIQUIDA-TITULO-FIM.

           COMPUTE W-SALDO = REC-VALOR - REC-VALOR-PAGO
           ADD RT-VALOR-PAGO TO REC-VALOR-PAGO
           ADD RT-VALOR-JUROS TO REC-JUROS-PAGO
           MOVE W-DATA-OCORR TO REC-DATA-PAGTO
           IF REC-VALOR-PAGO >= REC-VALOR
              MOVE "Q" TO REC-STATUS.
           REWRITE REGREC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ATUALIZACAO DO ARQREC" TO W-MOTIVO
              MOVE "00" TO ST-ERRO
              PERFORM GRAVA-EXCECAO
              GO TO LIQUIDA-TITULO-FIM.

           PERFORM GRAVA-AUDITORIA
           IF REC-ST-QUITADO
              MOVE "PAGO" TO LD-SITUACAO
              ADD 1 TO W-TOT-PAGOS
           ELSE
              MOVE "PAGO PARCIAL" TO LD-SITUACAO
              ADD 1 TO W-TOT-PARCIAIS
           END-IF
           IF RT-VALOR-PAGO > W-SALDO
              MOVE "PAGO A MAIOR" TO LD-SITUACAO.
           MOVE W-DATA-OCORR  TO LD-DATA
           MOVE RT-VALOR-PAGO TO LD-VALOR
           PERFORM GRAVA-DETALHE
           ADD RT-VALOR-PAGO TO W-TOT-RECEBIDO.
       LIQUIDA-TITULO-FIM.
           EXIT.

      *>---------[ ENTRADA REJEITADA - TITULO PODE SER REENVIADO ]-----
       REJEITA-TITULO.
           MOVE "N" TO REC-ENVIADO
           MOVE ZEROS TO REC-NOSSO-NUMERO
           REWRITE REGREC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ATUALIZACAO DO ARQREC" TO W-MOTIVO
              MOVE "00" TO ST-ERRO
              PERFORM GRAVA-EXCECAO
           ELSE
              PERFORM GRAVA-AUDITORIA
              MOVE "REJEITADO PELO BANCO" TO LD-SITUACAO
              MOVE ZEROS TO LD-DATA
              MOVE RT-VALOR-TITULO TO LD-VALOR
              PERFORM GRAVA-DETALHE
              ADD 1 TO W-TOT-REJEITADOS.

       GRAVA-DETALHE.
           MOVE REC-NUM-PEDIDO  TO LD-PEDIDO
           MOVE REC-PARCELA     TO LD-PARCELA
           MOVE REC-CLI-CPFCNPJ TO LD-CLIENTE
           WRITE REG-BOLRETREL FROM LINHA-DET.

       GRAVA-EXCECAO.
           MOVE RT-NOSSO-NUMERO TO LE-NOSSO-NUMERO
           MOVE RT-OCORRENCIA   TO LE-OCORRENCIA
           MOVE RT-VALOR-PAGO   TO LE-VALOR
           MOVE W-MOTIVO        TO LE-MOTIVO
           WRITE REG-EXCEPTREL FROM LINHA-EXC
           ADD 1 TO W-TOT-EXCECOES.

       GRAVA-AUDITORIA.
           MOVE "BOLRET01" TO AUD-PROGRAMA
           MOVE "BOLRET    " TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE "A" TO AUD-ACAO
           MOVE REC-CHAVE TO AUD-CHAVE
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
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
