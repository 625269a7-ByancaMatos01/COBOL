       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMSIN01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> RESSINCRONIZACAO DAS SEQUENCIAS DE NUMERACAO COM OS   *
      *> ARQUIVOS DE DADOS (RODAR APOS RESTAURACAO PELO        *
      *> RESTOR01). O ULTIMO NUMERO DE CADA SEQUENCIA PASSA A  *
      *> SER O MAIOR NUMERO GRAVADO NO ARQUIVO DE DADOS:       *
      *>   ARQNUMCTL PEDIDO   <- ARQPEDCAB / ARQPED (PEDIDO)   *
      *>   ARQNUMCTL ITEMPED  <- ARQPED (CODIGO DO ITEM)       *
      *>   ARQNUMCTL ORCAMENT <- ARQORC                        *
      *>   ARQNUMCTL TRANSFER <- ARQTRANSF                     *
      *>   ARQNFSERIE (NS-ULTIMO DE CADA SERIE) <- ARQNFE      *
      *> L = LISTA AS DIFERENCAS   A = ATUALIZA OS CONTADORES  *
      *> CADA CONTADOR ALTERADO VAI PARA O AUDITLOG            *
      *> RODAR SEM OUTROS OPERADORES LANCANDO NO SISTEMA       *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNUMCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NUM-SEQUENCIA
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO-NUM.
       SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                  ALTERNATE RECORD KEY IS PED-COD-PRO WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAB-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CAB-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-CAB.
       SELECT ARQORC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ORC-COD
                 ALTERNATE RECORD KEY IS ORC-NUM-ORCAMENTO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS ORC-CLI-CPFCNPJ
                           WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-ORC.
       SELECT ARQTRANSF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRF-NUMERO
                      FILE STATUS  IS ST-ERRO-TRF.
       SELECT ARQNFE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NF-CHAVE
                 ALTERNATE RECORD KEY IS NF-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-NF.
       SELECT ARQNFSERIE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NS-SERIE
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO-NS.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQNUMCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUMCTL.DAT".
       01 REGNUMCTL.
          03 NUM-SEQUENCIA           PIC X(08).
          03 NUM-ULTIMO              PIC 9(09).
          03 NUM-DATA-ALTERA         PIC 9(08).
          03 NUM-PROGRAMA            PIC X(08).

       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
          03 PED-COD                 PIC 9(06).
          03 PED-TIPOPEDIDO          PIC X(15).
          03 PED-COD-PRO             PIC 9(09).
          03 PED-TIPOVENDA           PIC 9(01).
          03 PED-CLI-CPFCNPJ         PIC 9(14).
          03 PED-FOR-CPFCNPJ         PIC 9(14).
          03 PED-QUANTIDADE          PIC 9(06).
          03 PED-PRECOUNITARIO       PIC 9(08)V99.
          03 PED-VALORTOTAL          PIC 9(14)V99.
          03 PED-DATAEMISSAO         PIC 9(08).
          03 PED-STATUS              PIC X(01).
             88 PED-ST-ABERTO           VALUE "A".
             88 PED-ST-FATURADO         VALUE "F".
             88 PED-ST-CANCELADO        VALUE "C".
          03 PED-NUM-PEDIDO          PIC 9(06).
          03 PED-NUM-ITEM            PIC 9(03).
          03 PED-QTDATENDIDA         PIC 9(06).
          03 PED-LOCAL               PIC 9(02).
          03 PED-DESCPERC            PIC 9(02)V99.
          03 PED-OPERADOR            PIC X(10).
          03 PED-TAXA-APLICADA       PIC 9(02)V99.
          03 PED-VENDEDOR            PIC 9(06).

       FD ARQPEDCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDCAB.DAT".
       01 REGPEDCAB.
          03 CAB-NUM-PEDIDO          PIC 9(06).
          03 CAB-TIPOVENDA           PIC 9(01).
          03 CAB-CLI-CPFCNPJ         PIC 9(14).
          03 CAB-FOR-CPFCNPJ         PIC 9(14).
          03 CAB-DATAEMISSAO         PIC 9(08).
          03 CAB-STATUS              PIC X(01).
             88 CAB-ST-ABERTO           VALUE "A".
             88 CAB-ST-FATURADO         VALUE "F".
             88 CAB-ST-CANCELADO        VALUE "C".
          03 CAB-VALORTOTAL          PIC 9(14)V99.
          03 CAB-QTD-ITENS           PIC 9(03).
          03 CAB-COND-PAGTO          PIC 9(03).
          03 CAB-NF-SERIE            PIC 9(03).
          03 CAB-NF-NUMERO           PIC 9(09).
          03 CAB-NF-DATA             PIC 9(08).
          03 CAB-TRANSP-CNPJ         PIC 9(14).
          03 CAB-TIPOFRETE           PIC X(01).
             88 CAB-FRETE-CIF           VALUE "C".
             88 CAB-FRETE-FOB           VALUE "F".
          03 CAB-VOLUMES             PIC 9(04).
          03 CAB-PESO-BRUTO          PIC 9(06)V999.
          03 CAB-EXP-DATA            PIC 9(08).

       FD ARQORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORC.DAT".
       01 REGORC.
          03 ORC-COD                 PIC 9(06).
          03 ORC-NUM-ORCAMENTO       PIC 9(06).
          03 ORC-NUM-ITEM            PIC 9(03).
          03 ORC-CLI-CPFCNPJ         PIC 9(14).
          03 ORC-COD-PRO             PIC 9(09).
          03 ORC-QUANTIDADE          PIC 9(06).
          03 ORC-PRECOUNITARIO       PIC 9(08)V99.
          03 ORC-VALORTOTAL          PIC 9(14)V99.
          03 ORC-DATAEMISSAO         PIC 9(08).
          03 ORC-DATAVALIDADE        PIC 9(08).
          03 ORC-STATUS              PIC X(01).
             88 ORC-ST-PENDENTE         VALUE "P".
             88 ORC-ST-CONVERTIDO       VALUE "C".
             88 ORC-ST-CANCELADO        VALUE "X".

       FD ARQTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSF.DAT".
       01 REGTRANSF.
          03 TRF-NUMERO              PIC 9(06).
          03 TRF-PRO-CODIGO          PIC 9(06).
          03 TRF-LOCAL-ORIGEM        PIC 9(02).
          03 TRF-LOCAL-DESTINO       PIC 9(02).
          03 TRF-QTDE                PIC 9(06).
          03 TRF-DATA                PIC 9(08).
          03 TRF-OPERADOR            PIC X(10).

       FD ARQNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFE.DAT".
       01 REGNFE.
          03 NF-CHAVE.
             05 NF-SERIE             PIC 9(03).
             05 NF-NUMERO            PIC 9(09).
          03 NF-SITUACAO             PIC X(01).
             88 NF-EMITIDA              VALUE "E".
             88 NF-CANCELADA            VALUE "C".
             88 NF-INUTILIZADA          VALUE "I".
          03 NF-NUM-PEDIDO           PIC 9(06).
          03 NF-CLI-CPFCNPJ          PIC 9(14).
          03 NF-DATA-EMISSAO         PIC 9(08).
          03 NF-VALOR                PIC 9(14)V99.
          03 NF-DATA-EVENTO          PIC 9(08).
          03 NF-MOTIVO               PIC X(40).
          03 NF-OPERADOR             PIC X(10).

       FD ARQNFSERIE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFSERIE.DAT".
       01 REGNFSERIE.
          03 NS-SERIE               PIC 9(03).
          03 NS-DESCRICAO           PIC X(30).
          03 NS-NUM-INICIAL         PIC 9(09).
          03 NS-ULTIMO              PIC 9(09).
          03 NS-EMIT-CNPJ           PIC 9(14).
          03 NS-EMIT-IE             PIC X(14).
          03 NS-EMIT-NOME           PIC X(30).
          03 NS-EMIT-UF             PIC X(02).

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
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-CAB      PIC X(02) VALUE "00".
       01 ST-ERRO-ORC      PIC X(02) VALUE "00".
       01 ST-ERRO-TRF      PIC X(02) VALUE "00".
       01 ST-ERRO-NF       PIC X(02) VALUE "00".
       01 ST-ERRO-NS       PIC X(02) VALUE "00".
       01 ST-ERRO-NUM      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-MODO           PIC X(01) VALUE SPACES.
          88 W-MODO-LISTA     VALUE "L" "l".
          88 W-MODO-ATUALIZA  VALUE "A" "a".
       01 W-FIM-SERIE      PIC X(01) VALUE "N".
       01 W-SEQUENCIA      PIC X(08) VALUE SPACES.
       01 W-MAIOR          PIC 9(09) VALUE ZEROS.
       01 W-ANTERIOR       PIC 9(09) VALUE ZEROS.
       01 W-MAIOR-CAB      PIC 9(09) VALUE ZEROS.
       01 W-TOT-ACERTOS    PIC 9(04) VALUE ZEROS.
       01 W-TOT-DIFERENCAS PIC 9(04) VALUE ZEROS.

       01 LINHA-SEQ.
           03 LS-SEQUENCIA     PIC X(08).
           03 FILLER           PIC X(11) VALUE "  ULTIMO : ".
           03 LS-ANTERIOR      PIC Z(8)9.
           03 FILLER           PIC X(10) VALUE "  DADOS : ".
           03 LS-MAIOR         PIC Z(8)9.
           03 LS-SITUACAO      PIC X(14).

       PROCEDURE DIVISION.
       R0.
           DISPLAY "NUMSIN01 - RESSINCRONIZACAO DA NUMERACAO".
           DISPLAY "L=LISTA AS DIFERENCAS  A=ATUALIZA OS CONTADORES: ".
           ACCEPT W-MODO.
           IF NOT W-MODO-LISTA AND NOT W-MODO-ATUALIZA
              DISPLAY "*** OPCAO INVALIDA ***"
              GO TO ROT-FIM.
           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              MOVE "NUMSIN    " TO W-OPERADOR.

           OPEN I-O ARQNUMCTL
           IF ST-ERRO-NUM NOT = "00"
              IF ST-ERRO-NUM = "30"
                 OPEN OUTPUT ARQNUMCTL
                 CLOSE ARQNUMCTL
                 OPEN I-O ARQNUMCTL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNUMCTL - "
                         ST-ERRO-NUM
                 GO TO ROT-FIM.

           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO-AUD
                 CLOSE ARQNUMCTL
                 GO TO ROT-FIM.

      *>---------[ PEDIDOS E ITENS DE PEDIDO ]------------------------
       R1.
           MOVE ZEROS TO W-MAIOR-CAB
           OPEN INPUT ARQPEDCAB
           IF ST-ERRO-CAB = "00"
              MOVE 999999 TO CAB-NUM-PEDIDO
              START ARQPEDCAB KEY IS NOT GREATER CAB-NUM-PEDIDO
                 INVALID KEY
                    MOVE "23" TO ST-ERRO-CAB
              END-START
              IF ST-ERRO-CAB = "00"
                 READ ARQPEDCAB NEXT RECORD
                 IF ST-ERRO-CAB = "00"
                    MOVE CAB-NUM-PEDIDO TO W-MAIOR-CAB
                 END-IF
              END-IF
              CLOSE ARQPEDCAB
           END-IF
           MOVE "00" TO ST-ERRO-CAB.

           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQPED NAO ENCONTRADO - PEDIDOS PELO ARQPEDCAB"
              MOVE "00" TO ST-ERRO
              MOVE "PEDIDO  " TO W-SEQUENCIA
              MOVE W-MAIOR-CAB TO W-MAIOR
              PERFORM ACERTA-SEQUENCIA THRU ACERTA-SEQUENCIA-FIM
              GO TO R2.

           MOVE ZEROS TO W-MAIOR
           MOVE 999999 TO PED-NUM-PEDIDO
           START ARQPED KEY IS NOT GREATER PED-NUM-PEDIDO
              INVALID KEY
                 MOVE "23" TO ST-ERRO
           END-START
           IF ST-ERRO = "00"
              READ ARQPED NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE PED-NUM-PEDIDO TO W-MAIOR
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO
           IF W-MAIOR-CAB > W-MAIOR
              MOVE W-MAIOR-CAB TO W-MAIOR.
           MOVE "PEDIDO  " TO W-SEQUENCIA
           PERFORM ACERTA-SEQUENCIA THRU ACERTA-SEQUENCIA-FIM

           MOVE ZEROS TO W-MAIOR
           MOVE 999999 TO PED-COD
           START ARQPED KEY IS NOT GREATER PED-COD
              INVALID KEY
                 MOVE "23" TO ST-ERRO
           END-START
           IF ST-ERRO = "00"
              READ ARQPED NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE PED-COD TO W-MAIOR
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO
           CLOSE ARQPED
           MOVE "ITEMPED " TO W-SEQUENCIA
           PERFORM ACERTA-SEQUENCIA THRU ACERTA-SEQUENCIA-FIM.

      *>---------[ ORCAMENTOS E TRANSFERENCIAS ]----------------------
       R2.
           MOVE ZEROS TO W-MAIOR
           OPEN INPUT ARQORC
           IF ST-ERRO-ORC = "00"
              MOVE 999999 TO ORC-COD
              START ARQORC KEY IS NOT GREATER ORC-COD
                 INVALID KEY
                    MOVE "23" TO ST-ERRO-ORC
              END-START
              IF ST-ERRO-ORC = "00"
                 READ ARQORC NEXT RECORD
                 IF ST-ERRO-ORC = "00"
                    MOVE ORC-COD TO W-MAIOR
                 END-IF
              END-IF
              CLOSE ARQORC
           END-IF
           MOVE "00" TO ST-ERRO-ORC
           MOVE "ORCAMENT" TO W-SEQUENCIA
           PERFORM ACERTA-SEQUENCIA THRU ACERTA-SEQUENCIA-FIM

           MOVE ZEROS TO W-MAIOR
           OPEN INPUT ARQTRANSF
           IF ST-ERRO-TRF = "00"
              MOVE 999999 TO TRF-NUMERO
              START ARQTRANSF KEY IS NOT GREATER TRF-NUMERO
                 INVALID KEY
                    MOVE "23" TO ST-ERRO-TRF
              END-START
              IF ST-ERRO-TRF = "00"
                 READ ARQTRANSF NEXT RECORD
                 IF ST-ERRO-TRF = "00"
                    MOVE TRF-NUMERO TO W-MAIOR
                 END-IF
              END-IF
              CLOSE ARQTRANSF
           END-IF
           MOVE "00" TO ST-ERRO-TRF
           MOVE "TRANSFER" TO W-SEQUENCIA
           PERFORM ACERTA-SEQUENCIA THRU ACERTA-SEQUENCIA-FIM.

      *>---------[ SERIES DA NF-E ]-----------------------------------
       R3.
           OPEN I-O ARQNFSERIE
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "ARQNFSERIE NAO ENCONTRADO - SEM CONFERENCIA"
              MOVE "00" TO ST-ERRO-NS
              GO TO R9.
           OPEN INPUT ARQNFE
           IF ST-ERRO-NF NOT = "00"
              MOVE "00" TO ST-ERRO-NF
              DISPLAY "ARQNFE NAO ENCONTRADO - SERIES NAO CONFERIDAS"
              CLOSE ARQNFSERIE
              GO TO R9.
           MOVE ZEROS TO NS-SERIE
           START ARQNFSERIE KEY IS NOT LESS NS-SERIE
              INVALID KEY
                 MOVE "S" TO W-FIM-SERIE
           END-START.
           PERFORM ACERTA-SERIE THRU ACERTA-SERIE-FIM
                   UNTIL W-FIM-SERIE = "S".
           CLOSE ARQNFSERIE ARQNFE.

       R9.
           CLOSE ARQNUMCTL AUDITLOG.
           IF W-MODO-LISTA
              DISPLAY "CONFERENCIA CONCLUIDA -- " W-TOT-DIFERENCAS
                      " CONTADOR(ES) DIFERENTE(S) DOS DADOS"
           ELSE
              DISPLAY "RESSINCRONIZACAO CONCLUIDA -- " W-TOT-ACERTOS
                      " CONTADOR(ES) ACERTADO(S)".
           GO TO ROT-FIM3.

      *>---------[ CONFERE/ACERTA UMA SEQUENCIA DO ARQNUMCTL ]---------
      *>  W-SEQUENCIA = SEQUENCIA    W-MAIOR = MAIOR NUMERO NOS DADOS
       ACERTA-SEQUENCIA.
           MOVE W-SEQUENCIA TO NUM-SEQUENCIA LS-SEQUENCIA
           MOVE W-MAIOR TO LS-MAIOR
           READ ARQNUMCTL WITH LOCK
           IF ST-ERRO-NUM = "23"
              MOVE ZEROS TO LS-ANTERIOR
              MOVE "  SEM CONTADOR" TO LS-SITUACAO
              DISPLAY LINHA-SEQ
              ADD 1 TO W-TOT-DIFERENCAS
              IF W-MODO-LISTA
                 GO TO ACERTA-SEQUENCIA-FIM
              END-IF
              MOVE W-SEQUENCIA TO NUM-SEQUENCIA
              MOVE W-MAIOR TO NUM-ULTIMO
              MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-DATA-ALTERA
              MOVE "NUMSIN01" TO NUM-PROGRAMA
              WRITE REGNUMCTL
              IF ST-ERRO-NUM NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQNUMCTL - "
                         ST-ERRO-NUM
                 GO TO ACERTA-SEQUENCIA-FIM
              END-IF
              MOVE "I" TO AUD-ACAO
              MOVE NUM-SEQUENCIA TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              ADD 1 TO W-TOT-ACERTOS
              GO TO ACERTA-SEQUENCIA-FIM.
           IF ST-ERRO-NUM NOT = "00"
              DISPLAY W-SEQUENCIA " *** REGISTRO EM USO OU ERRO - "
                      ST-ERRO-NUM " ***"
              GO TO ACERTA-SEQUENCIA-FIM.
           MOVE NUM-ULTIMO TO W-ANTERIOR LS-ANTERIOR
           IF NUM-ULTIMO = W-MAIOR
              MOVE "  OK" TO LS-SITUACAO
              DISPLAY LINHA-SEQ
              UNLOCK ARQNUMCTL
              GO TO ACERTA-SEQUENCIA-FIM.
           MOVE "  DIFERENTE" TO LS-SITUACAO
           DISPLAY LINHA-SEQ
           ADD 1 TO W-TOT-DIFERENCAS
           IF W-MODO-LISTA
              UNLOCK ARQNUMCTL
              GO TO ACERTA-SEQUENCIA-FIM.
           MOVE W-MAIOR TO NUM-ULTIMO
           MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-DATA-ALTERA
           MOVE "NUMSIN01" TO NUM-PROGRAMA
           REWRITE REGNUMCTL
           IF ST-ERRO-NUM NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQNUMCTL - "
                      ST-ERRO-NUM
              UNLOCK ARQNUMCTL
              GO TO ACERTA-SEQUENCIA-FIM.
           UNLOCK ARQNUMCTL
           MOVE "A" TO AUD-ACAO
           MOVE NUM-SEQUENCIA TO AUD-CHAVE
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO W-TOT-ACERTOS.
       ACERTA-SEQUENCIA-FIM.
           MOVE "00" TO ST-ERRO-NUM.

      *>---------[ CONFERE/ACERTA O ULTIMO NUMERO DE UMA SERIE ]-------
      *>  MAIOR NUMERO DA SERIE NO ARQNFE (EMITIDAS, CANCELADAS E
      *>  INUTILIZADAS); SERIE SEM NOTA VOLTA PARA O NUMERO INICIAL
       ACERTA-SERIE.
           READ ARQNFSERIE NEXT RECORD WITH LOCK
           IF ST-ERRO-NS = "10"
              MOVE "S" TO W-FIM-SERIE
              GO TO ACERTA-SERIE-FIM.
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQNFSERIE - "
                      ST-ERRO-NS
              MOVE "S" TO W-FIM-SERIE
              GO TO ACERTA-SERIE-FIM.
           IF NS-NUM-INICIAL > ZEROS
              COMPUTE W-MAIOR = NS-NUM-INICIAL - 1
           ELSE
              MOVE ZEROS TO W-MAIOR.
           MOVE NS-SERIE  TO NF-SERIE
           MOVE 999999999 TO NF-NUMERO
           START ARQNFE KEY IS NOT GREATER NF-CHAVE
              INVALID KEY
                 MOVE "23" TO ST-ERRO-NF
           END-START
           IF ST-ERRO-NF = "00"
              READ ARQNFE NEXT RECORD
              IF ST-ERRO-NF = "00" AND NF-SERIE = NS-SERIE
                 AND NF-NUMERO > W-MAIOR
                 MOVE NF-NUMERO TO W-MAIOR
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO-NF
           MOVE "SERIE"   TO LS-SEQUENCIA
           MOVE NS-SERIE  TO LS-SEQUENCIA(6:3)
           MOVE NS-ULTIMO TO W-ANTERIOR LS-ANTERIOR
           MOVE W-MAIOR   TO LS-MAIOR
           IF NS-ULTIMO = W-MAIOR
              MOVE "  OK" TO LS-SITUACAO
              DISPLAY LINHA-SEQ
              UNLOCK ARQNFSERIE
              GO TO ACERTA-SERIE-FIM.
           MOVE "  DIFERENTE" TO LS-SITUACAO
           DISPLAY LINHA-SEQ
           ADD 1 TO W-TOT-DIFERENCAS
           IF W-MODO-LISTA
              UNLOCK ARQNFSERIE
              GO TO ACERTA-SERIE-FIM.
           MOVE W-MAIOR TO NS-ULTIMO
           REWRITE REGNFSERIE
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQNFSERIE - "
                      ST-ERRO-NS
              MOVE "00" TO ST-ERRO-NS
              UNLOCK ARQNFSERIE
              GO TO ACERTA-SERIE-FIM.
           UNLOCK ARQNFSERIE
           MOVE "A" TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           MOVE NS-SERIE TO AUD-CHAVE(1:3)
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO W-TOT-ACERTOS.
       ACERTA-SERIE-FIM.
           EXIT.

       GRAVA-AUDITORIA.
           MOVE "NUMSIN01" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
