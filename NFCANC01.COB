       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFCANC01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CANCELAMENTO DE NF-E E INUTILIZACAO DE NUMEROS SEM    *
      *> USO. O NUMERO NUNCA VOLTA PARA A SERIE: A NOTA        *
      *> CANCELADA FICA NO ARQNFE COMO "C" E O PEDIDO PERDE O  *
      *> NUMERO (O FATURA01 DA UM NOVO NA PROXIMA EMISSAO); A  *
      *> FAIXA INUTILIZADA FICA COMO "I". CADA EVENTO GERA O   *
      *> ARQUIVO NFCssnnnnnnnnn.TXT / NFIssnnnnnnnnn.TXT PARA  *
      *> O TRANSMISSOR                                         *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNFSERIE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NS-SERIE
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO-NS.
       SELECT ARQNFE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NF-CHAVE
                 ALTERNATE RECORD KEY IS NF-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-NF.
       SELECT ARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAB-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CAB-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-CAB.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.
       SELECT NFEEVT ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-EVT.

       DATA DIVISION.
       FILE SECTION.
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

       FD AUDITLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       FD NFEEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-EVT-NOME.
       01 REG-NFEEVT PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-ERRO-NS       PIC X(02) VALUE "00".
       01 W-NS-TENTATIVA   PIC 9(04) VALUE ZEROS.
       01 ST-ERRO-NF       PIC X(02) VALUE "00".
       01 ST-ERRO-CAB      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-EVT      PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-SERIE          PIC 9(03) VALUE ZEROS.
       01 W-OPCAO          PIC X(01) VALUE SPACES.
       01 W-CONFIRMA       PIC X(01) VALUE SPACES.
       01 W-NUM-INI        PIC 9(09) VALUE ZEROS.
       01 W-NUM-FIM        PIC 9(09) VALUE ZEROS.
       01 W-NUM            PIC 9(09) VALUE ZEROS.
       01 W-QTD-FAIXA      PIC 9(09) VALUE ZEROS.
       01 W-FAIXA-OK       PIC X(01) VALUE "S".
       01 W-MOTIVO         PIC X(40) VALUE SPACES.
       01 W-EVT-NOME       PIC X(20) VALUE SPACES.
       01 W-EVT-PREFIXO    PIC X(03) VALUE SPACES.
       01 W-VALOR-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *> MAIOR FAIXA ACEITA NUMA SO INUTILIZACAO
       01 W-MAX-FAIXA      PIC 9(04) VALUE 1000.

      *> EVENTO PARA O TRANSMISSOR
       01 NFE-REG-X.
           03 NX-TIPO          PIC X(01) VALUE "X".
           03 NX-EVENTO        PIC X(12).
           03 NX-CNPJ          PIC 9(14).
           03 NX-UF            PIC X(02).
           03 NX-SERIE         PIC 9(03).
           03 NX-NUM-INI       PIC 9(09).
           03 NX-NUM-FIM       PIC 9(09).
           03 NX-DATA          PIC 9(08).
           03 NX-MOTIVO        PIC X(40).

       PROCEDURE DIVISION.
       R0.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
           DISPLAY "NFCANC01 - CANCELAMENTO E INUTILIZACAO DE NF-E".
           OPEN I-O ARQNFSERIE
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFSERIE - "
                      ST-ERRO-NS
              GO TO ROT-FIM.

           OPEN I-O ARQNFE
           IF ST-ERRO-NF NOT = "00"
              IF ST-ERRO-NF = "30"
                 OPEN OUTPUT ARQNFE
                 CLOSE ARQNFE
                 OPEN I-O ARQNFE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFE - "
                         ST-ERRO-NF
                 CLOSE ARQNFSERIE
                 GO TO ROT-FIM.

           OPEN I-O ARQPEDCAB
           IF ST-ERRO-CAB NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPEDCAB - "
                      ST-ERRO-CAB
              CLOSE ARQNFSERIE ARQNFE
              GO TO ROT-FIM.

           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30" OR "35"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO-AUD
                 CLOSE ARQNFSERIE ARQNFE ARQPEDCAB
                 GO TO ROT-FIM.

           DISPLAY "OPERADOR: ".
           ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR NAO INFORMADO"
              GO TO R9.

       R1.
           MOVE ZEROS TO W-SERIE
           DISPLAY "SERIE DA NF-E (0=ENCERRA): ".
           ACCEPT W-SERIE.
           IF W-SERIE = ZEROS
              GO TO R9.
           MOVE W-SERIE TO NS-SERIE
           READ ARQNFSERIE
           IF ST-ERRO-NS NOT = "00"
              MOVE "00" TO ST-ERRO-NS
              DISPLAY "*** SERIE NAO CADASTRADA ***"
              GO TO R1.

       R2.
           MOVE SPACES TO W-OPCAO
           DISPLAY "C=CANCELAR NOTA  I=INUTILIZAR NUMEROS  F=FIM: ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "C" OR "c"
              PERFORM CANCELA-NOTA THRU CANCELA-NOTA-FIM
              GO TO R2.
           IF W-OPCAO = "I" OR "i"
              PERFORM INUTILIZA-FAIXA THRU INUTILIZA-FAIXA-FIM
              GO TO R2.
           IF W-OPCAO = "F" OR "f"
              GO TO R1.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO R2.

       R9.
           CLOSE ARQNFSERIE ARQNFE ARQPEDCAB AUDITLOG.
           GO TO ROT-FIM3.

      *>---------[ CANCELAMENTO DE NOTA EMITIDA ]--------------------
       CANCELA-NOTA.
           MOVE ZEROS TO W-NUM-INI
           DISPLAY "NUMERO DA NF-E A CANCELAR: ".
           ACCEPT W-NUM-INI.
           IF W-NUM-INI = ZEROS
              GO TO CANCELA-NOTA-FIM.
           MOVE W-SERIE   TO NF-SERIE
           MOVE W-NUM-INI TO NF-NUMERO
           READ ARQNFE
           IF ST-ERRO-NF NOT = "00"
              MOVE "00" TO ST-ERRO-NF
              DISPLAY "*** NOTA NAO EMITIDA NESTA SERIE ***"
              GO TO CANCELA-NOTA-FIM.
           IF NOT NF-EMITIDA
              DISPLAY "*** NOTA JA CANCELADA OU NUMERO INUTILIZADO ***"
              GO TO CANCELA-NOTA-FIM.
           MOVE NF-VALOR TO W-VALOR-ED
           DISPLAY "PEDIDO " NF-NUM-PEDIDO "  CLIENTE " NF-CLI-CPFCNPJ
                   "  EMISSAO " NF-DATA-EMISSAO "  VALOR " W-VALOR-ED.
           PERFORM PEDE-MOTIVO THRU PEDE-MOTIVO-FIM
           IF W-MOTIVO = SPACES
              GO TO CANCELA-NOTA-FIM.
           MOVE "N" TO W-CONFIRMA
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N): ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              DISPLAY "*** NOTA NAO CANCELADA ***"
              GO TO CANCELA-NOTA-FIM.
           MOVE "C"        TO NF-SITUACAO
           MOVE W-HOJE     TO NF-DATA-EVENTO
           MOVE W-MOTIVO   TO NF-MOTIVO
           MOVE W-OPERADOR TO NF-OPERADOR
           REWRITE REGNFE
           IF ST-ERRO-NF NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQNFE - "
                      ST-ERRO-NF
              MOVE "00" TO ST-ERRO-NF
              GO TO CANCELA-NOTA-FIM.
           MOVE "C" TO AUD-ACAO
           MOVE NF-CHAVE TO AUD-CHAVE
           PERFORM GRAVA-AUDITORIA
      *>  O PEDIDO FICA SEM NUMERO E PODE SER FATURADO DE NOVO
           MOVE NF-NUM-PEDIDO TO CAB-NUM-PEDIDO
           READ ARQPEDCAB
           IF ST-ERRO-CAB = "00"
              AND CAB-NF-SERIE = NF-SERIE
              AND CAB-NF-NUMERO = NF-NUMERO
              MOVE ZEROS TO CAB-NF-SERIE CAB-NF-NUMERO CAB-NF-DATA
              REWRITE REGPEDCAB.
           MOVE "00" TO ST-ERRO-CAB
           MOVE "NFC"          TO W-EVT-PREFIXO
           MOVE "CANCELAMENTO" TO NX-EVENTO
           MOVE W-NUM-INI      TO W-NUM-FIM
           PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
           DISPLAY "*** NOTA CANCELADA ***".
       CANCELA-NOTA-FIM.
           EXIT.

      *>---------[ INUTILIZACAO DE FAIXA AINDA NAO USADA ]-----------
       INUTILIZA-FAIXA.
           MOVE ZEROS TO W-NUM-INI W-NUM-FIM
           DISPLAY "NUMERO INICIAL DA FAIXA: ".
           ACCEPT W-NUM-INI.
           IF W-NUM-INI = ZEROS
              GO TO INUTILIZA-FAIXA-FIM.
           DISPLAY "NUMERO FINAL DA FAIXA (0=SO O INICIAL): ".
           ACCEPT W-NUM-FIM.
           IF W-NUM-FIM = ZEROS
              MOVE W-NUM-INI TO W-NUM-FIM.
           IF W-NUM-FIM < W-NUM-INI
              DISPLAY "*** NUMERO FINAL MENOR QUE O INICIAL ***"
              GO TO INUTILIZA-FAIXA-FIM.
           MOVE W-SERIE TO NS-SERIE
           READ ARQNFSERIE
           MOVE "00" TO ST-ERRO-NS
           IF W-NUM-INI < NS-NUM-INICIAL
              DISPLAY "*** NUMERO ANTERIOR AO INICIO DA SERIE ***"
              GO TO INUTILIZA-FAIXA-FIM.
           COMPUTE W-QTD-FAIXA = W-NUM-FIM - W-NUM-INI + 1
           IF W-QTD-FAIXA > W-MAX-FAIXA
              DISPLAY "*** FAIXA ACIMA DE " W-MAX-FAIXA " NUMEROS ***"
              GO TO INUTILIZA-FAIXA-FIM.
           MOVE "S" TO W-FAIXA-OK
           PERFORM CONFERE-NUMERO
                   VARYING W-NUM FROM W-NUM-INI BY 1
                   UNTIL W-NUM > W-NUM-FIM OR W-FAIXA-OK = "N"
           IF W-FAIXA-OK = "N"
              GO TO INUTILIZA-FAIXA-FIM.
           PERFORM PEDE-MOTIVO THRU PEDE-MOTIVO-FIM
           IF W-MOTIVO = SPACES
              GO TO INUTILIZA-FAIXA-FIM.
           MOVE "N" TO W-CONFIRMA
           DISPLAY "CONFIRMA A INUTILIZACAO DE " W-QTD-FAIXA
                   " NUMERO(S) (S/N): ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              DISPLAY "*** FAIXA NAO INUTILIZADA ***"
              GO TO INUTILIZA-FAIXA-FIM.
           PERFORM GRAVA-INUTILIZADO
                   VARYING W-NUM FROM W-NUM-INI BY 1
                   UNTIL W-NUM > W-NUM-FIM
           PERFORM AVANCA-SERIE THRU AVANCA-SERIE-FIM
           MOVE "I" TO AUD-ACAO
           MOVE W-SERIE   TO NF-SERIE
           MOVE W-NUM-INI TO NF-NUMERO
           MOVE NF-CHAVE TO AUD-CHAVE
           PERFORM GRAVA-AUDITORIA
           MOVE "NFI"          TO W-EVT-PREFIXO
           MOVE "INUTILIZACAO" TO NX-EVENTO
           PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
           DISPLAY "*** FAIXA INUTILIZADA ***".
       INUTILIZA-FAIXA-FIM.
           EXIT.

      *>  FAIXA ALEM DO ULTIMO NUMERO: A SERIE PULA PARA DEPOIS DELA.
      *>  RELE A SERIE COM BLOQUEIO (O FATURA01 PODE TER NUMERADO
      *>  NOTAS DESDE A PRIMEIRA LEITURA)
       AVANCA-SERIE.
           MOVE ZEROS TO W-NS-TENTATIVA.
       AVANCA-SERIE-LE.
           MOVE W-SERIE TO NS-SERIE
           READ ARQNFSERIE WITH LOCK
           IF ST-ERRO-NS = "51"
              ADD 1 TO W-NS-TENTATIVA
              IF W-NS-TENTATIVA < 9999
                 GO TO AVANCA-SERIE-LE.
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQNFSERIE - "
                      ST-ERRO-NS
              MOVE "00" TO ST-ERRO-NS
              GO TO AVANCA-SERIE-FIM.
           IF W-NUM-FIM > NS-ULTIMO
              MOVE W-NUM-FIM TO NS-ULTIMO
              REWRITE REGNFSERIE
              MOVE "00" TO ST-ERRO-NS.
           UNLOCK ARQNFSERIE.
       AVANCA-SERIE-FIM.
           EXIT.

       CONFERE-NUMERO.
           MOVE W-SERIE TO NF-SERIE
           MOVE W-NUM   TO NF-NUMERO
           READ ARQNFE
           IF ST-ERRO-NF = "00"
              MOVE "N" TO W-FAIXA-OK
              DISPLAY "*** NUMERO " W-NUM " JA USADO ("
                      NF-SITUACAO ") - FAIXA RECUSADA ***"
           END-IF
           MOVE "00" TO ST-ERRO-NF.

       GRAVA-INUTILIZADO.
           MOVE W-SERIE    TO NF-SERIE
           MOVE W-NUM      TO NF-NUMERO
           MOVE "I"        TO NF-SITUACAO
           MOVE ZEROS      TO NF-NUM-PEDIDO NF-CLI-CPFCNPJ
                              NF-DATA-EMISSAO NF-VALOR
           MOVE W-HOJE     TO NF-DATA-EVENTO
           MOVE W-MOTIVO   TO NF-MOTIVO
           MOVE W-OPERADOR TO NF-OPERADOR
           WRITE REGNFE
           IF ST-ERRO-NF NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQNFE - "
                      ST-ERRO-NF " NUMERO " W-NUM
              MOVE "00" TO ST-ERRO-NF.

      *>---------[ JUSTIFICATIVA: NO MINIMO 15 CARACTERES ]----------
       PEDE-MOTIVO.
           MOVE SPACES TO W-MOTIVO
           DISPLAY "JUSTIFICATIVA (MINIMO 15 CARACTERES): ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO(15:26) = SPACES
              DISPLAY "*** JUSTIFICATIVA CURTA - OPERACAO DESISTIDA ***"
              MOVE SPACES TO W-MOTIVO.
       PEDE-MOTIVO-FIM.
           EXIT.

      *>---------[ ARQUIVO DO EVENTO PARA O TRANSMISSOR ]------------
       GRAVA-EVENTO.
           MOVE SPACES TO W-EVT-NOME
           STRING W-EVT-PREFIXO W-SERIE W-NUM-INI ".TXT"
                  DELIMITED BY SIZE INTO W-EVT-NOME
           OPEN OUTPUT NFEEVT
           IF ST-ERRO-EVT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-EVT-NOME
                      " - " ST-ERRO-EVT
              GO TO GRAVA-EVENTO-FIM.
           MOVE W-SERIE TO NS-SERIE
           READ ARQNFSERIE
           MOVE "00" TO ST-ERRO-NS
           MOVE NS-EMIT-CNPJ TO NX-CNPJ
           MOVE NS-EMIT-UF   TO NX-UF
           MOVE W-SERIE      TO NX-SERIE
           MOVE W-NUM-INI    TO NX-NUM-INI
           MOVE W-NUM-FIM    TO NX-NUM-FIM
           MOVE W-HOJE       TO NX-DATA
           MOVE W-MOTIVO     TO NX-MOTIVO
           WRITE REG-NFEEVT FROM NFE-REG-X
           CLOSE NFEEVT
           DISPLAY "ARQUIVO DO EVENTO GERADO: " W-EVT-NOME.
       GRAVA-EVENTO-FIM.
           EXIT.

       GRAVA-AUDITORIA.
           MOVE "NFCANC01" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
