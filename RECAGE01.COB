      *>*******************************************************
      *> AGING DE CONTAS A RECEBER POR CLIENTE (ARQREC)        *
      *> FAIXAS: A VENCER / 1-30 / 31-60 / ACIMA DE 60 DIAS    *
      *> CADA PARCELA E CLASSIFICADA PELO SEU VENCIMENTO       *
      *> SALDO DE NOTAS DE CREDITO (ARQCRED) POR CLIENTE E     *
      *> RELACAO FINAL DOS CREDITOS EM ABERTO                  *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT ARQREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REC-CHAVE
                 ALTERNATE RECORD KEY IS REC-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQCRED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRD-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CRD-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-CRD.
       SELECT RECAGEREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO2.
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

       FD ARQCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRED.DAT".
       01 REGCRED.
          03 CRD-NUM-PEDIDO          PIC 9(06).
          03 CRD-CLI-CPFCNPJ         PIC 9(14).
          03 CRD-DATA-EMISSAO        PIC 9(08).
          03 CRD-VALOR               PIC 9(14)V99.
          03 CRD-VALOR-USADO         PIC 9(14)V99.
          03 CRD-STATUS              PIC X(01).
             88 CRD-ST-ABERTO           VALUE "A".
             88 CRD-ST-USADO            VALUE "U".

       FD RECAGEREL
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-CRD      PIC X(02) VALUE "00".
       01 W-FIM-ARQREC     PIC X(01) VALUE "N".
       01 W-FIM-CRED       PIC X(01) VALUE "N".
       01 W-TEM-CRED       PIC X(01) VALUE "N".
       01 W-SALDO-CRED     PIC 9(14)V99 VALUE ZEROS.
       01 W-CLI-CREDITO    PIC 9(14)V99 VALUE ZEROS.
       01 W-CLI-TOTAL      PIC 9(14)V99 VALUE ZEROS.
       01 W-CLI-LIQUIDO    PIC S9(14)V99 VALUE ZEROS.
       01 W-GER-CREDITO    PIC 9(14)V99 VALUE ZEROS.
       01 W-TOT-CREDITOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-TITULOS    PIC 9(06) VALUE ZEROS.
       01 W-CLI-ATUAL      PIC 9(14) VALUE ZEROS.
       01 W-SALDO          PIC 9(14)V99 VALUE ZEROS.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-FX99          PIC Z(13)9.

       01 LINHA-PARC.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 FILLER           PIC X(07) VALUE "PEDIDO ".
           03 LP-PEDIDO        PIC 9(06).
           03 FILLER           PIC X(01) VALUE "/".
           03 LP-PARCELA       PIC 99.
           03 FILLER           PIC X(09) VALUE "  VENCTO ".
           03 LP-VENCTO        PIC 9999/99/99.
           03 FILLER           PIC X(08) VALUE "  SALDO ".
           03 LP-SALDO         PIC Z(12)9,99.
           03 FILLER           PIC X(07) VALUE "  DIAS ".
           03 LP-DIAS          PIC -(6)9.

       01 LINHA-CLI-CRED.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 FILLER           PIC X(21) VALUE "CREDITO DISPONIVEL ".
           03 LCC-CREDITO      PIC Z(12)9,99.
           03 FILLER           PIC X(18) VALUE "  SALDO LIQUIDO ".
           03 LCC-LIQUIDO      PIC -(13)9,99.

       01 LINHA-CRED.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LR-CREDITO       PIC 9(06).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-CLIENTE       PIC 9(14).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-EMISSAO       PIC 9999/99/99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-VALOR         PIC Z(12)9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-USADO         PIC Z(12)9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-SALDO         PIC Z(12)9,99.

       01 LINHA-GER-CRED.
           03 FILLER           PIC X(40)
                               VALUE "TOTAL DE CREDITOS EM ABERTO".
           03 LGC-QTDE         PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LGC-SALDO        PIC Z(12)9,99.

       01 LINHA-GER.
           03 FILLER           PIC X(23) VALUE "TOTAL GERAL".
           03 LG-AVENCER       PIC Z(13)9.
              CLOSE ARQREC
              GO TO ROT-FIM.

      *>  ARQCRED E OPCIONAL: SEM O ARQUIVO O AGING SAI SEM CREDITOS
           OPEN INPUT ARQCRED
           IF ST-ERRO-CRD = "00"
              MOVE "S" TO W-TEM-CRED.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE-DATA
           COMPUTE W-HOJE-JULIANO = FUNCTION INTEGER-OF-DATE(
                                     W-HOJE-DATA).
              MOVE W-GER-FX99    TO LG-FX99
              WRITE REG-RECAGEREL FROM LINHA-GER.

           IF W-TEM-CRED = "S"
              PERFORM LISTA-CREDITOS.

           IF W-TEM-CRED = "S"
              CLOSE ARQCRED.
           CLOSE ARQREC RECAGEREL.
           DISPLAY "RELATORIO GERADO EM RECAGEREL.DAT -- "
                   W-TOT-TITULOS " TITULOS EM ABERTO".
                 END-IF
              END-IF
           END-IF
           MOVE REC-NUM-PEDIDO  TO LP-PEDIDO
           MOVE REC-PARCELA     TO LP-PARCELA
           MOVE REC-DATA-VENCTO TO LP-VENCTO
           MOVE W-SALDO         TO LP-SALDO
           MOVE W-DIAS-ATRASO   TO LP-DIAS
           WRITE REG-RECAGEREL FROM LINHA-PARC
           ADD 1 TO W-TOT-TITULOS.

       EMITE-CLIENTE.
           MOVE W-CLI-FX60    TO LC-FX60
           MOVE W-CLI-FX99    TO LC-FX99
           WRITE REG-RECAGEREL FROM LINHA-CLI
           IF W-TEM-CRED = "S"
              PERFORM CREDITO-CLIENTE
              IF W-CLI-CREDITO > ZEROS
                 COMPUTE W-CLI-TOTAL = W-CLI-AVENCER + W-CLI-FX30
                                     + W-CLI-FX60 + W-CLI-FX99
                 COMPUTE W-CLI-LIQUIDO = W-CLI-TOTAL - W-CLI-CREDITO
                 MOVE W-CLI-CREDITO TO LCC-CREDITO
                 MOVE W-CLI-LIQUIDO TO LCC-LIQUIDO
                 WRITE REG-RECAGEREL FROM LINHA-CLI-CRED
              END-IF
           END-IF
           MOVE SPACES TO REG-RECAGEREL
           WRITE REG-RECAGEREL
           MOVE ZEROS TO W-CLI-AVENCER W-CLI-FX30
                         W-CLI-FX60 W-CLI-FX99.

      *>---------[ SALDO DAS NOTAS DE CREDITO DO CLIENTE ]------------
       CREDITO-CLIENTE.
           MOVE ZEROS TO W-CLI-CREDITO
           MOVE "N" TO W-FIM-CRED
           MOVE W-CLI-ATUAL TO CRD-CLI-CPFCNPJ
           START ARQCRED KEY IS EQUAL CRD-CLI-CPFCNPJ
              INVALID KEY
                 MOVE "S" TO W-FIM-CRED
           END-START
           PERFORM UNTIL W-FIM-CRED = "S"
              READ ARQCRED NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-CRED
              NOT AT END
                 IF CRD-CLI-CPFCNPJ NOT = W-CLI-ATUAL
                    MOVE "S" TO W-FIM-CRED
                 ELSE
                    IF CRD-ST-ABERTO
                       COMPUTE W-SALDO-CRED =
                               CRD-VALOR - CRD-VALOR-USADO
                       ADD W-SALDO-CRED TO W-CLI-CREDITO
                    END-IF
                 END-IF
           END-PERFORM
           MOVE "00" TO ST-ERRO-CRD.

      *>---------[ RELACAO DAS NOTAS DE CREDITO EM ABERTO ]-----------
       LISTA-CREDITOS.
           MOVE SPACES TO REG-RECAGEREL
           WRITE REG-RECAGEREL
           MOVE "*** NOTAS DE CREDITO EM ABERTO (DEVOLUCOES) ***"
                                              TO REG-RECAGEREL
           WRITE REG-RECAGEREL
           MOVE "    CRED.   CLIENTE         EMISSAO
      -         "   VALOR CREDITO     VALOR USADO           SALDO"
                                              TO REG-RECAGEREL
           WRITE REG-RECAGEREL
           MOVE "N" TO W-FIM-CRED
           MOVE ZEROS TO CRD-NUM-PEDIDO
           START ARQCRED KEY IS NOT LESS CRD-NUM-PEDIDO
              INVALID KEY
                 MOVE "S" TO W-FIM-CRED
           END-START
           PERFORM UNTIL W-FIM-CRED = "S"
              READ ARQCRED NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-CRED
              NOT AT END
                 IF CRD-ST-ABERTO
                    COMPUTE W-SALDO-CRED = CRD-VALOR - CRD-VALOR-USADO
                    MOVE CRD-NUM-PEDIDO   TO LR-CREDITO
                    MOVE CRD-CLI-CPFCNPJ  TO LR-CLIENTE
                    MOVE CRD-DATA-EMISSAO TO LR-EMISSAO
                    MOVE CRD-VALOR        TO LR-VALOR
                    MOVE CRD-VALOR-USADO  TO LR-USADO
                    MOVE W-SALDO-CRED     TO LR-SALDO
                    WRITE REG-RECAGEREL FROM LINHA-CRED
                    ADD W-SALDO-CRED TO W-GER-CREDITO
                    ADD 1 TO W-TOT-CREDITOS
                 END-IF
           END-PERFORM
           MOVE SPACES TO REG-RECAGEREL
           WRITE REG-RECAGEREL
           MOVE W-TOT-CREDITOS TO LGC-QTDE
           MOVE W-GER-CREDITO  TO LGC-SALDO
           WRITE REG-RECAGEREL FROM LINHA-GER-CRED.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
