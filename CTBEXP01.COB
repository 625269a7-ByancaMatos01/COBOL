      *>   34-39 QUANTIDADE                                    *
      *>   40-55 VALOR (14 INT + 2 DEC, SEM VIRGULA)           *
      *>   56-69 IMPOSTO (12 INT + 2 DEC, SEM VIRGULA)         *
      *> NOTA DE CREDITO DE DEVOLUCAO EMITIDA NO MES ("C"):    *
      *>   01-01 TIPO REG  "C"                                 *
      *>   02-09 DATA EMISSAO AAAAMMDD                         *
      *>   10-15 NUMERO DO CREDITO (PEDIDO DE DEVOLUCAO)       *
      *>   16-29 CPF/CNPJ CLIENTE                              *
      *>   30-45 VALOR DO CREDITO (14 INT + 2 DEC)             *
      *> TRAILER ("T"): QTDE LINHAS, TOTAL VALOR, TOT IMPOSTO  *
      *>   38-43 QTDE DE CREDITOS, 44-59 TOTAL DOS CREDITOS    *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TX-CHAVE
                      FILE STATUS  IS ST-ERRO4.
       SELECT ARQCRED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRD-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CRD-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO6.
       SELECT CTBEXP ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO5.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQCLI
               LABEL RECORD IS STANDARD
             05 TX-TIPOPRODUTO       PIC 9(01).
          03 TX-ALIQUOTA             PIC 9(02)V99.

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

       FD CTBEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBEXP.DAT".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 ST-ERRO6         PIC X(02) VALUE "00".
       01 W-FIM-CRED       PIC X(01) VALUE "N".
       01 W-TOT-CREDITOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-VAL-CRED   PIC 9(14)V99 VALUE ZEROS.
       01 W-FIM-ARQPED     PIC X(01) VALUE "N".
       01 W-TEM-TAXUF      PIC X(01) VALUE "N".
       01 W-COMP-ANOMES    PIC 9(06) VALUE ZEROS.
           03 LD-VALOR         PIC 9(14)V99.
           03 LD-IMPOSTO       PIC 9(12)V99.

       01 LINHA-CRED.
           03 LC-TIPO-REG      PIC X(01) VALUE "C".
           03 LC-DATA          PIC 9(08).
           03 LC-CREDITO       PIC 9(06).
           03 LC-DOCUMENTO     PIC 9(14).
           03 LC-VALOR         PIC 9(14)V99.

       01 LINHA-TRAILER.
           03 LT-TIPO-REG      PIC X(01) VALUE "T".
           03 LT-QTDE-LINHAS   PIC 9(06).
           03 LT-TOT-VALOR     PIC 9(14)V99.
           03 LT-TOT-IMPOSTO   PIC 9(12)V99.
           03 LT-QTDE-CREDITOS PIC 9(06).
           03 LT-TOT-CREDITOS  PIC 9(14)V99.

       PROCEDURE DIVISION.
       R0.
                 END-IF
           END-PERFORM.

           OPEN INPUT ARQCRED
           IF ST-ERRO6 = "00"
              PERFORM EXPORTA-CREDITOS
              CLOSE ARQCRED.

           MOVE W-TOT-LINHAS  TO LT-QTDE-LINHAS
           MOVE W-TOT-VALOR   TO LT-TOT-VALOR
           MOVE W-TOT-IMPOSTO TO LT-TOT-IMPOSTO
           MOVE W-TOT-CREDITOS TO LT-QTDE-CREDITOS
           MOVE W-TOT-VAL-CRED TO LT-TOT-CREDITOS
           MOVE SPACES TO REG-CTBEXP
           WRITE REG-CTBEXP FROM LINHA-TRAILER.

           CLOSE ARQPED ARQPRO ARQCLI CTBEXP.
           DISPLAY "CTBEXP.DAT GERADO -- " W-TOT-LINHAS
                   " LINHAS EXPORTADAS".
           DISPLAY "NOTAS DE CREDITO EXPORTADAS -- " W-TOT-CREDITOS.
           GO TO ROT-FIM3.

       EXPORTA-ITEM.
           ADD PED-VALORTOTAL TO W-TOT-VALOR
           ADD W-IMPOSTO-CALC TO W-TOT-IMPOSTO.

      *>---------[ NOTAS DE CREDITO EMITIDAS NA COMPETENCIA ]-------
       EXPORTA-CREDITOS.
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
                 IF CRD-DATA-EMISSAO(1:6) = W-COMP-ANOMES
                    MOVE CRD-DATA-EMISSAO TO LC-DATA
                    MOVE CRD-NUM-PEDIDO   TO LC-CREDITO
                    MOVE CRD-CLI-CPFCNPJ  TO LC-DOCUMENTO
                    MOVE CRD-VALOR        TO LC-VALOR
                    MOVE SPACES TO REG-CTBEXP
                    WRITE REG-CTBEXP FROM LINHA-CRED
                    ADD 1 TO W-TOT-CREDITOS
                    ADD CRD-VALOR TO W-TOT-VAL-CRED
                 END-IF
           END-PERFORM.

      *>---------[ IMPOSTO COMO NO PEDTAX01: TAXA GRAVADA NO ]-------
      *>---------[ PEDIDO, SENAO TABELA DA UF, SENAO PRO-TAXA ]------
       CALCULA-IMPOSTO.
