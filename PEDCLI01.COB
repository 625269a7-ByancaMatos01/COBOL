      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> EXTRATO DE PEDIDOS POR CLIENTE (ARQPED)                *
      *> NOTAS DE CREDITO DE DEVOLUCAO (ARQCRED) E SUAS         *
      *> APLICACOES NOS TITULOS DO CLIENTE (ARQCREDAPL)         *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT ARQPEDHIST ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
       SELECT ARQCRED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRD-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CRD-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-CRD.
       SELECT ARQCREDAPL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS APL-CHAVE
                 ALTERNATE RECORD KEY IS APL-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-APL.
       SELECT PEDCLIREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO2.
          03 PH-PED-TAXA-APLICADA    PIC 9(02)V99.
          03 PH-PED-VENDEDOR         PIC 9(06).

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

       FD ARQCREDAPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCREDAPL.DAT".
       01 REGCREDAPL.
          03 APL-CHAVE.
             05 APL-NUM-CREDITO      PIC 9(06).
             05 APL-NUM-PEDIDO       PIC 9(06).
             05 APL-PARCELA          PIC 9(02).
          03 APL-CLI-CPFCNPJ         PIC 9(14).
          03 APL-VALOR               PIC 9(14)V99.
          03 APL-DATA                PIC 9(08).

       FD PEDCLIREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCLIREL.DAT".
       01 W-CPFCNPJ-PROC   PIC 9(14) VALUE ZEROS.
       01 W-TOT-PEDIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR      PIC S9(14)V99 VALUE ZEROS.
       01 ST-ERRO-CRD      PIC X(02) VALUE "00".
       01 ST-ERRO-APL      PIC X(02) VALUE "00".
       01 W-FIM-CRED       PIC X(01) VALUE "N".
       01 W-FIM-APL        PIC X(01) VALUE "N".
       01 W-TOT-CREDITOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-VAL-CRED   PIC 9(14)V99 VALUE ZEROS.
       01 W-TOT-USADO      PIC 9(14)V99 VALUE ZEROS.
       01 W-SALDO-CRED     PIC 9(14)V99 VALUE ZEROS.

       01 LINHA-DET.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-ORIGEM        PIC X(05).

       01 LINHA-CRED.
           03 LC-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-EMISSAO       PIC 9999/99/99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-VALOR         PIC Z(12)9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-USADO         PIC Z(12)9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-SALDO         PIC Z(12)9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-STATUS        PIC X(01).

       01 LINHA-APL.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 FILLER           PIC X(08) VALUE "CREDITO ".
           03 LA-CREDITO       PIC 9(06).
           03 FILLER           PIC X(11) VALUE "  NO TITULO".
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LA-TITULO        PIC 9(06).
           03 FILLER           PIC X(01) VALUE "/".
           03 LA-PARCELA       PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LA-DATA          PIC 9999/99/99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LA-VALOR         PIC Z(12)9,99.

       01 LINHA-TOT.
           03 FILLER           PIC X(20) VALUE SPACES.
           03 LT-ROTULO        PIC X(20).
              MOVE W-TOT-VALOR TO LT-VALOR
              WRITE REG-PEDCLIREL FROM LINHA-TOT.

           PERFORM LISTA-CREDITOS THRU LISTA-CREDITOS-FIM.

           CLOSE ARQPED PEDCLIREL.
           DISPLAY "RELATORIO GERADO EM PEDCLIREL.DAT -- " W-TOT-PEDIDOS
                   " PEDIDOS ENCONTRADOS".
           END-IF
           ADD 1 TO W-TOT-PEDIDOS.

      *>-----[ NOTAS DE CREDITO DO CLIENTE E APLICACOES ]------------
       LISTA-CREDITOS.
           OPEN INPUT ARQCRED
           IF ST-ERRO-CRD NOT = "00"
              GO TO LISTA-CREDITOS-FIM.
           MOVE "N" TO W-FIM-CRED
           MOVE W-CPFCNPJ-PROC TO CRD-CLI-CPFCNPJ
           START ARQCRED KEY IS EQUAL CRD-CLI-CPFCNPJ
               INVALID KEY
                   MOVE "S" TO W-FIM-CRED
           END-START
           PERFORM UNTIL W-FIM-CRED = "S"
              READ ARQCRED NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-CRED
              NOT AT END
                 IF CRD-CLI-CPFCNPJ NOT = W-CPFCNPJ-PROC
                    MOVE "S" TO W-FIM-CRED
                 ELSE
                    PERFORM EMITE-CREDITO
                 END-IF
           END-PERFORM
           CLOSE ARQCRED.
           IF W-TOT-CREDITOS = ZEROS
              GO TO LISTA-CREDITOS-FIM.

           OPEN INPUT ARQCREDAPL
           IF ST-ERRO-APL NOT = "00"
              GO TO LISTA-CREDITOS-TOT.
           MOVE SPACES TO REG-PEDCLIREL
           WRITE REG-PEDCLIREL
           MOVE "APLICACOES DOS CREDITOS NOS TITULOS A RECEBER"
                                              TO REG-PEDCLIREL
           WRITE REG-PEDCLIREL
           MOVE "N" TO W-FIM-APL
           MOVE W-CPFCNPJ-PROC TO APL-CLI-CPFCNPJ
           START ARQCREDAPL KEY IS EQUAL APL-CLI-CPFCNPJ
               INVALID KEY
                   MOVE "S" TO W-FIM-APL
           END-START
           PERFORM UNTIL W-FIM-APL = "S"
              READ ARQCREDAPL NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-APL
              NOT AT END
                 IF APL-CLI-CPFCNPJ NOT = W-CPFCNPJ-PROC
                    MOVE "S" TO W-FIM-APL
                 ELSE
                    MOVE APL-NUM-CREDITO TO LA-CREDITO
                    MOVE APL-NUM-PEDIDO  TO LA-TITULO
                    MOVE APL-PARCELA     TO LA-PARCELA
                    MOVE APL-DATA        TO LA-DATA
                    MOVE APL-VALOR       TO LA-VALOR
                    WRITE REG-PEDCLIREL FROM LINHA-APL
                 END-IF
           END-PERFORM
           CLOSE ARQCREDAPL.
       LISTA-CREDITOS-TOT.
           MOVE SPACES TO REG-PEDCLIREL
           WRITE REG-PEDCLIREL
           MOVE "TOTAL CREDITADO" TO LT-ROTULO
           MOVE W-TOT-VAL-CRED TO LT-VALOR
           WRITE REG-PEDCLIREL FROM LINHA-TOT
           MOVE "CREDITO UTILIZADO" TO LT-ROTULO
           MOVE W-TOT-USADO TO LT-VALOR
           WRITE REG-PEDCLIREL FROM LINHA-TOT
           MOVE "SALDO DE CREDITO" TO LT-ROTULO
           COMPUTE W-SALDO-CRED = W-TOT-VAL-CRED - W-TOT-USADO
           MOVE W-SALDO-CRED TO LT-VALOR
           WRITE REG-PEDCLIREL FROM LINHA-TOT.
       LISTA-CREDITOS-FIM.
           EXIT.

       EMITE-CREDITO.
           IF W-TOT-CREDITOS = ZEROS
              MOVE SPACES TO REG-PEDCLIREL
              WRITE REG-PEDCLIREL
              MOVE "*** NOTAS DE CREDITO (DEVOLUCOES) ***"
                                              TO REG-PEDCLIREL
              WRITE REG-PEDCLIREL
              MOVE "CRED.   EMISSAO     VALOR CREDITO       VALOR USA
      -            "DO            SALDO  ST" TO REG-PEDCLIREL
              WRITE REG-PEDCLIREL
           END-IF
           COMPUTE W-SALDO-CRED = CRD-VALOR - CRD-VALOR-USADO
           MOVE CRD-NUM-PEDIDO   TO LC-CODIGO
           MOVE CRD-DATA-EMISSAO TO LC-EMISSAO
           MOVE CRD-VALOR        TO LC-VALOR
           MOVE CRD-VALOR-USADO  TO LC-USADO
           MOVE W-SALDO-CRED     TO LC-SALDO
           MOVE CRD-STATUS       TO LC-STATUS
           WRITE REG-PEDCLIREL FROM LINHA-CRED
           ADD CRD-VALOR TO W-TOT-VAL-CRED
           ADD CRD-VALOR-USADO TO W-TOT-USADO
           ADD 1 TO W-TOT-CREDITOS.

       ROT-FIM.
           STOP RUN.
       ROT-FIM3.
