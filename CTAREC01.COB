      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> GERACAO DE CONTAS A RECEBER A PARTIR DOS PEDIDOS DE   *
      *> VENDA FATURADOS (ARQPEDCAB/ARQPED -> ARQREC)          *
      *> UM TITULO POR PARCELA DA CONDICAO DE PAGAMENTO        *
      *> DEVOLUCOES DE CLIENTE FATURADAS (TIPO 3) GERAM NOTA DE *
      *> CREDITO (ARQCRED), ABATIDA DOS TITULOS EM ABERTO MAIS  *
      *> ANTIGOS DO CLIENTE. O SALDO FICA PARA O PROXIMO       *
      *> FATURAMENTO. APLICACOES FICAM EM ARQCREDAPL.          *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAB-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CAB-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-CAB.
       SELECT ARQCONDPG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CP-CODIGO
                      FILE STATUS  IS ST-ERRO-CP.
       SELECT ARQREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REC-CHAVE
                 ALTERNATE RECORD KEY IS REC-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
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
       SELECT CTARECREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
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

       FD ARQCONDPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONDPG.DAT".
       01 REGCONDPG.
          03 CP-CODIGO               PIC 9(03).
          03 CP-DESCRICAO            PIC X(30).
          03 CP-QTD-PARCELAS         PIC 9(02).
          03 CP-PARCELAS OCCURS 12 TIMES.
             05 CP-DIAS              PIC 9(03).
             05 CP-PERC              PIC 9(03)V99.

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

       FD CTARECREL
               LABEL RECORD IS STANDARD
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-CAB      PIC X(02) VALUE "00".
       01 ST-ERRO-CP       PIC X(02) VALUE "00".
       01 ST-ERRO-CRD      PIC X(02) VALUE "00".
       01 ST-ERRO-APL      PIC X(02) VALUE "00".
       01 W-FIM-ARQCAB     PIC X(01) VALUE "N".
       01 W-FIM-ITENS      PIC X(01) VALUE "N".
       01 W-TOT-GERADOS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR      PIC 9(14)V99 VALUE ZEROS.
       01 W-PRAZO-DIAS     PIC 9(03) VALUE ZEROS.
       01 W-VENCTO-JULIANO PIC 9(07) VALUE ZEROS.
       01 W-VALOR-PEDIDO   PIC 9(14)V99 VALUE ZEROS.
       01 W-ACUM-PARC      PIC 9(14)V99 VALUE ZEROS.
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-QTD-PARC       PIC 9(02) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-GEROU          PIC X(01) VALUE "N".
       01 W-FIM-TIT        PIC X(01) VALUE "N".
       01 W-FIM-CRED       PIC X(01) VALUE "N".
       01 W-ACHOU-POS      PIC X(01) VALUE "N".
       01 W-QTD-TIT        PIC 9(03) VALUE ZEROS.
       01 W-IND-TIT        PIC 9(03) VALUE ZEROS.
       01 W-POS            PIC 9(03) VALUE ZEROS.
       01 W-SALDO-TIT      PIC 9(14)V99 VALUE ZEROS.
       01 W-SALDO-CRED     PIC 9(14)V99 VALUE ZEROS.
       01 W-VALOR-APL      PIC 9(14)V99 VALUE ZEROS.
       01 W-TOT-CREDITOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-VAL-CRED   PIC 9(14)V99 VALUE ZEROS.
       01 W-TOT-APLICADO   PIC 9(14)V99 VALUE ZEROS.

      *> TITULOS EM ABERTO DO CLIENTE, DO VENCIMENTO MAIS ANTIGO
      *> PARA O MAIS RECENTE (TITULO JA REGISTRADO NO BANCO FICA
      *> DE FORA - O BOLETO SERA COBRADO PELO VALOR INTEGRAL)
       01 W-TAB-TITULOS.
           03 W-TT-TITULO OCCURS 100 TIMES.
              05 W-TT-CHAVE    PIC X(08).
              05 W-TT-VENCTO   PIC 9(08).

      *> PARCELAS DO PEDIDO (CONDICAO DE PAGAMENTO OU PRAZO PADRAO)
       01 W-TAB-PARCELAS.
           03 W-TP-PARCELA OCCURS 12 TIMES.
              05 W-TP-DIAS     PIC 9(03).
              05 W-TP-PERC     PIC 9(03)V99.

       01 LINHA-DET.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-PARCELA       PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CLIENTE       PIC 9(14).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VENCTO        PIC 9999/99/99.

       01 LINHA-CRED.
           03 LC-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(05) VALUE " CRD ".
           03 LC-CLIENTE       PIC 9(14).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-VALOR         PIC Z(12)9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-EMISSAO       PIC 9999/99/99.
           03 FILLER           PIC X(21)
                               VALUE "  NOTA DE CREDITO".

       01 LINHA-APL.
           03 FILLER           PIC X(06) VALUE SPACES.
           03 FILLER           PIC X(20) VALUE "CREDITO APLICADO NO ".
           03 FILLER           PIC X(07) VALUE "TITULO ".
           03 LA-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LA-PARCELA       PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LA-VALOR         PIC Z(12)9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LA-SITUACAO      PIC X(10).

       01 LINHA-TOT.
           03 FILLER           PIC X(20) VALUE SPACES.
           03 LT-ROTULO        PIC X(20).
       PROCEDURE DIVISION.
       R0.
           DISPLAY "CTAREC01 - GERACAO DE CONTAS A RECEBER".
           DISPLAY "PEDIDO SEM CONDICAO DE PAGTO USA PRAZO PADRAO".
           DISPLAY "INFORME O PRAZO DE VENCIMENTO EM DIAS (0=30): ".
           ACCEPT W-PRAZO-DIAS.
           IF W-PRAZO-DIAS = ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPED - " ST-ERRO
              GO TO ROT-FIM.

           OPEN INPUT ARQPEDCAB
           IF ST-ERRO-CAB NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPEDCAB - "
                      ST-ERRO-CAB
              CLOSE ARQPED
              GO TO ROT-FIM.

           OPEN INPUT ARQCONDPG
           IF ST-ERRO-CP NOT = "00"
              IF ST-ERRO-CP = "30"
                 OPEN OUTPUT ARQCONDPG
                 CLOSE ARQCONDPG
                 OPEN INPUT ARQCONDPG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCONDPG - "
                         ST-ERRO-CP
                 CLOSE ARQPED ARQPEDCAB
                 GO TO ROT-FIM.

           OPEN I-O ARQREC
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQREC - "
                         ST-ERRO2
                 CLOSE ARQPED ARQPEDCAB ARQCONDPG
                 GO TO ROT-FIM.

           OPEN I-O ARQCRED
           IF ST-ERRO-CRD NOT = "00"
              IF ST-ERRO-CRD = "30"
                 OPEN OUTPUT ARQCRED
                 CLOSE ARQCRED
                 OPEN I-O ARQCRED
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCRED - "
                         ST-ERRO-CRD
                 CLOSE ARQPED ARQPEDCAB ARQCONDPG ARQREC
                 GO TO ROT-FIM.

           OPEN I-O ARQCREDAPL
           IF ST-ERRO-APL NOT = "00"
              IF ST-ERRO-APL = "30"
                 OPEN OUTPUT ARQCREDAPL
                 CLOSE ARQCREDAPL
                 OPEN I-O ARQCREDAPL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCREDAPL - "
                         ST-ERRO-APL
                 CLOSE ARQPED ARQPEDCAB ARQCONDPG ARQREC ARQCRED
                 GO TO ROT-FIM.

           OPEN OUTPUT CTARECREL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTARECREL - "
                      ST-ERRO3
              CLOSE ARQPED ARQPEDCAB ARQCONDPG ARQREC
                    ARQCRED ARQCREDAPL
              GO TO ROT-FIM.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE.

           MOVE "*** TITULOS A RECEBER GERADOS ***"
                                              TO REG-CTARECREL
           WRITE REG-CTARECREL
           MOVE "PEDIDO/PC  CLIENTE               VALOR   VENCIMENTO"
                                              TO REG-CTARECREL
           WRITE REG-CTARECREL
           MOVE SPACES TO REG-CTARECREL
           WRITE REG-CTARECREL.

       R1.
           PERFORM UNTIL W-FIM-ARQCAB = "S"
              READ ARQPEDCAB NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQCAB
              NOT AT END
                 MOVE "N" TO W-GEROU
                 IF CAB-TIPOVENDA = 1 AND CAB-ST-FATURADO
                    PERFORM GERA-TITULOS THRU GERA-TITULOS-FIM
                 END-IF
                 IF CAB-TIPOVENDA = 3 AND CAB-ST-FATURADO
                    PERFORM GERA-CREDITO THRU GERA-CREDITO-FIM
                 END-IF
                 IF W-GEROU = "S"
                    PERFORM APLICA-CREDITOS THRU APLICA-CREDITOS-FIM
                 END-IF
           END-PERFORM.

           IF W-TOT-GERADOS = ZEROS AND W-TOT-CREDITOS = ZEROS
              MOVE "NENHUM TITULO NOVO A GERAR" TO REG-CTARECREL
              WRITE REG-CTARECREL
           ELSE
              WRITE REG-CTARECREL
              MOVE "TOTAL GERADO" TO LT-ROTULO
              MOVE W-TOT-VALOR TO LT-VALOR
              WRITE REG-CTARECREL FROM LINHA-TOT
              MOVE "CREDITOS EMITIDOS" TO LT-ROTULO
              MOVE W-TOT-VAL-CRED TO LT-VALOR
              WRITE REG-CTARECREL FROM LINHA-TOT
              MOVE "CREDITOS APLICADOS" TO LT-ROTULO
              MOVE W-TOT-APLICADO TO LT-VALOR
              WRITE REG-CTARECREL FROM LINHA-TOT.

           CLOSE ARQPED ARQPEDCAB ARQCONDPG ARQREC CTARECREL
                 ARQCRED ARQCREDAPL.
           DISPLAY "RELATORIO GERADO EM CTARECREL.DAT -- "
                   W-TOT-GERADOS " TITULOS GERADOS".
           DISPLAY "NOTAS DE CREDITO EMITIDAS -- " W-TOT-CREDITOS.
           GO TO ROT-FIM3.

      *>---------[ TITULOS DO PEDIDO SE AINDA NAO GERADOS ]-----------
       GERA-TITULOS.
           MOVE CAB-NUM-PEDIDO TO REC-NUM-PEDIDO
           MOVE 01 TO REC-PARCELA
           READ ARQREC
           IF ST-ERRO2 = "00"
              GO TO GERA-TITULOS-FIM.
           MOVE "00" TO ST-ERRO2
           PERFORM SOMA-ITENS
           IF W-VALOR-PEDIDO = ZEROS
              GO TO GERA-TITULOS-FIM.
           PERFORM MONTA-PARCELAS
           MOVE ZEROS TO W-ACUM-PARC
           PERFORM GRAVA-PARCELA VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-PARC.
           MOVE "S" TO W-GEROU.
       GERA-TITULOS-FIM.
           EXIT.

      *>---------[ NOTA DE CREDITO DA DEVOLUCAO SE AINDA NAO GERADA ]--
       GERA-CREDITO.
           MOVE CAB-NUM-PEDIDO TO CRD-NUM-PEDIDO
           READ ARQCRED
           IF ST-ERRO-CRD = "00"
              GO TO GERA-CREDITO-FIM.
           MOVE "00" TO ST-ERRO-CRD
           PERFORM SOMA-ITENS
           IF W-VALOR-PEDIDO = ZEROS
              GO TO GERA-CREDITO-FIM.
           MOVE CAB-NUM-PEDIDO    TO CRD-NUM-PEDIDO
           MOVE CAB-CLI-CPFCNPJ   TO CRD-CLI-CPFCNPJ
           MOVE CAB-DATAEMISSAO   TO CRD-DATA-EMISSAO
           MOVE W-VALOR-PEDIDO    TO CRD-VALOR
           MOVE ZEROS             TO CRD-VALOR-USADO
           MOVE "A"               TO CRD-STATUS
           WRITE REGCRED
           IF ST-ERRO-CRD NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQCRED - "
                      ST-ERRO-CRD
              MOVE "00" TO ST-ERRO-CRD
              GO TO GERA-CREDITO-FIM.
           MOVE CRD-NUM-PEDIDO    TO LC-CODIGO
           MOVE CRD-CLI-CPFCNPJ   TO LC-CLIENTE
           MOVE CRD-VALOR         TO LC-VALOR
           MOVE CRD-DATA-EMISSAO  TO LC-EMISSAO
           WRITE REG-CTARECREL FROM LINHA-CRED
           ADD 1 TO W-TOT-CREDITOS
           ADD CRD-VALOR TO W-TOT-VAL-CRED
           MOVE "S" TO W-GEROU.
       GERA-CREDITO-FIM.
           MOVE "00" TO ST-ERRO-CRD.

      *>---------[ ABATE OS CREDITOS EM ABERTO DO CLIENTE DOS ]-------
      *>---------[ TITULOS EM ABERTO MAIS ANTIGOS ]-------------------
       APLICA-CREDITOS.
           PERFORM CARREGA-TITULOS
           IF W-QTD-TIT = ZEROS
              GO TO APLICA-CREDITOS-FIM.
           MOVE 1 TO W-IND-TIT
           MOVE "N" TO W-FIM-CRED
           MOVE CAB-CLI-CPFCNPJ TO CRD-CLI-CPFCNPJ
           START ARQCRED KEY IS EQUAL CRD-CLI-CPFCNPJ
              INVALID KEY
                 MOVE "S" TO W-FIM-CRED
           END-START
           PERFORM UNTIL W-FIM-CRED = "S"
              READ ARQCRED NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-CRED
              NOT AT END
                 IF CRD-CLI-CPFCNPJ NOT = CAB-CLI-CPFCNPJ
                    OR W-IND-TIT > W-QTD-TIT
                    MOVE "S" TO W-FIM-CRED
                 ELSE
                    IF CRD-ST-ABERTO
                       PERFORM USA-CREDITO
                    END-IF
                 END-IF
           END-PERFORM.
       APLICA-CREDITOS-FIM.
           MOVE "00" TO ST-ERRO-CRD.

      *>---------[ TITULOS EM ABERTO DO CLIENTE POR VENCIMENTO ]------
       CARREGA-TITULOS.
           MOVE ZEROS TO W-QTD-TIT
           MOVE "N" TO W-FIM-TIT
           MOVE CAB-CLI-CPFCNPJ TO REC-CLI-CPFCNPJ
           START ARQREC KEY IS EQUAL REC-CLI-CPFCNPJ
              INVALID KEY
                 MOVE "S" TO W-FIM-TIT
           END-START
           PERFORM UNTIL W-FIM-TIT = "S"
              READ ARQREC NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-TIT
              NOT AT END
                 IF REC-CLI-CPFCNPJ NOT = CAB-CLI-CPFCNPJ
                    MOVE "S" TO W-FIM-TIT
                 ELSE
                    IF REC-ST-ABERTO AND NOT REC-ENV-BANCO
                       AND REC-VALOR > REC-VALOR-PAGO
                       AND W-QTD-TIT < 100
                       PERFORM INSERE-TITULO
                    END-IF
                 END-IF
           END-PERFORM
           MOVE "00" TO ST-ERRO2.

      *>---------[ INSERE NA TABELA MANTENDO A ORDEM DE VENCIMENTO ]--
       INSERE-TITULO.
           ADD 1 TO W-QTD-TIT
           MOVE W-QTD-TIT TO W-POS
           MOVE "N" TO W-ACHOU-POS
           PERFORM UNTIL W-ACHOU-POS = "S"
              IF W-POS = 1
                 MOVE "S" TO W-ACHOU-POS
              ELSE
                 IF W-TT-VENCTO(W-POS - 1) NOT > REC-DATA-VENCTO
                    MOVE "S" TO W-ACHOU-POS
                 ELSE
                    MOVE W-TT-TITULO(W-POS - 1) TO W-TT-TITULO(W-POS)
                    SUBTRACT 1 FROM W-POS
                 END-IF
              END-IF
           END-PERFORM
           MOVE REC-CHAVE       TO W-TT-CHAVE(W-POS)
           MOVE REC-DATA-VENCTO TO W-TT-VENCTO(W-POS).

      *>---------[ CONSOME UMA NOTA DE CREDITO NOS TITULOS ]----------
       USA-CREDITO.
           PERFORM APLICA-NO-TITULO
                   UNTIL W-IND-TIT > W-QTD-TIT
                      OR CRD-VALOR-USADO NOT < CRD-VALOR
           IF CRD-VALOR-USADO NOT < CRD-VALOR
              MOVE "U" TO CRD-STATUS.
           REWRITE REGCRED
           IF ST-ERRO-CRD NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQCRED - "
                      ST-ERRO-CRD.

      *>---------[ ABATE O CREDITO DE UM TITULO ]---------------------
       APLICA-NO-TITULO.
           MOVE W-TT-CHAVE(W-IND-TIT) TO REC-CHAVE
           READ ARQREC
           IF ST-ERRO2 NOT = "00"
              MOVE "00" TO ST-ERRO2
              ADD 1 TO W-IND-TIT
           ELSE
              COMPUTE W-SALDO-TIT  = REC-VALOR - REC-VALOR-PAGO
              COMPUTE W-SALDO-CRED = CRD-VALOR - CRD-VALOR-USADO
              IF W-SALDO-CRED < W-SALDO-TIT
                 MOVE W-SALDO-CRED TO W-VALOR-APL
                 MOVE "PARCIAL"    TO LA-SITUACAO
              ELSE
                 MOVE W-SALDO-TIT  TO W-VALOR-APL
                 MOVE "QUITADO"    TO LA-SITUACAO
                 MOVE "Q"          TO REC-STATUS
                 MOVE W-HOJE       TO REC-DATA-PAGTO
                 ADD 1 TO W-IND-TIT
              END-IF
              ADD W-VALOR-APL TO REC-VALOR-PAGO
              ADD W-VALOR-APL TO CRD-VALOR-USADO
              REWRITE REGREC
              IF ST-ERRO2 NOT = "00"
                 DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQREC - "
                         ST-ERRO2
                 MOVE "00" TO ST-ERRO2
              ELSE
                 PERFORM GRAVA-APLICACAO
              END-IF
           END-IF.

      *>---------[ REGISTRO DA APLICACAO DO CREDITO NO TITULO ]-------
       GRAVA-APLICACAO.
           MOVE CRD-NUM-PEDIDO    TO APL-NUM-CREDITO
           MOVE REC-NUM-PEDIDO    TO APL-NUM-PEDIDO
           MOVE REC-PARCELA       TO APL-PARCELA
           MOVE CRD-CLI-CPFCNPJ   TO APL-CLI-CPFCNPJ
           MOVE W-VALOR-APL       TO APL-VALOR
           MOVE W-HOJE            TO APL-DATA
           WRITE REGCREDAPL
           IF ST-ERRO-APL NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQCREDAPL - "
                      ST-ERRO-APL
              MOVE "00" TO ST-ERRO-APL.
           MOVE REC-NUM-PEDIDO    TO LA-CODIGO
           MOVE REC-PARCELA       TO LA-PARCELA
           MOVE W-VALOR-APL       TO LA-VALOR
           WRITE REG-CTARECREL FROM LINHA-APL
           ADD W-VALOR-APL TO W-TOT-APLICADO.

      *>---------[ VALOR FATURADO DOS ITENS DO TIPO DO PEDIDO ]-------
       SOMA-ITENS.
           MOVE ZEROS TO W-VALOR-PEDIDO
           MOVE "N" TO W-FIM-ITENS
           MOVE CAB-NUM-PEDIDO TO PED-NUM-PEDIDO
           START ARQPED KEY IS EQUAL PED-NUM-PEDIDO
              INVALID KEY
                 MOVE "S" TO W-FIM-ITENS
           END-START
           PERFORM UNTIL W-FIM-ITENS = "S"
              READ ARQPED NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ITENS
              NOT AT END
                 IF PED-NUM-PEDIDO NOT = CAB-NUM-PEDIDO
                    MOVE "S" TO W-FIM-ITENS
                 ELSE
                    IF PED-TIPOVENDA = CAB-TIPOVENDA
                       AND PED-ST-FATURADO
                       ADD PED-VALORTOTAL TO W-VALOR-PEDIDO
                    END-IF
                 END-IF
           END-PERFORM
           MOVE "00" TO ST-ERRO.

      *>---------[ PARCELAS DA CONDICAO DE PAGAMENTO DO PEDIDO ]------
      *>  SEM CONDICAO (OU CONDICAO NAO CADASTRADA) = PARCELA UNICA
      *>  NO PRAZO PADRAO INFORMADO
       MONTA-PARCELAS.
           MOVE 1 TO W-QTD-PARC
           MOVE W-PRAZO-DIAS TO W-TP-DIAS(1)
           MOVE 100 TO W-TP-PERC(1)
           IF CAB-COND-PAGTO NOT = ZEROS
              MOVE CAB-COND-PAGTO TO CP-CODIGO
              READ ARQCONDPG
              IF ST-ERRO-CP = "00"
                 MOVE CP-QTD-PARCELAS TO W-QTD-PARC
                 PERFORM VARYING W-IND FROM 1 BY 1
                         UNTIL W-IND > W-QTD-PARC
                    MOVE CP-DIAS(W-IND) TO W-TP-DIAS(W-IND)
                    MOVE CP-PERC(W-IND) TO W-TP-PERC(W-IND)
                 END-PERFORM
              ELSE
                 DISPLAY "PEDIDO " CAB-NUM-PEDIDO
                         " - CONDICAO " CAB-COND-PAGTO
                         " NAO CADASTRADA, USADO PRAZO PADRAO"
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO-CP.

      *>---------[ GRAVA UMA PARCELA - A ULTIMA LEVA O ARREDONDAMENTO ]
       GRAVA-PARCELA.
           MOVE CAB-NUM-PEDIDO    TO REC-NUM-PEDIDO
           MOVE W-IND             TO REC-PARCELA
           MOVE CAB-CLI-CPFCNPJ   TO REC-CLI-CPFCNPJ
           IF W-IND = W-QTD-PARC
              COMPUTE REC-VALOR = W-VALOR-PEDIDO - W-ACUM-PARC
           ELSE
              COMPUTE REC-VALOR ROUNDED =
                      W-VALOR-PEDIDO * W-TP-PERC(W-IND) / 100
           END-IF
           ADD REC-VALOR          TO W-ACUM-PARC
           MOVE ZEROS             TO REC-VALOR-PAGO
           MOVE CAB-DATAEMISSAO   TO REC-DATA-EMISSAO
           COMPUTE W-VENCTO-JULIANO =
                   FUNCTION INTEGER-OF-DATE(CAB-DATAEMISSAO)
                   + W-TP-DIAS(W-IND)
           COMPUTE REC-DATA-VENCTO =
                   FUNCTION DATE-OF-INTEGER(W-VENCTO-JULIANO)
           MOVE "A" TO REC-STATUS
           MOVE W-QTD-PARC        TO REC-QTD-PARCELAS
           MOVE "N"               TO REC-ENVIADO
           MOVE ZEROS TO REC-NOSSO-NUMERO REC-DATA-PAGTO
                         REC-MULTA-PAGA REC-JUROS-PAGO
                         REC-NIVEL-COBRANCA REC-DATA-COBRANCA
           WRITE REGREC
           IF ST-ERRO2 = "00" OR "02"
              MOVE REC-NUM-PEDIDO    TO LD-CODIGO
              MOVE REC-PARCELA       TO LD-PARCELA
              MOVE REC-CLI-CPFCNPJ   TO LD-CLIENTE
              MOVE REC-VALOR         TO LD-VALOR
              MOVE REC-DATA-VENCTO   TO LD-VENCTO
