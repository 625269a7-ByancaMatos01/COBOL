      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> GERACAO DE CONTAS A PAGAR A PARTIR DOS PEDIDOS DE     *
      *> COMPRA FATURADOS (ARQPEDCAB/ARQPED -> ARQPAG)         *
      *> UM TITULO POR PARCELA DA CONDICAO DE PAGAMENTO        *
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
       SELECT ARQPAG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PAG-CHAVE
                 ALTERNATE RECORD KEY IS PAG-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT CTAPAGREL ASSIGN TO DISK
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

       FD ARQPAG
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

       FD CTAPAGREL
               LABEL RECORD IS STANDARD
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-CAB      PIC X(02) VALUE "00".
       01 ST-ERRO-CP       PIC X(02) VALUE "00".
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
           03 LD-FORNECEDOR    PIC 9(14).
           03 FILLER           PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       R0.
           DISPLAY "CTAPAG01 - GERACAO DE CONTAS A PAGAR".
           DISPLAY "PEDIDO SEM CONDICAO DE PAGTO USA PRAZO PADRAO".
           DISPLAY "INFORME O PRAZO DE PAGAMENTO EM DIAS (0=30): ".
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

           OPEN I-O ARQPAG
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPAG - "
                         ST-ERRO2
                 CLOSE ARQPED ARQPEDCAB ARQCONDPG
                 GO TO ROT-FIM.

           OPEN OUTPUT CTAPAGREL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTAPAGREL - "
                      ST-ERRO3
              CLOSE ARQPED ARQPEDCAB ARQCONDPG ARQPAG
              GO TO ROT-FIM.

           MOVE "*** TITULOS A PAGAR GERADOS ***"
                                              TO REG-CTAPAGREL
           WRITE REG-CTAPAGREL
           MOVE "PEDIDO/PC  FORNECEDOR            VALOR   VENCIMENTO"
                                              TO REG-CTAPAGREL
           WRITE REG-CTAPAGREL
           MOVE SPACES TO REG-CTAPAGREL
           WRITE REG-CTAPAGREL.

       R1.
           PERFORM UNTIL W-FIM-ARQCAB = "S"
              READ ARQPEDCAB NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQCAB
              NOT AT END
                 IF CAB-TIPOVENDA = 2 AND CAB-ST-FATURADO
                    PERFORM GERA-TITULOS THRU GERA-TITULOS-FIM
                 END-IF
           END-PERFORM.

              MOVE W-TOT-VALOR TO LT-VALOR
              WRITE REG-CTAPAGREL FROM LINHA-TOT.

           CLOSE ARQPED ARQPEDCAB ARQCONDPG ARQPAG CTAPAGREL.
           DISPLAY "RELATORIO GERADO EM CTAPAGREL.DAT -- "
                   W-TOT-GERADOS " TITULOS GERADOS".
           GO TO ROT-FIM3.

      *>---------[ TITULOS DO PEDIDO SE AINDA NAO GERADOS ]-----------
       GERA-TITULOS.
           MOVE CAB-NUM-PEDIDO TO PAG-NUM-PEDIDO
           MOVE 01 TO PAG-PARCELA
           READ ARQPAG
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
       GERA-TITULOS-FIM.
           EXIT.

      *>---------[ VALOR FATURADO DOS ITENS DE COMPRA DO PEDIDO ]-----
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
                    IF PED-TIPOVENDA = 2 AND PED-ST-FATURADO
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
           MOVE CAB-NUM-PEDIDO    TO PAG-NUM-PEDIDO
           MOVE W-IND             TO PAG-PARCELA
           MOVE CAB-FOR-CPFCNPJ   TO PAG-FOR-CPFCNPJ
           IF W-IND = W-QTD-PARC
              COMPUTE PAG-VALOR = W-VALOR-PEDIDO - W-ACUM-PARC
           ELSE
              COMPUTE PAG-VALOR ROUNDED =
                      W-VALOR-PEDIDO * W-TP-PERC(W-IND) / 100
           END-IF
           ADD PAG-VALOR          TO W-ACUM-PARC
           MOVE ZEROS             TO PAG-VALOR-PAGO
           MOVE CAB-DATAEMISSAO   TO PAG-DATA-EMISSAO
           COMPUTE W-VENCTO-JULIANO =
                   FUNCTION INTEGER-OF-DATE(CAB-DATAEMISSAO)
                   + W-TP-DIAS(W-IND)
           COMPUTE PAG-DATA-VENCTO =
                   FUNCTION DATE-OF-INTEGER(W-VENCTO-JULIANO)
           MOVE "A" TO PAG-STATUS
           MOVE W-QTD-PARC        TO PAG-QTD-PARCELAS
           WRITE REGPAG
           IF ST-ERRO2 = "00" OR "02"
              MOVE PAG-NUM-PEDIDO    TO LD-CODIGO
              MOVE PAG-PARCELA       TO LD-PARCELA
              MOVE PAG-FOR-CPFCNPJ   TO LD-FORNECEDOR
              MOVE PAG-VALOR         TO LD-VALOR
              MOVE PAG-DATA-VENCTO   TO LD-VENCTO
