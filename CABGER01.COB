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

       FD CABGERREL
               LABEL RECORD IS STANDARD
       01 W-GRUPO-ATUAL    PIC 9(06) VALUE ZEROS.
       01 W-STATUS-GRUPO   PIC X(01) VALUE SPACES.
       01 W-DIVERGE        PIC X(01) VALUE "N".
       01 W-CAB-STATUS     PIC X(01) VALUE SPACES.
       01 W-CAB-VALOR      PIC 9(14)V99 VALUE ZEROS.
       01 W-CAB-QTD        PIC 9(03) VALUE ZEROS.

       01 LINHA-DIV.
           03 FILLER           PIC X(07) VALUE "PEDIDO ".
              MOVE PED-STATUS      TO W-STATUS-GRUPO
              MOVE "N"             TO W-DIVERGE
              MOVE ZEROS TO CAB-VALORTOTAL CAB-QTD-ITENS
                            CAB-COND-PAGTO CAB-NF-SERIE
                            CAB-NF-NUMERO CAB-NF-DATA
                            CAB-TRANSP-CNPJ CAB-VOLUMES
                            CAB-PESO-BRUTO CAB-EXP-DATA
              MOVE SPACES TO CAB-TIPOFRETE
           END-IF
           IF PED-STATUS NOT = W-STATUS-GRUPO
              MOVE "S" TO W-DIVERGE.
           END-IF
           WRITE REGPEDCAB
           IF ST-ERRO2 = "22"
              PERFORM REGRAVA-CABECALHO.
           MOVE "00" TO ST-ERRO2
           ADD 1 TO W-TOT-CABS.

      *>---------[ CABECALHO JA EXISTE - PRESERVA DADOS DO CABECALHO ]-
       REGRAVA-CABECALHO.
           MOVE CAB-STATUS     TO W-CAB-STATUS
           MOVE CAB-VALORTOTAL TO W-CAB-VALOR
           MOVE CAB-QTD-ITENS  TO W-CAB-QTD
           READ ARQPEDCAB
           IF ST-ERRO2 = "00"
              MOVE W-CAB-STATUS TO CAB-STATUS
              MOVE W-CAB-VALOR  TO CAB-VALORTOTAL
              MOVE W-CAB-QTD    TO CAB-QTD-ITENS
              REWRITE REGPEDCAB.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
