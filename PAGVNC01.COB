       SELECT ARQPAG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PAG-CHAVE
                 ALTERNATE RECORD KEY IS PAG-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT PAGVNCREL ASSIGN TO DISK
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

       FD PAGVNCREL
               LABEL RECORD IS STANDARD
       01 LINHA-DET.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-PARCELA       PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VENCTO        PIC 9999/99/99.
           03 FILLER           PIC X(02) VALUE SPACES.
           MOVE "*** CONTAS A PAGAR - VENCIDOS E A VENCER (7 DIAS) ***"
                                              TO REG-PAGVNCREL
           WRITE REG-PAGVNCREL
           MOVE "  PEDIDO/PC  VENCIMENTO           SALDO  SITUACAO"
                                              TO REG-PAGVNCREL
           WRITE REG-PAGVNCREL
           MOVE SPACES TO REG-PAGVNCREL
              WRITE REG-PAGVNCREL FROM LINHA-FOR
           END-IF
           COMPUTE W-SALDO = PAG-VALOR - PAG-VALOR-PAGO
           MOVE PAG-NUM-PEDIDO  TO LD-CODIGO
           MOVE PAG-PARCELA     TO LD-PARCELA
           MOVE PAG-DATA-VENCTO TO LD-VENCTO
           MOVE W-SALDO         TO LD-SALDO
           IF W-DIAS-VENCER < ZEROS
