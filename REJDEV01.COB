       SELECT REJDEVREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
       SELECT ARQNUMCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NUM-SEQUENCIA
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO-NUM.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQPRO
               LABEL RECORD IS STANDARD
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD REJDEVREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REJDEVREL.DAT".
       01 REG-REJDEVREL PIC X(100).

       FD ARQNUMCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUMCTL.DAT".
       01 REGNUMCTL.
          03 NUM-SEQUENCIA           PIC X(08).
          03 NUM-ULTIMO              PIC 9(09).
          03 NUM-DATA-ALTERA         PIC 9(08).
          03 NUM-PROGRAMA            PIC X(08).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 W-TOT-GERADOS    PIC 9(06) VALUE ZEROS.
       01 W-PROXCOD        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO-CAB      PIC X(02) VALUE "00".
       01 ST-ERRO-NUM      PIC X(02) VALUE "00".
       01 W-TEM-NUMCTL     PIC X(01) VALUE "N".
       01 W-NUM-MINIMO     PIC 9(09) VALUE ZEROS.
       01 W-NUM-RESERVADO  PIC 9(09) VALUE ZEROS.
       01 W-NUM-TENTATIVA  PIC 9(04) VALUE ZEROS.
       01 W-PROXNUM        PIC 9(06) VALUE ZEROS.

       01 LINHA-DET.
              CLOSE RECREJ ARQPED ARQPRO
              GO TO ROT-FIM.

           OPEN I-O ARQNUMCTL
           IF ST-ERRO-NUM = "30"
              OPEN OUTPUT ARQNUMCTL
              CLOSE ARQNUMCTL
              OPEN I-O ARQNUMCTL.
           IF ST-ERRO-NUM = "00"
              MOVE "S" TO W-TEM-NUMCTL.
           MOVE "*** DEVOLUCOES AO FORNECEDOR GERADAS (TIPO 4) ***"
                                              TO REG-REJDEVREL
           WRITE REG-REJDEVREL
              WRITE REG-REJDEVREL.

           CLOSE RECREJ ARQPED ARQPEDCAB ARQPRO REJDEVREL.
           IF W-TEM-NUMCTL = "S"
              CLOSE ARQNUMCTL.
           DISPLAY "RELATORIO GERADO EM REJDEVREL.DAT -- "
                   W-TOT-GERADOS " DEVOLUCOES GERADAS".
           GO TO ROT-FIM3.
                   END-IF
           END-START
           MOVE "00" TO ST-ERRO2.
           MOVE "ITEMPED " TO NUM-SEQUENCIA
           MOVE W-PROXCOD TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXCOD.

      *>---------[ PROXIMO NUMERO DE PEDIDO (ARQPEDCAB) ]--------------
       GERA-NUMERO-PEDIDO.
                   END-IF
           END-START
           MOVE "00" TO ST-ERRO-CAB.
           MOVE "PEDIDO  " TO NUM-SEQUENCIA
           MOVE W-PROXNUM TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXNUM.

      *>---------[ GERA O PEDIDO TIPO 4 E MARCA A REJEICAO ]----------
       GERA-DEVOLUCAO.
           MOVE PED-STATUS      TO CAB-STATUS
           MOVE PED-VALORTOTAL  TO CAB-VALORTOTAL
           MOVE 1               TO CAB-QTD-ITENS
           MOVE ZEROS           TO CAB-COND-PAGTO
           MOVE ZEROS TO CAB-NF-SERIE CAB-NF-NUMERO CAB-NF-DATA
           MOVE ZEROS TO CAB-TRANSP-CNPJ CAB-VOLUMES CAB-PESO-BRUTO
                         CAB-EXP-DATA
           MOVE SPACES TO CAB-TIPOFRETE
           WRITE REGPEDCAB
           IF ST-ERRO-CAB = "22"
              REWRITE REGPEDCAB.
           MOVE "00" TO ST-ERRO-CAB.

      *>---------[ RESERVA DO PROXIMO NUMERO NO ARQNUMCTL ]-----------
      *>  LE A SEQUENCIA COM BLOQUEIO DO REGISTRO E AVANCA O ULTIMO
      *>  NUMERO USADO, NUNCA ABAIXO DO PROXIMO LIVRE NO ARQUIVO DE
      *>  DADOS (W-NUM-MINIMO). REGISTRO PRESO POR OUTRO OPERADOR:
      *>  TENTA DE NOVO. SEM O ARQNUMCTL FICA O W-NUM-MINIMO
       RESERVA-NUMERO.
           MOVE W-NUM-MINIMO TO W-NUM-RESERVADO
           MOVE ZEROS TO W-NUM-TENTATIVA
           IF W-TEM-NUMCTL NOT = "S"
              GO TO RESERVA-NUMERO-FIM.
       RESERVA-NUMERO-LE.
           READ ARQNUMCTL WITH LOCK
           IF ST-ERRO-NUM = "23"
              MOVE W-NUM-MINIMO TO NUM-ULTIMO
              MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-DATA-ALTERA
              MOVE "REJDEV01" TO NUM-PROGRAMA
              WRITE REGNUMCTL
              IF ST-ERRO-NUM = "22"
                 GO TO RESERVA-NUMERO-LE
              END-IF
              GO TO RESERVA-NUMERO-FIM.
           IF ST-ERRO-NUM = "51"
              ADD 1 TO W-NUM-TENTATIVA
              IF W-NUM-TENTATIVA < 9999
                 GO TO RESERVA-NUMERO-LE
              END-IF
              GO TO RESERVA-NUMERO-FIM.
           IF ST-ERRO-NUM NOT = "00"
              GO TO RESERVA-NUMERO-FIM.
           IF NUM-ULTIMO < W-NUM-MINIMO
              MOVE W-NUM-MINIMO TO NUM-ULTIMO
           ELSE
              ADD 1 TO NUM-ULTIMO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-DATA-ALTERA
           MOVE "REJDEV01" TO NUM-PROGRAMA
           REWRITE REGNUMCTL
           IF ST-ERRO-NUM = "00"
              MOVE NUM-ULTIMO TO W-NUM-RESERVADO.
           UNLOCK ARQNUMCTL.
       RESERVA-NUMERO-FIM.
           EXIT.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
