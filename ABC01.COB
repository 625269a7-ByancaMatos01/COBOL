      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CURVA ABC DE PRODUTOS POR FATURAMENTO (ARQPED/ARQPRO) *
      *> A CLASSE DE CADA PRODUTO FICA GRAVADA NO ARQABC PARA  *
      *> A PROGRAMACAO DE CONTAGEM CICLICA (CICLO01)           *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT ABCREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
       SELECT ARQABC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ABC-PRO-CODIGO
                      FILE STATUS  IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ABCREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ABCREL.DAT".
       01 REG-ABCREL PIC X(100).

       FD ARQABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQABC.DAT".
       01 REGABC.
          03 ABC-PRO-CODIGO          PIC 9(06).
          03 ABC-CLASSE              PIC X(01).
          03 ABC-PERC-ACUM           PIC 9(03)V99.
          03 ABC-DATA                PIC 9(08).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-FIM-ARQPED     PIC X(01) VALUE "N".
       01 W-QTD-TAB        PIC 9(04) VALUE ZEROS.
       01 W-IDX-TAB        PIC 9(04) VALUE ZEROS.
              CLOSE ARQPED ARQPRO
              GO TO ROT-FIM.

           OPEN OUTPUT ARQABC
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQABC - " ST-ERRO4
              CLOSE ARQPED ARQPRO ABCREL
              GO TO ROT-FIM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           MOVE "*** CURVA ABC DE PRODUTOS POR FATURAMENTO ***"
                                              TO REG-ABCREL
           WRITE REG-ABCREL
              MOVE "ATENCAO: PRODUTOS ALEM DA CAPACIDADE DA TABELA"
                                              TO REG-ABCREL
              WRITE REG-ABCREL.
           CLOSE ARQPED ARQPRO ABCREL ARQABC.
           DISPLAY "CURVA ABC GERADA EM ABCREL.DAT -- " W-QTD-TAB
                   " PRODUTOS".
           STOP RUN.
           MOVE TP-VALOR(W-IDX-TAB)   TO LD-VALOR
           MOVE W-PERC-ACUM           TO LD-PERC-ACUM
           MOVE W-CLASSE              TO LD-CLASSE
           WRITE REG-ABCREL FROM LINHA-DET
           MOVE TP-COD-PRO(W-IDX-TAB) TO ABC-PRO-CODIGO
           MOVE W-CLASSE              TO ABC-CLASSE
           MOVE W-PERC-ACUM           TO ABC-PERC-ACUM
           MOVE W-DATA-HOJE           TO ABC-DATA
           WRITE REGABC
           MOVE "00" TO ST-ERRO4.

       ROT-FIM.
           STOP RUN.
