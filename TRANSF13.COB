       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.
       SELECT ARQPERCTB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PER-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-PER.
       SELECT ARQNUMCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NUM-SEQUENCIA
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO-NUM.

       DATA DIVISION.
       FILE SECTION.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQESTLOC
               LABEL RECORD IS STANDARD
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       FD ARQPERCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPERCTB.DAT".
       01 REGPERCTB.
          03 PER-COMPETENCIA         PIC 9(06).
          03 PER-SITUACAO            PIC X(01).
             88 PER-FECHADO             VALUE "F".
             88 PER-ABERTO              VALUE "A".
          03 PER-DATA-FECHA          PIC 9(08).
          03 PER-OPER-FECHA          PIC X(10).
          03 PER-DATA-REABRE         PIC 9(08).
          03 PER-OPER-REABRE         PIC X(10).

       FD ARQNUMCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUMCTL.DAT".
       01 REGNUMCTL.
          03 NUM-SEQUENCIA           PIC X(08).
          03 NUM-ULTIMO              PIC 9(09).
          03 NUM-DATA-ALTERA         PIC 9(08).
          03 NUM-PROGRAMA            PIC X(08).

       WORKING-STORAGE SECTION.
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       01 ST-ERRO-TRF      PIC X(02) VALUE "00".
       01 ST-ERRO-MOV      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-PER      PIC X(02) VALUE "00".
       01 ST-ERRO-NUM      PIC X(02) VALUE "00".
       01 W-TEM-NUMCTL     PIC X(01) VALUE "N".
       01 W-NUM-MINIMO     PIC 9(09) VALUE ZEROS.
       01 W-NUM-RESERVADO  PIC 9(09) VALUE ZEROS.
       01 W-NUM-TENTATIVA  PIC 9(04) VALUE ZEROS.
       01 W-TEM-PERCTB     PIC X(01) VALUE "N".
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-PROXNUM        PIC 9(06) VALUE ZEROS.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
           OPEN I-O ARQNUMCTL
           IF ST-ERRO-NUM = "30"
              OPEN OUTPUT ARQNUMCTL
              CLOSE ARQNUMCTL
              OPEN I-O ARQNUMCTL.
           IF ST-ERRO-NUM = "00"
              MOVE "S" TO W-TEM-NUMCTL.
           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB.
       GERA-NUMERO.
           MOVE 999999 TO TRF-NUMERO
           START ARQTRANSF KEY IS NOT GREATER TRF-NUMERO
                   END-IF
           END-START
           MOVE "00" TO ST-ERRO-TRF.
           MOVE "TRANSFER" TO NUM-SEQUENCIA
           MOVE W-PROXNUM TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXNUM.
       R1.
           MOVE ZEROS TO TRF-PRO-CODIGO TRF-LOCAL-ORIGEM
                TRF-LOCAL-DESTINO TRF-QTDE
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-OPC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-LANC
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "*** PERIODO CONTABIL FECHADO - NAO GRAVADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       EFETIVA.
           MOVE TRF-PRO-CODIGO   TO EL-PRO-CODIGO
           MOVE TRF-LOCAL-ORIGEM TO EL-LOCAL
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

      *>---------[ COMPETENCIA FECHADA NO ARQPERCTB ]------------------
       VERIFICA-PERIODO.
           MOVE "N" TO W-PER-FECHADO
           IF W-TEM-PERCTB = "S"
              MOVE W-DATA-LANC(1:6) TO PER-COMPETENCIA
              READ ARQPERCTB
              IF ST-ERRO-PER = "00" AND PER-FECHADO
                 MOVE "S" TO W-PER-FECHADO
              END-IF
              MOVE "00" TO ST-ERRO-PER
           END-IF.

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
              MOVE "TRANSF13" TO NUM-PROGRAMA
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
           MOVE "TRANSF13" TO NUM-PROGRAMA
           REWRITE REGNUMCTL
           IF ST-ERRO-NUM = "00"
              MOVE NUM-ULTIMO TO W-NUM-RESERVADO.
           UNLOCK ARQNUMCTL.
       RESERVA-NUMERO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQPRO ARQESTLOC ARQTRANSF ARQESTMOV AUDITLOG.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
           IF W-TEM-NUMCTL = "S"
              CLOSE ARQNUMCTL.
       ROT-FIM2.
           GOBACK.

