           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       FD EXCEPTREL
           LABEL RECORD IS STANDARD
           MOVE "A"                TO SITUACAO
           MOVE ZEROS              TO DATA-DEMISSAO
           MOVE ZEROS              TO SUPERVISOR
           MOVE ZEROS              TO BANCO AGENCIA CONTA
           MOVE SPACES             TO CONTA-DV TIPO-CONTA
           WRITE REGFUNC
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOT-ACEITOS
