          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQPED
           LABEL RECORD IS STANDARD
           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       WORKING-STORAGE SECTION.
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
           CLOSE BKPFILE
           DISPLAY "RESTAURACAO CONCLUIDA -- " W-TOT-RESTAUR
                   " REGISTROS GRAVADOS".
           IF W-ARQ-ESCOLHA = "ARQPED"
              DISPLAY "RODAR O NUMSIN01 PARA ACERTAR A NUMERACAO".
           GO TO ROT-FIM3.

       RESTAURA-CLI.
