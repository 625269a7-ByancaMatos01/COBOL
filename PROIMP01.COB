          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD EXCEPTREL
           LABEL RECORD IS STANDARD
           MOVE PD-CUSTO           TO PRO-CUSTO
           MOVE PD-TAXA            TO PRO-TAXA
           MOVE ZEROS              TO PRO-EAN
           MOVE ZEROS              TO PRO-PESO
           WRITE REGPRO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOT-ACEITOS
