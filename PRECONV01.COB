          03 N-PRO-EAN               PIC 9(13).
          03 N-PRO-UNIDCOMPRA        PIC X(02).
          03 N-PRO-FATORCONV         PIC 9(04).
          03 N-PRO-PESO              PIC 9(04)V999.

       FD OARQPED
               LABEL RECORD IS STANDARD
                 MOVE ZEROS              TO N-PRO-EAN
                 MOVE SPACES             TO N-PRO-UNIDCOMPRA
                 MOVE ZEROS              TO N-PRO-FATORCONV
                 MOVE ZEROS              TO N-PRO-PESO
                 WRITE N-REGPRO
                 ADD 1 TO W-TOT-REGS
           END-PERFORM
