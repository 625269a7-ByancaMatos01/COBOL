          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD BACKREL
               LABEL RECORD IS STANDARD
