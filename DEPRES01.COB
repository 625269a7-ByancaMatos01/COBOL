           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       FD DEPRESREL
           LABEL RECORD IS STANDARD
