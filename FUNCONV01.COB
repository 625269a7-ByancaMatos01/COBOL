       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCONV01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CONVERSAO UNICA DO CADASTRO DE FUNCIONARIOS PARA O    *
      *> LAYOUT COM DADOS BANCARIOS (BANCO, AGENCIA, CONTA,    *
      *> DIGITO E TIPO DE CONTA). LE O ARQUIVO ANTIGO E GRAVA  *
      *> UMA COPIA "2" NO LAYOUT NOVO, COM OS CAMPOS NOVOS     *
      *> ZERADOS/EM BRANCO:                                    *
      *>   CADFUNC.DAT   -> CADFUNC2.DAT                       *
      *> APOS CONFERIR, RENOMEAR A COPIA PARA O NOME OFICIAL   *
      *> E INFORMAR AS CONTAS PELO FUNC13                      *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OCADFUNC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CODIGO
               ALTERNATE RECORD KEY IS O-NOME WITH DUPLICATES
               FILE STATUS IS ST-OFUNC.
       SELECT NCADFUNC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-CODIGO
               ALTERNATE RECORD KEY IS N-NOME WITH DUPLICATES
               FILE STATUS IS ST-NFUNC.

       DATA DIVISION.
       FILE SECTION.
       FD OCADFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 O-REGFUNC.
           03 O-CODIGO PIC 9(06).
           03 O-NOME PIC X(30).
           03 O-EMAIL PIC X(30).
           03 O-SEXO PIC X(01).
           03 O-DATA-ADMISSAO PIC 9(08).
           03 O-TIPO-SALARIO PIC X(01).
           03 O-SALARIO-BASE PIC 9(06)V99.
           03 O-DEPARTAMENTO PIC 9(02).
           03 O-CARGO PIC 9(02).
           03 O-SITUACAO PIC X(01).
           03 O-DATA-DEMISSAO PIC 9(08).
           03 O-SUPERVISOR PIC 9(06).

       FD NCADFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNC2.DAT".
       01 N-REGFUNC.
           03 N-CODIGO PIC 9(06).
           03 N-NOME PIC X(30).
           03 N-EMAIL PIC X(30).
           03 N-SEXO PIC X(01).
           03 N-DATA-ADMISSAO PIC 9(08).
           03 N-TIPO-SALARIO PIC X(01).
           03 N-SALARIO-BASE PIC 9(06)V99.
           03 N-DEPARTAMENTO PIC 9(02).
           03 N-CARGO PIC 9(02).
           03 N-SITUACAO PIC X(01).
           03 N-DATA-DEMISSAO PIC 9(08).
           03 N-SUPERVISOR PIC 9(06).
           03 N-BANCO PIC 9(03).
           03 N-AGENCIA PIC 9(05).
           03 N-CONTA PIC 9(12).
           03 N-CONTA-DV PIC X(01).
           03 N-TIPO-CONTA PIC X(01).

       WORKING-STORAGE SECTION.
       01 ST-OFUNC         PIC X(02) VALUE "00".
       01 ST-NFUNC         PIC X(02) VALUE "00".
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-TOT-REGS       PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "FUNCONV01 - CONVERSAO DO CADFUNC (DADOS BANCARIOS)".
           OPEN INPUT OCADFUNC
           IF ST-OFUNC NOT = "00"
              DISPLAY "CADFUNC NAO CONVERTIDO - STATUS " ST-OFUNC
              GO TO R9.
           OPEN OUTPUT NCADFUNC
           IF ST-NFUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC2 - "
                      ST-NFUNC
              CLOSE OCADFUNC
              GO TO R9.
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ OCADFUNC NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 MOVE O-CODIGO          TO N-CODIGO
                 MOVE O-NOME            TO N-NOME
                 MOVE O-EMAIL           TO N-EMAIL
                 MOVE O-SEXO            TO N-SEXO
                 MOVE O-DATA-ADMISSAO   TO N-DATA-ADMISSAO
                 MOVE O-TIPO-SALARIO    TO N-TIPO-SALARIO
                 MOVE O-SALARIO-BASE    TO N-SALARIO-BASE
                 MOVE O-DEPARTAMENTO    TO N-DEPARTAMENTO
                 MOVE O-CARGO           TO N-CARGO
                 MOVE O-SITUACAO        TO N-SITUACAO
                 MOVE O-DATA-DEMISSAO   TO N-DATA-DEMISSAO
                 MOVE O-SUPERVISOR      TO N-SUPERVISOR
                 MOVE ZEROS TO N-BANCO N-AGENCIA N-CONTA
                 MOVE SPACES TO N-CONTA-DV N-TIPO-CONTA
                 WRITE N-REGFUNC
                 IF ST-NFUNC NOT = "00"
                    DISPLAY "ERRO NA GRAVACAO DO CADFUNC2 - " ST-NFUNC
                            " FUNCIONARIO " O-CODIGO
                 ELSE
                    ADD 1 TO W-TOT-REGS
                 END-IF
           END-PERFORM
           CLOSE OCADFUNC NCADFUNC
           DISPLAY "CADFUNC2.DAT GERADO -- " W-TOT-REGS " REGISTROS".

       R9.
           DISPLAY "CONVERSAO CONCLUIDA. CONFERIR A COPIA '2' E".
           DISPLAY "RENOMEAR PARA O NOME OFICIAL DO ARQUIVO.".
           STOP RUN.
