       IDENTIFICATION DIVISION.
       PROGRAM-ID. USUCONV01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CONVERSAO UNICA DO CADASTRO DE USUARIOS PARA O LAYOUT *
      *> COM POLITICA DE SENHA. LE O ARQUIVO ANTIGO (SENHA     *
      *> ABERTA) E GRAVA UMA COPIA "2" NO LAYOUT NOVO, COM A   *
      *> SENHA CIFRADA, TROCA OBRIGATORIA NO PROXIMO LOGIN E   *
      *> USUARIO DESBLOQUEADO:                                 *
      *>   ARQUSU.DAT    -> ARQUSU2.DAT                        *
      *> A CIFRA E A MESMA DO MENU01 (USUARIO + SENHA).        *
      *> APOS CONFERIR, RENOMEAR A COPIA PARA O NOME OFICIAL   *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OARQUSU ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS O-USU-CODIGO
                      FILE STATUS  IS ST-OUSU.
       SELECT NARQUSU ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS N-USU-CODIGO
                      FILE STATUS  IS ST-NUSU.

       DATA DIVISION.
       FILE SECTION.
       FD OARQUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSU.DAT".
       01 O-REGUSU.
          03 O-USU-CODIGO            PIC X(10).
          03 O-USU-SENHA             PIC X(10).
          03 O-USU-NIVEL             PIC 9(01).

       FD NARQUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSU2.DAT".
       01 N-REGUSU.
          03 N-USU-CODIGO            PIC X(10).
          03 N-USU-SENHA             PIC X(10).
          03 N-USU-NIVEL             PIC 9(01).
          03 N-USU-DATA-SENHA        PIC 9(08).
          03 N-USU-TROCA-SENHA       PIC X(01).
          03 N-USU-BLOQUEADO         PIC X(01).
          03 N-USU-FALHAS            PIC 9(01).
          03 N-USU-SENHA-ANT         PIC X(10) OCCURS 3 TIMES.

       WORKING-STORAGE SECTION.
       01 ST-OUSU          PIC X(02) VALUE "00".
       01 ST-NUSU          PIC X(02) VALUE "00".
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-TOT-REGS       PIC 9(06) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
      *> CIFRA DA SENHA (USUARIO + SENHA -> 10 DIGITOS)
       01 W-CIFRA-ENTRADA.
          03 W-CIFRA-USUARIO PIC X(10).
          03 W-CIFRA-SENHA   PIC X(10).
       01 W-CIFRA-ENT-R REDEFINES W-CIFRA-ENTRADA.
          03 W-CIFRA-CAR     PIC X(01) OCCURS 20 TIMES.
       01 W-CIFRA-IX        PIC 9(02) VALUE ZEROS.
       01 W-CIFRA-H1        PIC 9(12) VALUE ZEROS.
       01 W-CIFRA-H2        PIC 9(12) VALUE ZEROS.
       01 W-CIFRA-QUOC      PIC 9(12) VALUE ZEROS.
       01 W-SENHA-CIFRADA.
          03 W-CIFRA-R1      PIC 9(05).
          03 W-CIFRA-R2      PIC 9(05).

       PROCEDURE DIVISION.
       R0.
           DISPLAY "USUCONV01 - CONVERSAO DO ARQUSU (SENHA CIFRADA)".
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
           OPEN INPUT OARQUSU
           IF ST-OUSU NOT = "00"
              DISPLAY "ARQUSU NAO CONVERTIDO - STATUS " ST-OUSU
              GO TO R9.
           OPEN OUTPUT NARQUSU
           IF ST-NUSU NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQUSU2 - "
                      ST-NUSU
              CLOSE OARQUSU
              GO TO R9.
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ OARQUSU NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 MOVE O-USU-CODIGO      TO N-USU-CODIGO
                 MOVE O-USU-NIVEL       TO N-USU-NIVEL
                 MOVE O-USU-CODIGO      TO W-CIFRA-USUARIO
                 MOVE O-USU-SENHA       TO W-CIFRA-SENHA
                 PERFORM CIFRA-SENHA THRU CIFRA-SENHA-FIM
                 MOVE W-SENHA-CIFRADA   TO N-USU-SENHA
                 MOVE W-HOJE            TO N-USU-DATA-SENHA
                 MOVE "S"               TO N-USU-TROCA-SENHA
                 MOVE "N"               TO N-USU-BLOQUEADO
                 MOVE ZEROS             TO N-USU-FALHAS
                 MOVE SPACES TO N-USU-SENHA-ANT(1) N-USU-SENHA-ANT(2)
                                N-USU-SENHA-ANT(3)
                 WRITE N-REGUSU
                 IF ST-NUSU NOT = "00"
                    DISPLAY "ERRO NA GRAVACAO DO ARQUSU2 - " ST-NUSU
                            " USUARIO " O-USU-CODIGO
                 ELSE
                    ADD 1 TO W-TOT-REGS
                 END-IF
           END-PERFORM
           CLOSE OARQUSU NARQUSU
           DISPLAY "ARQUSU2.DAT GERADO -- " W-TOT-REGS " REGISTROS".

       R9.
           DISPLAY "CONVERSAO CONCLUIDA. CONFERIR A COPIA '2' E".
           DISPLAY "RENOMEAR PARA O NOME OFICIAL DO ARQUIVO.".
           STOP RUN.

      *>---------[ CIFRA DA SENHA ]-----------------------------------
      *>  W-CIFRA-USUARIO + W-CIFRA-SENHA -> W-SENHA-CIFRADA. MESMA
      *>  CIFRA DO MENU01, PARA QUE O LOGIN ACEITE A SENHA CONVERTIDA.
       CIFRA-SENHA.
           MOVE 7  TO W-CIFRA-H1
           MOVE 13 TO W-CIFRA-H2
           PERFORM CIFRA-SENHA-CAR
                   VARYING W-CIFRA-IX FROM 1 BY 1 UNTIL W-CIFRA-IX > 20
           PERFORM CIFRA-SENHA-CAR
                   VARYING W-CIFRA-IX FROM 20 BY -1 UNTIL W-CIFRA-IX < 1
           DIVIDE W-CIFRA-H1 BY 99991 GIVING W-CIFRA-QUOC
                  REMAINDER W-CIFRA-R1
           DIVIDE W-CIFRA-H2 BY 99989 GIVING W-CIFRA-QUOC
                  REMAINDER W-CIFRA-R2.
       CIFRA-SENHA-FIM.
           EXIT.

       CIFRA-SENHA-CAR.
           COMPUTE W-CIFRA-H1 = W-CIFRA-H1 * 131
                   + FUNCTION ORD(W-CIFRA-CAR(W-CIFRA-IX)) + W-CIFRA-IX
           DIVIDE W-CIFRA-H1 BY 999999937 GIVING W-CIFRA-QUOC
                  REMAINDER W-CIFRA-H1
           COMPUTE W-CIFRA-H2 = W-CIFRA-H2 * 257
                   + FUNCTION ORD(W-CIFRA-CAR(W-CIFRA-IX)) * W-CIFRA-IX
           DIVIDE W-CIFRA-H2 BY 999999929 GIVING W-CIFRA-QUOC
                  REMAINDER W-CIFRA-H2.
