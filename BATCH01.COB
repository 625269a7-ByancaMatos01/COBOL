      *> O RESULTADO DE CADA PASSO FICA EM BATCHSTA.DAT E O    *
      *> MODO R (RESTART) RETOMA DO PRIMEIRO PASSO QUE NAO     *
      *> TERMINOU NA ULTIMA EXECUCAO                           *
      *> O RELATORIO DE CADA PASSO CONCLUIDO E ARQUIVADO COMO  *
      *> GERACAO DATADA PELO RELGER01 (RELIDX/RELARQ)          *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 W-FIM-PRM        PIC X(01) VALUE "N".
       01 W-PARAR          PIC X(01) VALUE "N".
       01 W-DOW            PIC 9(01) VALUE ZEROS.
       01 W-RELGER-PROGRAMA   PIC X(08) EXTERNAL.
       01 W-RELGER-ORIGEM     PIC X(08) EXTERNAL.
       01 W-RELGER-QTD        PIC 9(02) EXTERNAL.
       01 W-REL-PARAMETROS    PIC X(60) EXTERNAL.

      *> PASSOS CARREGADOS DO BATCHPRM (ATE 30)
       01 TABPASSOS.
           03 FILLER PIC X(19) VALUE "07INTEG01 SSSSSSSSN".
           03 FILLER PIC X(19) VALUE "08ESTCHK01SSSSSSSSN".
           03 FILLER PIC X(19) VALUE "09PAINEL01SSSSSSSSN".
           03 FILLER PIC X(19) VALUE "10RELPUR01SSSSSSSSN".
       01 TABPADRAO REDEFINES TABPADRAOX.
           03 TBPADRAO PIC X(19) OCCURS 10 TIMES.

       01 LINHA-CABEC.
           03 FILLER           PIC X(32) VALUE
           WRITE REG-BATCHREL FROM LINHA-FIM.

           CLOSE BATCHREL BATCHSTA.
           MOVE "BATCH01 " TO W-RELGER-PROGRAMA
           STRING "MODO " W-MODO DELIMITED BY SIZE
                  INTO W-REL-PARAMETROS
           PERFORM CHAMA-RELGER.
           DISPLAY "PROCESSAMENTO NOTURNO CONCLUIDO -- " W-TOT-PASSOS
                   " PASSOS -- " W-TOT-ERROS
                   " COM ERRO -- " W-TOT-PULADOS
           PERFORM GRAVA-STATUS
           DISPLAY "BATCH01 - INICIANDO " TB-PROGRAMA(W-IDX-PASSO)
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO W-REL-PARAMETROS
           CALL TB-PROGRAMA(W-IDX-PASSO)
           IF RETURN-CODE = ZEROS
              PERFORM ARQUIVA-RELATORIO
              MOVE "CONCLUIDO " TO LP-SITUACAO
           ELSE
              MOVE "ERRO      " TO LP-SITUACAO
       EXECUTA-PASSO-FIM.
           EXIT.

      *>---------[ GERACAO DATADA DO RELATORIO DO PASSO ]------------
       ARQUIVA-RELATORIO.
           MOVE TB-PROGRAMA(W-IDX-PASSO) TO W-RELGER-PROGRAMA
           PERFORM CHAMA-RELGER
           IF W-RELGER-QTD NOT = ZEROS
              MOVE "ARQUIVADO " TO LP-SITUACAO
              PERFORM GRAVA-LINHA-PASSO.

       CHAMA-RELGER.
           MOVE "BATCH01 " TO W-RELGER-ORIGEM
           CALL "RELGER01"
           MOVE ZEROS TO RETURN-CODE.

       GRAVA-LINHA-PASSO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-HORA-AGORA
           MOVE W-HORA-AGORA TO LP-HORA
       GRAVA-PADRAO.
           OPEN OUTPUT BATCHPRM
           PERFORM VARYING W-IDX-PASSO FROM 1 BY 1
                     UNTIL W-IDX-PASSO > 10
              MOVE TBPADRAO(W-IDX-PASSO) TO REG-BATCHPRM
              WRITE REG-BATCHPRM
           END-PERFORM
