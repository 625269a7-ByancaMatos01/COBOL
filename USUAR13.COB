      *>*******************************************************
      *> CADASTRO DE USUARIOS E NIVEL DE ACESSO POR PROGRAMA   *
      *> (ARQUSU / ARQPRGAUT)                                  *
      *> SENHA INFORMADA AQUI E GRAVADA CIFRADA E OBRIGA A     *
      *> TROCA NO PROXIMO ACESSO; BRANCO NA ALTERACAO MANTEM A *
      *> ATUAL. BLOQUEADO=N DESBLOQUEIA E ZERA AS FALHAS.      *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 USU-CODIGO              PIC X(10).
          03 USU-SENHA               PIC X(10).
          03 USU-NIVEL               PIC 9(01).
          03 USU-DATA-SENHA          PIC 9(08).
          03 USU-TROCA-SENHA         PIC X(01).
             88 USU-TROCA-OBRIG         VALUE "S".
          03 USU-BLOQUEADO           PIC X(01).
             88 USU-BLOQ                VALUE "S".
          03 USU-FALHAS              PIC 9(01).
          03 USU-SENHA-ANT           PIC X(10) OCCURS 3 TIMES.

       FD ARQPRGAUT
               LABEL RECORD IS STANDARD
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-SENHA-MINIMO   PIC 9(02) VALUE 6.
       01 W-SENHA-DIG      PIC X(10) VALUE SPACES.
       01 W-BLOQ-ANT       PIC X(01) VALUE SPACES.
       01 W-QTD-BRANCOS    PIC 9(02) VALUE ZEROS.
      *> CIFRA DA SENHA (USUARIO + SENHA -> 10 DIGITOS)
       01 W-CIFRA-ENTRADA.
          03 W-CIFRA-USUARIO PIC X(10).
          03 W-CIFRA-SENHA   PIC X(10).
       01 W-CIFRA-ENT-R REDEFINES W-CIFRA-ENTRADA.
          03 W-CIFRA-CAR     PIC X(01) OCCURS 20 TIMES.
       01 W-CIFRA-IX       PIC 9(02) VALUE ZEROS.
       01 W-CIFRA-H1       PIC 9(12) VALUE ZEROS.
       01 W-CIFRA-H2       PIC 9(12) VALUE ZEROS.
       01 W-CIFRA-QUOC     PIC 9(12) VALUE ZEROS.
       01 W-SENHA-CIFRADA.
          03 W-CIFRA-R1     PIC 9(05).
          03 W-CIFRA-R2     PIC 9(05).

       SCREEN SECTION.

               VALUE  "   SENHA             :".
           05  LINE 08  COLUMN 01
               VALUE  "   NIVEL (1 A 9)     :".
           05  LINE 10  COLUMN 01
               VALUE  "   BLOQUEADO (S/N)   :".
           05  LINE 06  COLUMN 37
               VALUE  "(BRANCO MANTEM A SENHA ATUAL)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TUSU-CODIGO
               USING  USU-CODIGO.
           05  TUSU-SENHA
               LINE 06  COLUMN 25  PIC X(10)
               USING  W-SENHA-DIG.
           05  TUSU-NIVEL
               LINE 08  COLUMN 25  PIC 9(01)
               USING  USU-NIVEL.
           05  TUSU-BLOQUEADO
               LINE 10  COLUMN 25  PIC X(01)
               USING  USU-BLOQUEADO.

       01  TELAPRG.
           05  BLANK SCREEN.
              GO TO INIC-OPC.
      *>---------[ MANUTENCAO DE USUARIOS ]---------------------------
       USU-001.
           MOVE SPACES TO USU-CODIGO USU-SENHA W-SENHA-DIG
           MOVE ZEROS TO USU-NIVEL
           MOVE "N" TO USU-BLOQUEADO W-BLOQ-ANT
           MOVE 0 TO W-SEL
           DISPLAY TELAUSU.
       USU-002.
              GO TO USU-002.
           READ ARQUSU
           IF ST-ERRO = "00"
              MOVE USU-BLOQUEADO TO W-BLOQ-ANT
              MOVE SPACES TO W-SENHA-DIG
              DISPLAY TELAUSU
              MOVE "*** USUARIO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO USU-002.
           IF W-SENHA-DIG = SPACES
              IF W-SEL = 1
                 GO TO USU-004
              ELSE
                 MOVE "*** SENHA NAO PODE SER BRANCA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO USU-003.
           MOVE ZEROS TO W-QTD-BRANCOS
           INSPECT W-SENHA-DIG(1:W-SENHA-MINIMO)
                   TALLYING W-QTD-BRANCOS FOR ALL SPACES
           IF W-QTD-BRANCOS NOT = ZEROS
              MOVE "*** SENHA DEVE TER NO MINIMO 6 POSICOES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USU-003.
       USU-004.
              MOVE "*** NIVEL DEVE SER DE 1 A 9 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USU-004.
       USU-005.
           ACCEPT TUSU-BLOQUEADO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO USU-004.
           IF USU-BLOQUEADO = "s"
              MOVE "S" TO USU-BLOQUEADO.
           IF USU-BLOQUEADO = "n"
              MOVE "N" TO USU-BLOQUEADO.
           IF USU-BLOQUEADO NOT = "S" AND "N"
              MOVE "*** BLOQUEADO DEVE SER S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USU-005.
           IF USU-BLOQUEADO = "N"
              MOVE ZEROS TO USU-FALHAS.
           PERFORM APLICA-SENHA THRU APLICA-SENHA-FIM
           IF W-SEL = 1
              GO TO USU-RW1.
       USU-WR1.
              MOVE "A" TO AUD-ACAO
              MOVE USU-CODIGO TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              PERFORM AUDITA-SEGURANCA
              MOVE "*** USUARIO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USU-001.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>---------[ SENHA DIGITADA: CIFRA E TROCA OBRIGATORIA ]-------
      *>  NA ALTERACAO A SENHA ANTERIOR VAI PARA O HISTORICO, QUE O
      *>  MENU01 CONSULTA PARA NAO ACEITAR SENHA REPETIDA.
       APLICA-SENHA.
           IF W-SEL = 0
              MOVE SPACES TO USU-SENHA-ANT(1) USU-SENHA-ANT(2)
                             USU-SENHA-ANT(3)
              MOVE ZEROS TO USU-FALHAS.
           IF W-SENHA-DIG = SPACES
              GO TO APLICA-SENHA-FIM.
           MOVE USU-CODIGO  TO W-CIFRA-USUARIO
           MOVE W-SENHA-DIG TO W-CIFRA-SENHA
           PERFORM CIFRA-SENHA THRU CIFRA-SENHA-FIM
           IF W-SEL = 1
              MOVE USU-SENHA-ANT(2) TO USU-SENHA-ANT(3)
              MOVE USU-SENHA-ANT(1) TO USU-SENHA-ANT(2)
              MOVE USU-SENHA        TO USU-SENHA-ANT(1).
           MOVE W-SENHA-CIFRADA TO USU-SENHA
           MOVE FUNCTION CURRENT-DATE(1:8) TO USU-DATA-SENHA
           MOVE "S" TO USU-TROCA-SENHA.
       APLICA-SENHA-FIM.
           EXIT.

      *>  RESET DE SENHA (Z), BLOQUEIO (L) E DESBLOQUEIO (U)
       AUDITA-SEGURANCA.
           MOVE USU-CODIGO TO AUD-CHAVE
           IF W-SENHA-DIG NOT = SPACES
              MOVE "Z" TO AUD-ACAO
              PERFORM GRAVA-AUDITORIA.
           IF USU-BLOQUEADO = "S" AND W-BLOQ-ANT NOT = "S"
              MOVE "L" TO AUD-ACAO
              PERFORM GRAVA-AUDITORIA.
           IF USU-BLOQUEADO = "N" AND W-BLOQ-ANT = "S"
              MOVE "U" TO AUD-ACAO
              PERFORM GRAVA-AUDITORIA.

      *>---------[ CIFRA DA SENHA ]-----------------------------------
      *>  MESMA CIFRA DO MENU01: W-CIFRA-USUARIO + W-CIFRA-SENHA ->
      *>  W-SENHA-CIFRADA
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

       GRAVA-AUDITORIA.
           MOVE "USUAR13 " TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
