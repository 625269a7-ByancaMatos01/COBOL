      *>*******************************************************
      *> MENU PRINCIPAL - CHAMA OS CADASTROS E CONSULTAS       *
      *> COM IDENTIFICACAO DO OPERADOR (ARQUSU/ARQPRGAUT)      *
      *> SENHA GRAVADA CIFRADA; TROCA OBRIGATORIA NO PRIMEIRO  *
      *> ACESSO, APOS RESET NO USUAR13 E QUANDO VENCE O PRAZO; *
      *> 3 ERROS SEGUIDOS BLOQUEIAM O USUARIO NO ARQUSU        *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRG-PROGRAMA
                      FILE STATUS  IS ST-ERRO-PRG.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
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
          03 PRG-PROGRAMA            PIC X(08).
          03 PRG-NIVEL               PIC 9(01).

       FD AUDITLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       WORKING-STORAGE SECTION.
       01 W-OPCAO           PIC 9(02) VALUE ZEROS.
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-CONT            PIC 9(04) VALUE ZEROS.
       01 MENS              PIC X(50) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 ST-ERRO-USU       PIC X(02) VALUE "00".
       01 ST-ERRO-PRG       PIC X(02) VALUE "00".
       01 ST-ERRO-AUD       PIC X(02) VALUE "00".
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-RELGER-PROGRAMA PIC X(08) EXTERNAL.
       01 W-RELGER-ORIGEM   PIC X(08) EXTERNAL.
       01 W-RELGER-QTD      PIC 9(02) EXTERNAL.
       01 W-REL-PARAMETROS  PIC X(60) EXTERNAL.
       01 W-LOGIN-CODIGO    PIC X(10) VALUE SPACES.
       01 W-LOGIN-SENHA     PIC X(10) VALUE SPACES.
       01 W-LOGIN-NIVEL     PIC 9(01) VALUE ZEROS.
       01 W-TENTATIVAS      PIC 9(01) VALUE ZEROS.
       01 W-PRG-CHAMADO     PIC X(08) VALUE SPACES.
       01 W-ACESSO-OK       PIC X(01) VALUE "S".
      *> POLITICA DE SENHA
       77 W-SENHA-MINIMO    PIC 9(02) VALUE 6.
       77 W-SENHA-VALIDADE  PIC 9(03) VALUE 90.
       77 W-MAX-FALHAS      PIC 9(01) VALUE 3.
       01 W-HOJE            PIC 9(08) VALUE ZEROS.
       01 W-DIAS-SENHA      PIC S9(07) VALUE ZEROS.
       01 W-NOVA-SENHA      PIC X(10) VALUE SPACES.
       01 W-CONF-SENHA      PIC X(10) VALUE SPACES.
       01 W-QTD-BRANCOS     PIC 9(02) VALUE ZEROS.
       01 W-IX              PIC 9(02) VALUE ZEROS.
       01 W-SENHA-REPETIDA  PIC X(01) VALUE "N".
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

       SCREEN SECTION.

           05  LINE 16  COLUMN 10
               VALUE  "12 - INVENTARIO FISICO".
           05  LINE 17  COLUMN 10
               VALUE  "13 - EAN E PESO DOS PRODUTOS".
           05  LINE 18  COLUMN 10
               VALUE  "14 - TRANSFERENCIA ENTRE DEPOSITOS".
           05  LINE 19  COLUMN 10
               VALUE  "18 - EVENTOS DA FOLHA".
           05  LINE 07  COLUMN 45
               VALUE  "19 - PEDIDOS ARQUIVADOS".
           05  LINE 08  COLUMN 45
               VALUE  "20 - CONDICOES DE PAGAMENTO".
           05  LINE 09  COLUMN 45
               VALUE  "21 - COMPOSICAO DE KITS".
           05  LINE 10  COLUMN 45
               VALUE  "22 - SEPARACAO DE PEDIDOS".
           05  LINE 11  COLUMN 45
               VALUE  "23 - PEDIDOS PELA SUGESTAO DE COMPRA".
           05  LINE 12  COLUMN 45
               VALUE  "24 - SUBSTITUTOS DE PRODUTOS".
           05  LINE 13  COLUMN 45
               VALUE  "25 - SERIES DA NF-E".
           05  LINE 14  COLUMN 45
               VALUE  "26 - METAS DE VENDA".
           05  LINE 15  COLUMN 45
               VALUE  "27 - FECHAMENTO DE PERIODO CONTABIL".
           05  LINE 16  COLUMN 45
               VALUE  "28 - RELATORIOS ARQUIVADOS".
           05  LINE 17  COLUMN 45
               VALUE  "29 - TRANSPORTADORAS".
           05  LINE 18  COLUMN 45
               VALUE  "30 - EXPEDICAO DE PEDIDOS".
           05  LINE 21  COLUMN 10
               VALUE  "0 - SAIR".
           05  LINE 22  COLUMN 40
              IF ST-ERRO-USU = "30"
                 OPEN OUTPUT ARQUSU
                 MOVE "MASTER    " TO USU-CODIGO
                 MOVE "MASTER    " TO W-CIFRA-USUARIO W-CIFRA-SENHA
                 PERFORM CIFRA-SENHA THRU CIFRA-SENHA-FIM
                 MOVE W-SENHA-CIFRADA TO USU-SENHA
                 MOVE 9 TO USU-NIVEL
                 MOVE FUNCTION CURRENT-DATE(1:8) TO USU-DATA-SENHA
                 MOVE "S" TO USU-TROCA-SENHA
                 MOVE "N" TO USU-BLOQUEADO
                 MOVE ZEROS TO USU-FALHAS
                 MOVE SPACES TO USU-SENHA-ANT(1) USU-SENHA-ANT(2)
                                USU-SENHA-ANT(3)
                 WRITE REGUSU
                 CLOSE ARQUSU
                 OPEN I-O ARQUSU
                     "ERRO NA ABERTURA DO ARQUIVO ARQPRGAUT"
                 CLOSE ARQUSU
                 GO TO ROT-FIM.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY (23, 13)
                     "ERRO NA ABERTURA DO ARQUIVO AUDITLOG"
                 CLOSE ARQUSU ARQPRGAUT
                 GO TO ROT-FIM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE.
      *>---------[ IDENTIFICACAO DO OPERADOR ]------------------------
       LOGIN-001.
           ADD 1 TO W-TENTATIVAS
           IF W-TENTATIVAS > 3
              DISPLAY (23, 13) "*** ACESSO NEGADO - 3 TENTATIVAS ***"
              CLOSE ARQUSU ARQPRGAUT AUDITLOG
              GO TO ROT-FIM.
           MOVE SPACES TO W-LOGIN-CODIGO W-LOGIN-SENHA
           DISPLAY (01, 01) ERASE
              MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           IF USU-BLOQ
              MOVE "*** USUARIO BLOQUEADO - PROCURE O ADMINISTRADOR"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           MOVE USU-CODIGO    TO W-CIFRA-USUARIO
           MOVE W-LOGIN-SENHA TO W-CIFRA-SENHA
           PERFORM CIFRA-SENHA THRU CIFRA-SENHA-FIM
           IF USU-SENHA NOT = W-SENHA-CIFRADA
              PERFORM REGISTRA-FALHA THRU REGISTRA-FALHA-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           IF USU-FALHAS NOT = ZEROS
              MOVE ZEROS TO USU-FALHAS
              REWRITE REGUSU.
           MOVE USU-CODIGO TO W-SESSAO-OPERADOR
           MOVE USU-NIVEL  TO W-LOGIN-NIVEL
           MOVE SPACES TO W-RELGER-PROGRAMA W-RELGER-ORIGEM
                          W-REL-PARAMETROS.
      *>---------[ SENHA VENCIDA OU COM TROCA OBRIGATORIA ]-----------
       LOGIN-002.
           IF USU-TROCA-OBRIG OR USU-DATA-SENHA = ZEROS
              MOVE "*** TROCA DE SENHA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM TROCA-SENHA THRU TROCA-SENHA-FIM
              GO TO R0A.
           COMPUTE W-DIAS-SENHA = FUNCTION INTEGER-OF-DATE(W-HOJE)
                   - FUNCTION INTEGER-OF-DATE(USU-DATA-SENHA)
           IF W-DIAS-SENHA > W-SENHA-VALIDADE
              MOVE "*** SENHA VENCIDA - INFORME UMA NOVA SENHA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM TROCA-SENHA THRU TROCA-SENHA-FIM.
       R0A.
           DISPLAY TELAMENU.
       R1.
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "CONSS03"
                      PERFORM ARQUIVA-RELATORIO
                   END-IF
               WHEN 5
                   MOVE "CONSS04 " TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "INVENT13"
                      PERFORM ARQUIVA-RELATORIO
                   END-IF
               WHEN 13
                   MOVE "PRODEAN1" TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "ORCAM13"
                      PERFORM ARQUIVA-RELATORIO
                   END-IF
               WHEN 16
                   MOVE "PRECLI13" TO W-PRG-CHAMADO
                   IF W-ACESSO-OK = "S"
                      CALL "CONSS06"
                   END-IF
               WHEN 20
                   MOVE "CONDPG13" TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "CONDPG13"
                   END-IF
               WHEN 21
                   MOVE "KIT13   " TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "KIT13"
                   END-IF
               WHEN 22
                   MOVE "SEPAR13 " TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "SEPAR13"
                      PERFORM ARQUIVA-RELATORIO
                   END-IF
               WHEN 23
                   MOVE "SUGCOM13" TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "SUGCOM13"
                      PERFORM ARQUIVA-RELATORIO
                   END-IF
               WHEN 24
                   MOVE "SUBST13" TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "SUBST13"
                   END-IF
               WHEN 25
                   MOVE "NFSER13" TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "NFSER13"
                   END-IF
               WHEN 26
                   MOVE "META13" TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "META13"
                   END-IF
               WHEN 27
                   MOVE "PERCTB13" TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "PERCTB13"
                   END-IF
               WHEN 28
                   MOVE "RELARQ13" TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "RELARQ13"
                   END-IF
               WHEN 29
                   MOVE "TRANSP13" TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "TRANSP13"
                   END-IF
               WHEN 30
                   MOVE "EXPED13 " TO W-PRG-CHAMADO
                   PERFORM VERIFICA-ACESSO
                   IF W-ACESSO-OK = "S"
                      CALL "EXPED13"
                   END-IF
               WHEN 0
                   GO TO ROT-FIM2
               WHEN OTHER
           DISPLAY TELAMENU
           GO TO R1.

      *>---------[ ARQUIVA O RELATORIO GERADO PELO PROGRAMA ]---------
       ARQUIVA-RELATORIO.
           MOVE W-PRG-CHAMADO TO W-RELGER-PROGRAMA
           MOVE "MENU01  "    TO W-RELGER-ORIGEM
           CALL "RELGER01".

      *>---------[ NIVEL DO OPERADOR X NIVEL DO PROGRAMA ]------------
       VERIFICA-ACESSO.
           MOVE "S" TO W-ACESSO-OK
           END-IF
           MOVE "00" TO ST-ERRO-PRG.

      *>---------[ SENHA ERRADA - CONTA A FALHA NO ARQUSU ]-----------
       REGISTRA-FALHA.
           MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
           ADD 1 TO USU-FALHAS
           IF USU-FALHAS < W-MAX-FALHAS
              REWRITE REGUSU
              GO TO REGISTRA-FALHA-FIM.
           MOVE "S" TO USU-BLOQUEADO
           REWRITE REGUSU
           MOVE "L" TO AUD-ACAO
           MOVE USU-CODIGO TO AUD-OPERADOR AUD-CHAVE
           PERFORM GRAVA-AUDITORIA
           MOVE "*** SENHA INVALIDA - USUARIO BLOQUEADO ***" TO MENS.
       REGISTRA-FALHA-FIM.
           EXIT.

      *>---------[ TROCA DE SENHA PELO PROPRIO OPERADOR ]-------------
      *>  MINIMO DE W-SENHA-MINIMO POSICOES, SEM REPETIR A ATUAL NEM
      *>  AS 3 ANTERIORES. ESC SAI DO SISTEMA SEM TROCAR.
       TROCA-SENHA.
           MOVE SPACES TO W-NOVA-SENHA W-CONF-SENHA
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "TROCA DE SENHA"
           DISPLAY (08, 10) "OPERADOR    :"
           DISPLAY (08, 24) USU-CODIGO
           DISPLAY (10, 10) "NOVA SENHA  :"
           ACCEPT (10, 24) W-NOVA-SENHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           DISPLAY (12, 10) "CONFIRME    :"
           ACCEPT (12, 24) W-CONF-SENHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-CONF-SENHA NOT = W-NOVA-SENHA
              MOVE "*** CONFIRMACAO DIFERENTE DA NOVA SENHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-SENHA.
           MOVE ZEROS TO W-QTD-BRANCOS
           INSPECT W-NOVA-SENHA(1:W-SENHA-MINIMO)
                   TALLYING W-QTD-BRANCOS FOR ALL SPACES
           IF W-QTD-BRANCOS NOT = ZEROS
              MOVE "*** SENHA DEVE TER NO MINIMO 6 POSICOES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-SENHA.
           MOVE USU-CODIGO   TO W-CIFRA-USUARIO
           MOVE W-NOVA-SENHA TO W-CIFRA-SENHA
           PERFORM CIFRA-SENHA THRU CIFRA-SENHA-FIM
           MOVE "N" TO W-SENHA-REPETIDA
           IF W-SENHA-CIFRADA = USU-SENHA
              MOVE "S" TO W-SENHA-REPETIDA.
           PERFORM VERIFICA-HISTORICO
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
           IF W-SENHA-REPETIDA = "S"
              MOVE "*** SENHA JA UTILIZADA - ESCOLHA OUTRA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-SENHA.
           MOVE USU-SENHA-ANT(2) TO USU-SENHA-ANT(3)
           MOVE USU-SENHA-ANT(1) TO USU-SENHA-ANT(2)
           MOVE USU-SENHA        TO USU-SENHA-ANT(1)
           MOVE W-SENHA-CIFRADA  TO USU-SENHA
           MOVE W-HOJE           TO USU-DATA-SENHA
           MOVE "N"              TO USU-TROCA-SENHA
           REWRITE REGUSU
           IF ST-ERRO-USU NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQUSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "S" TO AUD-ACAO
           MOVE USU-CODIGO TO AUD-OPERADOR AUD-CHAVE
           PERFORM GRAVA-AUDITORIA
           MOVE "*** SENHA ALTERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TROCA-SENHA-FIM.
           EXIT.

       VERIFICA-HISTORICO.
           IF USU-SENHA-ANT(W-IX) = W-SENHA-CIFRADA
              MOVE "S" TO W-SENHA-REPETIDA.

      *>---------[ CIFRA DA SENHA ]-----------------------------------
      *>  W-CIFRA-USUARIO + W-CIFRA-SENHA -> W-SENHA-CIFRADA. A SENHA
      *>  NUNCA E GRAVADA ABERTA; NO LOGIN COMPARA-SE A CIFRA.
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
           MOVE "MENU01  " TO AUD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM2.
           CLOSE ARQUSU ARQPRGAUT AUDITLOG.
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           STOP RUN.
