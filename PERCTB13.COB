       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCTB13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> FECHAMENTO E REABERTURA DE PERIODO CONTABIL           *
      *> (ARQPERCTB - UMA SITUACAO POR COMPETENCIA). COM A     *
      *> COMPETENCIA FECHADA PEDIDOS, ORCAMENTOS, RECEBIMENTOS,*
      *> TRANSFERENCIAS, INVENTARIO, BAIXAS DE TITULOS, EVENTOS*
      *> DA FOLHA E AS CARGAS DE ARQUIVO NAO ACEITAM LANCAMENTO*
      *> DATADO NO MES. SO OPERADOR DO NIVEL MAIS ALTO DO      *
      *> ARQUSU FECHA OU REABRE; TUDO VAI PARA O AUDITLOG.     *
      *> COMPETENCIA SEM REGISTRO ESTA ABERTA                  *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPERCTB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PER-COMPETENCIA
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQUSU ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS USU-CODIGO
                      FILE STATUS  IS ST-ERRO-USU.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPERCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPERCTB.DAT".
       01 REGPERCTB.
          03 PER-COMPETENCIA         PIC 9(06).
          03 PER-SITUACAO            PIC X(01).
             88 PER-FECHADO             VALUE "F".
             88 PER-ABERTO              VALUE "A".
          03 PER-DATA-FECHA          PIC 9(08).
          03 PER-OPER-FECHA          PIC X(10).
          03 PER-DATA-REABRE         PIC 9(08).
          03 PER-OPER-REABRE         PIC X(10).

       FD ARQUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSU.DAT".
       01 REGUSU.
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
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
      *> NIVEL DO ARQUSU EXIGIDO PARA FECHAR/REABRIR PERIODO
       77 W-NIVEL-CONTAB   PIC 9(01) VALUE 9.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-USU      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SENHA          PIC X(10) VALUE SPACES.
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
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-EXISTE         PIC X(01) VALUE "N".
       01 W-COMP-MES       PIC 9(02) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 DSITUACAO        PIC X(10) VALUE SPACES.

       SCREEN SECTION.

       01  TELAPERCTB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         FECHAMENTO DE PERIODO CONTABIL".
           05  LINE 04  COLUMN 01
               VALUE  "   COMPETENCIA (AAAAMM) :".
           05  LINE 06  COLUMN 01
               VALUE  "   SITUACAO             :".
           05  LINE 08  COLUMN 01
               VALUE  "   FECHADA EM           :".
           05  LINE 08  COLUMN 40
               VALUE  "POR".
           05  LINE 09  COLUMN 01
               VALUE  "   REABERTA EM          :".
           05  LINE 09  COLUMN 40
               VALUE  "POR".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TPER-COMPETENCIA
               LINE 04  COLUMN 28  PIC 9(06)
               USING  PER-COMPETENCIA.
           05  TDSITUACAO
               LINE 06  COLUMN 28  PIC X(10)
               USING  DSITUACAO.
           05  TPER-DATA-FECHA
               LINE 08  COLUMN 28  PIC 99999999
               USING  PER-DATA-FECHA.
           05  TPER-OPER-FECHA
               LINE 08  COLUMN 44  PIC X(10)
               USING  PER-OPER-FECHA.
           05  TPER-DATA-REABRE
               LINE 09  COLUMN 28  PIC 99999999
               USING  PER-DATA-REABRE.
           05  TPER-OPER-REABRE
               LINE 09  COLUMN 44  PIC X(10)
               USING  PER-OPER-REABRE.

       PROCEDURE DIVISION.
       R0.
           OPEN INPUT ARQUSU
           IF ST-ERRO-USU NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQUSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *>  OPERADOR DA SESSAO OU INFORMADO COM SENHA, NO NIVEL MAXIMO
           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
              MOVE W-OPERADOR TO USU-CODIGO
              READ ARQUSU
           ELSE
              DISPLAY (01, 01) ERASE
              DISPLAY (05, 10) "FECHAMENTO DE PERIODO CONTABIL"
              DISPLAY (08, 10) "OPERADOR :"
              ACCEPT (08, 22) W-OPERADOR
              DISPLAY (10, 10) "SENHA    :"
              ACCEPT (10, 22) W-SENHA
              MOVE W-OPERADOR TO USU-CODIGO
              READ ARQUSU
              MOVE W-OPERADOR TO W-CIFRA-USUARIO
              MOVE W-SENHA    TO W-CIFRA-SENHA
              PERFORM CIFRA-SENHA THRU CIFRA-SENHA-FIM
              IF ST-ERRO-USU = "00"
                 AND (USU-SENHA NOT = W-SENHA-CIFRADA OR USU-BLOQ)
                 MOVE "23" TO ST-ERRO-USU.
           IF ST-ERRO-USU NOT = "00"
              MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQUSU
              GO TO ROT-FIM2.
           IF USU-NIVEL < W-NIVEL-CONTAB
              MOVE "*** OPERADOR SEM NIVEL PARA FECHAR PERIODO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQUSU
              GO TO ROT-FIM2.
           CLOSE ARQUSU.

           OPEN I-O ARQPERCTB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPERCTB
                 CLOSE ARQPERCTB
                 OPEN I-O ARQPERCTB
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPERCTB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDITLOG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPERCTB
                 GO TO ROT-FIM2.
       R1.
           MOVE ZEROS TO PER-COMPETENCIA PER-DATA-FECHA PER-DATA-REABRE
           MOVE SPACES TO PER-OPER-FECHA PER-OPER-REABRE DSITUACAO
           MOVE "A" TO PER-SITUACAO
           DISPLAY TELAPERCTB.
       R2.
           ACCEPT TPER-COMPETENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE PER-COMPETENCIA(5:2) TO W-COMP-MES
           IF PER-COMPETENCIA = ZEROS
              OR W-COMP-MES < 1 OR W-COMP-MES > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE "N" TO W-EXISTE
           READ ARQPERCTB
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
           ELSE
              IF ST-ERRO NOT = "23"
                 MOVE "ERRO NA LEITURA DO ARQUIVO ARQPERCTB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "00" TO ST-ERRO
                 MOVE "A" TO PER-SITUACAO
                 MOVE ZEROS TO PER-DATA-FECHA PER-DATA-REABRE
                 MOVE SPACES TO PER-OPER-FECHA PER-OPER-REABRE.
           IF PER-FECHADO
              MOVE "FECHADA" TO DSITUACAO
           ELSE
              MOVE "ABERTA" TO DSITUACAO.
           DISPLAY TELAPERCTB.
       R3.
           MOVE "N" TO W-OPCAO
           IF PER-FECHADO
              DISPLAY (23, 30) "REABRIR A COMPETENCIA (S/N) : "
           ELSE
              DISPLAY (23, 30) "FECHAR A COMPETENCIA  (S/N) : ".
           ACCEPT (23, 60) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SITUACAO NAO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
           IF PER-FECHADO
              MOVE "A"        TO PER-SITUACAO
              MOVE W-HOJE     TO PER-DATA-REABRE
              MOVE W-OPERADOR TO PER-OPER-REABRE
              MOVE "R"        TO AUD-ACAO
           ELSE
              MOVE "F"        TO PER-SITUACAO
              MOVE W-HOJE     TO PER-DATA-FECHA
              MOVE W-OPERADOR TO PER-OPER-FECHA
              MOVE "F"        TO AUD-ACAO.
           IF W-EXISTE = "S"
              GO TO ALT-RW1.
       INC-WR1.
           WRITE REGPERCTB
           IF ST-ERRO = "00" OR "02"
              PERFORM GRAVA-AUDITORIA
              GO TO GRAVA-OK.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPERCTB" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGPERCTB
           IF ST-ERRO = "00" OR "02"
              PERFORM GRAVA-AUDITORIA
              GO TO GRAVA-OK.
           MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       GRAVA-OK.
           IF PER-FECHADO
              MOVE "*** COMPETENCIA FECHADA ***" TO MENS
           ELSE
              MOVE "*** COMPETENCIA REABERTA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

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
           MOVE "PERCTB13" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE PER-COMPETENCIA TO AUD-CHAVE
           WRITE REG-AUDITLOG.

       ROT-FIM.
           CLOSE ARQPERCTB AUDITLOG.
       ROT-FIM2.
           GOBACK.

      *>---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 1000
              GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
