       SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO-AUD.
       SELECT ARQHSAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-CHAVE
               FILE STATUS IS ST-ERRO-HS.

       DATA DIVISION.
       FILE SECTION.
           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           03 AUD-ACAO     PIC X(01).
           03 AUD-CHAVE    PIC X(20).

       FD ARQHSAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQHSAL.DAT".
       01 REGHSAL.
          03 HS-CHAVE.
             05 HS-CODFUNC           PIC 9(06).
             05 HS-DATAHORA          PIC 9(14).
          03 HS-DATA-VIGENCIA        PIC 9(08).
          03 HS-MOTIVO               PIC X(01).
             88 HS-ADMISSAO             VALUE "A".
             88 HS-MERITO               VALUE "M".
             88 HS-PROMOCAO             VALUE "P".
             88 HS-COLETIVO             VALUE "C".
          03 HS-TIPO-SALARIO         PIC X(01).
          03 HS-SALARIO-ANT          PIC 9(06)V99.
          03 HS-SALARIO-NOVO         PIC 9(06)V99.
          03 HS-PERCENTUAL           PIC 9(03)V99.
          03 HS-OPERADOR             PIC X(10).

       WORKING-STORAGE SECTION.
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 LIMPA            PIC X(50) VALUE SPACES.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-HS       PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SEL            PIC 9(01) VALUE ZEROS.
       01 W-SUP-OK         PIC X(01) VALUE "S".
       01 W-SALVA-REGFUNC  PIC X(125) VALUE SPACES.
       01 W-SALARIO-ANT    PIC 9(06)V99 VALUE ZEROS.
       01 W-MOTIVO-SAL     PIC X(01) VALUE SPACES.
       01 W-DATA-VIGENCIA.
           03 W-DIA-VIGENCIA   PIC 9(02).
           03 W-MES-VIGENCIA   PIC 9(02).
           03 W-ANO-VIGENCIA   PIC 9(04).
       01 W-HOJE.
           03 W-ANO-HOJE       PIC 9(04).
           03 W-MES-HOJE       PIC 9(02).
           03 W-DIA-HOJE       PIC 9(02).
       01 W-DATA-ADMISSAO.
           03 W-DIA-ADMISSAO   PIC 9(02).
           03 W-MES-ADMISSAO   PIC 9(02).
               VALUE  "E:".
           05  LINE 08  COLUMN 01
               VALUE  "   EMAIL        :".
           05  LINE 09  COLUMN 01
               VALUE  "   BANCO        :     AGENCIA :       CO".
           05  LINE 09  COLUMN 41
               VALUE  "NTA :             -   TIPO :".
           05  LINE 11  COLUMN 01
               VALUE  "   SEXO         :  -                  DA".
           05  LINE 11  COLUMN 41
           05  TEMAIL
               LINE 08  COLUMN 19  PIC X(30)
               USING  EMAIL.
           05  TBANCO
               LINE 09  COLUMN 19  PIC 9(03)
               USING  BANCO.
           05  TAGENCIA
               LINE 09  COLUMN 33  PIC 9(05)
               USING  AGENCIA.
           05  TCONTA
               LINE 09  COLUMN 47  PIC 9(12)
               USING  CONTA.
           05  TCONTA-DV
               LINE 09  COLUMN 60  PIC X(01)
               USING  CONTA-DV.
           05  TTIPO-CONTA
               LINE 09  COLUMN 70  PIC X(01)
               USING  TIPO-CONTA.
           05  TSEXO
               LINE 11  COLUMN 19  PIC X(01)
               USING  SEXO.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDITLOG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O ARQHSAL
           IF ST-ERRO-HS NOT = "00"
              IF ST-ERRO-HS = "30"
                 OPEN OUTPUT ARQHSAL
                 CLOSE ARQHSAL
                 OPEN I-O ARQHSAL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQHSAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              ACCEPT (23, 23) W-OPERADOR.
       R1.
           MOVE SPACES TO  NOME EMAIL SEXO TIPO-SALARIO
           MOVE SPACES TO CONTA-DV TIPO-CONTA
           MOVE SPACES TO TXTTIPO-SALARIO TXTSEXO
               TXTDEPARTAMENTO TXTCARGO
           MOVE ZEROS TO W-SEL CODIGO DATA-ADMISSAO
           SALARIO-BASE DEPARTAMENTO  CARGO DATA-DEMISSAO
           SUPERVISOR BANCO AGENCIA CONTA
           MOVE "A" TO SITUACAO.
           DISPLAY TELAFUNC.
       R2.
           READ CADFUNC
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   MOVE SALARIO-BASE TO W-SALARIO-ANT
                   PERFORM R5A
                   PERFORM R6A
                   PERFORM R7A
           IF W-ACT = 01
              GO TO R11.
           IF SUPERVISOR = ZEROS
              GO TO R11C.
           IF SUPERVISOR = CODIGO
              MOVE "*** SUPERVISOR NAO PODE SER O PROPRIO ***"
                                                       TO MENS
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11B.
      *>---------[ DADOS BANCARIOS PARA CREDITO DO SALARIO ]---------
      *>  BANCO ZERADO = SEM CONTA (VAI PARA AS EXCECOES DO CRESAL01)
       R11C.
           ACCEPT TBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R11B.
           IF BANCO = ZEROS
              MOVE ZEROS TO AGENCIA CONTA
              MOVE SPACES TO CONTA-DV TIPO-CONTA
              DISPLAY TELAFUNC
              GO TO R12A.
       R11D.
           ACCEPT TAGENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R11C.
           IF AGENCIA = ZEROS
              MOVE "*** INFORME A AGENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11D.
       R11E.
           ACCEPT TCONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R11D.
           IF CONTA = ZEROS
              MOVE "*** INFORME O NUMERO DA CONTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11E.
       R11F.
           ACCEPT TCONTA-DV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R11E.
           IF CONTA-DV = SPACES
              MOVE "*** INFORME O DIGITO DA CONTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11F.
           IF CONTA-DV = "x"
              MOVE "X" TO CONTA-DV.
       R11G.
           ACCEPT TTIPO-CONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R11F.
           IF TIPO-CONTA = "c"
              MOVE "C" TO TIPO-CONTA.
           IF TIPO-CONTA = "p"
              MOVE "P" TO TIPO-CONTA.
           IF TIPO-CONTA = "s"
              MOVE "S" TO TIPO-CONTA.
           IF TIPO-CONTA NOT = "C" AND "P" AND "S"
              MOVE " C - CORRENTE : P - POUPANCA : S - SALARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11G.
           DISPLAY TTIPO-CONTA.
       R12A.
           IF SITUACAO = "I"
              MOVE "INATIVO" TO DSITUACAO
              MOVE "ATIVO" TO DSITUACAO.
           DISPLAY TDSITUACAO.
       INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                      MOVE "I" TO AUD-ACAO
                      MOVE CODIGO TO AUD-CHAVE
                      PERFORM GRAVA-AUDITORIA
                      MOVE ZEROS TO W-SALARIO-ANT
                      MOVE "A" TO W-MOTIVO-SAL
                      MOVE DATA-ADMISSAO TO W-DATA-VIGENCIA
                      PERFORM GRAVA-HIST-SALARIO
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
                IF SALARIO-BASE = W-SALARIO-ANT
                   GO TO ALT-RW1.
      *>---------[ MUDANCA DE SALARIO - MOTIVO E VIGENCIA ]-----------
       ALT-SAL1.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                DISPLAY (23, 12)
                     "MOTIVO M=MERITO P=PROMOCAO C=COLETIVO :"
                ACCEPT (23, 52) W-MOTIVO-SAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO ALT-OPC.
                IF W-MOTIVO-SAL = "m"
                   MOVE "M" TO W-MOTIVO-SAL.
                IF W-MOTIVO-SAL = "p"
                   MOVE "P" TO W-MOTIVO-SAL.
                IF W-MOTIVO-SAL = "c"
                   MOVE "C" TO W-MOTIVO-SAL.
                IF W-MOTIVO-SAL NOT = "M" AND "P" AND "C"
                   MOVE "*** DIGITE APENAS M, P OU C ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-SAL1.
       ALT-SAL2.
                MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
                MOVE W-DIA-HOJE TO W-DIA-VIGENCIA
                MOVE W-MES-HOJE TO W-MES-VIGENCIA
                MOVE W-ANO-HOJE TO W-ANO-VIGENCIA
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                DISPLAY (23, 12) "VIGENCIA DO SALARIO (DDMMAAAA):"
                ACCEPT (23, 46) W-DATA-VIGENCIA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO ALT-SAL1.
                IF W-DATA-VIGENCIA NOT NUMERIC
                   OR W-DIA-VIGENCIA < 1 OR W-DIA-VIGENCIA > 31
                   OR W-MES-VIGENCIA < 1 OR W-MES-VIGENCIA > 12
                   OR W-ANO-VIGENCIA < 1900 OR W-ANO-VIGENCIA > 2100
                   MOVE "DATA INVALIDA, REDIGITE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-SAL2.
       ALT-RW1.
                REWRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO AUD-ACAO
                   MOVE CODIGO TO AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA
                   IF SALARIO-BASE NOT = W-SALARIO-ANT
                      PERFORM GRAVA-HIST-SALARIO
                   END-IF
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

      *>  HISTORICO SALARIAL - UM REGISTRO POR MUDANCA DE SALARIO
       GRAVA-HIST-SALARIO.
           MOVE CODIGO          TO HS-CODFUNC
           MOVE FUNCTION CURRENT-DATE(1:14) TO HS-DATAHORA
           MOVE W-DATA-VIGENCIA TO HS-DATA-VIGENCIA
           MOVE W-MOTIVO-SAL    TO HS-MOTIVO
           MOVE TIPO-SALARIO    TO HS-TIPO-SALARIO
           MOVE W-SALARIO-ANT   TO HS-SALARIO-ANT
           MOVE SALARIO-BASE    TO HS-SALARIO-NOVO
           MOVE ZEROS           TO HS-PERCENTUAL
           IF W-SALARIO-ANT NOT = ZEROS
              AND SALARIO-BASE > W-SALARIO-ANT
              COMPUTE HS-PERCENTUAL ROUNDED =
                 (SALARIO-BASE - W-SALARIO-ANT) * 100 / W-SALARIO-ANT
                 ON SIZE ERROR MOVE 999,99 TO HS-PERCENTUAL
              END-COMPUTE
           END-IF
           MOVE W-OPERADOR      TO HS-OPERADOR
           WRITE REGHSAL
           IF ST-ERRO-HS NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO HISTORICO SALARIAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF.
      *>-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC AUDITLOG ARQHSAL.
           GOBACK.

      *>---------[ ROTINA DE MENSAGEM ]---------------------
