      *> DIAS), DUAS PARCELAS: 1a = 50% SEM DESCONTOS,         *
      *> 2a = INTEGRAL COM INSS/IRRF MENOS A 1a PARCELA.       *
      *> GERA LISTAGEM (FOPAG13REL) E DEMONSTRATIVOS (HOLER13) *
      *> OPCIONALMENTE GRAVA A PARCELA NO HISTORICO DA FOLHA   *
      *> (ARQFOLHIST TIPO "1"/"2", COMPETENCIA NOV/DEZ DO ANO) *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT HOLER13 ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO3.
       SELECT ARQFOLHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               ALTERNATE RECORD KEY IS FH-CODFUNC WITH DUPLICATES
               FILE STATUS IS ST-ERRO-FH.

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

       FD FOPAG13REL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HOLER13.DAT".
       01 REG-HOLER13 PIC X(80).

       FD ARQFOLHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFOLHIST.DAT".
       01 REGFOLHIST.
          03 FH-CHAVE.
             05 FH-COMPETENCIA       PIC 9(06).
             05 FH-CODFUNC           PIC 9(06).
             05 FH-TIPO-FOLHA        PIC X(01).
                88 FH-FOLHA-MENSAL      VALUE "M".
                88 FH-FOLHA-13-PARC1    VALUE "1".
                88 FH-FOLHA-13-PARC2    VALUE "2".
                88 FH-FOLHA-FERIAS      VALUE "F".
          03 FH-NOME                 PIC X(30).
          03 FH-DEPARTAMENTO         PIC 9(02).
          03 FH-CARGO                PIC 9(02).
          03 FH-TIPO-SALARIO         PIC X(01).
          03 FH-SALARIO-BASE         PIC 9(06)V99.
          03 FH-SALARIO              PIC 9(08)V99.
          03 FH-EVENTOS OCCURS 9 TIMES.
             05 FH-EV-HORAS          PIC 9(03)V99.
             05 FH-EV-VALOR          PIC 9(08)V99.
          03 FH-BRUTO                PIC 9(08)V99.
          03 FH-INSS                 PIC 9(08)V99.
          03 FH-IRRF                 PIC 9(08)V99.
          03 FH-FGTS                 PIC 9(08)V99.
          03 FH-LIQUIDO              PIC S9(08)V99.
          03 FH-DATA-FECHA           PIC 9(08).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-FH       PIC X(02) VALUE "00".
       01 W-GRAVA-HIST     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-IDX-EV         PIC 9(02) VALUE ZEROS.
       01 W-FIM-CADFUNC    PIC X(01) VALUE "N".
       01 W-ANO            PIC 9(04) VALUE ZEROS.
       01 W-REL-PARAMETROS PIC X(60) EXTERNAL.
       01 W-PARCELA        PIC 9(01) VALUE ZEROS.
       01 W-HORAS-PERIODO  PIC 9(03) VALUE ZEROS.
       01 W-DIAS-PERIODO   PIC 9(02) VALUE ZEROS.
           ACCEPT W-DIAS-PERIODO.
           IF W-DIAS-PERIODO = ZEROS
              MOVE 22 TO W-DIAS-PERIODO.
           DISPLAY "GRAVAR A PARCELA NO HISTORICO DA FOLHA (S/N)? ".
           ACCEPT W-GRAVA-HIST.
           MOVE SPACES TO W-REL-PARAMETROS
           STRING "ANO " W-ANO " PARCELA " W-PARCELA
                  " HORAS " W-HORAS-PERIODO " DIAS " W-DIAS-PERIODO
                  " HISTORICO " W-GRAVA-HIST
                  DELIMITED BY SIZE INTO W-REL-PARAMETROS.
           IF W-GRAVA-HIST = "s"
              MOVE "S" TO W-GRAVA-HIST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE.

           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
                      ST-ERRO3
              CLOSE CADFUNC FOPAG13REL
              GO TO ROT-FIM.
           IF W-GRAVA-HIST = "S"
              OPEN I-O ARQFOLHIST
              IF ST-ERRO-FH = "30"
                 OPEN OUTPUT ARQFOLHIST
                 CLOSE ARQFOLHIST
                 OPEN I-O ARQFOLHIST
              END-IF
              IF ST-ERRO-FH NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOLHIST - "
                         ST-ERRO-FH
                 CLOSE CADFUNC FOPAG13REL HOLER13
                 GO TO ROT-FIM
              END-IF
           END-IF.

           MOVE W-ANO TO LC-ANO
           MOVE W-PARCELA TO LC-PARCELA
           WRITE REG-FOPAG13REL FROM LINHA-TOTAL2.

           CLOSE CADFUNC FOPAG13REL HOLER13.
           IF W-GRAVA-HIST = "S"
              CLOSE ARQFOLHIST.
           DISPLAY "13o CALCULADO -- " W-TOT-FUNC
                   " FUNCIONARIOS -- LISTAGEM EM FOPAG13REL.DAT".
           GO TO ROT-FIM3.
           MOVE W-LIQUIDO  TO LD-LIQUIDO
           WRITE REG-FOPAG13REL FROM LINHA-DET
           PERFORM EMITE-DEMONSTRATIVO
           IF W-GRAVA-HIST = "S"
              PERFORM GRAVA-HISTORICO.
           ADD 1 TO W-TOT-FUNC
           ADD W-LIQUIDO TO W-TOT-LIQUIDO.
       CALC-DECIMO-FIM.
           EXIT.

      *>---------[ PARCELA NO HISTORICO DA FOLHA ]--------------------
      *>  1a PARCELA NA COMPETENCIA DE NOVEMBRO, 2a EM DEZEMBRO. O
      *>  BRUTO DA 2a E O QUE FALTAVA PAGAR (BASE MENOS A 1a), DE
      *>  MODO QUE A SOMA DAS DUAS PARCELAS E O 13o DO ANO.
       GRAVA-HISTORICO.
           IF W-PARCELA = 1
              COMPUTE FH-COMPETENCIA = W-ANO * 100 + 11
              MOVE "1" TO FH-TIPO-FOLHA
              MOVE W-PARC1 TO FH-BRUTO
           ELSE
              COMPUTE FH-COMPETENCIA = W-ANO * 100 + 12
              MOVE "2" TO FH-TIPO-FOLHA
              COMPUTE FH-BRUTO = W-BASE-13 - W-PARC1
           END-IF
           MOVE CODIGO        TO FH-CODFUNC
           MOVE NOME          TO FH-NOME
           MOVE DEPARTAMENTO  TO FH-DEPARTAMENTO
           MOVE CARGO         TO FH-CARGO
           MOVE TIPO-SALARIO  TO FH-TIPO-SALARIO
           MOVE SALARIO-BASE  TO FH-SALARIO-BASE
           MOVE W-BASE-13     TO FH-SALARIO
           PERFORM VARYING W-IDX-EV FROM 1 BY 1 UNTIL W-IDX-EV > 9
              MOVE ZEROS TO FH-EV-HORAS(W-IDX-EV)
                            FH-EV-VALOR(W-IDX-EV)
           END-PERFORM
           MOVE W-INSS        TO FH-INSS
           MOVE W-IRRF        TO FH-IRRF
           COMPUTE FH-FGTS ROUNDED = FH-BRUTO * 8 / 100
           MOVE W-LIQUIDO     TO FH-LIQUIDO
           MOVE W-HOJE        TO FH-DATA-FECHA
           WRITE REGFOLHIST
           IF ST-ERRO-FH = "22"
              REWRITE REGFOLHIST
           END-IF
           IF ST-ERRO-FH NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQFOLHIST - "
                      ST-ERRO-FH " FUNCIONARIO " CODIGO
           END-IF
           MOVE "00" TO ST-ERRO-FH.

      *>---------[ INSS - CALCULO PROGRESSIVO POR FAIXA ]-------------
       CALC-INSS.
           MOVE ZEROS TO W-INSS W-FAIXA-ANT.
