      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> MODULO DE FERIAS - ENTITLEMENT E REGISTRO (ARQFERIAS) *
      *> FERIAS REGISTRADAS VAO PARA O HISTORICO DA FOLHA       *
      *> (ARQFOLHIST TIPO "F", COMPETENCIA DO INICIO) COM INSS  *
      *> E IRRF CALCULADOS EM SEPARADO                          *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FER-COD
               ALTERNATE RECORD KEY IS FER-CODFUNC WITH DUPLICATES
               FILE STATUS IS ST-ERRO2.
       SELECT ARQFOLHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               ALTERNATE RECORD KEY IS FH-CODFUNC WITH DUPLICATES
               FILE STATUS IS ST-ERRO-FH.
       SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO3.
           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       FD ARQFERIAS
           LABEL RECORD IS STANDARD
           03 FER-DIAS          PIC 9(03).
           03 FER-VALOR-PAGO    PIC 9(08)V99.

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

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-FH       PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-PROXCOD        PIC 9(06) VALUE ZEROS.
           03 W-SALVA-FER-FIM      PIC 9(08).
           03 W-SALVA-FER-DIAS     PIC 9(03).
           03 W-SALVA-FER-VALOR    PIC 9(08)V99.
       01 W-SALVA-REGFUNC   PIC X(125) VALUE SPACES.
       01 W-DEP-FUNC        PIC 9(02) VALUE ZEROS.
       01 W-FIM-SCAN        PIC X(01) VALUE "N".
       01 W-SOBREPOE        PIC X(01) VALUE "N".
       01 W-SCAN-INI-JUL    PIC 9(07) VALUE ZEROS.
       01 W-SCAN-FIM-JUL    PIC 9(07) VALUE ZEROS.

      *> IMPOSTOS SOBRE AS FERIAS PARA O HISTORICO DA FOLHA
       01 W-SALARIO-BRUTO   PIC 9(08)V99 VALUE ZEROS.
       01 W-INSS            PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE-IRRF       PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF            PIC 9(08)V99 VALUE ZEROS.
       01 W-FAIXA-ANT       PIC 9(08)V99 VALUE ZEROS.
       01 W-IDX-INSS        PIC 9(02) VALUE ZEROS.
       01 W-IDX-IRRF        PIC 9(02) VALUE ZEROS.
       01 W-IDX-EV          PIC 9(02) VALUE ZEROS.

      *> TABELA PROGRESSIVA DO INSS (LIMITE DA FAIXA / ALIQUOTA %)
       01 TABINSSX.
           03 FILLER PIC 9(06)V99 VALUE 1412,00.
           03 FILLER PIC 9(02)V99 VALUE 7,5.
           03 FILLER PIC 9(06)V99 VALUE 2666,68.
           03 FILLER PIC 9(02)V99 VALUE 9.
           03 FILLER PIC 9(06)V99 VALUE 4000,03.
           03 FILLER PIC 9(02)V99 VALUE 12.
           03 FILLER PIC 9(06)V99 VALUE 7786,02.
           03 FILLER PIC 9(02)V99 VALUE 14.
       01 TABINSS REDEFINES TABINSSX.
           03 TBINSS OCCURS 4 TIMES.
               05 TB-INSS-LIMITE PIC 9(06)V99.
               05 TB-INSS-ALIQ   PIC 9(02)V99.

      *> TABELA DO IRRF (LIMITE DA FAIXA / ALIQUOTA % / PARC.DEDUZIR)
       01 TABIRRFX.
           03 FILLER PIC 9(06)V99 VALUE 2259,20.
           03 FILLER PIC 9(02)V99 VALUE 0.
           03 FILLER PIC 9(06)V99 VALUE 0.
           03 FILLER PIC 9(06)V99 VALUE 2826,65.
           03 FILLER PIC 9(02)V99 VALUE 7,5.
           03 FILLER PIC 9(06)V99 VALUE 169,44.
           03 FILLER PIC 9(06)V99 VALUE 3751,05.
           03 FILLER PIC 9(02)V99 VALUE 15.
           03 FILLER PIC 9(06)V99 VALUE 381,44.
           03 FILLER PIC 9(06)V99 VALUE 4664,68.
           03 FILLER PIC 9(02)V99 VALUE 22,5.
           03 FILLER PIC 9(06)V99 VALUE 662,77.
           03 FILLER PIC 9(06)V99 VALUE 999999,99.
           03 FILLER PIC 9(02)V99 VALUE 27,5.
           03 FILLER PIC 9(06)V99 VALUE 896,00.
       01 TABIRRF REDEFINES TABIRRFX.
           03 TBIRRF OCCURS 5 TIMES.
               05 TB-IRRF-LIMITE PIC 9(06)V99.
               05 TB-IRRF-ALIQ   PIC 9(02)V99.
               05 TB-IRRF-DEDUZ  PIC 9(06)V99.

       SCREEN SECTION.

       01  TELAFER.
                         ST-ERRO3
                 CLOSE CADFUNC ARQFERIAS
                 GO TO ROT-FIM2.
           OPEN I-O ARQFOLHIST
           IF ST-ERRO-FH NOT = "00"
              IF ST-ERRO-FH = "30"
                 OPEN OUTPUT ARQFOLHIST
                 CLOSE ARQFOLHIST
                 OPEN I-O ARQFOLHIST
              ELSE
                 DISPLAY "ERRO ABERTURA DO ARQUIVO ARQFOLHIST - "
                         ST-ERRO-FH
                 CLOSE CADFUNC ARQFERIAS AUDITLOG
                 GO TO ROT-FIM2.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE "I" TO AUD-ACAO
              MOVE FER-COD TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              PERFORM GRAVA-HISTORICO
              MOVE "*** FERIAS REGISTRADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-JULIANO-CONV TO W-PROX-ANIV-JULIANO
           COMPUTE W-DIAS-PRAZO = W-PROX-ANIV-JULIANO - W-HOJE-JULIANO.

      *>---------[ FERIAS NO HISTORICO DA FOLHA ]---------------------
      *>  MAIS DE UM PERIODO NA MESMA COMPETENCIA E SOMADO E OS
      *>  IMPOSTOS RECALCULADOS SOBRE O TOTAL
       GRAVA-HISTORICO.
           MOVE FER-DATA-INICIO TO W-DATA-CONV
           COMPUTE FH-COMPETENCIA = W-DC-ANO * 100 + W-DC-MES
           MOVE FER-CODFUNC     TO FH-CODFUNC
           MOVE "F"             TO FH-TIPO-FOLHA
           READ ARQFOLHIST
           IF ST-ERRO-FH NOT = "00"
              MOVE ZEROS TO FH-SALARIO FH-BRUTO
              PERFORM VARYING W-IDX-EV FROM 1 BY 1 UNTIL W-IDX-EV > 9
                 MOVE ZEROS TO FH-EV-HORAS(W-IDX-EV)
                               FH-EV-VALOR(W-IDX-EV)
              END-PERFORM
           END-IF
           MOVE NOME            TO FH-NOME
           MOVE DEPARTAMENTO    TO FH-DEPARTAMENTO
           MOVE CARGO           TO FH-CARGO
           MOVE TIPO-SALARIO    TO FH-TIPO-SALARIO
           MOVE SALARIO-BASE    TO FH-SALARIO-BASE
           ADD W-VALOR-BASE     TO FH-SALARIO
           ADD FER-VALOR-PAGO   TO FH-BRUTO
           MOVE FH-BRUTO        TO W-SALARIO-BRUTO
           PERFORM CALC-INSS
           PERFORM CALC-IRRF
           MOVE W-INSS          TO FH-INSS
           MOVE W-IRRF          TO FH-IRRF
           COMPUTE FH-FGTS ROUNDED = FH-BRUTO * 8 / 100
           COMPUTE FH-LIQUIDO = FH-BRUTO - FH-INSS - FH-IRRF
           MOVE W-HOJE-DATA     TO FH-DATA-FECHA
           IF ST-ERRO-FH = "00"
              REWRITE REGFOLHIST
           ELSE
              WRITE REGFOLHIST
           END-IF
           IF ST-ERRO-FH NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFOLHIST" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF
           MOVE "00" TO ST-ERRO-FH.

      *>---------[ INSS - CALCULO PROGRESSIVO POR FAIXA ]-------------
       CALC-INSS.
           MOVE ZEROS TO W-INSS W-FAIXA-ANT.
           PERFORM VARYING W-IDX-INSS FROM 1 BY 1 UNTIL W-IDX-INSS > 4
              IF W-SALARIO-BRUTO > TB-INSS-LIMITE(W-IDX-INSS)
                 COMPUTE W-INSS ROUNDED = W-INSS +
                    (TB-INSS-LIMITE(W-IDX-INSS) - W-FAIXA-ANT)
                    * TB-INSS-ALIQ(W-IDX-INSS) / 100
              ELSE
                 IF W-SALARIO-BRUTO > W-FAIXA-ANT
                    COMPUTE W-INSS ROUNDED = W-INSS +
                       (W-SALARIO-BRUTO - W-FAIXA-ANT)
                       * TB-INSS-ALIQ(W-IDX-INSS) / 100
                 END-IF
              END-IF
              MOVE TB-INSS-LIMITE(W-IDX-INSS) TO W-FAIXA-ANT
           END-PERFORM.

      *>---------[ IRRF - BASE = BRUTO MENOS INSS ]-------------------
       CALC-IRRF.
           COMPUTE W-BASE-IRRF = W-SALARIO-BRUTO - W-INSS
           MOVE ZEROS TO W-IRRF
           MOVE 1 TO W-IDX-IRRF.
           PERFORM UNTIL W-IDX-IRRF = 5
                      OR W-BASE-IRRF <= TB-IRRF-LIMITE(W-IDX-IRRF)
              ADD 1 TO W-IDX-IRRF
           END-PERFORM.
           IF TB-IRRF-ALIQ(W-IDX-IRRF) NOT = ZEROS
              COMPUTE W-IRRF ROUNDED = W-BASE-IRRF
                 * TB-IRRF-ALIQ(W-IDX-IRRF) / 100
                 - TB-IRRF-DEDUZ(W-IDX-IRRF).

       GRAVA-AUDITORIA.
           MOVE "FERIAS13" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           WRITE REG-AUDITLOG.

       ROT-FIM.
           CLOSE CADFUNC ARQFERIAS AUDITLOG ARQFOLHIST.
       ROT-FIM2.
           STOP RUN.

