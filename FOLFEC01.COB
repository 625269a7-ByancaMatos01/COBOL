       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLFEC01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> FECHAMENTO DA FOLHA DE PAGAMENTO DA COMPETENCIA       *
      *> CALCULA A FOLHA COMO O FOPAG01 E CONGELA, POR         *
      *> FUNCIONARIO, SALARIO, EVENTOS, BRUTO, INSS, IRRF,     *
      *> FGTS E LIQUIDO NO HISTORICO (ARQFOLHIST, TIPO "M").   *
      *> A COMPETENCIA FECHADA (ARQFOLFEC) NAO ACEITA MAIS     *
      *> ALTERACOES DE EVENTOS NO EVFOL13.                     *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS ST-ERRO.
       SELECT FOLFECREL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO2.
       SELECT ARQEVFOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CHAVE
               FILE STATUS IS ST-ERRO-EV.
       SELECT ARQFOLHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               ALTERNATE RECORD KEY IS FH-CODFUNC WITH DUPLICATES
               FILE STATUS IS ST-ERRO-FH.
       SELECT ARQFOLFEC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FF-COMPETENCIA
               FILE STATUS IS ST-ERRO-FF.
       SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
           03 CODIGO PIC 9(06).
           03 NOME PIC X(30).
           03 EMAIL PIC X(30).
           03 SEXO PIC X(01).
           03 DATA-ADMISSAO PIC 9(08).
           03 TIPO-SALARIO PIC X(01).
           03 SALARIO-BASE PIC 9(06)V99.
           03 DEPARTAMENTO PIC 9(02).
           03 CARGO PIC 9(02).
           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       FD FOLFECREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FOLFECREL.DAT".
       01 REG-FOLFECREL PIC X(132).

       FD ARQEVFOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQEVFOL.DAT".
       01 REGEVFOL.
          03 EV-CHAVE.
             05 EV-COMPETENCIA       PIC 9(06).
             05 EV-CODFUNC           PIC 9(06).
             05 EV-TIPO              PIC 9(02).
          03 EV-HORAS                PIC 9(03)V99.
          03 EV-VALOR                PIC 9(08)V99.

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

       FD ARQFOLFEC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFOLFEC.DAT".
       01 REGFOLFEC.
          03 FF-COMPETENCIA          PIC 9(06).
          03 FF-DATA-FECHA           PIC 9(08).
          03 FF-OPERADOR             PIC X(10).
          03 FF-HORAS-PERIODO        PIC 9(03).
          03 FF-DIAS-PERIODO         PIC 9(02).
          03 FF-QTD-FUNC             PIC 9(06).
          03 FF-TOT-BRUTO            PIC 9(10)V99.
          03 FF-TOT-INSS             PIC 9(10)V99.
          03 FF-TOT-IRRF             PIC 9(10)V99.
          03 FF-TOT-FGTS             PIC 9(10)V99.
          03 FF-TOT-LIQUIDO          PIC 9(10)V99.

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
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-EV       PIC X(02) VALUE "00".
       01 ST-ERRO-FH       PIC X(02) VALUE "00".
       01 ST-ERRO-FF       PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-REL-PARAMETROS PIC X(60) EXTERNAL.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-CONFIRMA       PIC X(01) VALUE "N".
       01 W-TEM-EVENTOS    PIC X(01) VALUE "N".
       01 W-FIM-EVENTOS    PIC X(01) VALUE "N".
       01 W-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-GRP REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO    PIC 9(04).
           03 W-COMP-MES    PIC 9(02).
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-VALOR-HORA     PIC 9(06)V99 VALUE ZEROS.
       01 W-EXTRAS         PIC 9(08)V99 VALUE ZEROS.
       01 W-FALTAS         PIC 9(08)V99 VALUE ZEROS.
       01 W-BONUS          PIC 9(08)V99 VALUE ZEROS.
       01 W-DESCONTOS      PIC 9(08)V99 VALUE ZEROS.
       01 W-COMISSAO       PIC 9(08)V99 VALUE ZEROS.
       01 W-ESTORNO-COM    PIC 9(08)V99 VALUE ZEROS.
       01 W-EV-CALC        PIC 9(08)V99 VALUE ZEROS.
       01 W-BRUTO-AJUST    PIC S9(08)V99 VALUE ZEROS.
       01 W-FIM-CADFUNC    PIC X(01) VALUE "N".
       01 W-HORAS-PERIODO  PIC 9(03) VALUE ZEROS.
       01 W-DIAS-PERIODO   PIC 9(02) VALUE ZEROS.
       01 W-SALARIO-PERIODO PIC 9(08)V99 VALUE ZEROS.
       01 W-SALARIO-BRUTO  PIC 9(08)V99 VALUE ZEROS.
       01 W-INSS           PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE-IRRF      PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF           PIC 9(08)V99 VALUE ZEROS.
       01 W-FGTS           PIC 9(08)V99 VALUE ZEROS.
       01 W-LIQUIDO        PIC 9(08)V99 VALUE ZEROS.
       01 W-FAIXA-ANT      PIC 9(08)V99 VALUE ZEROS.
       01 W-IDX-INSS       PIC 9(02) VALUE ZEROS.
       01 W-IDX-IRRF       PIC 9(02) VALUE ZEROS.
       01 W-IDX-EV         PIC 9(02) VALUE ZEROS.
       01 W-TOT-FOLHA      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-INSS       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-IRRF       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-FGTS       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-LIQUIDO    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-FUNC       PIC 9(06) VALUE ZEROS.

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

       01 LINHA-CABEC1.
           03 FILLER           PIC X(40) VALUE
               "*** FECHAMENTO DA FOLHA - COMPETENCIA ".
           03 LC-MES           PIC 99.
           03 FILLER           PIC X(01) VALUE "/".
           03 LC-ANO           PIC 9999.
       01 LINHA-DET.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-SALARIO       PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-EVENTOS       PIC -ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-BRUTO         PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-INSS          PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-IRRF          PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-FGTS          PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-LIQUIDO       PIC ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           03 FILLER           PIC X(40) VALUE
               "TOTAL DE FUNCIONARIOS NO FECHAMENTO:  ".
           03 LT-TOT-FUNC      PIC ZZZ.ZZ9.
       01 LINHA-TOTAL2.
           03 LT2-ROTULO       PIC X(40).
           03 LT2-VALOR        PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "FOLFEC01 - FECHAMENTO DA FOLHA DA COMPETENCIA".
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT W-COMPETENCIA.
           IF W-COMPETENCIA = ZEROS
              OR W-COMP-MES < 1 OR W-COMP-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIM.
           DISPLAY "QTDE DE HORAS PADRAO DO PERIODO (0=220): ".
           ACCEPT W-HORAS-PERIODO.
           IF W-HORAS-PERIODO = ZEROS
              MOVE 220 TO W-HORAS-PERIODO.
           DISPLAY "QTDE DE DIAS TRABALHADOS (DIARISTA, 0=22): ".
           ACCEPT W-DIAS-PERIODO.
           IF W-DIAS-PERIODO = ZEROS
              MOVE 22 TO W-DIAS-PERIODO.
           MOVE SPACES TO W-REL-PARAMETROS
           STRING "COMPETENCIA " W-COMPETENCIA " HORAS "
                  W-HORAS-PERIODO " DIAS " W-DIAS-PERIODO
                  DELIMITED BY SIZE INTO W-REL-PARAMETROS.

           OPEN I-O ARQFOLFEC
           IF ST-ERRO-FF NOT = "00"
              IF ST-ERRO-FF = "30"
                 OPEN OUTPUT ARQFOLFEC
                 CLOSE ARQFOLFEC
                 OPEN I-O ARQFOLFEC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOLFEC - "
                         ST-ERRO-FF
                 GO TO ROT-FIM.
           MOVE W-COMPETENCIA TO FF-COMPETENCIA
           READ ARQFOLFEC
           IF ST-ERRO-FF = "00"
              DISPLAY "*** COMPETENCIA JA FECHADA EM " FF-DATA-FECHA
                      " POR " FF-OPERADOR " ***"
              CLOSE ARQFOLFEC
              GO TO ROT-FIM.

           DISPLAY "CONFIRMA O FECHAMENTO DA COMPETENCIA (S/N)? ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              DISPLAY "*** FECHAMENTO CANCELADO ***"
              CLOSE ARQFOLFEC
              GO TO ROT-FIM3.

           OPEN INPUT ARQEVFOL
           IF ST-ERRO-EV = "00"
              MOVE "S" TO W-TEM-EVENTOS.

           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - " ST-ERRO
              CLOSE ARQFOLFEC
              GO TO ROT-FIM.

           OPEN I-O ARQFOLHIST
           IF ST-ERRO-FH NOT = "00"
              IF ST-ERRO-FH = "30"
                 OPEN OUTPUT ARQFOLHIST
                 CLOSE ARQFOLHIST
                 OPEN I-O ARQFOLHIST
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOLHIST - "
                         ST-ERRO-FH
                 CLOSE ARQFOLFEC CADFUNC
                 GO TO ROT-FIM.

           OPEN OUTPUT FOLFECREL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOLFECREL - "
                      ST-ERRO2
              CLOSE ARQFOLFEC CADFUNC ARQFOLHIST
              GO TO ROT-FIM.

           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO-AUD
                 CLOSE ARQFOLFEC CADFUNC ARQFOLHIST FOLFECREL
                 GO TO ROT-FIM.

           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              MOVE "FOLFEC    " TO W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE

           MOVE W-COMP-MES TO LC-MES
           MOVE W-COMP-ANO TO LC-ANO
           WRITE REG-FOLFECREL FROM LINHA-CABEC1
           MOVE "CODIGO  NOME                               SALARIO
      -         "    EVENTOS       BRUTO        INSS        IRRF
      -         "    FGTS     LIQUIDO" TO REG-FOLFECREL
           WRITE REG-FOLFECREL
           MOVE SPACES TO REG-FOLFECREL
           WRITE REG-FOLFECREL.

       R1.
           PERFORM UNTIL W-FIM-CADFUNC = "S"
              READ CADFUNC NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-CADFUNC
              NOT AT END
                 IF SITUACAO NOT = "I"
                    PERFORM CALC-PAGAMENTO
                    PERFORM GRAVA-HISTORICO
                 END-IF
           END-PERFORM.

           MOVE W-COMPETENCIA   TO FF-COMPETENCIA
           MOVE W-HOJE          TO FF-DATA-FECHA
           MOVE W-OPERADOR      TO FF-OPERADOR
           MOVE W-HORAS-PERIODO TO FF-HORAS-PERIODO
           MOVE W-DIAS-PERIODO  TO FF-DIAS-PERIODO
           MOVE W-TOT-FUNC      TO FF-QTD-FUNC
           MOVE W-TOT-FOLHA     TO FF-TOT-BRUTO
           MOVE W-TOT-INSS      TO FF-TOT-INSS
           MOVE W-TOT-IRRF      TO FF-TOT-IRRF
           MOVE W-TOT-FGTS      TO FF-TOT-FGTS
           MOVE W-TOT-LIQUIDO   TO FF-TOT-LIQUIDO
           WRITE REGFOLFEC
           IF ST-ERRO-FF NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQFOLFEC - "
                      ST-ERRO-FF.

           MOVE "FOLFEC01"    TO AUD-PROGRAMA
           MOVE W-OPERADOR    TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE "I"           TO AUD-ACAO
           MOVE W-COMPETENCIA TO AUD-CHAVE
           WRITE REG-AUDITLOG.

           MOVE SPACES TO REG-FOLFECREL
           WRITE REG-FOLFECREL
           MOVE W-TOT-FUNC TO LT-TOT-FUNC
           WRITE REG-FOLFECREL FROM LINHA-TOTAL
           MOVE "TOTAL BRUTO DA FOLHA               :  " TO LT2-ROTULO
           MOVE W-TOT-FOLHA TO LT2-VALOR
           WRITE REG-FOLFECREL FROM LINHA-TOTAL2
           MOVE "TOTAL DE INSS RETIDO               :  " TO LT2-ROTULO
           MOVE W-TOT-INSS TO LT2-VALOR
           WRITE REG-FOLFECREL FROM LINHA-TOTAL2
           MOVE "TOTAL DE IRRF RETIDO               :  " TO LT2-ROTULO
           MOVE W-TOT-IRRF TO LT2-VALOR
           WRITE REG-FOLFECREL FROM LINHA-TOTAL2
           MOVE "TOTAL DE FGTS A DEPOSITAR          :  " TO LT2-ROTULO
           MOVE W-TOT-FGTS TO LT2-VALOR
           WRITE REG-FOLFECREL FROM LINHA-TOTAL2
           MOVE "TOTAL LIQUIDO A PAGAR              :  " TO LT2-ROTULO
           MOVE W-TOT-LIQUIDO TO LT2-VALOR
           WRITE REG-FOLFECREL FROM LINHA-TOTAL2.

           IF W-TEM-EVENTOS = "S"
              CLOSE ARQEVFOL.
           CLOSE CADFUNC FOLFECREL ARQFOLHIST ARQFOLFEC AUDITLOG.
           DISPLAY "COMPETENCIA " W-COMPETENCIA " FECHADA -- "
                   W-TOT-FUNC " FUNCIONARIOS -- RELATORIO EM "
                   "FOLFECREL.DAT".
           GO TO ROT-FIM3.

      *>---------[ CALCULO DO FUNCIONARIO (MESMA REGRA DO FOPAG01) ]--
       CALC-PAGAMENTO.
           MOVE ZEROS TO FH-SALARIO
           PERFORM VARYING W-IDX-EV FROM 1 BY 1 UNTIL W-IDX-EV > 9
              MOVE ZEROS TO FH-EV-HORAS(W-IDX-EV)
                            FH-EV-VALOR(W-IDX-EV)
           END-PERFORM
           EVALUATE TIPO-SALARIO
              WHEN "H"
                 COMPUTE W-SALARIO-BRUTO ROUNDED =
                         SALARIO-BASE * W-HORAS-PERIODO
              WHEN "M"
                 MOVE SALARIO-BASE TO W-SALARIO-BRUTO
              WHEN "D"
                 COMPUTE W-SALARIO-BRUTO ROUNDED =
                         SALARIO-BASE * W-DIAS-PERIODO
              WHEN OTHER
                 MOVE SALARIO-BASE TO W-SALARIO-BRUTO
           END-EVALUATE.
           MOVE W-SALARIO-BRUTO TO W-SALARIO-PERIODO
           PERFORM APLICA-EVENTOS THRU APLICA-EVENTOS-FIM
           PERFORM CALC-INSS
           PERFORM CALC-IRRF
           COMPUTE W-FGTS ROUNDED = W-SALARIO-BRUTO * 8 / 100
           COMPUTE W-LIQUIDO = W-SALARIO-BRUTO - W-INSS - W-IRRF.

      *>---------[ EVENTOS VARIAVEIS DO MES (ARQEVFOL) ]--------------
       APLICA-EVENTOS.
           MOVE ZEROS TO W-EXTRAS W-FALTAS W-BONUS W-DESCONTOS
                         W-COMISSAO W-ESTORNO-COM
           IF W-TEM-EVENTOS NOT = "S"
              GO TO APLICA-EVENTOS-FIM.
           EVALUATE TIPO-SALARIO
              WHEN "H"
                 MOVE SALARIO-BASE TO W-VALOR-HORA
              WHEN "D"
                 COMPUTE W-VALOR-HORA ROUNDED =
                         SALARIO-BASE * W-DIAS-PERIODO
                         / W-HORAS-PERIODO
              WHEN OTHER
                 COMPUTE W-VALOR-HORA ROUNDED =
                         SALARIO-BASE / W-HORAS-PERIODO
           END-EVALUATE
           MOVE W-COMPETENCIA TO EV-COMPETENCIA
           MOVE CODIGO        TO EV-CODFUNC
           MOVE ZEROS         TO EV-TIPO
           MOVE "N" TO W-FIM-EVENTOS
           START ARQEVFOL KEY IS NOT LESS EV-CHAVE
              INVALID KEY
                 MOVE "S" TO W-FIM-EVENTOS
           END-START
           PERFORM LER-EVENTO UNTIL W-FIM-EVENTOS = "S"
           COMPUTE W-BRUTO-AJUST = W-SALARIO-BRUTO
                   + W-EXTRAS + W-BONUS - W-FALTAS - W-DESCONTOS
                   + W-COMISSAO - W-ESTORNO-COM
           IF W-BRUTO-AJUST < ZEROS
              MOVE ZEROS TO W-SALARIO-BRUTO
           ELSE
              MOVE W-BRUTO-AJUST TO W-SALARIO-BRUTO.
       APLICA-EVENTOS-FIM.
           EXIT.

      *>  CADA EVENTO LIDO FICA GUARDADO NA POSICAO DO SEU CODIGO
      *>  (HORAS E VALOR EM REAIS) PARA O HISTORICO
       LER-EVENTO.
           READ ARQEVFOL NEXT RECORD
           IF ST-ERRO-EV NOT = "00"
              MOVE "00" TO ST-ERRO-EV
              MOVE "S" TO W-FIM-EVENTOS
           ELSE
              IF EV-COMPETENCIA NOT = W-COMPETENCIA
                 OR EV-CODFUNC NOT = CODIGO
                 MOVE "S" TO W-FIM-EVENTOS
              ELSE
                 MOVE ZEROS TO W-EV-CALC
                 EVALUATE EV-TIPO
                    WHEN 01
                       COMPUTE W-EV-CALC ROUNDED =
                               EV-HORAS * W-VALOR-HORA * 1,5
                       ADD W-EV-CALC TO W-EXTRAS
                    WHEN 02
                       COMPUTE W-EV-CALC ROUNDED =
                               EV-HORAS * W-VALOR-HORA
                       ADD W-EV-CALC TO W-FALTAS
                    WHEN 03
                       MOVE EV-VALOR TO W-EV-CALC
                       ADD EV-VALOR TO W-BONUS
                    WHEN 04
                       MOVE EV-VALOR TO W-EV-CALC
                       ADD EV-VALOR TO W-DESCONTOS
                    WHEN 05
                       MOVE EV-VALOR TO W-EV-CALC
                       ADD EV-VALOR TO W-COMISSAO
                    WHEN 06
                       MOVE EV-VALOR TO W-EV-CALC
                       ADD EV-VALOR TO W-ESTORNO-COM
                 END-EVALUATE
                 IF EV-TIPO > ZEROS AND EV-TIPO < 10
                    MOVE EV-HORAS  TO FH-EV-HORAS(EV-TIPO)
                    MOVE W-EV-CALC TO FH-EV-VALOR(EV-TIPO)
                 END-IF
              END-IF
           END-IF.

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

      *>---------[ GRAVA O FUNCIONARIO NO HISTORICO DA FOLHA ]--------
       GRAVA-HISTORICO.
           MOVE W-COMPETENCIA     TO FH-COMPETENCIA
           MOVE CODIGO            TO FH-CODFUNC
           MOVE "M"               TO FH-TIPO-FOLHA
           MOVE NOME              TO FH-NOME
           MOVE DEPARTAMENTO      TO FH-DEPARTAMENTO
           MOVE CARGO             TO FH-CARGO
           MOVE TIPO-SALARIO      TO FH-TIPO-SALARIO
           MOVE SALARIO-BASE      TO FH-SALARIO-BASE
           MOVE W-SALARIO-PERIODO TO FH-SALARIO
           MOVE W-SALARIO-BRUTO   TO FH-BRUTO
           MOVE W-INSS            TO FH-INSS
           MOVE W-IRRF            TO FH-IRRF
           MOVE W-FGTS            TO FH-FGTS
           MOVE W-LIQUIDO         TO FH-LIQUIDO
           MOVE W-HOJE            TO FH-DATA-FECHA
           WRITE REGFOLHIST
           IF ST-ERRO-FH = "22"
              REWRITE REGFOLHIST
           END-IF
           IF ST-ERRO-FH NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQFOLHIST - "
                      ST-ERRO-FH " FUNCIONARIO " CODIGO
              MOVE "00" TO ST-ERRO-FH.
           MOVE CODIGO            TO LD-CODIGO
           MOVE NOME              TO LD-NOME
           MOVE W-SALARIO-PERIODO TO LD-SALARIO
           COMPUTE W-BRUTO-AJUST = W-SALARIO-BRUTO - W-SALARIO-PERIODO
           MOVE W-BRUTO-AJUST     TO LD-EVENTOS
           MOVE W-SALARIO-BRUTO   TO LD-BRUTO
           MOVE W-INSS            TO LD-INSS
           MOVE W-IRRF            TO LD-IRRF
           MOVE W-FGTS            TO LD-FGTS
           MOVE W-LIQUIDO         TO LD-LIQUIDO
           WRITE REG-FOLFECREL FROM LINHA-DET
           ADD 1 TO W-TOT-FUNC
           ADD W-SALARIO-BRUTO TO W-TOT-FOLHA
           ADD W-INSS          TO W-TOT-INSS
           ADD W-IRRF          TO W-TOT-IRRF
           ADD W-FGTS          TO W-TOT-FGTS
           ADD W-LIQUIDO       TO W-TOT-LIQUIDO.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
