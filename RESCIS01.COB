       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCIS01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CALCULO DA RESCISAO DO CONTRATO DE TRABALHO           *
      *> FUNCIONARIO JA DESLIGADO NO FUNC13 (DATA-DEMISSAO).   *
      *> VERBAS: SALDO DE SALARIO, AVISO PREVIO POR MOTIVO     *
      *> (30 DIAS + 3 POR ANO, ATE 90), 13o PROPORCIONAL       *
      *> (REGRA DOS 15 DIAS DO FOPAG03), FERIAS VENCIDAS E     *
      *> PROPORCIONAIS + 1/3 (DESCONTANDO O GOZADO NO          *
      *> ARQFERIAS), INSS/IRRF POR VERBA E MULTA DO FGTS       *
      *> (40% SEM JUSTA CAUSA, 20% ACORDO).                    *
      *> GRAVA O DETALHE EM ARQRESC, O TOTAL NO HISTORICO DA   *
      *> FOLHA (ARQFOLHIST TIPO "R", COMPETENCIA DO            *
      *> DESLIGAMENTO, PARA O CRESAL01) E O TERMO EM RESCREL   *
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
       SELECT ARQFERIAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-COD
               ALTERNATE RECORD KEY IS FER-CODFUNC WITH DUPLICATES
               FILE STATUS IS ST-ERRO-FER.
       SELECT ARQFOLHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               ALTERNATE RECORD KEY IS FH-CODFUNC WITH DUPLICATES
               FILE STATUS IS ST-ERRO-FH.
       SELECT ARQRESC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS ST-ERRO-RS.
       SELECT RESCREL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO2.
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

       FD ARQFERIAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
           03 FER-COD           PIC 9(06).
           03 FER-CODFUNC       PIC 9(06).
           03 FER-DATA-INICIO   PIC 9(08).
           03 FER-DATA-FIM      PIC 9(08).
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
                88 FH-FOLHA-RESCISAO    VALUE "R".
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

       FD ARQRESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQRESC.DAT".
       01 REGRESC.
          03 RS-CHAVE.
             05 RS-CODFUNC           PIC 9(06).
             05 RS-COMPETENCIA       PIC 9(06).
          03 RS-DATA-DEMISSAO        PIC 9(08).
          03 RS-MOTIVO               PIC 9(01).
             88 RS-SEM-JUSTA-CAUSA      VALUE 1.
             88 RS-JUSTA-CAUSA          VALUE 2.
             88 RS-PEDIDO-DEMISSAO      VALUE 3.
             88 RS-ACORDO               VALUE 4.
          03 RS-AVISO                PIC X(01).
             88 RS-AVISO-INDENIZADO     VALUE "I".
             88 RS-AVISO-TRABALHADO     VALUE "T".
             88 RS-AVISO-DESCONTADO     VALUE "D".
          03 RS-DIAS-AVISO           PIC 9(03).
          03 RS-DATA-PROJECAO        PIC 9(08).
          03 RS-SALARIO-MES          PIC 9(08)V99.
          03 RS-DIAS-SALDO           PIC 9(02).
          03 RS-SALDO-SALARIO        PIC 9(08)V99.
          03 RS-AVISO-INDENIZ        PIC 9(08)V99.
          03 RS-AVOS-13              PIC 9(02).
          03 RS-DECIMO               PIC 9(08)V99.
          03 RS-DECIMO-ADIANT        PIC 9(08)V99.
          03 RS-DIAS-FER-VENC        PIC 9(03).
          03 RS-FERIAS-VENC          PIC 9(08)V99.
          03 RS-AVOS-FER-PROP        PIC 9(02).
          03 RS-DIAS-FER-PROP        PIC 9(03)V99.
          03 RS-FERIAS-PROP          PIC 9(08)V99.
          03 RS-TERCO-FERIAS         PIC 9(08)V99.
          03 RS-DESC-AVISO           PIC 9(08)V99.
          03 RS-INSS-SALDO           PIC 9(08)V99.
          03 RS-IRRF-SALDO           PIC 9(08)V99.
          03 RS-INSS-13              PIC 9(08)V99.
          03 RS-IRRF-13              PIC 9(08)V99.
          03 RS-FGTS-MES             PIC 9(08)V99.
          03 RS-SALDO-FGTS           PIC 9(10)V99.
          03 RS-MULTA-FGTS           PIC 9(10)V99.
          03 RS-TOT-PROVENTOS        PIC 9(08)V99.
          03 RS-TOT-DESCONTOS        PIC 9(08)V99.
          03 RS-LIQUIDO              PIC S9(08)V99.
          03 RS-DATA-CALCULO         PIC 9(08).
          03 RS-OPERADOR             PIC X(10).

       FD RESCREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RESCREL.DAT".
       01 REG-RESCREL PIC X(80).

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
       01 ST-ERRO-FER      PIC X(02) VALUE "00".
       01 ST-ERRO-FH       PIC X(02) VALUE "00".
       01 ST-ERRO-RS       PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-CONFIRMA       PIC X(01) VALUE "N".
       01 W-TEM-FERIAS     PIC X(01) VALUE "N".
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-CODFUNC        PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO         PIC 9(01) VALUE ZEROS.
       01 W-AVISO          PIC X(01) VALUE SPACES.
       01 W-HORAS-PERIODO  PIC 9(03) VALUE ZEROS.
       01 W-DIAS-PERIODO   PIC 9(02) VALUE ZEROS.
       01 W-SALDO-FGTS-INF PIC 9(10)V99 VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-IDX-EV         PIC 9(02) VALUE ZEROS.

      *> DATAS DDMMAAAA DO CADASTRO E CONVERSAO PARA DIAS
       01 W-DATA-CONV       PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONV-GRP REDEFINES W-DATA-CONV.
           03 W-DC-DIA       PIC 9(02).
           03 W-DC-MES       PIC 9(02).
           03 W-DC-ANO       PIC 9(04).
       01 W-AAAAMMDD-CONV   PIC 9(08) VALUE ZEROS.
       01 W-AAAAMMDD-GRP REDEFINES W-AAAAMMDD-CONV.
           03 W-AMD-ANO      PIC 9(04).
           03 W-AMD-MES      PIC 9(02).
           03 W-AMD-DIA      PIC 9(02).
       01 W-JULIANO-CONV    PIC 9(07) VALUE ZEROS.
       01 W-ADM-DIA         PIC 9(02) VALUE ZEROS.
       01 W-ADM-MES         PIC 9(02) VALUE ZEROS.
       01 W-ADM-ANO         PIC 9(04) VALUE ZEROS.
       01 W-DEM-DIA         PIC 9(02) VALUE ZEROS.
       01 W-DEM-MES         PIC 9(02) VALUE ZEROS.
       01 W-DEM-ANO         PIC 9(04) VALUE ZEROS.
       01 W-PRJ-DIA         PIC 9(02) VALUE ZEROS.
       01 W-PRJ-MES         PIC 9(02) VALUE ZEROS.
       01 W-PRJ-ANO         PIC 9(04) VALUE ZEROS.

      *> CALCULO DAS VERBAS
       01 W-ANOS-SERVICO    PIC 9(02) VALUE ZEROS.
       01 W-MESES-SERVICO   PIC S9(04) VALUE ZEROS.
       01 W-DIAS-RESTO      PIC S9(02) VALUE ZEROS.
       01 W-PERIODOS        PIC 9(02) VALUE ZEROS.
       01 W-DIAS-GOZADOS    PIC 9(04) VALUE ZEROS.
       01 W-DIAS-DIREITO    PIC S9(04) VALUE ZEROS.
       01 W-DIAS-PROP       PIC S9(03)V99 VALUE ZEROS.
       01 W-AVOS            PIC S9(02) VALUE ZEROS.
       01 W-MES-INICIO      PIC 9(02) VALUE ZEROS.
       01 W-SALARIO-DIA     PIC 9(06)V9(04) VALUE ZEROS.
       01 W-SALARIO-BRUTO   PIC 9(08)V99 VALUE ZEROS.
       01 W-INSS            PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE-IRRF       PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF            PIC 9(08)V99 VALUE ZEROS.
       01 W-FAIXA-ANT       PIC 9(08)V99 VALUE ZEROS.
       01 W-IDX-INSS        PIC 9(02) VALUE ZEROS.
       01 W-IDX-IRRF        PIC 9(02) VALUE ZEROS.

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

       01 TABMOTIVOX.
           03 FILLER PIC X(30) VALUE "DISPENSA SEM JUSTA CAUSA".
           03 FILLER PIC X(30) VALUE "DISPENSA POR JUSTA CAUSA".
           03 FILLER PIC X(30) VALUE "PEDIDO DE DEMISSAO".
           03 FILLER PIC X(30) VALUE "ACORDO ENTRE AS PARTES".
       01 TABMOTIVO REDEFINES TABMOTIVOX.
           03 TBMOTIVO PIC X(30) OCCURS 4 TIMES.

       01 LINHA-MOLDURA    PIC X(60) VALUE ALL "=".
       01 LINHA-TRACO      PIC X(60) VALUE ALL "-".
       01 LINHA-TITULO     PIC X(60) VALUE
               "   TERMO DE RESCISAO DO CONTRATO DE TRABALHO".
       01 LINHA-FUNC.
           03 FILLER           PIC X(15) VALUE "FUNCIONARIO".
           03 FILLER           PIC X(03) VALUE " : ".
           03 LF-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LF-NOME          PIC X(30).
       01 LINHA-DATAS.
           03 FILLER           PIC X(15) VALUE "ADMISSAO".
           03 FILLER           PIC X(03) VALUE " : ".
           03 LDT-ADMISSAO     PIC 99/99/9999.
           03 FILLER           PIC X(13) VALUE "  DESLIGTO : ".
           03 LDT-DEMISSAO     PIC 99/99/9999.
       01 LINHA-MOTIVO.
           03 FILLER           PIC X(15) VALUE "MOTIVO".
           03 FILLER           PIC X(03) VALUE " : ".
           03 LM-MOTIVO        PIC X(30).
       01 LINHA-AVISO.
           03 FILLER           PIC X(15) VALUE "AVISO PREVIO".
           03 FILLER           PIC X(03) VALUE " : ".
           03 LA-AVISO         PIC X(12).
           03 LA-DIAS          PIC ZZ9.
           03 FILLER           PIC X(14) VALUE " DIAS  PROJ.: ".
           03 LA-PROJECAO      PIC 99/99/9999.
       01 LINHA-SECAO      PIC X(60) VALUE SPACES.
       01 LINHA-VERBA.
           03 LV-DESCRICAO     PIC X(40).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 LV-VALOR         PIC -ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "RESCIS01 - CALCULO DA RESCISAO".
           DISPLAY "CODIGO DO FUNCIONARIO: ".
           ACCEPT W-CODFUNC.
           DISPLAY "MOTIVO (1=SEM JUSTA CAUSA 2=JUSTA CAUSA "
                   "3=PEDIDO DE DEMISSAO 4=ACORDO): ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO < 1 OR W-MOTIVO > 4
              DISPLAY "*** MOTIVO INVALIDO ***"
              GO TO ROT-FIM.
           MOVE SPACES TO W-AVISO.
           IF W-MOTIVO = 1 OR W-MOTIVO = 4
              DISPLAY "AVISO PREVIO (I=INDENIZADO T=TRABALHADO): "
              ACCEPT W-AVISO.
           IF W-MOTIVO = 3
              DISPLAY "AVISO PREVIO (T=TRABALHADO D=NAO CUMPRIDO, "
                      "DESCONTAR): "
              ACCEPT W-AVISO.
           IF W-AVISO = "i"
              MOVE "I" TO W-AVISO.
           IF W-AVISO = "t"
              MOVE "T" TO W-AVISO.
           IF W-AVISO = "d"
              MOVE "D" TO W-AVISO.
           IF (W-MOTIVO = 1 OR W-MOTIVO = 4)
              AND W-AVISO NOT = "I" AND W-AVISO NOT = "T"
              DISPLAY "*** AVISO PREVIO INVALIDO ***"
              GO TO ROT-FIM.
           IF W-MOTIVO = 3
              AND W-AVISO NOT = "T" AND W-AVISO NOT = "D"
              DISPLAY "*** AVISO PREVIO INVALIDO ***"
              GO TO ROT-FIM.
           DISPLAY "QTDE DE HORAS PADRAO DO MES (0=220): ".
           ACCEPT W-HORAS-PERIODO.
           IF W-HORAS-PERIODO = ZEROS
              MOVE 220 TO W-HORAS-PERIODO.
           DISPLAY "QTDE DE DIAS DO MES (DIARISTA, 0=30): ".
           ACCEPT W-DIAS-PERIODO.
           IF W-DIAS-PERIODO = ZEROS
              MOVE 30 TO W-DIAS-PERIODO.
           DISPLAY "SALDO DO FGTS PARA FINS RESCISORIOS "
                   "(0=HISTORICO DA FOLHA): ".
           ACCEPT W-SALDO-FGTS-INF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE.

           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - " ST-ERRO
              GO TO ROT-FIM.
           MOVE W-CODFUNC TO CODIGO
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
              CLOSE CADFUNC
              GO TO ROT-FIM.
           IF SITUACAO NOT = "I" OR DATA-DEMISSAO = ZEROS
              DISPLAY "*** DESLIGAR O FUNCIONARIO NO FUNC13 ANTES DE "
                      "CALCULAR A RESCISAO ***"
              CLOSE CADFUNC
              GO TO ROT-FIM.

           OPEN INPUT ARQFERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-TEM-FERIAS.

           OPEN I-O ARQFOLHIST
           IF ST-ERRO-FH NOT = "00"
              IF ST-ERRO-FH = "30"
                 OPEN OUTPUT ARQFOLHIST
                 CLOSE ARQFOLHIST
                 OPEN I-O ARQFOLHIST
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOLHIST - "
                         ST-ERRO-FH
                 CLOSE CADFUNC
                 GO TO ROT-FIM.

           OPEN I-O ARQRESC
           IF ST-ERRO-RS NOT = "00"
              IF ST-ERRO-RS = "30"
                 OPEN OUTPUT ARQRESC
                 CLOSE ARQRESC
                 OPEN I-O ARQRESC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRESC - "
                         ST-ERRO-RS
                 CLOSE CADFUNC ARQFOLHIST
                 GO TO ROT-FIM.

           MOVE DATA-DEMISSAO TO W-DATA-CONV
           MOVE W-DC-DIA TO W-DEM-DIA
           MOVE W-DC-MES TO W-DEM-MES
           MOVE W-DC-ANO TO W-DEM-ANO
           MOVE DATA-ADMISSAO TO W-DATA-CONV
           MOVE W-DC-DIA TO W-ADM-DIA
           MOVE W-DC-MES TO W-ADM-MES
           MOVE W-DC-ANO TO W-ADM-ANO
           MOVE CODIGO TO RS-CODFUNC
           COMPUTE RS-COMPETENCIA = W-DEM-ANO * 100 + W-DEM-MES
           READ ARQRESC
           IF ST-ERRO-RS = "00"
              DISPLAY "RESCISAO JA CALCULADA EM " RS-DATA-CALCULO
                      " - RECALCULAR (S/N)? "
              ACCEPT W-CONFIRMA
              IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
                 DISPLAY "*** CALCULO CANCELADO ***"
                 CLOSE CADFUNC ARQFOLHIST ARQRESC
                 GO TO ROT-FIM3
              END-IF
           END-IF.

           OPEN OUTPUT RESCREL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESCREL - " ST-ERRO2
              CLOSE CADFUNC ARQFOLHIST ARQRESC
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
                 CLOSE CADFUNC ARQFOLHIST ARQRESC RESCREL
                 GO TO ROT-FIM.

           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              MOVE "RESCIS    " TO W-OPERADOR.

       R1.
           PERFORM CALC-RESCISAO
           PERFORM GRAVA-RESCISAO
           PERFORM GRAVA-HISTORICO
           PERFORM EMITE-TERMO

           MOVE "RESCIS01"    TO AUD-PROGRAMA
           MOVE W-OPERADOR    TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE "I"           TO AUD-ACAO
           MOVE RS-CHAVE      TO AUD-CHAVE
           WRITE REG-AUDITLOG.

           IF W-TEM-FERIAS = "S"
              CLOSE ARQFERIAS.
           CLOSE CADFUNC ARQFOLHIST ARQRESC RESCREL AUDITLOG.
           DISPLAY "RESCISAO CALCULADA -- LIQUIDO " RS-LIQUIDO
                   " -- TERMO EM RESCREL.DAT".
           GO TO ROT-FIM3.

      *>---------[ CALCULO DAS VERBAS RESCISORIAS ]--------------------
       CALC-RESCISAO.
           MOVE ZEROS TO RS-SALDO-SALARIO RS-AVISO-INDENIZ RS-DECIMO
                RS-DECIMO-ADIANT RS-FERIAS-VENC RS-FERIAS-PROP
                RS-TERCO-FERIAS RS-DESC-AVISO RS-INSS-SALDO
                RS-IRRF-SALDO RS-INSS-13 RS-IRRF-13 RS-MULTA-FGTS
                RS-DIAS-AVISO RS-AVOS-13 RS-DIAS-FER-VENC
                RS-AVOS-FER-PROP RS-DIAS-FER-PROP
           MOVE DATA-DEMISSAO TO RS-DATA-DEMISSAO
           MOVE W-MOTIVO      TO RS-MOTIVO
           MOVE W-AVISO       TO RS-AVISO
           MOVE W-HOJE        TO RS-DATA-CALCULO
           MOVE W-OPERADOR    TO RS-OPERADOR

           EVALUATE TIPO-SALARIO
              WHEN "H"
                 COMPUTE RS-SALARIO-MES ROUNDED =
                         SALARIO-BASE * W-HORAS-PERIODO
              WHEN "D"
                 COMPUTE RS-SALARIO-MES ROUNDED =
                         SALARIO-BASE * W-DIAS-PERIODO
              WHEN OTHER
                 MOVE SALARIO-BASE TO RS-SALARIO-MES
           END-EVALUATE
           COMPUTE W-SALARIO-DIA ROUNDED = RS-SALARIO-MES / 30

      *>  SALDO DE SALARIO - DIAS TRABALHADOS NO MES (MES COMERCIAL)
           MOVE W-DEM-DIA TO RS-DIAS-SALDO
           IF RS-DIAS-SALDO > 30
              MOVE 30 TO RS-DIAS-SALDO.
           COMPUTE RS-SALDO-SALARIO ROUNDED =
                   W-SALARIO-DIA * RS-DIAS-SALDO

      *>  AVISO PREVIO - 30 DIAS + 3 POR ANO COMPLETO, ATE 90
           COMPUTE W-ANOS-SERVICO = W-DEM-ANO - W-ADM-ANO
           IF (W-DEM-MES * 100 + W-DEM-DIA) <
              (W-ADM-MES * 100 + W-ADM-DIA)
              SUBTRACT 1 FROM W-ANOS-SERVICO.
           COMPUTE RS-DIAS-AVISO = 30 + W-ANOS-SERVICO * 3
           IF RS-DIAS-AVISO > 90
              MOVE 90 TO RS-DIAS-AVISO.
           EVALUATE TRUE
              WHEN RS-AVISO-INDENIZADO AND RS-ACORDO
                 COMPUTE RS-AVISO-INDENIZ ROUNDED =
                         W-SALARIO-DIA * RS-DIAS-AVISO / 2
              WHEN RS-AVISO-INDENIZADO
                 COMPUTE RS-AVISO-INDENIZ ROUNDED =
                         W-SALARIO-DIA * RS-DIAS-AVISO
              WHEN RS-AVISO-DESCONTADO
                 MOVE 30 TO RS-DIAS-AVISO
                 MOVE RS-SALARIO-MES TO RS-DESC-AVISO
              WHEN RS-JUSTA-CAUSA
                 MOVE ZEROS TO RS-DIAS-AVISO
           END-EVALUATE

      *>  AVISO INDENIZADO PROJETA O CONTRATO PARA 13o E FERIAS
           COMPUTE W-AAAAMMDD-CONV = W-DEM-ANO * 10000
                                   + W-DEM-MES * 100 + W-DEM-DIA
           IF RS-AVISO-INDENIZADO
              COMPUTE W-JULIANO-CONV =
                      FUNCTION INTEGER-OF-DATE(W-AAAAMMDD-CONV)
                      + RS-DIAS-AVISO
              COMPUTE W-AAAAMMDD-CONV =
                      FUNCTION DATE-OF-INTEGER(W-JULIANO-CONV).
           MOVE W-AMD-DIA TO W-PRJ-DIA W-DC-DIA
           MOVE W-AMD-MES TO W-PRJ-MES W-DC-MES
           MOVE W-AMD-ANO TO W-PRJ-ANO W-DC-ANO
           MOVE W-DATA-CONV TO RS-DATA-PROJECAO

           PERFORM CALC-DECIMO THRU CALC-DECIMO-FIM
           PERFORM CALC-FERIAS

      *>  INSS/IRRF POR VERBA: SALDO DE SALARIO E 13o EM SEPARADO;
      *>  AVISO INDENIZADO E FERIAS INDENIZADAS + 1/3 SAO ISENTOS
           MOVE RS-SALDO-SALARIO TO W-SALARIO-BRUTO
           PERFORM CALC-INSS
           PERFORM CALC-IRRF
           MOVE W-INSS TO RS-INSS-SALDO
           MOVE W-IRRF TO RS-IRRF-SALDO
           MOVE RS-DECIMO TO W-SALARIO-BRUTO
           PERFORM CALC-INSS
           PERFORM CALC-IRRF
           MOVE W-INSS TO RS-INSS-13
           MOVE W-IRRF TO RS-IRRF-13

      *>  FGTS DO MES E MULTA SOBRE O SALDO PARA FINS RESCISORIOS
           COMPUTE RS-FGTS-MES ROUNDED = (RS-SALDO-SALARIO
                   + RS-AVISO-INDENIZ + RS-DECIMO) * 8 / 100
           IF W-SALDO-FGTS-INF NOT = ZEROS
              MOVE W-SALDO-FGTS-INF TO RS-SALDO-FGTS
           ELSE
              PERFORM SOMA-FGTS-HISTORICO THRU SOMA-FGTS-HISTORICO-FIM.
           ADD RS-FGTS-MES TO RS-SALDO-FGTS
           IF RS-SEM-JUSTA-CAUSA
              COMPUTE RS-MULTA-FGTS ROUNDED = RS-SALDO-FGTS * 40 / 100.
           IF RS-ACORDO
              COMPUTE RS-MULTA-FGTS ROUNDED = RS-SALDO-FGTS * 20 / 100.

           COMPUTE RS-TOT-PROVENTOS = RS-SALDO-SALARIO
                   + RS-AVISO-INDENIZ + RS-DECIMO + RS-FERIAS-VENC
                   + RS-FERIAS-PROP + RS-TERCO-FERIAS
           COMPUTE RS-TOT-DESCONTOS = RS-INSS-SALDO + RS-IRRF-SALDO
                   + RS-INSS-13 + RS-IRRF-13 + RS-DECIMO-ADIANT
                   + RS-DESC-AVISO
           COMPUTE RS-LIQUIDO = RS-TOT-PROVENTOS - RS-TOT-DESCONTOS.

      *>---------[ 13o PROPORCIONAL - REGRA DOS 15 DIAS (FOPAG03) ]----
       CALC-DECIMO.
           IF RS-JUSTA-CAUSA
              GO TO CALC-DECIMO-FIM.
           IF W-ADM-ANO = W-PRJ-ANO
              MOVE W-ADM-MES TO W-MES-INICIO
              IF W-ADM-DIA > 15
                 ADD 1 TO W-MES-INICIO
              END-IF
           ELSE
              MOVE 1 TO W-MES-INICIO.
           COMPUTE W-AVOS = W-PRJ-MES - W-MES-INICIO + 1
           IF W-PRJ-DIA < 15
              SUBTRACT 1 FROM W-AVOS.
           IF W-AVOS <= ZEROS
              GO TO CALC-DECIMO-FIM.
           IF W-AVOS > 12
              MOVE 12 TO W-AVOS.
           MOVE W-AVOS TO RS-AVOS-13
           COMPUTE RS-DECIMO ROUNDED = RS-SALARIO-MES * W-AVOS / 12
      *>  1a PARCELA JA PAGA NO ANO (HISTORICO DO FOPAG03)
           COMPUTE FH-COMPETENCIA = W-PRJ-ANO * 100 + 11
           MOVE CODIGO TO FH-CODFUNC
           MOVE "1"    TO FH-TIPO-FOLHA
           READ ARQFOLHIST
           IF ST-ERRO-FH = "00"
              MOVE FH-BRUTO TO RS-DECIMO-ADIANT.
           MOVE "00" TO ST-ERRO-FH.
       CALC-DECIMO-FIM.
           EXIT.

      *>---------[ FERIAS VENCIDAS E PROPORCIONAIS ]-------------------
      *>  DIREITO DE 30 DIAS POR PERIODO AQUISITIVO COMPLETO E 1/12
      *>  POR MES (FRACAO DE 15 DIAS OU MAIS) DO PERIODO EM CURSO,
      *>  MENOS OS DIAS JA GOZADOS NO ARQFERIAS. NA JUSTA CAUSA SO
      *>  AS VENCIDAS SAO DEVIDAS
       CALC-FERIAS.
           COMPUTE W-MESES-SERVICO = (W-PRJ-ANO - W-ADM-ANO) * 12
                                   + W-PRJ-MES - W-ADM-MES
           IF W-PRJ-DIA < W-ADM-DIA
              SUBTRACT 1 FROM W-MESES-SERVICO
              COMPUTE W-DIAS-RESTO = W-PRJ-DIA + 30 - W-ADM-DIA
           ELSE
              COMPUTE W-DIAS-RESTO = W-PRJ-DIA - W-ADM-DIA.
           IF W-MESES-SERVICO < ZEROS
              MOVE ZEROS TO W-MESES-SERVICO.
           COMPUTE W-PERIODOS = W-MESES-SERVICO / 12
           COMPUTE W-AVOS = W-MESES-SERVICO - W-PERIODOS * 12
           IF W-DIAS-RESTO >= 14
              ADD 1 TO W-AVOS.
           PERFORM SOMA-DIAS-GOZADOS THRU SOMA-DIAS-GOZADOS-FIM
           COMPUTE W-DIAS-DIREITO = W-PERIODOS * 30 - W-DIAS-GOZADOS
           COMPUTE W-DIAS-PROP = W-AVOS * 30 / 12
           IF W-DIAS-DIREITO < ZEROS
              ADD W-DIAS-DIREITO TO W-DIAS-PROP
              MOVE ZEROS TO W-DIAS-DIREITO.
           IF W-DIAS-PROP < ZEROS
              MOVE ZEROS TO W-DIAS-PROP.
           IF RS-JUSTA-CAUSA
              MOVE ZEROS TO W-DIAS-PROP W-AVOS.
           MOVE W-DIAS-DIREITO TO RS-DIAS-FER-VENC
           MOVE W-AVOS        TO RS-AVOS-FER-PROP
           MOVE W-DIAS-PROP   TO RS-DIAS-FER-PROP
           COMPUTE RS-FERIAS-VENC ROUNDED =
                   W-SALARIO-DIA * RS-DIAS-FER-VENC
           COMPUTE RS-FERIAS-PROP ROUNDED =
                   W-SALARIO-DIA * RS-DIAS-FER-PROP
           COMPUTE RS-TERCO-FERIAS ROUNDED =
                   (RS-FERIAS-VENC + RS-FERIAS-PROP) / 3.

       SOMA-DIAS-GOZADOS.
           MOVE ZEROS TO W-DIAS-GOZADOS
           IF W-TEM-FERIAS NOT = "S"
              GO TO SOMA-DIAS-GOZADOS-FIM.
           MOVE CODIGO TO FER-CODFUNC
           START ARQFERIAS KEY IS EQUAL FER-CODFUNC
           IF ST-ERRO-FER NOT = "00"
              GO TO SOMA-DIAS-GOZADOS-FIM.
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ ARQFERIAS NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 IF FER-CODFUNC NOT = CODIGO
                    MOVE "S" TO W-FIM-ARQ
                 ELSE
                    ADD FER-DIAS TO W-DIAS-GOZADOS
                 END-IF
           END-PERFORM.
       SOMA-DIAS-GOZADOS-FIM.
           EXIT.

      *>  SALDO ESTIMADO = FGTS DE TODO O HISTORICO DA FOLHA, EXCETO
      *>  UMA RESCISAO ANTERIOR DO MESMO DESLIGAMENTO
       SOMA-FGTS-HISTORICO.
           MOVE ZEROS TO RS-SALDO-FGTS
           MOVE CODIGO TO FH-CODFUNC
           START ARQFOLHIST KEY IS EQUAL FH-CODFUNC
           IF ST-ERRO-FH NOT = "00"
              MOVE "00" TO ST-ERRO-FH
              GO TO SOMA-FGTS-HISTORICO-FIM.
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ ARQFOLHIST NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 IF FH-CODFUNC NOT = CODIGO
                    MOVE "S" TO W-FIM-ARQ
                 ELSE
                    IF NOT FH-FOLHA-RESCISAO
                       ADD FH-FGTS TO RS-SALDO-FGTS
                    END-IF
                 END-IF
           END-PERFORM.
       SOMA-FGTS-HISTORICO-FIM.
           EXIT.

      *>---------[ GRAVACAO DO DETALHE E DO HISTORICO ]----------------
       GRAVA-RESCISAO.
           WRITE REGRESC
           IF ST-ERRO-RS = "22"
              REWRITE REGRESC
           END-IF
           IF ST-ERRO-RS NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQRESC - "
                      ST-ERRO-RS
           END-IF.

       GRAVA-HISTORICO.
           MOVE RS-COMPETENCIA   TO FH-COMPETENCIA
           MOVE CODIGO           TO FH-CODFUNC
           MOVE "R"              TO FH-TIPO-FOLHA
           MOVE NOME             TO FH-NOME
           MOVE DEPARTAMENTO     TO FH-DEPARTAMENTO
           MOVE CARGO            TO FH-CARGO
           MOVE TIPO-SALARIO     TO FH-TIPO-SALARIO
           MOVE SALARIO-BASE     TO FH-SALARIO-BASE
           MOVE RS-SALARIO-MES   TO FH-SALARIO
           PERFORM VARYING W-IDX-EV FROM 1 BY 1 UNTIL W-IDX-EV > 9
              MOVE ZEROS TO FH-EV-HORAS(W-IDX-EV)
                            FH-EV-VALOR(W-IDX-EV)
           END-PERFORM
           MOVE RS-TOT-PROVENTOS TO FH-BRUTO
           COMPUTE FH-INSS = RS-INSS-SALDO + RS-INSS-13
           COMPUTE FH-IRRF = RS-IRRF-SALDO + RS-IRRF-13
           MOVE RS-FGTS-MES      TO FH-FGTS
           MOVE RS-LIQUIDO       TO FH-LIQUIDO
           MOVE W-HOJE           TO FH-DATA-FECHA
           WRITE REGFOLHIST
           IF ST-ERRO-FH = "22"
              REWRITE REGFOLHIST
           END-IF
           IF ST-ERRO-FH NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQFOLHIST - "
                      ST-ERRO-FH
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

      *>---------[ TERMO DE RESCISAO ]---------------------------------
       EMITE-TERMO.
           WRITE REG-RESCREL FROM LINHA-MOLDURA
           WRITE REG-RESCREL FROM LINHA-TITULO
           WRITE REG-RESCREL FROM LINHA-MOLDURA
           MOVE CODIGO TO LF-CODIGO
           MOVE NOME   TO LF-NOME
           WRITE REG-RESCREL FROM LINHA-FUNC
           MOVE DATA-ADMISSAO TO LDT-ADMISSAO
           MOVE DATA-DEMISSAO TO LDT-DEMISSAO
           WRITE REG-RESCREL FROM LINHA-DATAS
           MOVE TBMOTIVO(RS-MOTIVO) TO LM-MOTIVO
           WRITE REG-RESCREL FROM LINHA-MOTIVO
           EVALUATE TRUE
              WHEN RS-AVISO-INDENIZADO MOVE "INDENIZADO" TO LA-AVISO
              WHEN RS-AVISO-TRABALHADO MOVE "TRABALHADO" TO LA-AVISO
              WHEN RS-AVISO-DESCONTADO MOVE "DESCONTADO" TO LA-AVISO
              WHEN OTHER               MOVE "NAO DEVIDO" TO LA-AVISO
           END-EVALUATE
           MOVE RS-DIAS-AVISO    TO LA-DIAS
           MOVE RS-DATA-PROJECAO TO LA-PROJECAO
           WRITE REG-RESCREL FROM LINHA-AVISO
           WRITE REG-RESCREL FROM LINHA-TRACO

           MOVE "PROVENTOS" TO LINHA-SECAO
           WRITE REG-RESCREL FROM LINHA-SECAO
           MOVE "  SALDO DE SALARIO"          TO LV-DESCRICAO
           MOVE RS-SALDO-SALARIO             TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  AVISO PREVIO INDENIZADO"   TO LV-DESCRICAO
           MOVE RS-AVISO-INDENIZ             TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  13o SALARIO PROPORCIONAL"  TO LV-DESCRICAO
           MOVE RS-DECIMO                    TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  FERIAS VENCIDAS"           TO LV-DESCRICAO
           MOVE RS-FERIAS-VENC               TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  FERIAS PROPORCIONAIS"      TO LV-DESCRICAO
           MOVE RS-FERIAS-PROP               TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  1/3 CONSTITUCIONAL DE FERIAS" TO LV-DESCRICAO
           MOVE RS-TERCO-FERIAS              TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "TOTAL DOS PROVENTOS"         TO LV-DESCRICAO
           MOVE RS-TOT-PROVENTOS             TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA

           MOVE "DESCONTOS" TO LINHA-SECAO
           WRITE REG-RESCREL FROM LINHA-SECAO
           MOVE "  INSS SOBRE SALDO DE SALARIO" TO LV-DESCRICAO
           MOVE RS-INSS-SALDO                TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  IRRF SOBRE SALDO DE SALARIO" TO LV-DESCRICAO
           MOVE RS-IRRF-SALDO                TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  INSS SOBRE 13o SALARIO"    TO LV-DESCRICAO
           MOVE RS-INSS-13                   TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  IRRF SOBRE 13o SALARIO"    TO LV-DESCRICAO
           MOVE RS-IRRF-13                   TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  ADIANTAMENTO DO 13o (1a PARCELA)" TO LV-DESCRICAO
           MOVE RS-DECIMO-ADIANT             TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  AVISO PREVIO NAO CUMPRIDO"  TO LV-DESCRICAO
           MOVE RS-DESC-AVISO                TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "TOTAL DOS DESCONTOS"         TO LV-DESCRICAO
           MOVE RS-TOT-DESCONTOS             TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           WRITE REG-RESCREL FROM LINHA-TRACO
           MOVE "LIQUIDO A RECEBER"           TO LV-DESCRICAO
           MOVE RS-LIQUIDO                   TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           WRITE REG-RESCREL FROM LINHA-TRACO

           MOVE "FGTS" TO LINHA-SECAO
           WRITE REG-RESCREL FROM LINHA-SECAO
           MOVE "  FGTS DO MES DA RESCISAO"   TO LV-DESCRICAO
           MOVE RS-FGTS-MES                  TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  SALDO PARA FINS RESCISORIOS" TO LV-DESCRICAO
           MOVE RS-SALDO-FGTS                TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           MOVE "  MULTA RESCISORIA (DEPOSITO GRRF)" TO LV-DESCRICAO
           MOVE RS-MULTA-FGTS                TO LV-VALOR
           WRITE REG-RESCREL FROM LINHA-VERBA
           WRITE REG-RESCREL FROM LINHA-MOLDURA.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
