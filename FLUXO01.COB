       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXO01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> PROJECAO SEMANAL DO FLUXO DE CAIXA                    *
      *> ENTRADAS  = TITULOS EM ABERTO DO ARQREC (VENCIMENTO)  *
      *> SAIDAS    = TITULOS EM ABERTO DO ARQPAG (VENCIMENTO)  *
      *> FOLHA     = LIQUIDO DA COMPETENCIA ANTERIOR (CADFUNC/ *
      *>             ARQEVFOL) NO DIA DO PAGAMENTO             *
      *> ENCARGOS  = FGTS E INSS (SEGURADO + PATRONAL) DA      *
      *>             COMPETENCIA ANTERIOR NOS DIAS DE RECOLHIM.*
      *> SALDO ACUMULADO A PARTIR DO SALDO BANCARIO INFORMADO. *
      *> TITULOS VENCIDOS APARECEM EM LINHA SEPARADA E NAO     *
      *> ENTRAM NO SALDO DAS SEMANAS                           *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REC-CHAVE
                 ALTERNATE RECORD KEY IS REC-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-REC.
       SELECT ARQPAG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PAG-CHAVE
                 ALTERNATE RECORD KEY IS PAG-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-PAG.
       SELECT CADFUNC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS ST-ERRO.
       SELECT ARQEVFOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CHAVE
               FILE STATUS IS ST-ERRO-EV.
       SELECT FLUXOREL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
       01 REGREC.
          03 REC-CHAVE.
             05 REC-NUM-PEDIDO       PIC 9(06).
             05 REC-PARCELA          PIC 9(02).
          03 REC-CLI-CPFCNPJ         PIC 9(14).
          03 REC-VALOR               PIC 9(14)V99.
          03 REC-VALOR-PAGO          PIC 9(14)V99.
          03 REC-DATA-EMISSAO        PIC 9(08).
          03 REC-DATA-VENCTO         PIC 9(08).
          03 REC-STATUS              PIC X(01).
             88 REC-ST-ABERTO           VALUE "A".
             88 REC-ST-QUITADO          VALUE "Q".
          03 REC-QTD-PARCELAS        PIC 9(02).
          03 REC-ENVIADO             PIC X(01).
             88 REC-ENV-BANCO           VALUE "S".
          03 REC-NOSSO-NUMERO        PIC 9(08).
          03 REC-DATA-PAGTO          PIC 9(08).
          03 REC-MULTA-PAGA          PIC 9(12)V99.
          03 REC-JUROS-PAGO          PIC 9(12)V99.
          03 REC-NIVEL-COBRANCA      PIC 9(01).
          03 REC-DATA-COBRANCA       PIC 9(08).

       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG.
          03 PAG-CHAVE.
             05 PAG-NUM-PEDIDO       PIC 9(06).
             05 PAG-PARCELA          PIC 9(02).
          03 PAG-FOR-CPFCNPJ         PIC 9(14).
          03 PAG-VALOR               PIC 9(14)V99.
          03 PAG-VALOR-PAGO          PIC 9(14)V99.
          03 PAG-DATA-EMISSAO        PIC 9(08).
          03 PAG-DATA-VENCTO         PIC 9(08).
          03 PAG-STATUS              PIC X(01).
             88 PAG-ST-ABERTO           VALUE "A".
             88 PAG-ST-QUITADO          VALUE "Q".
          03 PAG-QTD-PARCELAS        PIC 9(02).

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

       FD FLUXOREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FLUXOREL.DAT".
       01 REG-FLUXOREL PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-EV       PIC X(02) VALUE "00".
       01 ST-ERRO-REC      PIC X(02) VALUE "00".
       01 ST-ERRO-PAG      PIC X(02) VALUE "00".
       01 W-TEM-EVENTOS    PIC X(01) VALUE "N".
       01 W-TEM-REC        PIC X(01) VALUE "N".
       01 W-TEM-PAG        PIC X(01) VALUE "N".
       01 W-FIM-EVENTOS    PIC X(01) VALUE "N".
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-FIM-MESES      PIC X(01) VALUE "N".

      *> PARAMETROS DA PROJECAO
       01 W-SEMANAS        PIC 9(02) VALUE ZEROS.
       01 W-SALDO-INICIAL  PIC S9(12)V99 VALUE ZEROS.
       01 W-DIA-FOLHA      PIC 9(02) VALUE ZEROS.
       01 W-DIA-FGTS       PIC 9(02) VALUE ZEROS.
       01 W-DIA-INSS       PIC 9(02) VALUE ZEROS.
       01 W-ALIQ-PATRONAL  PIC 9(02)V99 VALUE ZEROS.

      *> DATAS DA PROJECAO (AAAAMMDD E DIA JULIANO)
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-JUL       PIC 9(07) VALUE ZEROS.
       01 W-FIM-JUL        PIC 9(07) VALUE ZEROS.
       01 W-DATA-JUL       PIC 9(07) VALUE ZEROS.
       01 W-DATA-EVENTO    PIC 9(08) VALUE ZEROS.
       01 W-SALDO-TIT      PIC 9(14)V99 VALUE ZEROS.
       01 W-IDX            PIC 9(03) VALUE ZEROS.
       01 W-SEM            PIC 9(02) VALUE ZEROS.
       01 W-ANOMES         PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-AM-ANO      PIC 9(04).
           03 W-AM-MES      PIC 9(02).
       01 W-ADMISSAO       PIC 9(08) VALUE ZEROS.
       01 W-ADMISSAO-R REDEFINES W-ADMISSAO.
           03 W-ADM-DIA     PIC 9(02).
           03 W-ADM-MES     PIC 9(02).
           03 W-ADM-ANO     PIC 9(04).
       01 W-ADM-ANOMES     PIC 9(06) VALUE ZEROS.

      *> TOTAIS DA FOLHA DA COMPETENCIA
       01 W-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPETENCIA.
           03 W-CP-ANO      PIC 9(04).
           03 W-CP-MES      PIC 9(02).
       01 W-FOL-LIQUIDO    PIC 9(14)V99 VALUE ZEROS.
       01 W-FOL-FGTS       PIC 9(14)V99 VALUE ZEROS.
       01 W-FOL-INSS       PIC 9(14)V99 VALUE ZEROS.
       01 W-FOL-BRUTO      PIC 9(14)V99 VALUE ZEROS.

      *> CALCULO INDIVIDUAL (MESMAS REGRAS DO FOPAG01)
       01 W-HORAS-PERIODO  PIC 9(03) VALUE 220.
       01 W-DIAS-PERIODO   PIC 9(02) VALUE 22.
       01 W-VALOR-HORA     PIC 9(06)V99 VALUE ZEROS.
       01 W-EXTRAS         PIC 9(08)V99 VALUE ZEROS.
       01 W-FALTAS         PIC 9(08)V99 VALUE ZEROS.
       01 W-BONUS          PIC 9(08)V99 VALUE ZEROS.
       01 W-DESCONTOS      PIC 9(08)V99 VALUE ZEROS.
       01 W-COMISSAO       PIC 9(08)V99 VALUE ZEROS.
       01 W-ESTORNO-COM    PIC 9(08)V99 VALUE ZEROS.
       01 W-BRUTO-AJUST    PIC S9(08)V99 VALUE ZEROS.
       01 W-SALARIO-BRUTO  PIC 9(08)V99 VALUE ZEROS.
       01 W-INSS           PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE-IRRF      PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF           PIC 9(08)V99 VALUE ZEROS.
       01 W-FGTS           PIC 9(08)V99 VALUE ZEROS.
       01 W-LIQUIDO        PIC 9(08)V99 VALUE ZEROS.
       01 W-FAIXA-ANT      PIC 9(08)V99 VALUE ZEROS.
       01 W-IDX-INSS       PIC 9(02) VALUE ZEROS.
       01 W-IDX-IRRF       PIC 9(02) VALUE ZEROS.

      *> TOTAIS DA PROJECAO
       01 W-ATR-ENTRADAS   PIC 9(14)V99 VALUE ZEROS.
       01 W-ATR-SAIDAS     PIC 9(14)V99 VALUE ZEROS.
       01 W-TOT-ENTRADAS   PIC 9(14)V99 VALUE ZEROS.
       01 W-TOT-SAIDAS     PIC 9(14)V99 VALUE ZEROS.
       01 W-TOT-FOLHA      PIC 9(14)V99 VALUE ZEROS.
       01 W-TOT-ENCARGOS   PIC 9(14)V99 VALUE ZEROS.
       01 W-MOV-SEMANA     PIC S9(14)V99 VALUE ZEROS.
       01 W-SALDO-ACUM     PIC S9(14)V99 VALUE ZEROS.

       01 W-TAB-SEMANAS.
           03 W-SM OCCURS 52 TIMES.
              05 W-SM-INICIO     PIC 9(08).
              05 W-SM-ENTRADAS   PIC 9(14)V99.
              05 W-SM-SAIDAS     PIC 9(14)V99.
              05 W-SM-FOLHA      PIC 9(14)V99.
              05 W-SM-ENCARGOS   PIC 9(14)V99.

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

       01 LINHA-CABEC1     PIC X(132).

       01 LINHA-PARAM.
           03 FILLER           PIC X(18) VALUE "SALDO INICIAL   : ".
           03 LP-SALDO         PIC -(13)9,99.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 FILLER           PIC X(12) VALUE "DATA BASE : ".
           03 LP-HOJE          PIC 9999/99/99.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 FILLER           PIC X(10) VALUE "SEMANAS : ".
           03 LP-SEMANAS       PIC Z9.

       01 LINHA-ATRASO.
           03 FILLER           PIC X(22) VALUE "VENCIDOS - A RECEBER: ".
           03 LA-ENTRADAS      PIC Z(13)9,99.
           03 FILLER           PIC X(12) VALUE "  A PAGAR: ".
           03 LA-SAIDAS        PIC Z(13)9,99.
           03 FILLER           PIC X(36) VALUE
               "  (FORA DO SALDO PROJETADO ABAIXO)".

       01 LINHA-CABEC-DET.
           03 FILLER           PIC X(18) VALUE "SEMANA INICIO".
           03 FILLER           PIC X(18) VALUE "         ENTRADAS".
           03 FILLER           PIC X(18) VALUE "           SAIDAS".
           03 FILLER           PIC X(18) VALUE "            FOLHA".
           03 FILLER           PIC X(18) VALUE "         ENCARGOS".
           03 FILLER           PIC X(18) VALUE "        MOVIMENTO".
           03 FILLER           PIC X(17) VALUE "  SALDO ACUMULADO".

       01 LINHA-DET.
           03 FILLER           PIC X(04) VALUE "SEM ".
           03 LD-SEMANA        PIC Z9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-INICIO        PIC 9999/99/99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-ENTRADAS      PIC Z(13)9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-SAIDAS        PIC Z(13)9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-FOLHA         PIC Z(13)9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-ENCARGOS      PIC Z(13)9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-MOVIMENTO     PIC -(13)9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-SALDO         PIC -(13)9,99.

       01 LINHA-TOT.
           03 FILLER           PIC X(17) VALUE "TOTAL DO PERIODO ".
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LT-ENTRADAS      PIC Z(13)9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LT-SAIDAS        PIC Z(13)9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LT-FOLHA         PIC Z(13)9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LT-ENCARGOS      PIC Z(13)9,99.
           03 FILLER           PIC X(19) VALUE SPACES.
           03 LT-SALDO         PIC -(13)9,99.

       01 LINHA-ATR-SALDO.
           03 FILLER           PIC X(48) VALUE
               "SALDO FINAL SE OS VENCIDOS FOREM REALIZADOS    :".
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LAS-SALDO        PIC -(13)9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "FLUXO01 - PROJECAO SEMANAL DO FLUXO DE CAIXA".
           DISPLAY "HORIZONTE EM SEMANAS (0=12, MAXIMO 52): ".
           ACCEPT W-SEMANAS.
           IF W-SEMANAS = ZEROS
              MOVE 12 TO W-SEMANAS.
           IF W-SEMANAS > 52
              MOVE 52 TO W-SEMANAS.
           DISPLAY "SALDO BANCARIO INICIAL: ".
           ACCEPT W-SALDO-INICIAL.
           DISPLAY "DIA DO PAGAMENTO DA FOLHA (0=5): ".
           ACCEPT W-DIA-FOLHA.
           IF W-DIA-FOLHA = ZEROS OR W-DIA-FOLHA > 28
              MOVE 5 TO W-DIA-FOLHA.
           DISPLAY "DIA DO RECOLHIMENTO DO FGTS (0=20): ".
           ACCEPT W-DIA-FGTS.
           IF W-DIA-FGTS = ZEROS OR W-DIA-FGTS > 28
              MOVE 20 TO W-DIA-FGTS.
           DISPLAY "DIA DO RECOLHIMENTO DO INSS (0=20): ".
           ACCEPT W-DIA-INSS.
           IF W-DIA-INSS = ZEROS OR W-DIA-INSS > 28
              MOVE 20 TO W-DIA-INSS.
           DISPLAY "ALIQUOTA DO INSS PATRONAL % (0=20): ".
           ACCEPT W-ALIQ-PATRONAL.
           IF W-ALIQ-PATRONAL = ZEROS
              MOVE 20 TO W-ALIQ-PATRONAL.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
           COMPUTE W-HOJE-JUL = FUNCTION INTEGER-OF-DATE(W-HOJE)
           COMPUTE W-FIM-JUL = W-HOJE-JUL + W-SEMANAS * 7 - 1
           MOVE ZEROS TO W-TAB-SEMANAS
           PERFORM VARYING W-SEM FROM 1 BY 1 UNTIL W-SEM > W-SEMANAS
              COMPUTE W-DATA-JUL = W-HOJE-JUL + (W-SEM - 1) * 7
              COMPUTE W-SM-INICIO(W-SEM) =
                      FUNCTION DATE-OF-INTEGER(W-DATA-JUL)
           END-PERFORM.

           OPEN INPUT ARQREC
           IF ST-ERRO-REC = "00"
              MOVE "S" TO W-TEM-REC.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG = "00"
              MOVE "S" TO W-TEM-PAG.
           OPEN INPUT ARQEVFOL
           IF ST-ERRO-EV = "00"
              MOVE "S" TO W-TEM-EVENTOS.

           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - " ST-ERRO
              GO TO ROT-FIM.

           OPEN OUTPUT FLUXOREL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FLUXOREL - " ST-ERRO2
              CLOSE CADFUNC
              GO TO ROT-FIM.

       R1.
           IF W-TEM-REC = "S"
              PERFORM UNTIL W-FIM-ARQ = "S"
                 READ ARQREC NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM-ARQ
                 NOT AT END
                    IF REC-ST-ABERTO
                       PERFORM ACUMULA-RECEBER
                    END-IF
              END-PERFORM
              CLOSE ARQREC.

           MOVE "N" TO W-FIM-ARQ
           IF W-TEM-PAG = "S"
              PERFORM UNTIL W-FIM-ARQ = "S"
                 READ ARQPAG NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM-ARQ
                 NOT AT END
                    IF PAG-ST-ABERTO
                       PERFORM ACUMULA-PAGAR
                    END-IF
              END-PERFORM
              CLOSE ARQPAG.

      *>  FOLHA: CADA MES DO HORIZONTE PAGA A COMPETENCIA ANTERIOR
           MOVE W-HOJE(1:6) TO W-ANOMES
           PERFORM UNTIL W-FIM-MESES = "S"
              PERFORM PROJETA-FOLHA
              IF W-AM-MES = 12
                 ADD 1 TO W-AM-ANO
                 MOVE 1 TO W-AM-MES
              ELSE
                 ADD 1 TO W-AM-MES
              END-IF
              COMPUTE W-DATA-EVENTO = W-ANOMES * 100 + 1
              COMPUTE W-DATA-JUL =
                      FUNCTION INTEGER-OF-DATE(W-DATA-EVENTO)
              IF W-DATA-JUL > W-FIM-JUL
                 MOVE "S" TO W-FIM-MESES
              END-IF
           END-PERFORM.

           PERFORM EMITE-RELATORIO.

           IF W-TEM-EVENTOS = "S"
              CLOSE ARQEVFOL.
           CLOSE CADFUNC FLUXOREL.
           DISPLAY "FLUXO DE CAIXA GERADO EM FLUXOREL.DAT -- "
                   W-SEMANAS " SEMANAS".
           GO TO ROT-FIM3.

      *>---------[ TITULOS A RECEBER - VENCIDOS OU POR SEMANA ]-------
       ACUMULA-RECEBER.
           COMPUTE W-SALDO-TIT = REC-VALOR - REC-VALOR-PAGO
           IF REC-DATA-VENCTO < W-HOJE
              ADD W-SALDO-TIT TO W-ATR-ENTRADAS
           ELSE
              MOVE REC-DATA-VENCTO TO W-DATA-EVENTO
              PERFORM ACHA-SEMANA
              IF W-IDX NOT = ZEROS
                 ADD W-SALDO-TIT TO W-SM-ENTRADAS(W-IDX).

      *>---------[ TITULOS A PAGAR - VENCIDOS OU POR SEMANA ]---------
       ACUMULA-PAGAR.
           COMPUTE W-SALDO-TIT = PAG-VALOR - PAG-VALOR-PAGO
           IF PAG-DATA-VENCTO < W-HOJE
              ADD W-SALDO-TIT TO W-ATR-SAIDAS
           ELSE
              MOVE PAG-DATA-VENCTO TO W-DATA-EVENTO
              PERFORM ACHA-SEMANA
              IF W-IDX NOT = ZEROS
                 ADD W-SALDO-TIT TO W-SM-SAIDAS(W-IDX).

      *>---------[ SEMANA DA DATA W-DATA-EVENTO (ZERO = FORA) ]-------
       ACHA-SEMANA.
           MOVE ZEROS TO W-IDX
           COMPUTE W-DATA-JUL = FUNCTION INTEGER-OF-DATE(W-DATA-EVENTO)
           IF W-DATA-JUL >= W-HOJE-JUL AND W-DATA-JUL <= W-FIM-JUL
              COMPUTE W-IDX = (W-DATA-JUL - W-HOJE-JUL) / 7 + 1.

      *>---------[ FOLHA PAGA NO MES W-ANOMES ]-----------------------
       PROJETA-FOLHA.
           MOVE W-ANOMES TO W-COMPETENCIA
           IF W-CP-MES = 1
              SUBTRACT 1 FROM W-CP-ANO
              MOVE 12 TO W-CP-MES
           ELSE
              SUBTRACT 1 FROM W-CP-MES.
           PERFORM CALC-FOLHA-COMPET

           COMPUTE W-DATA-EVENTO = W-ANOMES * 100 + W-DIA-FOLHA
           PERFORM ACHA-SEMANA
           IF W-IDX NOT = ZEROS
              ADD W-FOL-LIQUIDO TO W-SM-FOLHA(W-IDX).

           COMPUTE W-DATA-EVENTO = W-ANOMES * 100 + W-DIA-FGTS
           PERFORM ACHA-SEMANA
           IF W-IDX NOT = ZEROS
              ADD W-FOL-FGTS TO W-SM-ENCARGOS(W-IDX).

           COMPUTE W-DATA-EVENTO = W-ANOMES * 100 + W-DIA-INSS
           PERFORM ACHA-SEMANA
           IF W-IDX NOT = ZEROS
              ADD W-FOL-INSS TO W-SM-ENCARGOS(W-IDX).

      *>---------[ TOTAIS DA FOLHA DA COMPETENCIA W-COMPETENCIA ]-----
       CALC-FOLHA-COMPET.
           MOVE ZEROS TO W-FOL-LIQUIDO W-FOL-FGTS W-FOL-INSS
                         W-FOL-BRUTO
           MOVE ZEROS TO CODIGO
           START CADFUNC KEY IS NOT LESS CODIGO
              INVALID KEY
                 MOVE "10" TO ST-ERRO
           END-START
           PERFORM UNTIL ST-ERRO NOT = "00"
              READ CADFUNC NEXT RECORD
              AT END
                 MOVE "10" TO ST-ERRO
              NOT AT END
                 MOVE DATA-ADMISSAO TO W-ADMISSAO
                 COMPUTE W-ADM-ANOMES = W-ADM-ANO * 100 + W-ADM-MES
                 IF SITUACAO NOT = "I"
                    AND W-ADM-ANOMES <= W-COMPETENCIA
                    PERFORM CALC-PAGAMENTO
                 END-IF
           END-PERFORM
           MOVE "00" TO ST-ERRO
           COMPUTE W-FOL-INSS ROUNDED = W-FOL-INSS
                   + W-FOL-BRUTO * W-ALIQ-PATRONAL / 100.

       CALC-PAGAMENTO.
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
           PERFORM APLICA-EVENTOS THRU APLICA-EVENTOS-FIM
           PERFORM CALC-INSS
           PERFORM CALC-IRRF
           COMPUTE W-FGTS ROUNDED = W-SALARIO-BRUTO * 8 / 100
           COMPUTE W-LIQUIDO = W-SALARIO-BRUTO - W-INSS - W-IRRF.
           ADD W-SALARIO-BRUTO TO W-FOL-BRUTO
           ADD W-LIQUIDO       TO W-FOL-LIQUIDO
           ADD W-FGTS          TO W-FOL-FGTS
           ADD W-INSS          TO W-FOL-INSS.

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
                 EVALUATE EV-TIPO
                    WHEN 01
                       COMPUTE W-EXTRAS ROUNDED = W-EXTRAS
                               + EV-HORAS * W-VALOR-HORA * 1,5
                    WHEN 02
                       COMPUTE W-FALTAS ROUNDED = W-FALTAS
                               + EV-HORAS * W-VALOR-HORA
                    WHEN 03
                       ADD EV-VALOR TO W-BONUS
                    WHEN 04
                       ADD EV-VALOR TO W-DESCONTOS
                    WHEN 05
                       ADD EV-VALOR TO W-COMISSAO
                    WHEN 06
                       ADD EV-VALOR TO W-ESTORNO-COM
                 END-EVALUATE
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

      *>---------[ IMPRESSAO DA PROJECAO ]----------------------------
       EMITE-RELATORIO.
           MOVE "*** FLUXO DE CAIXA PROJETADO - SEMANAL ***"
                                              TO LINHA-CABEC1
           WRITE REG-FLUXOREL FROM LINHA-CABEC1
           MOVE W-SALDO-INICIAL TO LP-SALDO
           MOVE W-HOJE          TO LP-HOJE
           MOVE W-SEMANAS       TO LP-SEMANAS
           WRITE REG-FLUXOREL FROM LINHA-PARAM
           MOVE SPACES TO REG-FLUXOREL
           WRITE REG-FLUXOREL
           MOVE W-ATR-ENTRADAS TO LA-ENTRADAS
           MOVE W-ATR-SAIDAS   TO LA-SAIDAS
           WRITE REG-FLUXOREL FROM LINHA-ATRASO
           MOVE SPACES TO REG-FLUXOREL
           WRITE REG-FLUXOREL
           WRITE REG-FLUXOREL FROM LINHA-CABEC-DET
           MOVE SPACES TO REG-FLUXOREL
           WRITE REG-FLUXOREL

           MOVE W-SALDO-INICIAL TO W-SALDO-ACUM
           PERFORM VARYING W-SEM FROM 1 BY 1 UNTIL W-SEM > W-SEMANAS
              COMPUTE W-MOV-SEMANA = W-SM-ENTRADAS(W-SEM)
                      - W-SM-SAIDAS(W-SEM) - W-SM-FOLHA(W-SEM)
                      - W-SM-ENCARGOS(W-SEM)
              ADD W-MOV-SEMANA TO W-SALDO-ACUM
              ADD W-SM-ENTRADAS(W-SEM)  TO W-TOT-ENTRADAS
              ADD W-SM-SAIDAS(W-SEM)    TO W-TOT-SAIDAS
              ADD W-SM-FOLHA(W-SEM)     TO W-TOT-FOLHA
              ADD W-SM-ENCARGOS(W-SEM)  TO W-TOT-ENCARGOS
              MOVE W-SEM                TO LD-SEMANA
              MOVE W-SM-INICIO(W-SEM)   TO LD-INICIO
              MOVE W-SM-ENTRADAS(W-SEM) TO LD-ENTRADAS
              MOVE W-SM-SAIDAS(W-SEM)   TO LD-SAIDAS
              MOVE W-SM-FOLHA(W-SEM)    TO LD-FOLHA
              MOVE W-SM-ENCARGOS(W-SEM) TO LD-ENCARGOS
              MOVE W-MOV-SEMANA         TO LD-MOVIMENTO
              MOVE W-SALDO-ACUM         TO LD-SALDO
              WRITE REG-FLUXOREL FROM LINHA-DET
           END-PERFORM

           MOVE SPACES TO REG-FLUXOREL
           WRITE REG-FLUXOREL
           MOVE W-TOT-ENTRADAS TO LT-ENTRADAS
           MOVE W-TOT-SAIDAS   TO LT-SAIDAS
           MOVE W-TOT-FOLHA    TO LT-FOLHA
           MOVE W-TOT-ENCARGOS TO LT-ENCARGOS
           MOVE W-SALDO-ACUM   TO LT-SALDO
           WRITE REG-FLUXOREL FROM LINHA-TOT
           COMPUTE W-SALDO-ACUM = W-SALDO-ACUM
                   + W-ATR-ENTRADAS - W-ATR-SAIDAS
           MOVE W-SALDO-ACUM TO LAS-SALDO
           WRITE REG-FLUXOREL FROM LINHA-ATR-SALDO.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
