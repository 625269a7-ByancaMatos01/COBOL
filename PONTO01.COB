       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTO01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> IMPORTACAO DAS MARCACOES DO RELOGIO DE PONTO          *
      *> LE O ARQUIVO EXPORTADO PELO RELOGIO (PONTO.DAT -      *
      *> FUNCIONARIO, DATA AAAAMMDD, HORA HHMM) DE UMA         *
      *> COMPETENCIA, ORDENA AS MARCACOES (ARQUIVO DE TRABALHO *
      *> PONTOWK), FORMA OS PARES ENTRADA/SAIDA DE CADA DIA E  *
      *> COMPARA COM A JORNADA PADRAO DIARIA:                  *
      *>   - DIA UTIL TRABALHADO: EXCEDENTE = HORA EXTRA,      *
      *>     FALTANTE = FALTA (ACIMA DA TOLERANCIA DO DIA)     *
      *>   - DIA UTIL SEM MARCACAO: FALTA DA JORNADA INTEIRA   *
      *>   - SABADO, DOMINGO E FERIADO: TUDO E HORA EXTRA      *
      *>   - DIA EM FERIAS (ARQFERIAS) E DIA FORA DO CONTRATO  *
      *>     SAO IGNORADOS                                     *
      *> GRAVA OS TOTAIS DO MES NO ARQEVFOL (01=HORA EXTRA,    *
      *> 02=FALTA). EVENTO DIGITADO OU ALTERADO NO EVFOL13     *
      *> (CONFORME O AUDITLOG) NAO E SOBRESCRITO.              *
      *> COMPETENCIA COM FOLHA FECHADA (ARQFOLFEC) OU COM      *
      *> PERIODO CONTABIL FECHADO (ARQPERCTB) NAO E IMPORTADA. *
      *> MARCACAO IMPAR NO DIA E CODIGO FORA DO CADFUNC VAO    *
      *> PARA PONTOEXC; OS TOTAIS POR FUNCIONARIO PARA PONTOREL*
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PONTO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO-PT.
       SELECT PONTOWK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CHAVE
               FILE STATUS IS ST-ERRO-WK.
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
       SELECT ARQEVFOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CHAVE
               FILE STATUS IS ST-ERRO-EV.
       SELECT ARQFOLFEC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FF-COMPETENCIA
               FILE STATUS IS ST-ERRO-FF.
       SELECT PONTOREL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO2.
       SELECT PONTOEXC ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO3.
       SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO-AUD.
       SELECT ARQPERCTB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PER-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-PER.

       DATA DIVISION.
       FILE SECTION.
       FD PONTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PONTO.DAT".
       01 REG-PONTO.
           03 PT-CODFUNC       PIC 9(06).
           03 PT-DATA          PIC 9(08).
           03 PT-DATA-R REDEFINES PT-DATA.
              05 PT-ANOMES     PIC 9(06).
              05 PT-DIA        PIC 9(02).
           03 PT-HORA          PIC 9(04).

       FD PONTOWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PONTOWK.DAT".
       01 REG-PONTOWK.
           03 WK-CHAVE.
              05 WK-CODFUNC    PIC 9(06).
              05 WK-DIA        PIC 9(02).
              05 WK-HORA       PIC 9(04).
              05 WK-HORA-R REDEFINES WK-HORA.
                 07 WK-HH      PIC 9(02).
                 07 WK-MM      PIC 9(02).

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

       FD PONTOREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PONTOREL.DAT".
       01 REG-PONTOREL PIC X(100).

       FD PONTOEXC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PONTOEXC.DAT".
       01 REG-PONTOEXC PIC X(100).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).
          03 AUD-CHAVE-EV REDEFINES AUD-CHAVE.
             05 AUD-EV-COMPETENCIA PIC X(06).
             05 AUD-EV-CODFUNC     PIC X(06).
             05 AUD-EV-TIPO        PIC X(02).
             05 FILLER             PIC X(06).

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

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-PT       PIC X(02) VALUE "00".
       01 ST-ERRO-WK       PIC X(02) VALUE "00".
       01 ST-ERRO-FER      PIC X(02) VALUE "00".
       01 ST-ERRO-EV       PIC X(02) VALUE "00".
       01 ST-ERRO-FF       PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-PER      PIC X(02) VALUE "00".
       01 W-TEM-PERCTB     PIC X(01) VALUE "N".
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-TEM-FERIAS     PIC X(01) VALUE "N".
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-FIM-WK         PIC X(01) VALUE "N".
       01 W-FIM-FER        PIC X(01) VALUE "N".
       01 W-FUNC-OK        PIC X(01) VALUE "N".
       01 W-PRIMEIRO       PIC X(01) VALUE "S".

      *> PARAMETROS DA IMPORTACAO
       01 W-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO       PIC 9(04).
           03 W-COMP-MES       PIC 9(02).
       01 W-COMP-TXT REDEFINES W-COMPETENCIA PIC X(06).
       01 W-JORNADA        PIC 9(02)V99 VALUE ZEROS.
       01 W-JORNADA-MIN    PIC 9(04) VALUE ZEROS.
       01 W-TOLERANCIA     PIC 9(02) VALUE ZEROS.
       01 W-DIA-FERIADO-INF PIC 9(02) VALUE ZEROS.
       01 W-ULTIMO-DIA     PIC 9(02) VALUE ZEROS.

      *> CALENDARIO DA COMPETENCIA (DIA UTIL = SEG A SEX SEM FERIADO)
       01 W-CALENDARIO.
           03 W-CAL OCCURS 31 TIMES.
              05 W-CAL-UTIL       PIC X(01).
              05 W-CAL-FERIADO    PIC X(01).
       01 W-DIAS-FUNC.
           03 W-DF OCCURS 31 TIMES.
              05 W-DF-STATUS      PIC X(01).
              05 W-DF-FERIAS      PIC X(01).
              05 W-DF-CONTRATO    PIC X(01).
       01 W-IDX-DIA        PIC 9(02) VALUE ZEROS.
       01 W-DOW            PIC 9(01) VALUE ZEROS.
       01 W-AAAAMMDD-CONV  PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONV      PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONV-GRP REDEFINES W-DATA-CONV.
           03 W-DC-DIA         PIC 9(02).
           03 W-DC-MES         PIC 9(02).
           03 W-DC-ANO         PIC 9(04).
       01 W-ADMISSAO-AMD   PIC 9(08) VALUE ZEROS.
       01 W-DEMISSAO-AMD   PIC 9(08) VALUE ZEROS.
       01 W-FER-INI-AMD    PIC 9(08) VALUE ZEROS.
       01 W-FER-FIM-AMD    PIC 9(08) VALUE ZEROS.

      *> MARCACOES DO DIA EM MINUTOS
       01 W-COD-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-DIA-ATUAL      PIC 9(02) VALUE ZEROS.
       01 W-QTD-BATIDAS    PIC 9(02) VALUE ZEROS.
       01 W-BATIDAS.
           03 W-BATIDA PIC 9(04) OCCURS 12 TIMES.
       01 W-IDX-BAT        PIC 9(02) VALUE ZEROS.
       01 W-MIN-DIA        PIC S9(05) VALUE ZEROS.
       01 W-DIFERENCA      PIC S9(05) VALUE ZEROS.
       01 W-MIN-EXTRA      PIC 9(05) VALUE ZEROS.
       01 W-MIN-FALTA      PIC 9(05) VALUE ZEROS.
       01 W-MIN-EVENTO     PIC 9(05) VALUE ZEROS.
       01 W-DIAS-TRAB      PIC 9(02) VALUE ZEROS.
       01 W-DIAS-FALTA     PIC 9(02) VALUE ZEROS.
       01 W-TIPO-EVENTO    PIC 9(02) VALUE ZEROS.
       01 W-SITUACAO-EV    PIC X(20) VALUE SPACES.
       01 W-SITUACAO-EV1   PIC X(20) VALUE SPACES.
       01 W-SITUACAO-EV2   PIC X(20) VALUE SPACES.

      *> ULTIMO PROGRAMA QUE GRAVOU CADA EVENTO 01/02 DA COMPETENCIA
       01 W-QTD-AUD        PIC 9(04) VALUE ZEROS.
       01 W-TAB-AUD.
           03 W-TA OCCURS 3000 TIMES.
              05 W-TA-CODFUNC     PIC X(06).
              05 W-TA-TIPO        PIC X(02).
              05 W-TA-PROGRAMA    PIC X(08).
       01 W-IDX-AUD        PIC 9(04) VALUE ZEROS.
       01 W-ACHOU-AUD      PIC 9(04) VALUE ZEROS.
       01 W-ULTIMO-PROG    PIC X(08) VALUE SPACES.
       01 W-CHAVE-PROC     PIC X(08) VALUE SPACES.
       01 W-CHAVE-PROC-R REDEFINES W-CHAVE-PROC.
           03 W-CP-CODFUNC     PIC 9(06).
           03 W-CP-TIPO        PIC 9(02).

      *> CONTADORES
       01 W-QTD-LIDAS      PIC 9(07) VALUE ZEROS.
       01 W-QTD-FORA       PIC 9(07) VALUE ZEROS.
       01 W-QTD-DUPL       PIC 9(07) VALUE ZEROS.
       01 W-QTD-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-QTD-EXC        PIC 9(06) VALUE ZEROS.
       01 W-QTD-GRAVADOS   PIC 9(06) VALUE ZEROS.
       01 W-QTD-MANTIDOS   PIC 9(06) VALUE ZEROS.

       01 LINHA-MOLDURA    PIC X(100) VALUE ALL "=".
       01 LINHA-TRACO      PIC X(100) VALUE ALL "-".
       01 LINHA-CABEC1.
           03 FILLER           PIC X(40) VALUE
               "IMPORTACAO DO RELOGIO DE PONTO - COMP. ".
           03 LC-MES           PIC 99.
           03 FILLER           PIC X(01) VALUE "/".
           03 LC-ANO           PIC 9(04).
           03 FILLER           PIC X(12) VALUE "  JORNADA : ".
           03 LC-JORNADA       PIC Z9,99.
           03 FILLER           PIC X(16) VALUE " H/DIA  TOLER.: ".
           03 LC-TOLERANCIA    PIC Z9.
           03 FILLER           PIC X(04) VALUE " MIN".
       01 LINHA-COLUNAS.
           03 FILLER           PIC X(51) VALUE
               "CODIGO NOME                           DIAS T DIAS F".
           03 FILLER           PIC X(49) VALUE
               "  H.EXTRA   FALTA  EVENTO 01        EVENTO 02".
       01 LINHA-DET.
           03 LD-CODIGO        PIC 9(06).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-DIAS-TRAB     PIC Z9.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 LD-DIAS-FALTA    PIC Z9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-EXTRA         PIC ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-FALTA         PIC ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-SIT-EV1       PIC X(16).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-SIT-EV2       PIC X(16).
       01 LINHA-EXC.
           03 LE-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-DIA           PIC Z9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LE-MES           PIC 99.
           03 FILLER           PIC X(01) VALUE "/".
           03 LE-ANO           PIC 9(04).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-MOTIVO        PIC X(60).
       01 LINHA-TOTAL.
           03 LT-DESCRICAO     PIC X(40).
           03 LT-VALOR         PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "PONTO01 - IMPORTACAO DO RELOGIO DE PONTO".
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT W-COMPETENCIA.
           IF W-COMP-ANO = ZEROS
              OR W-COMP-MES < 1 OR W-COMP-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIM.
           DISPLAY "JORNADA PADRAO DIARIA EM HORAS (0=8,00): ".
           ACCEPT W-JORNADA.
           IF W-JORNADA = ZEROS
              MOVE 8 TO W-JORNADA.
           COMPUTE W-JORNADA-MIN = W-JORNADA * 60.
           DISPLAY "TOLERANCIA DIARIA EM MINUTOS (0=10): ".
           ACCEPT W-TOLERANCIA.
           IF W-TOLERANCIA = ZEROS
              MOVE 10 TO W-TOLERANCIA.
           PERFORM MONTA-CALENDARIO.
           PERFORM LE-FERIADO THRU LE-FERIADO-FIM.

           OPEN INPUT ARQFOLFEC
           IF ST-ERRO-FF = "00"
              MOVE W-COMPETENCIA TO FF-COMPETENCIA
              READ ARQFOLFEC
              IF ST-ERRO-FF = "00"
                 DISPLAY "*** COMPETENCIA COM FOLHA FECHADA ***"
                 CLOSE ARQFOLFEC
                 GO TO ROT-FIM
              END-IF
              CLOSE ARQFOLFEC
           END-IF.

           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB
              COMPUTE W-DATA-LANC = W-COMPETENCIA * 100 + 1
              PERFORM VERIFICA-PERIODO
              CLOSE ARQPERCTB
              MOVE "N" TO W-TEM-PERCTB
              IF W-PER-FECHADO = "S"
                 DISPLAY "*** PERIODO CONTABIL FECHADO ***"
                 GO TO ROT-FIM
              END-IF
           END-IF.

           OPEN INPUT PONTO
           IF ST-ERRO-PT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PONTO - " ST-ERRO-PT
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - " ST-ERRO
              CLOSE PONTO
              GO TO ROT-FIM.
           OPEN I-O ARQEVFOL
           IF ST-ERRO-EV NOT = "00"
              IF ST-ERRO-EV = "30"
                 OPEN OUTPUT ARQEVFOL
                 CLOSE ARQEVFOL
                 OPEN I-O ARQEVFOL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQEVFOL - "
                         ST-ERRO-EV
                 CLOSE PONTO CADFUNC
                 GO TO ROT-FIM.
           OPEN INPUT ARQFERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-TEM-FERIAS.
           OPEN OUTPUT PONTOREL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PONTOREL - " ST-ERRO2
              CLOSE PONTO CADFUNC ARQEVFOL
              GO TO ROT-FIM.
           OPEN OUTPUT PONTOEXC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PONTOEXC - " ST-ERRO3
              CLOSE PONTO CADFUNC ARQEVFOL PONTOREL
              GO TO ROT-FIM.

           PERFORM CARREGA-AUDITORIA THRU CARREGA-AUDITORIA-FIM.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO-AUD
                 CLOSE PONTO CADFUNC ARQEVFOL PONTOREL PONTOEXC
                 GO TO ROT-FIM.

           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              MOVE "PONTO     " TO W-OPERADOR.

      *>---------[ ORDENACAO DAS MARCACOES DA COMPETENCIA ]------------
       R1.
           OPEN OUTPUT PONTOWK
           IF ST-ERRO-WK NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PONTOWK - "
                      ST-ERRO-WK
              CLOSE PONTO CADFUNC ARQEVFOL PONTOREL PONTOEXC AUDITLOG
              GO TO ROT-FIM.
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ PONTO NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 ADD 1 TO W-QTD-LIDAS
                 IF PT-ANOMES NOT = W-COMPETENCIA
                    OR PT-DIA < 1 OR PT-DIA > W-ULTIMO-DIA
                    ADD 1 TO W-QTD-FORA
                 ELSE
                    MOVE PT-CODFUNC TO WK-CODFUNC
                    MOVE PT-DIA     TO WK-DIA
                    MOVE PT-HORA    TO WK-HORA
                    WRITE REG-PONTOWK
                    IF ST-ERRO-WK = "22"
                       ADD 1 TO W-QTD-DUPL
                    END-IF
                 END-IF
           END-PERFORM
           CLOSE PONTO PONTOWK
           OPEN INPUT PONTOWK.

           MOVE W-COMP-MES   TO LC-MES
           MOVE W-COMP-ANO   TO LC-ANO
           MOVE W-JORNADA    TO LC-JORNADA
           MOVE W-TOLERANCIA TO LC-TOLERANCIA
           WRITE REG-PONTOREL FROM LINHA-MOLDURA
           WRITE REG-PONTOREL FROM LINHA-CABEC1
           WRITE REG-PONTOREL FROM LINHA-MOLDURA
           WRITE REG-PONTOREL FROM LINHA-COLUNAS
           WRITE REG-PONTOREL FROM LINHA-TRACO
           MOVE "*** EXCECOES DA IMPORTACAO DO PONTO ***"
                                              TO REG-PONTOEXC
           WRITE REG-PONTOEXC
           MOVE "CODIGO  DATA        MOTIVO" TO REG-PONTOEXC
           WRITE REG-PONTOEXC
           MOVE SPACES TO REG-PONTOEXC
           WRITE REG-PONTOEXC.

      *>---------[ APURACAO POR FUNCIONARIO E DIA ]---------------------
       R2.
           PERFORM UNTIL W-FIM-WK = "S"
              READ PONTOWK NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-WK
              NOT AT END
                 PERFORM TRATA-BATIDA
           END-PERFORM
           IF W-PRIMEIRO NOT = "S"
              PERFORM FECHA-DIA THRU FECHA-DIA-FIM
              PERFORM FECHA-FUNCIONARIO THRU FECHA-FUNCIONARIO-FIM.

       R3.
           WRITE REG-PONTOREL FROM LINHA-TRACO
           MOVE "MARCACOES LIDAS                        :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-LIDAS             TO LT-VALOR
           WRITE REG-PONTOREL FROM LINHA-TOTAL
           MOVE "  FORA DA COMPETENCIA/INVALIDAS        :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-FORA              TO LT-VALOR
           WRITE REG-PONTOREL FROM LINHA-TOTAL
           MOVE "  REPETIDAS (IGNORADAS)                :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-DUPL              TO LT-VALOR
           WRITE REG-PONTOREL FROM LINHA-TOTAL
           MOVE "FUNCIONARIOS APURADOS                  :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-FUNC              TO LT-VALOR
           WRITE REG-PONTOREL FROM LINHA-TOTAL
           MOVE "EVENTOS GRAVADOS NO ARQEVFOL           :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-GRAVADOS          TO LT-VALOR
           WRITE REG-PONTOREL FROM LINHA-TOTAL
           MOVE "EVENTOS DIGITADOS NO EVFOL13 MANTIDOS  :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-MANTIDOS          TO LT-VALOR
           WRITE REG-PONTOREL FROM LINHA-TOTAL
           MOVE "EXCECOES (VER PONTOEXC)                :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-EXC               TO LT-VALOR
           WRITE REG-PONTOREL FROM LINHA-TOTAL
           WRITE REG-PONTOREL FROM LINHA-MOLDURA

           IF W-TEM-FERIAS = "S"
              CLOSE ARQFERIAS.
           CLOSE PONTOWK CADFUNC ARQEVFOL PONTOREL PONTOEXC AUDITLOG.
           DISPLAY "PONTO IMPORTADO -- " W-QTD-FUNC " FUNCIONARIOS, "
                   W-QTD-GRAVADOS " EVENTOS, " W-QTD-EXC " EXCECOES".
           DISPLAY "RELATORIOS EM PONTOREL.DAT E PONTOEXC.DAT".
           GO TO ROT-FIM3.

      *>---------[ QUEBRA POR FUNCIONARIO / DIA ]----------------------
       TRATA-BATIDA.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM INICIA-FUNCIONARIO
              PERFORM INICIA-DIA
           ELSE
              IF WK-CODFUNC NOT = W-COD-ATUAL
                 PERFORM FECHA-DIA THRU FECHA-DIA-FIM
                 PERFORM FECHA-FUNCIONARIO THRU FECHA-FUNCIONARIO-FIM
                 PERFORM INICIA-FUNCIONARIO
                 PERFORM INICIA-DIA
              ELSE
                 IF WK-DIA NOT = W-DIA-ATUAL
                    PERFORM FECHA-DIA THRU FECHA-DIA-FIM
                    PERFORM INICIA-DIA
                 END-IF
              END-IF
           END-IF
           ADD 1 TO W-QTD-BATIDAS
           IF W-QTD-BATIDAS NOT > 12
              COMPUTE W-BATIDA(W-QTD-BATIDAS) = WK-HH * 60 + WK-MM
           END-IF.

       INICIA-DIA.
           MOVE WK-DIA TO W-DIA-ATUAL
           MOVE ZEROS  TO W-QTD-BATIDAS.

       INICIA-FUNCIONARIO.
           MOVE WK-CODFUNC TO W-COD-ATUAL
           MOVE ZEROS TO W-MIN-EXTRA W-MIN-FALTA W-DIAS-TRAB
                         W-DIAS-FALTA
           MOVE WK-CODFUNC TO CODIGO
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-FUNC-OK
              MOVE ZEROS TO W-IDX-DIA
              MOVE "CODIGO DO RELOGIO NAO CADASTRADO NO CADFUNC"
                                              TO LE-MOTIVO
              PERFORM GRAVA-EXCECAO
              MOVE "00" TO ST-ERRO
           ELSE
              MOVE "S" TO W-FUNC-OK
              PERFORM MONTA-DIAS-FUNC THRU MONTA-DIAS-FUNC-FIM.

      *>  PARES ENTRADA/SAIDA DO DIA CONTRA A JORNADA PADRAO
       FECHA-DIA.
           IF W-FUNC-OK NOT = "S"
              GO TO FECHA-DIA-FIM.
           IF W-DF-CONTRATO(W-DIA-ATUAL) NOT = "S"
              GO TO FECHA-DIA-FIM.
           IF W-DF-FERIAS(W-DIA-ATUAL) = "S"
              MOVE "1" TO W-DF-STATUS(W-DIA-ATUAL)
              MOVE W-DIA-ATUAL TO W-IDX-DIA
              MOVE "MARCACAO EM DIA DE FERIAS - IGNORADA" TO LE-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO FECHA-DIA-FIM.
           IF W-QTD-BATIDAS > 12
              OR FUNCTION MOD(W-QTD-BATIDAS, 2) NOT = ZEROS
              MOVE "2" TO W-DF-STATUS(W-DIA-ATUAL)
              MOVE W-DIA-ATUAL TO W-IDX-DIA
              MOVE "MARCACAO IMPAR (BATIDA FALTANDO) - DIA NAO APURADO"
                                              TO LE-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO FECHA-DIA-FIM.
           MOVE "1" TO W-DF-STATUS(W-DIA-ATUAL)
           ADD 1 TO W-DIAS-TRAB
           MOVE ZEROS TO W-MIN-DIA
           PERFORM VARYING W-IDX-BAT FROM 1 BY 2
                   UNTIL W-IDX-BAT > W-QTD-BATIDAS
              COMPUTE W-MIN-DIA = W-MIN-DIA + W-BATIDA(W-IDX-BAT + 1)
                                            - W-BATIDA(W-IDX-BAT)
           END-PERFORM
           IF W-CAL-UTIL(W-DIA-ATUAL) NOT = "S"
              ADD W-MIN-DIA TO W-MIN-EXTRA
              GO TO FECHA-DIA-FIM.
           COMPUTE W-DIFERENCA = W-MIN-DIA - W-JORNADA-MIN
           IF W-DIFERENCA > W-TOLERANCIA
              ADD W-DIFERENCA TO W-MIN-EXTRA
           ELSE
              IF W-DIFERENCA < ZEROS
                 AND (W-DIFERENCA * -1) > W-TOLERANCIA
                 SUBTRACT W-DIFERENCA FROM W-MIN-FALTA.
       FECHA-DIA-FIM.
           EXIT.

      *>  DIA UTIL SEM NENHUMA MARCACAO = FALTA DA JORNADA INTEIRA
       FECHA-FUNCIONARIO.
           IF W-FUNC-OK NOT = "S"
              GO TO FECHA-FUNCIONARIO-FIM.
           ADD 1 TO W-QTD-FUNC
           PERFORM VARYING W-IDX-DIA FROM 1 BY 1
                   UNTIL W-IDX-DIA > W-ULTIMO-DIA
              IF W-CAL-UTIL(W-IDX-DIA) = "S"
                 AND W-DF-STATUS(W-IDX-DIA) = "0"
                 AND W-DF-FERIAS(W-IDX-DIA) NOT = "S"
                 AND W-DF-CONTRATO(W-IDX-DIA) = "S"
                 ADD W-JORNADA-MIN TO W-MIN-FALTA
                 ADD 1 TO W-DIAS-FALTA
              END-IF
           END-PERFORM

           MOVE 01          TO W-TIPO-EVENTO
           MOVE W-MIN-EXTRA TO W-MIN-EVENTO
           PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
           MOVE W-SITUACAO-EV TO W-SITUACAO-EV1
           MOVE 02          TO W-TIPO-EVENTO
           MOVE W-MIN-FALTA TO W-MIN-EVENTO
           PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
           MOVE W-SITUACAO-EV TO W-SITUACAO-EV2

           MOVE CODIGO        TO LD-CODIGO
           MOVE NOME          TO LD-NOME
           MOVE W-DIAS-TRAB   TO LD-DIAS-TRAB
           MOVE W-DIAS-FALTA  TO LD-DIAS-FALTA
           COMPUTE LD-EXTRA ROUNDED = W-MIN-EXTRA / 60
           COMPUTE LD-FALTA ROUNDED = W-MIN-FALTA / 60
           MOVE W-SITUACAO-EV1 TO LD-SIT-EV1
           MOVE W-SITUACAO-EV2 TO LD-SIT-EV2
           WRITE REG-PONTOREL FROM LINHA-DET.
       FECHA-FUNCIONARIO-FIM.
           EXIT.

      *>---------[ GRAVACAO DO EVENTO NO ARQEVFOL ]--------------------
      *>  SO GRAVA POR CIMA DE EVENTO QUE A PROPRIA IMPORTACAO GRAVOU
       GRAVA-EVENTO.
           MOVE SPACES TO W-SITUACAO-EV
           MOVE W-COMPETENCIA TO EV-COMPETENCIA
           MOVE CODIGO        TO EV-CODFUNC
           MOVE W-TIPO-EVENTO TO EV-TIPO
           READ ARQEVFOL
           IF ST-ERRO-EV = "00"
              PERFORM LOCALIZA-AUDITORIA
              MOVE SPACES TO W-ULTIMO-PROG
              IF W-ACHOU-AUD NOT = ZEROS
                 MOVE W-TA-PROGRAMA(W-ACHOU-AUD) TO W-ULTIMO-PROG
              END-IF
              IF W-ULTIMO-PROG NOT = "PONTO01"
                 ADD 1 TO W-QTD-MANTIDOS
                 MOVE "MANTIDO (EVFOL13)" TO W-SITUACAO-EV
                 MOVE ZEROS TO W-IDX-DIA
                 IF W-TIPO-EVENTO = 01
                    MOVE "EVENTO 01 DO EVFOL13 - NAO SOBRESCRITO"
                                              TO LE-MOTIVO
                 ELSE
                    MOVE "EVENTO 02 DO EVFOL13 - NAO SOBRESCRITO"
                                              TO LE-MOTIVO
                 END-IF
                 PERFORM GRAVA-EXCECAO
                 GO TO GRAVA-EVENTO-FIM
              END-IF
              IF W-MIN-EVENTO = ZEROS
                 DELETE ARQEVFOL RECORD
                 MOVE "E" TO AUD-ACAO
                 MOVE "EXCLUIDO" TO W-SITUACAO-EV
              ELSE
                 COMPUTE EV-HORAS ROUNDED = W-MIN-EVENTO / 60
                    ON SIZE ERROR MOVE 999,99 TO EV-HORAS
                 END-COMPUTE
                 MOVE ZEROS TO EV-VALOR
                 REWRITE REGEVFOL
                 MOVE "A" TO AUD-ACAO
                 MOVE "ATUALIZADO" TO W-SITUACAO-EV
              END-IF
           ELSE
              IF W-MIN-EVENTO = ZEROS
                 GO TO GRAVA-EVENTO-FIM
              END-IF
              COMPUTE EV-HORAS ROUNDED = W-MIN-EVENTO / 60
                 ON SIZE ERROR MOVE 999,99 TO EV-HORAS
              END-COMPUTE
              MOVE ZEROS TO EV-VALOR
              WRITE REGEVFOL
              MOVE "I" TO AUD-ACAO
              MOVE "GRAVADO" TO W-SITUACAO-EV
           END-IF
           IF ST-ERRO-EV NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQEVFOL - " ST-ERRO-EV
                      " FUNCIONARIO " CODIGO
              MOVE "ERRO NA GRAVACAO" TO W-SITUACAO-EV
              GO TO GRAVA-EVENTO-FIM.
           ADD 1 TO W-QTD-GRAVADOS
           MOVE "PONTO01 "    TO AUD-PROGRAMA
           MOVE W-OPERADOR    TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE EV-CHAVE      TO AUD-CHAVE
           WRITE REG-AUDITLOG.
       GRAVA-EVENTO-FIM.
           EXIT.

      *>---------[ AUDITORIA DOS EVENTOS 01/02 DA COMPETENCIA ]--------
      *>  GUARDA O ULTIMO PROGRAMA (EVFOL13 OU PONTO01) DE CADA CHAVE
       CARREGA-AUDITORIA.
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              GO TO CARREGA-AUDITORIA-FIM.
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ AUDITLOG NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 IF (AUD-PROGRAMA = "EVFOL13" OR "PONTO01")
                    AND AUD-EV-COMPETENCIA = W-COMP-TXT
                    AND (AUD-EV-TIPO = "01" OR "02")
                    PERFORM GUARDA-AUDITORIA
                 END-IF
           END-PERFORM
           CLOSE AUDITLOG.
       CARREGA-AUDITORIA-FIM.
           MOVE "N" TO W-FIM-ARQ.

       GUARDA-AUDITORIA.
           MOVE AUD-EV-CODFUNC TO W-CHAVE-PROC(1:6)
           MOVE AUD-EV-TIPO    TO W-CHAVE-PROC(7:2)
           PERFORM PROCURA-AUDITORIA
           IF W-ACHOU-AUD = ZEROS
              IF W-QTD-AUD < 3000
                 ADD 1 TO W-QTD-AUD
                 MOVE W-QTD-AUD TO W-ACHOU-AUD
                 MOVE AUD-EV-CODFUNC TO W-TA-CODFUNC(W-ACHOU-AUD)
                 MOVE AUD-EV-TIPO    TO W-TA-TIPO(W-ACHOU-AUD)
              END-IF
           END-IF
           IF W-ACHOU-AUD NOT = ZEROS
              MOVE AUD-PROGRAMA TO W-TA-PROGRAMA(W-ACHOU-AUD).

       LOCALIZA-AUDITORIA.
           MOVE CODIGO        TO W-CP-CODFUNC
           MOVE W-TIPO-EVENTO TO W-CP-TIPO
           PERFORM PROCURA-AUDITORIA.

       PROCURA-AUDITORIA.
           MOVE ZEROS TO W-ACHOU-AUD
           PERFORM VARYING W-IDX-AUD FROM 1 BY 1
                   UNTIL W-IDX-AUD > W-QTD-AUD OR W-ACHOU-AUD NOT = 0
              IF W-TA-CODFUNC(W-IDX-AUD) = W-CHAVE-PROC(1:6)
                 AND W-TA-TIPO(W-IDX-AUD) = W-CHAVE-PROC(7:2)
                 MOVE W-IDX-AUD TO W-ACHOU-AUD
              END-IF
           END-PERFORM.

      *>---------[ CALENDARIO E DIAS DO FUNCIONARIO ]-----------------
       MONTA-CALENDARIO.
           EVALUATE W-COMP-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO W-ULTIMO-DIA
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO W-ULTIMO-DIA
               WHEN 2
                   IF (FUNCTION MOD(W-COMP-ANO, 4) = 0 AND
                       FUNCTION MOD(W-COMP-ANO, 100) NOT = 0)
                       OR FUNCTION MOD(W-COMP-ANO, 400) = 0
                       MOVE 29 TO W-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO W-ULTIMO-DIA
           END-EVALUATE.
           MOVE SPACES TO W-CALENDARIO
           PERFORM VARYING W-IDX-DIA FROM 1 BY 1
                   UNTIL W-IDX-DIA > W-ULTIMO-DIA
              COMPUTE W-AAAAMMDD-CONV = W-COMPETENCIA * 100 + W-IDX-DIA
              COMPUTE W-DOW = FUNCTION MOD(
                      FUNCTION INTEGER-OF-DATE(W-AAAAMMDD-CONV) 7) + 1
      *>       1=DOMINGO ... 7=SABADO
              IF W-DOW > 1 AND W-DOW < 7
                 MOVE "S" TO W-CAL-UTIL(W-IDX-DIA)
              ELSE
                 MOVE "N" TO W-CAL-UTIL(W-IDX-DIA)
              END-IF
           END-PERFORM.

       LE-FERIADO.
           DISPLAY "DIA DE FERIADO NO MES (0=FIM): ".
           ACCEPT W-DIA-FERIADO-INF.
           IF W-DIA-FERIADO-INF = ZEROS
              GO TO LE-FERIADO-FIM.
           IF W-DIA-FERIADO-INF > W-ULTIMO-DIA
              DISPLAY "*** DIA INVALIDO ***"
              GO TO LE-FERIADO.
           MOVE "S" TO W-CAL-FERIADO(W-DIA-FERIADO-INF)
           MOVE "N" TO W-CAL-UTIL(W-DIA-FERIADO-INF)
           GO TO LE-FERIADO.
       LE-FERIADO-FIM.
           EXIT.

      *>  DIAS DENTRO DO CONTRATO E DIAS EM FERIAS NA COMPETENCIA
       MONTA-DIAS-FUNC.
           MOVE DATA-ADMISSAO TO W-DATA-CONV
           COMPUTE W-ADMISSAO-AMD = W-DC-ANO * 10000 + W-DC-MES * 100
                                  + W-DC-DIA
           MOVE 99999999 TO W-DEMISSAO-AMD
           IF SITUACAO = "I" AND DATA-DEMISSAO NOT = ZEROS
              MOVE DATA-DEMISSAO TO W-DATA-CONV
              COMPUTE W-DEMISSAO-AMD = W-DC-ANO * 10000
                                     + W-DC-MES * 100 + W-DC-DIA.
           PERFORM VARYING W-IDX-DIA FROM 1 BY 1 UNTIL W-IDX-DIA > 31
              MOVE "0" TO W-DF-STATUS(W-IDX-DIA)
              MOVE "N" TO W-DF-FERIAS(W-IDX-DIA)
              COMPUTE W-AAAAMMDD-CONV = W-COMPETENCIA * 100 + W-IDX-DIA
              IF W-AAAAMMDD-CONV < W-ADMISSAO-AMD
                 OR W-AAAAMMDD-CONV > W-DEMISSAO-AMD
                 MOVE "N" TO W-DF-CONTRATO(W-IDX-DIA)
              ELSE
                 MOVE "S" TO W-DF-CONTRATO(W-IDX-DIA)
              END-IF
           END-PERFORM
           IF W-TEM-FERIAS NOT = "S"
              GO TO MONTA-DIAS-FUNC-FIM.
           MOVE CODIGO TO FER-CODFUNC
           START ARQFERIAS KEY IS EQUAL FER-CODFUNC
           IF ST-ERRO-FER NOT = "00"
              GO TO MONTA-DIAS-FUNC-FIM.
           MOVE "N" TO W-FIM-FER
           PERFORM UNTIL W-FIM-FER = "S"
              READ ARQFERIAS NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-FER
              NOT AT END
                 IF FER-CODFUNC NOT = CODIGO
                    MOVE "S" TO W-FIM-FER
                 ELSE
                    PERFORM MARCA-FERIAS
                 END-IF
           END-PERFORM.
       MONTA-DIAS-FUNC-FIM.
           EXIT.

       MARCA-FERIAS.
           MOVE FER-DATA-INICIO TO W-DATA-CONV
           COMPUTE W-FER-INI-AMD = W-DC-ANO * 10000 + W-DC-MES * 100
                                 + W-DC-DIA
           MOVE FER-DATA-FIM TO W-DATA-CONV
           COMPUTE W-FER-FIM-AMD = W-DC-ANO * 10000 + W-DC-MES * 100
                                 + W-DC-DIA
           PERFORM VARYING W-IDX-DIA FROM 1 BY 1
                   UNTIL W-IDX-DIA > W-ULTIMO-DIA
              COMPUTE W-AAAAMMDD-CONV = W-COMPETENCIA * 100 + W-IDX-DIA
              IF W-AAAAMMDD-CONV NOT < W-FER-INI-AMD
                 AND W-AAAAMMDD-CONV NOT > W-FER-FIM-AMD
                 MOVE "S" TO W-DF-FERIAS(W-IDX-DIA)
              END-IF
           END-PERFORM.

       GRAVA-EXCECAO.
           ADD 1 TO W-QTD-EXC
           MOVE W-COD-ATUAL TO LE-CODIGO
           MOVE W-IDX-DIA   TO LE-DIA
           MOVE W-COMP-MES  TO LE-MES
           MOVE W-COMP-ANO  TO LE-ANO
           WRITE REG-PONTOEXC FROM LINHA-EXC.

      *>---------[ COMPETENCIA FECHADA NO ARQPERCTB ]------------------
       VERIFICA-PERIODO.
           MOVE "N" TO W-PER-FECHADO
           IF W-TEM-PERCTB = "S"
              MOVE W-DATA-LANC(1:6) TO PER-COMPETENCIA
              READ ARQPERCTB
              IF ST-ERRO-PER = "00" AND PER-FECHADO
                 MOVE "S" TO W-PER-FECHADO
              END-IF
              MOVE "00" TO ST-ERRO-PER
           END-IF.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
