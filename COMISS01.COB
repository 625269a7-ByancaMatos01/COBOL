      *>*******************************************************
      *> COMISSAO MENSAL DOS VENDEDORES: VENDAS FATURADAS NO   *
      *> MES MENOS DEVOLUCOES DE CLIENTE (ARQPED/CADFUNC)      *
      *> MODO L: APOS CONFERENCIA DO RELATORIO, LANCA NA FOLHA *
      *> DA COMPETENCIA (ARQEVFOL) O EVENTO 05=COMISSAO E, SE  *
      *> HOUVER, O 06=ESTORNO DE COMISSAO. O LANCAMENTO FICA   *
      *> REGISTRADO NO ARQCOMIS E NAO PODE SER REPETIDO. NO    *
      *> LANCAMENTO SEGUINTE A COMISSAO DO MES ANTERIOR E      *
      *> RECALCULADA E A DIFERENCA (DEVOLUCOES, CANCELAMENTOS  *
      *> OU VENDAS LANCADAS DEPOIS) ENTRA COMO AJUSTE.         *
      *> VENDEDOR QUE ATINGE A META DA COMPETENCIA (ARQMETA)   *
      *> COM PERCENTUAL DE BONUS MAIOR QUE O INFORMADO RECEBE  *
      *> A COMISSAO PELO PERCENTUAL DE BONUS.                  *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT COMISSREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
       SELECT ARQEVFOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EV-CHAVE
                      FILE STATUS  IS ST-ERRO-EV.
       SELECT ARQCOMIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CM-CHAVE
                      FILE STATUS  IS ST-ERRO-CM.
       SELECT ARQMETA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MT-CHAVE
                      FILE STATUS  IS ST-ERRO-MT.
       SELECT ARQFOLFEC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FF-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-FF.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.
       SELECT ARQPERCTB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PER-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-PER.

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

       FD COMISSREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMISSREL.DAT".
       01 REG-COMISSREL PIC X(100).

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

      *> UM REGISTRO POR VENDEDOR EM CADA COMPETENCIA LANCADA
      *> CM-COMISSAO = COMISSAO APURADA DO PROPRIO MES (BASE PARA O
      *> AJUSTE DO LANCAMENTO SEGUINTE)
       FD ARQCOMIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMIS.DAT".
       01 REGCOMIS.
          03 CM-CHAVE.
             05 CM-COMPETENCIA       PIC 9(06).
             05 CM-VENDEDOR          PIC 9(06).
          03 CM-VENDA-LIQ            PIC S9(14)V99.
          03 CM-PERCENTUAL           PIC 9(02)V99.
          03 CM-COMISSAO             PIC S9(12)V99.
          03 CM-AJUSTE               PIC S9(12)V99.
          03 CM-VALOR-COMISSAO       PIC 9(08)V99.
          03 CM-VALOR-ESTORNO        PIC 9(08)V99.
          03 CM-SITUACAO             PIC X(01).
             88 CM-LANCADO              VALUE "S".
          03 CM-DATA-LANC            PIC 9(08).
          03 CM-OPERADOR             PIC X(10).

       FD ARQMETA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMETA.DAT".
       01 REGMETA.
          03 MT-CHAVE.
             05 MT-COMPETENCIA       PIC 9(06).
             05 MT-VENDEDOR          PIC 9(06).
          03 MT-VALOR-META           PIC 9(12)V99.
          03 MT-META-CLINOVOS        PIC 9(04).
          03 MT-PERC-BONUS           PIC 9(02)V99.

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
       01 ST-ERRO-EV       PIC X(02) VALUE "00".
       01 ST-ERRO-CM       PIC X(02) VALUE "00".
       01 ST-ERRO-FF       PIC X(02) VALUE "00".
       01 ST-ERRO-MT       PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-PER      PIC X(02) VALUE "00".
       01 W-TEM-PERCTB     PIC X(01) VALUE "N".
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-FIM-ARQPED     PIC X(01) VALUE "N".
       01 W-FIM-COMIS      PIC X(01) VALUE "N".
       01 W-MODO           PIC X(01) VALUE "R".
          88 W-MODO-LANCA     VALUE "L".
       01 W-CONFIRMA       PIC X(01) VALUE "N".
       01 W-FECHADA        PIC X(01) VALUE "N".
       01 W-TEM-EVFOL      PIC X(01) VALUE "N".
       01 W-TEM-COMIS      PIC X(01) VALUE "N".
       01 W-TEM-META       PIC X(01) VALUE "N".
       01 W-ANT-LANCADA    PIC X(01) VALUE "N".
       01 W-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 W-COMP-ANOMES    PIC 9(06) VALUE ZEROS.
       01 W-COMP-GRP REDEFINES W-COMP-ANOMES.
           03 W-COMP-ANO    PIC 9(04).
           03 W-COMP-MES    PIC 9(02).
       01 W-COMP-ANT       PIC 9(06) VALUE ZEROS.
       01 W-COMP-ANT-GRP REDEFINES W-COMP-ANT.
           03 W-ANT-ANO     PIC 9(04).
           03 W-ANT-MES     PIC 9(02).
       01 W-PERC-COMISSAO  PIC 9(02)V99 VALUE ZEROS.
       01 W-PERC-ANT       PIC 9(02)V99 VALUE ZEROS.
       01 W-PERC-VEND      PIC 9(02)V99 VALUE ZEROS.
       01 W-QTD-BONUS      PIC 9(03) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-IDX            PIC 9(03) VALUE ZEROS.
       01 W-POS            PIC 9(03) VALUE ZEROS.
       01 W-VEND-BUSCA     PIC 9(06) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-TAB-QTDE       PIC 9(03) VALUE ZEROS.
       01 W-QTD-EMIT       PIC 9(03) VALUE ZEROS.
       01 W-QTD-LANC       PIC 9(03) VALUE ZEROS.
       01 W-VALOR-PED      PIC S9(14)V99 VALUE ZEROS.
       01 W-VALOR-COMISS   PIC S9(12)V99 VALUE ZEROS.
       01 W-COMISS-ANT     PIC S9(12)V99 VALUE ZEROS.
       01 W-TOT-GERAL      PIC S9(14)V99 VALUE ZEROS.
       01 W-TOT-COMISS     PIC S9(14)V99 VALUE ZEROS.
       01 W-TOT-AJUSTE     PIC S9(14)V99 VALUE ZEROS.
       01 W-TOT-CREDITO    PIC S9(14)V99 VALUE ZEROS.
       01 W-TOT-DEBITO     PIC S9(14)V99 VALUE ZEROS.


      *> VENDAS LIQUIDAS POR VENDEDOR (ATE 200 VENDEDORES)
      *> TB-VALOR = COMPETENCIA INFORMADA / TB-VALOR-ANT = MES ANTERIOR
      *> TB-SIT: S=A LANCAR C=SEM CADASTRO I=INATIVO E=EVENTO JA
      *>         DIGITADO NA COMPETENCIA Z=SEM VALOR A LANCAR
      *> TB-PERC = PERCENTUAL APLICADO (NORMAL OU BONUS DA META)
      *> TB-PERC-ANT = PERCENTUAL LANCADO NO MES ANTERIOR
       01 TABVEND.
           03 TBVEND OCCURS 200 TIMES.
               05 TB-VENDEDOR    PIC 9(06).
               05 TB-VALOR       PIC S9(14)V99.
               05 TB-VALOR-ANT   PIC S9(14)V99.
               05 TB-MOV-MES     PIC X(01).
               05 TB-COMISS-ANT  PIC S9(12)V99.
               05 TB-COMISSAO    PIC S9(12)V99.
               05 TB-AJUSTE      PIC S9(12)V99.
               05 TB-CREDITO     PIC 9(08)V99.
               05 TB-DEBITO      PIC 9(08)V99.
               05 TB-SIT         PIC X(01).
               05 TB-PERC        PIC 9(02)V99.
               05 TB-PERC-ANT    PIC 9(02)V99.

       01 LINHA-CABEC.
           03 FILLER           PIC X(40) VALUE
              "CODIGO  VENDEDOR                        ".
           03 FILLER           PIC X(40) VALUE
              " VENDA LIQ.      COMISSAO  AJ.MES ANT.  ".
           03 FILLER           PIC X(08) VALUE "SITUACAO".

       01 LINHA-DET.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-NOME          PIC X(25).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-VALOR         PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-COMISSAO      PIC -Z.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-AJUSTE        PIC -Z.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-SITUACAO      PIC X(15).

       01 LINHA-TOTAL.
           03 LT-DESCRICAO     PIC X(40).
           03 LT-VALOR         PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BONUS.
           03 FILLER           PIC X(08) VALUE SPACES.
           03 FILLER           PIC X(29) VALUE
              "META ATINGIDA - COMISSAO DE ".
           03 LB-PERC          PIC Z9,99.
           03 FILLER           PIC X(09) VALUE "% (META: ".
           03 LB-META          PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE ")".

       PROCEDURE DIVISION.
       R0.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT W-COMP-ANOMES.
           IF W-COMP-ANOMES = ZEROS
              OR W-COMP-MES < 1 OR W-COMP-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIM.
           DISPLAY "PERCENTUAL DE COMISSAO (0=3%): ".
           ACCEPT W-PERC-COMISSAO.
           IF W-PERC-COMISSAO = ZEROS
              MOVE 3 TO W-PERC-COMISSAO.
           DISPLAY "MODO (R=SO RELATORIO  L=LANCAR NA FOLHA): ".
           ACCEPT W-MODO.
           IF W-MODO = "l"
              MOVE "L" TO W-MODO.
           IF NOT W-MODO-LANCA
              MOVE "R" TO W-MODO.

           IF W-COMP-MES = 1
              COMPUTE W-ANT-ANO = W-COMP-ANO - 1
              MOVE 12 TO W-ANT-MES
           ELSE
              MOVE W-COMP-ANO TO W-ANT-ANO
              COMPUTE W-ANT-MES = W-COMP-MES - 1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE.
           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              MOVE "COMISSAO  " TO W-OPERADOR.

           IF W-MODO-LANCA
              PERFORM VERIFICA-FECHAMENTO THRU VERIFICA-FECHAMENTO-FIM
              IF W-FECHADA = "S"
                 GO TO ROT-FIM.

           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              CLOSE ARQPED
              GO TO ROT-FIM.

           OPEN INPUT ARQMETA
           IF ST-ERRO-MT = "00"
              MOVE "S" TO W-TEM-META.

           IF W-MODO-LANCA
              PERFORM ABRE-ARQ-LANCAMENTO
              IF W-TEM-COMIS NOT = "S" OR W-TEM-EVFOL NOT = "S"
                 CLOSE ARQPED CADFUNC
                 IF W-TEM-META = "S"
                    CLOSE ARQMETA
                 END-IF
                 GO TO ROT-FIM
              END-IF
           ELSE
              OPEN INPUT ARQEVFOL
              IF ST-ERRO-EV = "00"
                 MOVE "S" TO W-TEM-EVFOL
              END-IF
              OPEN INPUT ARQCOMIS
              IF ST-ERRO-CM = "00"
                 MOVE "S" TO W-TEM-COMIS
              END-IF
           END-IF.

           IF W-TEM-COMIS = "S"
              MOVE W-COMP-ANOMES TO CM-COMPETENCIA
              MOVE ZEROS         TO CM-VENDEDOR
              START ARQCOMIS KEY IS NOT LESS CM-CHAVE
              IF ST-ERRO-CM = "00"
                 READ ARQCOMIS NEXT RECORD
                 IF ST-ERRO-CM = "00"
                    AND CM-COMPETENCIA = W-COMP-ANOMES
                    DISPLAY "COMISSAO DA COMPETENCIA JA LANCADA EM "
                            CM-DATA-LANC " POR " CM-OPERADOR
                    IF W-MODO-LANCA
                       DISPLAY "*** LANCAMENTO NAO PERMITIDO ***"
                       PERFORM FECHA-ARQUIVOS
                       GO TO ROT-FIM
                    END-IF
                 END-IF
              END-IF
              MOVE "00" TO ST-ERRO-CM
           END-IF.

           OPEN OUTPUT COMISSREL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO COMISSREL - "
                      ST-ERRO3
              PERFORM FECHA-ARQUIVOS
              GO TO ROT-FIM.

           MOVE "*** COMISSAO DE VENDEDORES DA COMPETENCIA ***"
                                              TO REG-COMISSREL
           WRITE REG-COMISSREL
           WRITE REG-COMISSREL FROM LINHA-CABEC
           MOVE SPACES TO REG-COMISSREL
           WRITE REG-COMISSREL.

                 MOVE "S" TO W-FIM-ARQPED
              NOT AT END
                 IF PED-ST-FATURADO
                    AND (PED-DATAEMISSAO(1:6) = W-COMP-ANOMES
                      OR PED-DATAEMISSAO(1:6) = W-COMP-ANT)
                    AND (PED-TIPOVENDA = 1 OR PED-TIPOVENDA = 3)
                    PERFORM ACUMULA-VENDEDOR
                 END-IF
           END-PERFORM.

           IF W-TEM-COMIS = "S"
              PERFORM CARREGA-ANTERIOR.

           PERFORM EMITE-VENDEDORES.
           IF W-QTD-EMIT = ZEROS
              MOVE "NENHUMA VENDA FATURADA NA COMPETENCIA"
                                              TO REG-COMISSREL
              WRITE REG-COMISSREL
           ELSE
              PERFORM EMITE-TOTAIS.

           IF NOT W-MODO-LANCA
              CLOSE COMISSREL
              PERFORM FECHA-ARQUIVOS
              DISPLAY "RELATORIO GERADO EM COMISSREL.DAT -- "
                      W-QTD-EMIT " VENDEDORES"
              GO TO ROT-FIM3.

      *>---------[ LANCAMENTO NA FOLHA APOS CONFERENCIA ]-------------
       R2.
           DISPLAY "RELATORIO GERADO EM COMISSREL.DAT -- " W-QTD-EMIT
                   " VENDEDORES, " W-QTD-LANC " A LANCAR".
           IF W-QTD-LANC = ZEROS
              DISPLAY "*** NENHUMA COMISSAO A LANCAR NA FOLHA ***"
              CLOSE COMISSREL
              PERFORM FECHA-ARQUIVOS
              GO TO ROT-FIM3.
           DISPLAY "CONFIRMA O LANCAMENTO NA FOLHA DE " W-COMP-ANOMES
                   " (S/N)? ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              MOVE SPACES TO REG-COMISSREL
              WRITE REG-COMISSREL
              MOVE "*** COMISSAO NAO LANCADA NA FOLHA ***"
                                              TO REG-COMISSREL
              WRITE REG-COMISSREL
              CLOSE COMISSREL
              PERFORM FECHA-ARQUIVOS
              DISPLAY "*** COMISSAO NAO LANCADA ***"
              GO TO ROT-FIM3.

           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO-AUD
                 CLOSE COMISSREL
                 PERFORM FECHA-ARQUIVOS
                 GO TO ROT-FIM.

           MOVE ZEROS TO W-QTD-LANC
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TAB-QTDE
              IF TB-SIT(W-IDX) NOT = SPACES
                 PERFORM GRAVA-LANCAMENTO
              END-IF
           END-PERFORM.

           MOVE SPACES TO REG-COMISSREL
           WRITE REG-COMISSREL
           MOVE "*** COMISSAO LANCADA NA FOLHA DA COMPETENCIA ***"
                                              TO REG-COMISSREL
           WRITE REG-COMISSREL
           CLOSE COMISSREL AUDITLOG.
           PERFORM FECHA-ARQUIVOS.
           DISPLAY "COMISSAO LANCADA NA FOLHA -- " W-QTD-LANC
                   " VENDEDORES".
           GO TO ROT-FIM3.

      *>---------[ COMPETENCIA COM FOLHA FECHADA NAO RECEBE EVENTO ]--
       VERIFICA-FECHAMENTO.
           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB
              COMPUTE W-DATA-LANC = W-COMP-ANOMES * 100 + 1
              PERFORM VERIFICA-PERIODO
              CLOSE ARQPERCTB
              MOVE "N" TO W-TEM-PERCTB
              IF W-PER-FECHADO = "S"
                 DISPLAY "*** PERIODO CONTABIL FECHADO ***"
                 MOVE "S" TO W-FECHADA
                 GO TO VERIFICA-FECHAMENTO-FIM
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO-PER.
           OPEN INPUT ARQFOLFEC
           IF ST-ERRO-FF NOT = "00"
              MOVE "00" TO ST-ERRO-FF
              GO TO VERIFICA-FECHAMENTO-FIM.
           MOVE W-COMP-ANOMES TO FF-COMPETENCIA
           READ ARQFOLFEC
           IF ST-ERRO-FF = "00"
              DISPLAY "*** COMPETENCIA COM FOLHA FECHADA EM "
                      FF-DATA-FECHA " ***"
              MOVE "S" TO W-FECHADA.
           CLOSE ARQFOLFEC
           MOVE "00" TO ST-ERRO-FF.
       VERIFICA-FECHAMENTO-FIM.
           EXIT.

       ABRE-ARQ-LANCAMENTO.
           OPEN I-O ARQEVFOL
           IF ST-ERRO-EV = "30"
              OPEN OUTPUT ARQEVFOL
              CLOSE ARQEVFOL
              OPEN I-O ARQEVFOL.
           IF ST-ERRO-EV = "00"
              MOVE "S" TO W-TEM-EVFOL
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQEVFOL - "
                      ST-ERRO-EV.
           OPEN I-O ARQCOMIS
           IF ST-ERRO-CM = "30"
              OPEN OUTPUT ARQCOMIS
              CLOSE ARQCOMIS
              OPEN I-O ARQCOMIS.
           IF ST-ERRO-CM = "00"
              MOVE "S" TO W-TEM-COMIS
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCOMIS - "
                      ST-ERRO-CM.
           IF W-TEM-EVFOL = "S" AND W-TEM-COMIS NOT = "S"
              CLOSE ARQEVFOL
              MOVE "N" TO W-TEM-EVFOL.
           IF W-TEM-COMIS = "S" AND W-TEM-EVFOL NOT = "S"
              CLOSE ARQCOMIS
              MOVE "N" TO W-TEM-COMIS.

       FECHA-ARQUIVOS.
           CLOSE ARQPED CADFUNC
           IF W-TEM-META = "S"
              CLOSE ARQMETA.
           IF W-TEM-EVFOL = "S"
              CLOSE ARQEVFOL.
           IF W-TEM-COMIS = "S"
              CLOSE ARQCOMIS.

       ACUMULA-VENDEDOR.
           MOVE PED-VENDEDOR TO W-VEND-BUSCA
           PERFORM LOCALIZA-VENDEDOR
           IF W-POS NOT = ZEROS
              IF PED-TIPOVENDA = 3
                 COMPUTE W-VALOR-PED = ZERO - PED-VALORTOTAL
              ELSE
                 MOVE PED-VALORTOTAL TO W-VALOR-PED
              END-IF
              IF PED-DATAEMISSAO(1:6) = W-COMP-ANOMES
                 ADD W-VALOR-PED TO TB-VALOR(W-POS)
                 MOVE "S" TO TB-MOV-MES(W-POS)
              ELSE
                 ADD W-VALOR-PED TO TB-VALOR-ANT(W-POS)
              END-IF
           END-IF.

       LOCALIZA-VENDEDOR.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-POS
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TAB-QTDE OR W-ACHOU = "S"
              IF TB-VENDEDOR(W-IDX) = W-VEND-BUSCA
                 MOVE "S" TO W-ACHOU
                 MOVE W-IDX TO W-POS
              END-IF
           END-PERFORM
           IF W-ACHOU = "N" AND W-TAB-QTDE < 200
              ADD 1 TO W-TAB-QTDE
              MOVE W-TAB-QTDE TO W-POS
              MOVE W-VEND-BUSCA TO TB-VENDEDOR(W-POS)
              MOVE ZEROS TO TB-VALOR(W-POS) TB-VALOR-ANT(W-POS)
                            TB-COMISS-ANT(W-POS) TB-COMISSAO(W-POS)
                            TB-AJUSTE(W-POS) TB-CREDITO(W-POS)
                            TB-DEBITO(W-POS) TB-PERC(W-POS)
                            TB-PERC-ANT(W-POS)
              MOVE "N" TO TB-MOV-MES(W-POS)
              MOVE SPACES TO TB-SIT(W-POS)
           END-IF.

      *>---------[ COMISSAO JA LANCADA DO MES ANTERIOR ]--------------
       CARREGA-ANTERIOR.
           MOVE W-COMP-ANT TO CM-COMPETENCIA
           MOVE ZEROS      TO CM-VENDEDOR
           MOVE "N" TO W-FIM-COMIS
           START ARQCOMIS KEY IS NOT LESS CM-CHAVE
           IF ST-ERRO-CM NOT = "00"
              MOVE "S" TO W-FIM-COMIS.
           PERFORM UNTIL W-FIM-COMIS = "S"
              READ ARQCOMIS NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-COMIS
              NOT AT END
                 IF CM-COMPETENCIA NOT = W-COMP-ANT
                    MOVE "S" TO W-FIM-COMIS
                 ELSE
                    MOVE "S" TO W-ANT-LANCADA
                    IF W-PERC-ANT = ZEROS
                       OR CM-PERCENTUAL < W-PERC-ANT
                       MOVE CM-PERCENTUAL TO W-PERC-ANT
                    END-IF
                    MOVE CM-VENDEDOR TO W-VEND-BUSCA
                    PERFORM LOCALIZA-VENDEDOR
                    IF W-POS NOT = ZEROS
                       MOVE CM-COMISSAO TO TB-COMISS-ANT(W-POS)
                       MOVE CM-PERCENTUAL TO TB-PERC-ANT(W-POS)
                    END-IF
                 END-IF
           END-PERFORM
           MOVE "00" TO ST-ERRO-CM.

       EMITE-VENDEDORES.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TAB-QTDE
              PERFORM AVALIA-VENDEDOR THRU AVALIA-VENDEDOR-FIM
           END-PERFORM.

      *>  COMISSAO DO MES + DIFERENCA DO MES ANTERIOR JA LANCADO.
      *>  PARCELAS POSITIVAS VAO PARA O EVENTO 05, NEGATIVAS PARA O 06
      *>  O MES ANTERIOR E RECALCULADO PELO PERCENTUAL QUE O VENDEDOR
      *>  TEVE NO LANCAMENTO (SEM LANCAMENTO, O MENOR PERCENTUAL DO MES)
       AVALIA-VENDEDOR.
           PERFORM APURA-PERCENTUAL
           COMPUTE W-VALOR-COMISS ROUNDED =
                   TB-VALOR(W-IDX) * TB-PERC(W-IDX) / 100
           MOVE W-VALOR-COMISS TO TB-COMISSAO(W-IDX)
           IF W-ANT-LANCADA = "S"
              IF TB-PERC-ANT(W-IDX) NOT = ZEROS
                 MOVE TB-PERC-ANT(W-IDX) TO W-PERC-VEND
              ELSE
                 MOVE W-PERC-ANT TO W-PERC-VEND
              END-IF
              COMPUTE W-COMISS-ANT ROUNDED =
                      TB-VALOR-ANT(W-IDX) * W-PERC-VEND / 100
              COMPUTE TB-AJUSTE(W-IDX) =
                      W-COMISS-ANT - TB-COMISS-ANT(W-IDX).
           IF TB-MOV-MES(W-IDX) NOT = "S"
              AND TB-AJUSTE(W-IDX) = ZEROS
              GO TO AVALIA-VENDEDOR-FIM.

           IF TB-COMISSAO(W-IDX) > ZEROS
              ADD TB-COMISSAO(W-IDX) TO TB-CREDITO(W-IDX)
           ELSE
              SUBTRACT TB-COMISSAO(W-IDX) FROM TB-DEBITO(W-IDX).
           IF TB-AJUSTE(W-IDX) > ZEROS
              ADD TB-AJUSTE(W-IDX) TO TB-CREDITO(W-IDX)
           ELSE
              SUBTRACT TB-AJUSTE(W-IDX) FROM TB-DEBITO(W-IDX).

           MOVE TB-VENDEDOR(W-IDX) TO CODIGO
           READ CADFUNC
              INVALID KEY
                 MOVE "(NAO CADASTRADO)" TO NOME
                 MOVE "C" TO TB-SIT(W-IDX)
           END-READ
           IF TB-SIT(W-IDX) = SPACES
              IF SITUACAO = "I"
                 MOVE "I" TO TB-SIT(W-IDX)
              ELSE
                 IF TB-CREDITO(W-IDX) = ZEROS
                    AND TB-DEBITO(W-IDX) = ZEROS
                    MOVE "Z" TO TB-SIT(W-IDX)
                 ELSE
                    PERFORM VERIFICA-EVENTO
                 END-IF
              END-IF
           END-IF.

           MOVE TB-VENDEDOR(W-IDX) TO LD-CODIGO
           MOVE NOME               TO LD-NOME
           MOVE TB-VALOR(W-IDX)    TO LD-VALOR
           MOVE TB-COMISSAO(W-IDX) TO LD-COMISSAO
           MOVE TB-AJUSTE(W-IDX)   TO LD-AJUSTE
           EVALUATE TB-SIT(W-IDX)
              WHEN "S"
                 IF W-MODO-LANCA
                    MOVE "A LANCAR"        TO LD-SITUACAO
                 ELSE
                    MOVE SPACES            TO LD-SITUACAO
                 END-IF
                 ADD 1 TO W-QTD-LANC
                 ADD TB-CREDITO(W-IDX) TO W-TOT-CREDITO
                 ADD TB-DEBITO(W-IDX)  TO W-TOT-DEBITO
              WHEN "C"
                 MOVE "SEM CADASTRO"       TO LD-SITUACAO
              WHEN "I"
                 MOVE "FUNC. INATIVO"      TO LD-SITUACAO
              WHEN "E"
                 MOVE "EVENTO DIGITADO"    TO LD-SITUACAO
              WHEN OTHER
                 MOVE "SEM VALOR"          TO LD-SITUACAO
           END-EVALUATE
           WRITE REG-COMISSREL FROM LINHA-DET
           IF TB-PERC(W-IDX) NOT = W-PERC-COMISSAO
              MOVE TB-PERC(W-IDX) TO LB-PERC
              MOVE MT-VALOR-META  TO LB-META
              WRITE REG-COMISSREL FROM LINHA-BONUS
              ADD 1 TO W-QTD-BONUS
           END-IF
           ADD 1 TO W-QTD-EMIT
           ADD TB-VALOR(W-IDX)    TO W-TOT-GERAL
           ADD TB-COMISSAO(W-IDX) TO W-TOT-COMISS
           ADD TB-AJUSTE(W-IDX)   TO W-TOT-AJUSTE.
       AVALIA-VENDEDOR-FIM.
           EXIT.

      *>  META DA COMPETENCIA ATINGIDA: PERCENTUAL DE BONUS DO ARQMETA,
      *>  SE FOR MAIOR QUE O PERCENTUAL INFORMADO
       APURA-PERCENTUAL.
           MOVE W-PERC-COMISSAO TO TB-PERC(W-IDX)
           IF W-TEM-META = "S"
              MOVE W-COMP-ANOMES      TO MT-COMPETENCIA
              MOVE TB-VENDEDOR(W-IDX) TO MT-VENDEDOR
              READ ARQMETA
              IF ST-ERRO-MT = "00"
                 AND MT-VALOR-META > ZEROS
                 AND MT-PERC-BONUS > W-PERC-COMISSAO
                 AND TB-VALOR(W-IDX) NOT < MT-VALOR-META
                 MOVE MT-PERC-BONUS TO TB-PERC(W-IDX)
              END-IF
              MOVE "00" TO ST-ERRO-MT
           END-IF.

      *>  EVENTO 05/06 DIGITADO A MAO NO EVFOL13 NAO E SOBRESCRITO
       VERIFICA-EVENTO.
           MOVE "S" TO TB-SIT(W-IDX)
           IF W-TEM-EVFOL = "S"
              MOVE W-COMP-ANOMES      TO EV-COMPETENCIA
              MOVE TB-VENDEDOR(W-IDX) TO EV-CODFUNC
              MOVE 05                 TO EV-TIPO
              READ ARQEVFOL
              IF ST-ERRO-EV = "00"
                 MOVE "E" TO TB-SIT(W-IDX)
              ELSE
                 MOVE 06 TO EV-TIPO
                 READ ARQEVFOL
                 IF ST-ERRO-EV = "00"
                    MOVE "E" TO TB-SIT(W-IDX)
                 END-IF
              END-IF
              MOVE "00" TO ST-ERRO-EV
           END-IF.

       EMITE-TOTAIS.
           MOVE SPACES TO REG-COMISSREL
           WRITE REG-COMISSREL
           MOVE "TOTAL DE VENDAS LIQUIDAS           :" TO LT-DESCRICAO
           MOVE W-TOT-GERAL   TO LT-VALOR
           WRITE REG-COMISSREL FROM LINHA-TOTAL
           MOVE "TOTAL DE COMISSAO DO MES           :" TO LT-DESCRICAO
           MOVE W-TOT-COMISS  TO LT-VALOR
           WRITE REG-COMISSREL FROM LINHA-TOTAL
           IF W-QTD-BONUS NOT = ZEROS
              MOVE SPACES TO REG-COMISSREL
              STRING "VENDEDORES COM META ATINGIDA       : "
                     W-QTD-BONUS DELIMITED BY SIZE
                     INTO REG-COMISSREL
              WRITE REG-COMISSREL
           END-IF
           IF W-ANT-LANCADA = "S"
              MOVE "AJUSTE DA COMPETENCIA ANTERIOR     :"
                                                     TO LT-DESCRICAO
              MOVE W-TOT-AJUSTE  TO LT-VALOR
              WRITE REG-COMISSREL FROM LINHA-TOTAL
           END-IF
           IF W-MODO-LANCA
              MOVE "A LANCAR - EVENTO 05 COMISSAO      :"
                                                     TO LT-DESCRICAO
              MOVE W-TOT-CREDITO TO LT-VALOR
              WRITE REG-COMISSREL FROM LINHA-TOTAL
              MOVE "A LANCAR - EVENTO 06 ESTORNO       :"
                                                     TO LT-DESCRICAO
              MOVE W-TOT-DEBITO  TO LT-VALOR
              WRITE REG-COMISSREL FROM LINHA-TOTAL
           END-IF.

      *>---------[ GRAVA EVENTOS 05/06 E O CONTROLE DO LANCAMENTO ]---
       GRAVA-LANCAMENTO.
           MOVE "N" TO CM-SITUACAO
           IF TB-SIT(W-IDX) = "S"
              MOVE W-COMP-ANOMES      TO EV-COMPETENCIA
              MOVE TB-VENDEDOR(W-IDX) TO EV-CODFUNC
              MOVE ZEROS              TO EV-HORAS
              IF TB-CREDITO(W-IDX) NOT = ZEROS
                 MOVE 05                 TO EV-TIPO
                 MOVE TB-CREDITO(W-IDX)  TO EV-VALOR
                 PERFORM GRAVA-EVENTO
              END-IF
              IF TB-DEBITO(W-IDX) NOT = ZEROS
                 MOVE 06                 TO EV-TIPO
                 MOVE TB-DEBITO(W-IDX)   TO EV-VALOR
                 PERFORM GRAVA-EVENTO
              END-IF
              MOVE "S" TO CM-SITUACAO
              ADD 1 TO W-QTD-LANC
           END-IF
           MOVE W-COMP-ANOMES      TO CM-COMPETENCIA
           MOVE TB-VENDEDOR(W-IDX) TO CM-VENDEDOR
           MOVE TB-VALOR(W-IDX)    TO CM-VENDA-LIQ
           MOVE TB-PERC(W-IDX)     TO CM-PERCENTUAL
           MOVE TB-COMISSAO(W-IDX) TO CM-COMISSAO
           MOVE TB-AJUSTE(W-IDX)   TO CM-AJUSTE
           MOVE ZEROS TO CM-VALOR-COMISSAO CM-VALOR-ESTORNO
           IF CM-LANCADO
              MOVE TB-CREDITO(W-IDX) TO CM-VALOR-COMISSAO
              MOVE TB-DEBITO(W-IDX)  TO CM-VALOR-ESTORNO
           END-IF
           MOVE W-HOJE             TO CM-DATA-LANC
           MOVE W-OPERADOR         TO CM-OPERADOR
           WRITE REGCOMIS
           IF ST-ERRO-CM NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQCOMIS - "
                      ST-ERRO-CM " VENDEDOR " CM-VENDEDOR
              MOVE "00" TO ST-ERRO-CM
           END-IF.

       GRAVA-EVENTO.
           WRITE REGEVFOL
           IF ST-ERRO-EV NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQEVFOL - "
                      ST-ERRO-EV " VENDEDOR " EV-CODFUNC
              MOVE "00" TO ST-ERRO-EV
           ELSE
              MOVE "COMISS01" TO AUD-PROGRAMA
              MOVE W-OPERADOR TO AUD-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
              MOVE "I"        TO AUD-ACAO
              MOVE EV-CHAVE   TO AUD-CHAVE
              WRITE REG-AUDITLOG
           END-IF.

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
