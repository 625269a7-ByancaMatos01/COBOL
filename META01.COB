       IDENTIFICATION DIVISION.
       PROGRAM-ID. META01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> ATINGIMENTO DAS METAS DE VENDA DA COMPETENCIA         *
      *> (ARQMETA x ARQPED): VENDA FATURADA LIQUIDA DE         *
      *> DEVOLUCOES POR VENDEDOR (MESMA BASE DO COMISS01),     *
      *> % DA META, PROJECAO PARA O FIM DO MES PELO RITMO DOS  *
      *> DIAS DECORRIDOS E CLIENTES NOVOS (PRIMEIRA COMPRA NA  *
      *> COMPETENCIA, SEM COMPRA ANTERIOR NO ARQPED NEM NO     *
      *> ARQPEDHIST). TOTAL DA EQUIPE POR DEPARTAMENTO.        *
      *> SAIDA EM METAREL.DAT                                  *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                  ALTERNATE RECORD KEY IS PED-COD-PRO WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQPEDHIST ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-HIS.
       SELECT CADFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                  ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT ARQMETA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MT-CHAVE
                      FILE STATUS  IS ST-ERRO-MT.
       SELECT METAREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
          03 PED-COD                 PIC 9(06).
          03 PED-TIPOPEDIDO          PIC X(15).
          03 PED-COD-PRO             PIC 9(09).
          03 PED-TIPOVENDA           PIC 9(01).
          03 PED-CLI-CPFCNPJ         PIC 9(14).
          03 PED-FOR-CPFCNPJ         PIC 9(14).
          03 PED-QUANTIDADE          PIC 9(06).
          03 PED-PRECOUNITARIO       PIC 9(08)V99.
          03 PED-VALORTOTAL          PIC 9(14)V99.
          03 PED-DATAEMISSAO         PIC 9(08).
          03 PED-STATUS              PIC X(01).
             88 PED-ST-ABERTO           VALUE "A".
             88 PED-ST-FATURADO         VALUE "F".
             88 PED-ST-CANCELADO        VALUE "C".
          03 PED-NUM-PEDIDO          PIC 9(06).
          03 PED-NUM-ITEM            PIC 9(03).
          03 PED-QTDATENDIDA         PIC 9(06).
          03 PED-LOCAL               PIC 9(02).
          03 PED-DESCPERC            PIC 9(02)V99.
          03 PED-OPERADOR            PIC X(10).
          03 PED-TAXA-APLICADA       PIC 9(02)V99.
          03 PED-VENDEDOR            PIC 9(06).

       FD ARQPEDHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDHIST.DAT".
       01 REGPEDHIST.
          03 PH-PED-COD              PIC 9(06).
          03 PH-PED-TIPOPEDIDO       PIC X(15).
          03 PH-PED-COD-PRO          PIC 9(09).
          03 PH-PED-TIPOVENDA        PIC 9(01).
          03 PH-PED-CLI-CPFCNPJ      PIC 9(14).
          03 PH-PED-FOR-CPFCNPJ      PIC 9(14).
          03 PH-PED-QUANTIDADE       PIC 9(06).
          03 PH-PED-PRECOUNITARIO    PIC 9(08)V99.
          03 PH-PED-VALORTOTAL       PIC 9(14)V99.
          03 PH-PED-DATAEMISSAO      PIC 9(08).
          03 PH-PED-STATUS           PIC X(01).
          03 PH-PED-NUM-PEDIDO       PIC 9(06).
          03 PH-PED-NUM-ITEM         PIC 9(03).
          03 PH-PED-QTDATENDIDA      PIC 9(06).
          03 PH-PED-LOCAL            PIC 9(02).
          03 PH-PED-DESCPERC         PIC 9(02)V99.
          03 PH-PED-OPERADOR         PIC X(10).
          03 PH-PED-TAXA-APLICADA    PIC 9(02)V99.
          03 PH-PED-VENDEDOR         PIC 9(06).

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

       FD METAREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "METAREL.DAT".
       01 REG-METAREL PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-MT       PIC X(02) VALUE "00".
       01 ST-ERRO-HIS      PIC X(02) VALUE "00".
       01 W-TEM-HIST       PIC X(01) VALUE "N".
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-TROCOU         PIC X(01) VALUE "N".
       01 W-ESTOURO        PIC X(01) VALUE "N".
       01 W-IDX            PIC 9(04) VALUE ZEROS.
       01 W-IDX2           PIC 9(04) VALUE ZEROS.
       01 W-IDX-TROCA      PIC 9(04) VALUE ZEROS.
       01 W-POS            PIC 9(04) VALUE ZEROS.
       01 W-VEND-BUSCA     PIC 9(06) VALUE ZEROS.
       01 W-CLI-BUSCA      PIC 9(14) VALUE ZEROS.
       01 W-VALOR-PED      PIC S9(14)V99 VALUE ZEROS.
       01 W-DEP-ANT        PIC 9(02) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.

       01 W-COMP-ANOMES    PIC 9(06) VALUE ZEROS.
       01 W-COMP-GRP REDEFINES W-COMP-ANOMES.
           03 W-COMP-ANO    PIC 9(04).
           03 W-COMP-MES    PIC 9(02).
       01 W-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 W-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01 W-DATA-PROX-GRP REDEFINES W-DATA-PROX.
           03 W-PROX-ANO    PIC 9(04).
           03 W-PROX-MES    PIC 9(02).
           03 W-PROX-DIA    PIC 9(02).
       01 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
       01 W-DIAS-DECOR     PIC 9(02) VALUE ZEROS.
       01 W-PERC-DECOR     PIC 9(03)V9 VALUE ZEROS.

      *> VENDEDORES DA COMPETENCIA (COM META OU COM VENDA)
       01 TABVEND.
           03 TBVEND OCCURS 200 TIMES.
               05 TB-CHAVE.
                   07 TB-DEP         PIC 9(02).
                   07 TB-VENDEDOR    PIC 9(06).
               05 TB-NOME        PIC X(30).
               05 TB-META        PIC 9(12)V99.
               05 TB-META-CLI    PIC 9(04).
               05 TB-REALIZADO   PIC S9(14)V99.
               05 TB-CLINOVOS    PIC 9(04).
       01 W-TAB-QTDE       PIC 9(04) VALUE ZEROS.
       01 W-SALVA-ENT      PIC X(76).

      *> CLIENTES COM VENDA NA COMPETENCIA (CANDIDATOS A NOVOS)
       01 TABCAND.
           03 TBCAND OCCURS 2000 TIMES.
               05 TC-CLIENTE     PIC 9(14).
               05 TC-VENDEDOR    PIC 9(06).
               05 TC-NOVO        PIC X(01).
       01 W-CAND-QTDE      PIC 9(04) VALUE ZEROS.

       01 W-TOTAIS.
           03 W-T-META         PIC 9(14)V99.
           03 W-T-META-CLI     PIC 9(05).
           03 W-T-REALIZADO    PIC S9(14)V99.
           03 W-T-CLINOVOS     PIC 9(05).
       01 W-TOT-DEP.
           03 TD-META          PIC 9(14)V99.
           03 TD-META-CLI      PIC 9(05).
           03 TD-REALIZADO     PIC S9(14)V99.
           03 TD-CLINOVOS      PIC 9(05).
       01 W-TOT-GER.
           03 TG-META          PIC 9(14)V99.
           03 TG-META-CLI      PIC 9(05).
           03 TG-REALIZADO     PIC S9(14)V99.
           03 TG-CLINOVOS      PIC 9(05).
       01 W-PROJECAO       PIC S9(14)V99 VALUE ZEROS.
       01 W-PERC-ATING     PIC S9(05)V9 VALUE ZEROS.
       01 W-PERC-PROJ      PIC S9(05)V9 VALUE ZEROS.

       01 TABDEPARTAMENTOX.
           03 FILLER PIC X(20) VALUE "CONTABILIDADE".
           03 FILLER PIC X(20) VALUE "RECURSOS HUMANOS".
           03 FILLER PIC X(20) VALUE "FINANCEIRO".
           03 FILLER PIC X(20) VALUE "OUTROS".
       01 TABDEPARTAMENTO REDEFINES TABDEPARTAMENTOX.
           03 TBDEPARTAMENTO PIC X(20) OCCURS 4 TIMES.

       01 LINHA-TITULO.
           03 FILLER           PIC X(45) VALUE
              "*** ATINGIMENTO DAS METAS DE VENDA - COMP. ".
           03 LTI-COMP         PIC 9999/99.
           03 FILLER           PIC X(04) VALUE " ***".
       01 LINHA-DIAS.
           03 FILLER           PIC X(17) VALUE "DIAS DECORRIDOS: ".
           03 LDI-DECOR        PIC Z9.
           03 FILLER           PIC X(04) VALUE " DE ".
           03 LDI-MES          PIC Z9.
           03 FILLER           PIC X(02) VALUE " (".
           03 LDI-PERC         PIC ZZ9,9.
           03 FILLER           PIC X(09) VALUE "% DO MES)".
       01 LINHA-CABEC.
           03 FILLER           PIC X(34) VALUE
              "CODIGO  VENDEDOR".
           03 FILLER           PIC X(36) VALUE
              "             META         REALIZADO".
           03 FILLER           PIC X(34) VALUE
              "  %ATING          PROJECAO   %PROJ".
           03 FILLER           PIC X(22) VALUE
              " CLI.NOVOS  SITUACAO".
       01 LINHA-DEP.
           03 FILLER           PIC X(15) VALUE "DEPARTAMENTO: ".
           03 LDEP-DESCRICAO   PIC X(20).
       01 LINHA-DET.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-NOME          PIC X(25).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-META          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-REALIZADO     PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-PERC-X.
               05 LD-PERC      PIC -ZZZ9,9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-PROJECAO      PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-PROJ-X.
               05 LD-PROJ      PIC -ZZZ9,9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CLINOVOS      PIC ZZZ9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-META-CLI      PIC ZZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-SITUACAO      PIC X(12).

       PROCEDURE DIVISION.
       R0.
           DISPLAY "META01 - ATINGIMENTO DAS METAS DE VENDA".
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT W-COMP-ANOMES.
           IF W-COMP-ANOMES = ZEROS
              OR W-COMP-MES < 1 OR W-COMP-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIM.

      *>  DIAS DO MES E DIAS JA DECORRIDOS NA COMPETENCIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
           COMPUTE W-DATA-INI = W-COMP-ANOMES * 100 + 1
           IF W-COMP-MES = 12
              COMPUTE W-PROX-ANO = W-COMP-ANO + 1
              MOVE 1 TO W-PROX-MES
           ELSE
              MOVE W-COMP-ANO TO W-PROX-ANO
              COMPUTE W-PROX-MES = W-COMP-MES + 1.
           MOVE 1 TO W-PROX-DIA
           COMPUTE W-DIAS-MES = FUNCTION INTEGER-OF-DATE(W-DATA-PROX)
                              - FUNCTION INTEGER-OF-DATE(W-DATA-INI)
           IF W-HOJE(1:6) = W-COMP-ANOMES
              MOVE W-HOJE(7:2) TO W-DIAS-DECOR
           ELSE
              IF W-HOJE(1:6) > W-COMP-ANOMES
                 MOVE W-DIAS-MES TO W-DIAS-DECOR
              ELSE
                 MOVE ZEROS TO W-DIAS-DECOR.
           COMPUTE W-PERC-DECOR ROUNDED =
                   W-DIAS-DECOR * 100 / W-DIAS-MES.

           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPED - " ST-ERRO
              GO TO ROT-FIM.

           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - " ST-ERRO2
              CLOSE ARQPED
              GO TO ROT-FIM.

           OPEN INPUT ARQMETA
           IF ST-ERRO-MT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQMETA - "
                      ST-ERRO-MT " (CADASTRE AS METAS NO META13)"
              CLOSE ARQPED CADFUNC
              GO TO ROT-FIM.

           OPEN INPUT ARQPEDHIST
           IF ST-ERRO-HIS = "00"
              MOVE "S" TO W-TEM-HIST.

           OPEN OUTPUT METAREL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO METAREL - " ST-ERRO3
              CLOSE ARQPED CADFUNC ARQMETA
              GO TO ROT-FIM.

           MOVE W-COMP-ANOMES TO LTI-COMP
           WRITE REG-METAREL FROM LINHA-TITULO
           MOVE W-DIAS-DECOR  TO LDI-DECOR
           MOVE W-DIAS-MES    TO LDI-MES
           MOVE W-PERC-DECOR  TO LDI-PERC
           WRITE REG-METAREL FROM LINHA-DIAS
           WRITE REG-METAREL FROM LINHA-CABEC
           MOVE ZEROS TO W-TOT-DEP W-TOT-GER.

      *>---------[ METAS CADASTRADAS PARA A COMPETENCIA ]-------------
       R1.
           MOVE W-COMP-ANOMES TO MT-COMPETENCIA
           MOVE ZEROS         TO MT-VENDEDOR
           START ARQMETA KEY IS NOT LESS MT-CHAVE
              INVALID KEY
                 GO TO R2
           END-START.
       R1-LOOP.
           READ ARQMETA NEXT RECORD
           IF ST-ERRO-MT NOT = "00"
              GO TO R2.
           IF MT-COMPETENCIA NOT = W-COMP-ANOMES
              GO TO R2.
           MOVE MT-VENDEDOR TO W-VEND-BUSCA
           PERFORM LOCALIZA-VENDEDOR
           IF W-POS NOT = ZEROS
              MOVE MT-VALOR-META    TO TB-META(W-POS)
              MOVE MT-META-CLINOVOS TO TB-META-CLI(W-POS).
           GO TO R1-LOOP.

      *>---------[ VENDA FATURADA LIQUIDA DA COMPETENCIA ]------------
       R2.
           MOVE ZEROS TO PED-COD
           START ARQPED KEY IS NOT LESS PED-COD
              INVALID KEY
                 GO TO R3
           END-START.
       R2-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3.
           IF NOT PED-ST-FATURADO
              OR PED-DATAEMISSAO(1:6) NOT = W-COMP-ANOMES
              GO TO R2-LOOP.
           IF PED-TIPOVENDA NOT = 1 AND PED-TIPOVENDA NOT = 3
              GO TO R2-LOOP.
           MOVE PED-VENDEDOR TO W-VEND-BUSCA
           PERFORM LOCALIZA-VENDEDOR
           IF W-POS = ZEROS
              GO TO R2-LOOP.
           IF PED-TIPOVENDA = 3
              SUBTRACT PED-VALORTOTAL FROM TB-REALIZADO(W-POS)
           ELSE
              ADD PED-VALORTOTAL TO TB-REALIZADO(W-POS)
              PERFORM GUARDA-CANDIDATO.
           GO TO R2-LOOP.

      *>---------[ CLIENTE NOVO: SEM COMPRA ANTES DA COMPETENCIA ]----
       R3.
           MOVE "00" TO ST-ERRO
           PERFORM VERIFICA-ANTERIOR THRU VERIFICA-ANTERIOR-FIM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-CAND-QTDE.
           IF W-TEM-HIST = "S"
              PERFORM VERIFICA-HISTORICO THRU VERIFICA-HISTORICO-FIM.
           PERFORM CONTA-NOVO
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-CAND-QTDE.

      *>---------[ RELATORIO POR DEPARTAMENTO ]-----------------------
       R4.
           IF W-TAB-QTDE = ZEROS
              MOVE "NENHUMA META OU VENDA NA COMPETENCIA"
                                              TO REG-METAREL
              WRITE REG-METAREL
              GO TO R9.
           PERFORM BUSCA-FUNCIONARIO
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-TAB-QTDE
           PERFORM ORDENA-TABELA
           PERFORM EMITE-VENDEDOR
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-TAB-QTDE
           PERFORM FECHA-DEPARTAMENTO
           MOVE SPACES TO REG-METAREL
           WRITE REG-METAREL
           MOVE W-TOT-GER TO W-TOTAIS
           MOVE ZEROS TO LD-CODIGO
           MOVE "TOTAL GERAL" TO LD-NOME
           PERFORM EMITE-TOTAL.

       R9.
           IF W-ESTOURO = "S"
              MOVE "ATENCAO: VENDEDORES OU CLIENTES ALEM DA CAPACIDADE D
      -            "AS TABELAS" TO REG-METAREL
              WRITE REG-METAREL.
           IF W-TEM-HIST = "S"
              CLOSE ARQPEDHIST.
           CLOSE ARQPED CADFUNC ARQMETA METAREL.
           DISPLAY "RELATORIO GERADO EM METAREL.DAT -- " W-TAB-QTDE
                   " VENDEDORES".
           GO TO ROT-FIM3.

      *>  POSICAO DO VENDEDOR NA TABELA, INCLUINDO SE NAO EXISTIR
       LOCALIZA-VENDEDOR.
           MOVE ZEROS TO W-POS
           PERFORM COMPARA-VENDEDOR
                   VARYING W-IDX2 FROM 1 BY 1
                   UNTIL W-IDX2 > W-TAB-QTDE OR W-POS NOT = ZEROS
           IF W-POS = ZEROS
              IF W-TAB-QTDE < 200
                 ADD 1 TO W-TAB-QTDE
                 MOVE W-TAB-QTDE TO W-POS
                 MOVE ZEROS TO TB-DEP(W-POS) TB-META(W-POS)
                               TB-META-CLI(W-POS) TB-REALIZADO(W-POS)
                               TB-CLINOVOS(W-POS)
                 MOVE W-VEND-BUSCA TO TB-VENDEDOR(W-POS)
                 MOVE SPACES TO TB-NOME(W-POS)
              ELSE
                 MOVE "S" TO W-ESTOURO.

       COMPARA-VENDEDOR.
           IF TB-VENDEDOR(W-IDX2) = W-VEND-BUSCA
              MOVE W-IDX2 TO W-POS.

       GUARDA-CANDIDATO.
           MOVE "N" TO W-ACHOU
           PERFORM COMPARA-CANDIDATO
                   VARYING W-IDX2 FROM 1 BY 1
                   UNTIL W-IDX2 > W-CAND-QTDE OR W-ACHOU = "S"
           IF W-ACHOU = "N"
              IF W-CAND-QTDE < 2000
                 ADD 1 TO W-CAND-QTDE
                 MOVE PED-CLI-CPFCNPJ TO TC-CLIENTE(W-CAND-QTDE)
                 MOVE PED-VENDEDOR    TO TC-VENDEDOR(W-CAND-QTDE)
                 MOVE "S"             TO TC-NOVO(W-CAND-QTDE)
              ELSE
                 MOVE "S" TO W-ESTOURO.

       COMPARA-CANDIDATO.
           IF TC-CLIENTE(W-IDX2) = PED-CLI-CPFCNPJ
              AND TC-VENDEDOR(W-IDX2) = PED-VENDEDOR
              MOVE "S" TO W-ACHOU.

      *>  COMPRA ANTERIOR DO CLIENTE NO ARQPED (CHAVE POR CLIENTE)
       VERIFICA-ANTERIOR.
           MOVE TC-CLIENTE(W-IDX) TO PED-CLI-CPFCNPJ
           START ARQPED KEY IS EQUAL PED-CLI-CPFCNPJ
              INVALID KEY
                 GO TO VERIFICA-ANTERIOR-FIM
           END-START.
       VERIFICA-ANTERIOR-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-ANTERIOR-FIM.
           IF PED-CLI-CPFCNPJ NOT = TC-CLIENTE(W-IDX)
              GO TO VERIFICA-ANTERIOR-FIM.
           IF PED-TIPOVENDA = 1 AND NOT PED-ST-CANCELADO
              AND PED-DATAEMISSAO < W-DATA-INI
              MOVE "N" TO TC-NOVO(W-IDX)
              GO TO VERIFICA-ANTERIOR-FIM.
           GO TO VERIFICA-ANTERIOR-LOOP.
       VERIFICA-ANTERIOR-FIM.
           MOVE "00" TO ST-ERRO.

      *>  UMA PASSADA NO ARQPEDHIST PARA TODOS OS CANDIDATOS
       VERIFICA-HISTORICO.
           READ ARQPEDHIST NEXT RECORD
           IF ST-ERRO-HIS NOT = "00"
              GO TO VERIFICA-HISTORICO-FIM.
           IF PH-PED-TIPOVENDA NOT = 1 OR PH-PED-STATUS = "C"
              OR PH-PED-DATAEMISSAO NOT < W-DATA-INI
              GO TO VERIFICA-HISTORICO.
           MOVE PH-PED-CLI-CPFCNPJ TO W-CLI-BUSCA
           PERFORM MARCA-HISTORICO
                   VARYING W-IDX2 FROM 1 BY 1
                   UNTIL W-IDX2 > W-CAND-QTDE
           GO TO VERIFICA-HISTORICO.
       VERIFICA-HISTORICO-FIM.
           EXIT.

       MARCA-HISTORICO.
           IF TC-CLIENTE(W-IDX2) = W-CLI-BUSCA
              MOVE "N" TO TC-NOVO(W-IDX2).

       CONTA-NOVO.
           IF TC-NOVO(W-IDX) = "S"
              MOVE TC-VENDEDOR(W-IDX) TO W-VEND-BUSCA
              PERFORM LOCALIZA-VENDEDOR
              IF W-POS NOT = ZEROS
                 ADD 1 TO TB-CLINOVOS(W-POS).

       BUSCA-FUNCIONARIO.
           MOVE TB-VENDEDOR(W-IDX) TO CODIGO
           READ CADFUNC
           IF ST-ERRO2 = "00"
              MOVE NOME         TO TB-NOME(W-IDX)
              MOVE DEPARTAMENTO TO TB-DEP(W-IDX)
           ELSE
              MOVE "(NAO CADASTRADO)" TO TB-NOME(W-IDX)
              MOVE ZEROS TO TB-DEP(W-IDX).
           MOVE "00" TO ST-ERRO2.

      *>---------[ ORDENACAO POR DEPARTAMENTO E VENDEDOR ]------------
       ORDENA-TABELA.
           MOVE "S" TO W-TROCOU
           PERFORM ORDENA-PASSADA UNTIL W-TROCOU = "N".

       ORDENA-PASSADA.
           MOVE "N" TO W-TROCOU
           PERFORM ORDENA-PAR
                   VARYING W-IDX-TROCA FROM 1 BY 1
                   UNTIL W-IDX-TROCA >= W-TAB-QTDE.

       ORDENA-PAR.
           IF TB-CHAVE(W-IDX-TROCA) > TB-CHAVE(W-IDX-TROCA + 1)
              MOVE TBVEND(W-IDX-TROCA)     TO W-SALVA-ENT
              MOVE TBVEND(W-IDX-TROCA + 1) TO TBVEND(W-IDX-TROCA)
              MOVE W-SALVA-ENT             TO TBVEND(W-IDX-TROCA + 1)
              MOVE "S" TO W-TROCOU.

      *>---------[ VENDEDOR, COM QUEBRA POR DEPARTAMENTO ]------------
       EMITE-VENDEDOR.
           IF W-IDX > 1 AND TB-DEP(W-IDX) NOT = W-DEP-ANT
              PERFORM FECHA-DEPARTAMENTO.
           IF W-IDX = 1 OR TB-DEP(W-IDX) NOT = W-DEP-ANT
              MOVE SPACES TO REG-METAREL
              WRITE REG-METAREL
              IF TB-DEP(W-IDX) > 0 AND TB-DEP(W-IDX) < 5
                 MOVE TBDEPARTAMENTO(TB-DEP(W-IDX)) TO LDEP-DESCRICAO
              ELSE
                 MOVE "(SEM DEPARTAMENTO)" TO LDEP-DESCRICAO
              END-IF
              WRITE REG-METAREL FROM LINHA-DEP.
           MOVE TB-DEP(W-IDX) TO W-DEP-ANT
           MOVE TB-META(W-IDX)      TO W-T-META
           MOVE TB-META-CLI(W-IDX)  TO W-T-META-CLI
           MOVE TB-REALIZADO(W-IDX) TO W-T-REALIZADO
           MOVE TB-CLINOVOS(W-IDX)  TO W-T-CLINOVOS
           MOVE TB-VENDEDOR(W-IDX)  TO LD-CODIGO
           MOVE TB-NOME(W-IDX)      TO LD-NOME
           PERFORM EMITE-TOTAL
           ADD W-T-META      TO TD-META
           ADD W-T-META-CLI  TO TD-META-CLI
           ADD W-T-REALIZADO TO TD-REALIZADO
           ADD W-T-CLINOVOS  TO TD-CLINOVOS.

       FECHA-DEPARTAMENTO.
           MOVE W-TOT-DEP TO W-TOTAIS
           MOVE ZEROS TO LD-CODIGO
           MOVE "  TOTAL DA EQUIPE" TO LD-NOME
           PERFORM EMITE-TOTAL
           ADD TD-META      TO TG-META
           ADD TD-META-CLI  TO TG-META-CLI
           ADD TD-REALIZADO TO TG-REALIZADO
           ADD TD-CLINOVOS  TO TG-CLINOVOS
           MOVE ZEROS TO W-TOT-DEP.

      *>  LINHA COM OS VALORES DE W-TOTAIS: % DA META, PROJECAO PELO
      *>  RITMO DOS DIAS DECORRIDOS E SITUACAO
       EMITE-TOTAL.
           IF W-DIAS-DECOR > ZEROS
              COMPUTE W-PROJECAO ROUNDED =
                      W-T-REALIZADO * W-DIAS-MES / W-DIAS-DECOR
           ELSE
              MOVE ZEROS TO W-PROJECAO.
           MOVE W-T-META      TO LD-META
           MOVE W-T-REALIZADO TO LD-REALIZADO
           MOVE W-PROJECAO    TO LD-PROJECAO
           MOVE W-T-CLINOVOS  TO LD-CLINOVOS
           MOVE W-T-META-CLI  TO LD-META-CLI
           IF W-T-META = ZEROS
              MOVE SPACES TO LD-PERC-X LD-PROJ-X
              MOVE "SEM META" TO LD-SITUACAO
              GO TO EMITE-TOTAL-GRAVA.
           COMPUTE W-PERC-ATING ROUNDED =
                   W-T-REALIZADO * 100 / W-T-META
              ON SIZE ERROR
                 MOVE 9999,9 TO W-PERC-ATING
           END-COMPUTE
           COMPUTE W-PERC-PROJ ROUNDED =
                   W-PROJECAO * 100 / W-T-META
              ON SIZE ERROR
                 MOVE 9999,9 TO W-PERC-PROJ
           END-COMPUTE
           MOVE W-PERC-ATING TO LD-PERC
           MOVE W-PERC-PROJ  TO LD-PROJ
           IF W-T-REALIZADO NOT < W-T-META
              MOVE "META BATIDA" TO LD-SITUACAO
           ELSE
              IF W-PERC-ATING NOT < W-PERC-DECOR
                 MOVE "NO RITMO" TO LD-SITUACAO
              ELSE
                 MOVE "ABAIXO" TO LD-SITUACAO.
       EMITE-TOTAL-GRAVA.
           WRITE REG-METAREL FROM LINHA-DET.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
