      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> EMISSAO DE HOLERITE INDIVIDUAL (CADFUNC)             *
      *> COMPETENCIA FECHADA: VALORES DO HISTORICO (ARQFOLHIST)*
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD HOLERITE
           LABEL RECORD IS STANDARD
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

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-EV       PIC X(02) VALUE "00".
       01 ST-ERRO-FH       PIC X(02) VALUE "00".
       01 ST-ERRO-FF       PIC X(02) VALUE "00".
       01 W-FECHADA        PIC X(01) VALUE "N".
       01 W-TEM-EVENTOS    PIC X(01) VALUE "N".
       01 W-FIM-EVENTOS    PIC X(01) VALUE "N".
       01 W-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 W-FALTAS         PIC 9(08)V99 VALUE ZEROS.
       01 W-BONUS          PIC 9(08)V99 VALUE ZEROS.
       01 W-DESCONTOS      PIC 9(08)V99 VALUE ZEROS.
       01 W-COMISSAO       PIC 9(08)V99 VALUE ZEROS.
       01 W-ESTORNO-COM    PIC 9(08)V99 VALUE ZEROS.
       01 W-BRUTO-AJUST    PIC S9(08)V99 VALUE ZEROS.
       01 W-CODIGO         PIC 9(06) VALUE ZEROS.
       01 W-HORAS-PERIODO  PIC 9(03) VALUE ZEROS.
           IF ST-ERRO-EV = "00"
              MOVE "S" TO W-TEM-EVENTOS.

           IF W-COMPETENCIA NOT = ZEROS
              PERFORM VERIFICA-FECHAMENTO.

           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - " ST-ERRO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFUNC - " ST-ERRO
              GO TO R9.
           IF W-FECHADA = "S"
              GO TO R1-HIST.
           IF SITUACAO = "I"
              DISPLAY "*** FUNCIONARIO DEMITIDO - SEM HOLERITE ***"
              GO TO R1.
           DISPLAY "*** HOLERITE EMITIDO ***"
           GO TO R1.

      *>  COMPETENCIA FECHADA: REPRODUZ O HOLERITE DO HISTORICO
       R1-HIST.
           MOVE W-COMPETENCIA TO FH-COMPETENCIA
           MOVE CODIGO        TO FH-CODFUNC
           MOVE "M"           TO FH-TIPO-FOLHA
           READ ARQFOLHIST
           IF ST-ERRO-FH NOT = "00"
              MOVE "00" TO ST-ERRO-FH
              DISPLAY "*** FUNCIONARIO FORA DO FECHAMENTO DA "
                      "COMPETENCIA ***"
              GO TO R1.
           PERFORM CARREGA-HISTORICO
           PERFORM EMITE-HOLERITE
           DISPLAY "*** HOLERITE EMITIDO ***"
           GO TO R1.

       R9.
           IF W-TEM-EVENTOS = "S"
              CLOSE ARQEVFOL.
           IF W-FECHADA = "S"
              CLOSE ARQFOLHIST.
           CLOSE CADFUNC HOLERITE.
           DISPLAY "HOLERITES GERADOS EM HOLERITE.DAT -- "
                   W-TOT-EMITIDOS " EMITIDOS".
                 MOVE SPACES TO DDEPARTAMENTO.


      *>---------[ COMPETENCIA FECHADA USA O HISTORICO DA FOLHA ]-----
       VERIFICA-FECHAMENTO.
           OPEN INPUT ARQFOLFEC
           IF ST-ERRO-FF = "00"
              MOVE W-COMPETENCIA TO FF-COMPETENCIA
              READ ARQFOLFEC
              IF ST-ERRO-FF = "00"
                 OPEN INPUT ARQFOLHIST
                 IF ST-ERRO-FH = "00"
                    MOVE "S" TO W-FECHADA
                    DISPLAY "COMPETENCIA FECHADA EM " FF-DATA-FECHA
                            " - HOLERITE EMITIDO DO HISTORICO"
                 END-IF
              END-IF
              CLOSE ARQFOLFEC
           END-IF
           MOVE "00" TO ST-ERRO-FF ST-ERRO-FH.

       CARREGA-HISTORICO.
           MOVE FH-NOME         TO NOME
           MOVE FH-BRUTO        TO W-SALARIO-BRUTO
           MOVE FH-EV-VALOR(1)  TO W-EXTRAS
           MOVE FH-EV-VALOR(2)  TO W-FALTAS
           MOVE FH-EV-VALOR(3)  TO W-BONUS
           MOVE FH-EV-VALOR(4)  TO W-DESCONTOS
           MOVE FH-EV-VALOR(5)  TO W-COMISSAO
           MOVE FH-EV-VALOR(6)  TO W-ESTORNO-COM
           MOVE FH-INSS         TO W-INSS
           MOVE FH-IRRF         TO W-IRRF
           MOVE FH-FGTS         TO W-FGTS
           MOVE FH-LIQUIDO      TO W-LIQUIDO
           IF FH-DEPARTAMENTO NOT = ZEROS AND FH-DEPARTAMENTO <= 4
              MOVE TBDEPARTAMENTO(FH-DEPARTAMENTO) TO DDEPARTAMENTO
           ELSE
              IF FH-DEPARTAMENTO NOT = ZEROS AND FH-DEPARTAMENTO <= 10
                 MOVE "OUTROS" TO DDEPARTAMENTO
              ELSE
                 MOVE SPACES TO DDEPARTAMENTO.

      *>---------[ EVENTOS VARIAVEIS DO MES (ARQEVFOL) ]--------------
       APLICA-EVENTOS.
           MOVE ZEROS TO W-EXTRAS W-FALTAS W-BONUS W-DESCONTOS
                         W-COMISSAO W-ESTORNO-COM
           IF W-TEM-EVENTOS NOT = "S" OR W-COMPETENCIA = ZEROS
              GO TO APLICA-EVENTOS-FIM.
           EVALUATE TIPO-SALARIO
           PERFORM LER-EVENTO UNTIL W-FIM-EVENTOS = "S"
           COMPUTE W-BRUTO-AJUST = W-SALARIO-BRUTO
                   + W-EXTRAS + W-BONUS - W-FALTAS - W-DESCONTOS
                   + W-COMISSAO - W-ESTORNO-COM
           IF W-BRUTO-AJUST < ZEROS
              MOVE ZEROS TO W-SALARIO-BRUTO
           ELSE
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
              MOVE W-DESCONTOS          TO LV-VALOR
              WRITE REG-HOLERITE FROM LINHA-VERBA
           END-IF
           IF W-COMISSAO NOT = ZEROS
              MOVE "  INCL. COMISSAO S/ VENDAS" TO LV-DESCRICAO
              MOVE W-COMISSAO           TO LV-VALOR
              WRITE REG-HOLERITE FROM LINHA-VERBA
           END-IF
           IF W-ESTORNO-COM NOT = ZEROS
              MOVE "  DEDUZIDO ESTORNO COMISSAO" TO LV-DESCRICAO
              MOVE W-ESTORNO-COM        TO LV-VALOR
              WRITE REG-HOLERITE FROM LINHA-VERBA
           END-IF
           MOVE "DESCONTO INSS"       TO LV-DESCRICAO
           MOVE W-INSS               TO LV-VALOR
           WRITE REG-HOLERITE FROM LINHA-VERBA
