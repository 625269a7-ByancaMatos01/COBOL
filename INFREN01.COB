       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREN01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> INFORME DE RENDIMENTOS ANUAL POR FUNCIONARIO          *
      *> LE O HISTORICO DA FOLHA (ARQFOLHIST) DO ANO-CALENDARIO*
      *> E TOTALIZA RENDIMENTOS TRIBUTAVEIS (FOLHA MENSAL E    *
      *> FERIAS), INSS, IRRF, 13o SALARIO (TRIBUTACAO          *
      *> EXCLUSIVA) E FGTS DEPOSITADO. INCLUI DEMITIDOS; NA    *
      *> RESCISAO (ARQRESC) O AVISO PREVIO E AS FERIAS         *
      *> INDENIZADAS SAO INFORMADOS COMO RENDIMENTOS ISENTOS   *
      *> GERA INFRENREL COM UM INFORME POR FUNCIONARIO         *
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
       SELECT INFRENREL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO2.

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

       FD ARQFOLHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFOLHIST.DAT".
       01 REGFOLHIST.
          03 FH-CHAVE.
             05 FH-COMPETENCIA       PIC 9(06).
             05 FH-COMPETENCIA-R REDEFINES FH-COMPETENCIA.
                07 FH-COMP-ANO       PIC 9(04).
                07 FH-COMP-MES       PIC 9(02).
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

       FD INFRENREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "INFRENREL.DAT".
       01 REG-INFRENREL PIC X(80).
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-FH       PIC X(02) VALUE "00".
       01 ST-ERRO-RS       PIC X(02) VALUE "00".
       01 W-TEM-RESC       PIC X(01) VALUE "N".
       01 W-FIM-CADFUNC    PIC X(01) VALUE "N".
       01 W-FIM-HIST       PIC X(01) VALUE "N".
       01 W-ANO            PIC 9(04) VALUE ZEROS.
       01 W-CODFUNC        PIC 9(06) VALUE ZEROS.
       01 W-CNPJ-FONTE     PIC 9(14) VALUE ZEROS.
       01 W-NOME-FONTE     PIC X(40) VALUE SPACES.
       01 W-QTD-REG        PIC 9(03) VALUE ZEROS.
       01 W-TOT-FUNC       PIC 9(06) VALUE ZEROS.

      *> ACUMULADOS DO FUNCIONARIO NO ANO-CALENDARIO
       01 W-ACUMULADOS.
           03 W-REND-TRIB      PIC 9(10)V99.
           03 W-INSS-TRIB      PIC 9(10)V99.
           03 W-IRRF-TRIB      PIC 9(10)V99.
           03 W-REND-FERIAS    PIC 9(10)V99.
           03 W-BRUTO-13       PIC 9(10)V99.
           03 W-INSS-13        PIC 9(10)V99.
           03 W-IRRF-13        PIC 9(10)V99.
           03 W-LIQUIDO-13     PIC S9(10)V99.
           03 W-FGTS           PIC 9(10)V99.
           03 W-REND-ISENTO    PIC 9(10)V99.
       01 W-VALOR-AUX      PIC S9(10)V99 VALUE ZEROS.

       01 LINHA-MOLDURA    PIC X(60) VALUE ALL "=".
       01 LINHA-TRACO      PIC X(60) VALUE ALL "-".
       01 LINHA-TITULO.
           03 FILLER           PIC X(44) VALUE
               "   COMPROVANTE DE RENDIMENTOS PAGOS - ANO ".
           03 LTI-ANO          PIC 9(04).
       01 LINHA-FONTE.
           03 FILLER           PIC X(15) VALUE "FONTE PAGADORA".
           03 FILLER           PIC X(03) VALUE " : ".
           03 LFO-NOME         PIC X(40).
       01 LINHA-CNPJ.
           03 FILLER           PIC X(15) VALUE "CNPJ".
           03 FILLER           PIC X(03) VALUE " : ".
           03 LCN-CNPJ         PIC 9(14).
       01 LINHA-FUNC.
           03 FILLER           PIC X(15) VALUE "FUNCIONARIO".
           03 FILLER           PIC X(03) VALUE " : ".
           03 LF-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LF-NOME          PIC X(30).
       01 LINHA-SECAO      PIC X(60) VALUE SPACES.
       01 LINHA-VERBA.
           03 LV-DESCRICAO     PIC X(40).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 LV-VALOR         PIC -ZZ.ZZZ.ZZ9,99.
       01 LINHA-DET.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-MES           PIC 99.
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-ANO           PIC 9(04).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-TIPO          PIC X(10).
           03 LD-BRUTO         PIC ZZ.ZZZ.ZZ9,99.
           03 LD-INSS          PIC ZZZ.ZZ9,99.
           03 LD-IRRF          PIC ZZZ.ZZ9,99.
           03 LD-LIQUIDO       PIC -ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           03 FILLER           PIC X(40) VALUE
               "TOTAL DE INFORMES EMITIDOS         :  ".
           03 LT-TOT-FUNC      PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "INFREN01 - INFORME DE RENDIMENTOS ANUAL".
           DISPLAY "INFORME O ANO-CALENDARIO (AAAA): ".
           ACCEPT W-ANO.
           IF W-ANO = ZEROS
              DISPLAY "*** ANO INVALIDO ***"
              GO TO ROT-FIM.
           DISPLAY "CNPJ DA FONTE PAGADORA: ".
           ACCEPT W-CNPJ-FONTE.
           DISPLAY "NOME DA FONTE PAGADORA: ".
           ACCEPT W-NOME-FONTE.
           DISPLAY "CODIGO DO FUNCIONARIO (0=TODOS): ".
           ACCEPT W-CODFUNC.

           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - " ST-ERRO
              GO TO ROT-FIM.
           OPEN INPUT ARQFOLHIST
           IF ST-ERRO-FH NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOLHIST - "
                      ST-ERRO-FH
              CLOSE CADFUNC
              GO TO ROT-FIM.
           OPEN OUTPUT INFRENREL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO INFRENREL - "
                      ST-ERRO2
              CLOSE CADFUNC ARQFOLHIST
              GO TO ROT-FIM.
           OPEN INPUT ARQRESC
           IF ST-ERRO-RS = "00"
              MOVE "S" TO W-TEM-RESC.

           IF W-CODFUNC NOT = ZEROS
              MOVE W-CODFUNC TO CODIGO
              READ CADFUNC
              IF ST-ERRO NOT = "00"
                 DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
              ELSE
                 PERFORM EMITE-INFORME THRU EMITE-INFORME-FIM
              END-IF
              GO TO R2.

       R1.
           PERFORM UNTIL W-FIM-CADFUNC = "S"
              READ CADFUNC NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-CADFUNC
              NOT AT END
                 PERFORM EMITE-INFORME THRU EMITE-INFORME-FIM
           END-PERFORM.

       R2.
           MOVE SPACES TO REG-INFRENREL
           WRITE REG-INFRENREL
           MOVE W-TOT-FUNC TO LT-TOT-FUNC
           WRITE REG-INFRENREL FROM LINHA-TOTAL.

           IF W-TEM-RESC = "S"
              CLOSE ARQRESC.
           CLOSE CADFUNC ARQFOLHIST INFRENREL.
           DISPLAY "INFORMES EMITIDOS -- " W-TOT-FUNC
                   " FUNCIONARIOS -- RELATORIO EM INFRENREL.DAT".
           GO TO ROT-FIM3.

      *>---------[ INFORME DE UM FUNCIONARIO ]-------------------------
      *>  PRIMEIRA PASSADA ACUMULA O ANO; SEM MOVIMENTO NO ANO O
      *>  FUNCIONARIO NAO RECEBE INFORME
       EMITE-INFORME.
           MOVE ZEROS TO W-ACUMULADOS W-QTD-REG
           PERFORM POSICIONA-HIST
           PERFORM UNTIL W-FIM-HIST = "S"
              PERFORM LER-HIST
              IF W-FIM-HIST NOT = "S"
                 PERFORM ACUMULA-HIST THRU ACUMULA-HIST-FIM
              END-IF
           END-PERFORM
           IF W-QTD-REG = ZEROS
              GO TO EMITE-INFORME-FIM.

           WRITE REG-INFRENREL FROM LINHA-MOLDURA
           MOVE W-ANO TO LTI-ANO
           WRITE REG-INFRENREL FROM LINHA-TITULO
           WRITE REG-INFRENREL FROM LINHA-MOLDURA
           MOVE W-NOME-FONTE TO LFO-NOME
           WRITE REG-INFRENREL FROM LINHA-FONTE
           MOVE W-CNPJ-FONTE TO LCN-CNPJ
           WRITE REG-INFRENREL FROM LINHA-CNPJ
           MOVE CODIGO TO LF-CODIGO
           MOVE NOME   TO LF-NOME
           WRITE REG-INFRENREL FROM LINHA-FUNC
           WRITE REG-INFRENREL FROM LINHA-TRACO

           MOVE "RENDIMENTOS TRIBUTAVEIS E DEDUCOES" TO LINHA-SECAO
           WRITE REG-INFRENREL FROM LINHA-SECAO
           MOVE "  TOTAL DOS RENDIMENTOS (INCL. FERIAS)"
                                       TO LV-DESCRICAO
           MOVE W-REND-TRIB           TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA
           MOVE "    DOS QUAIS FERIAS + 1/3"   TO LV-DESCRICAO
           MOVE W-REND-FERIAS         TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA
           MOVE "  CONTRIBUICAO PREVIDENCIARIA (INSS)"
                                       TO LV-DESCRICAO
           MOVE W-INSS-TRIB           TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA
           MOVE "  IMPOSTO SOBRE A RENDA RETIDO (IRRF)"
                                       TO LV-DESCRICAO
           MOVE W-IRRF-TRIB           TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA

           MOVE "RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
                                       TO LINHA-SECAO
           WRITE REG-INFRENREL FROM LINHA-SECAO
           MOVE "  INDENIZACOES RESCISORIAS (AVISO/FERIAS)"
                                       TO LV-DESCRICAO
           MOVE W-REND-ISENTO         TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA

           MOVE "RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
                                       TO LINHA-SECAO
           WRITE REG-INFRENREL FROM LINHA-SECAO
           MOVE "  13o SALARIO BRUTO"  TO LV-DESCRICAO
           MOVE W-BRUTO-13            TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA
           MOVE "  INSS SOBRE O 13o"   TO LV-DESCRICAO
           MOVE W-INSS-13             TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA
           MOVE "  IRRF SOBRE O 13o"   TO LV-DESCRICAO
           MOVE W-IRRF-13             TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA
           COMPUTE W-VALOR-AUX = W-BRUTO-13 - W-INSS-13 - W-IRRF-13
           MOVE "  13o SALARIO LIQUIDO" TO LV-DESCRICAO
           MOVE W-VALOR-AUX           TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA

           MOVE "INFORMACOES COMPLEMENTARES" TO LINHA-SECAO
           WRITE REG-INFRENREL FROM LINHA-SECAO
           MOVE "  FGTS DEPOSITADO NO ANO" TO LV-DESCRICAO
           MOVE W-FGTS                TO LV-VALOR
           WRITE REG-INFRENREL FROM LINHA-VERBA
           WRITE REG-INFRENREL FROM LINHA-TRACO

      *>---------[ SEGUNDA PASSADA - DETALHE MES A MES ]---------------
           MOVE "  COMPET.  TIPO           BRUTO      INSS      IRRF
      -         "    LIQUIDO" TO REG-INFRENREL
           WRITE REG-INFRENREL
           PERFORM POSICIONA-HIST
           PERFORM UNTIL W-FIM-HIST = "S"
              PERFORM LER-HIST
              IF W-FIM-HIST NOT = "S"
                 PERFORM EMITE-DETALHE
              END-IF
           END-PERFORM
           MOVE SPACES TO REG-INFRENREL
           WRITE REG-INFRENREL
           ADD 1 TO W-TOT-FUNC.
       EMITE-INFORME-FIM.
           EXIT.

       POSICIONA-HIST.
           MOVE "N" TO W-FIM-HIST
           MOVE CODIGO TO FH-CODFUNC
           START ARQFOLHIST KEY IS EQUAL FH-CODFUNC
           IF ST-ERRO-FH NOT = "00"
              MOVE "S" TO W-FIM-HIST.

      *>  LE O PROXIMO REGISTRO DO FUNCIONARIO QUE SEJA DO ANO
       LER-HIST.
           READ ARQFOLHIST NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-HIST
           END-READ
           IF W-FIM-HIST NOT = "S"
              IF FH-CODFUNC NOT = CODIGO
                 MOVE "S" TO W-FIM-HIST
              ELSE
                 IF FH-COMP-ANO NOT = W-ANO
                    GO TO LER-HIST
                 END-IF
              END-IF
           END-IF.

       ACUMULA-HIST.
           ADD 1 TO W-QTD-REG
           ADD FH-FGTS TO W-FGTS
           IF FH-FOLHA-RESCISAO AND W-TEM-RESC = "S"
              MOVE FH-CODFUNC     TO RS-CODFUNC
              MOVE FH-COMPETENCIA TO RS-COMPETENCIA
              READ ARQRESC
              IF ST-ERRO-RS = "00"
                 PERFORM ACUMULA-RESCISAO
                 GO TO ACUMULA-HIST-FIM
              END-IF
           END-IF
           IF FH-FOLHA-13-PARC1 OR FH-FOLHA-13-PARC2
              ADD FH-BRUTO TO W-BRUTO-13
              ADD FH-INSS  TO W-INSS-13
              ADD FH-IRRF  TO W-IRRF-13
              ADD FH-LIQUIDO TO W-LIQUIDO-13
           ELSE
              ADD FH-BRUTO TO W-REND-TRIB
              ADD FH-INSS  TO W-INSS-TRIB
              ADD FH-IRRF  TO W-IRRF-TRIB
              IF FH-FOLHA-FERIAS
                 ADD FH-BRUTO TO W-REND-FERIAS
              END-IF
           END-IF.
       ACUMULA-HIST-FIM.
           EXIT.

      *>  RESCISAO: SALDO DE SALARIO TRIBUTAVEL, 13o (MENOS A 1a
      *>  PARCELA JA INFORMADA) NA TRIBUTACAO EXCLUSIVA, AVISO
      *>  INDENIZADO E FERIAS INDENIZADAS + 1/3 ISENTOS
       ACUMULA-RESCISAO.
           ADD RS-SALDO-SALARIO TO W-REND-TRIB
           ADD RS-INSS-SALDO    TO W-INSS-TRIB
           ADD RS-IRRF-SALDO    TO W-IRRF-TRIB
           COMPUTE W-BRUTO-13 = W-BRUTO-13 + RS-DECIMO
                              - RS-DECIMO-ADIANT
           ADD RS-INSS-13       TO W-INSS-13
           ADD RS-IRRF-13       TO W-IRRF-13
           ADD RS-AVISO-INDENIZ RS-FERIAS-VENC RS-FERIAS-PROP
               RS-TERCO-FERIAS  TO W-REND-ISENTO.

       EMITE-DETALHE.
           MOVE FH-COMP-MES TO LD-MES
           MOVE FH-COMP-ANO TO LD-ANO
           EVALUATE TRUE
              WHEN FH-FOLHA-MENSAL
                 MOVE "MENSAL"     TO LD-TIPO
              WHEN FH-FOLHA-13-PARC1
                 MOVE "13o PARC 1" TO LD-TIPO
              WHEN FH-FOLHA-13-PARC2
                 MOVE "13o PARC 2" TO LD-TIPO
              WHEN FH-FOLHA-FERIAS
                 MOVE "FERIAS"     TO LD-TIPO
              WHEN FH-FOLHA-RESCISAO
                 MOVE "RESCISAO"   TO LD-TIPO
              WHEN OTHER
                 MOVE FH-TIPO-FOLHA TO LD-TIPO
           END-EVALUATE
           MOVE FH-BRUTO   TO LD-BRUTO
           MOVE FH-INSS    TO LD-INSS
           MOVE FH-IRRF    TO LD-IRRF
           MOVE FH-LIQUIDO TO LD-LIQUIDO
           WRITE REG-INFRENREL FROM LINHA-DET.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
