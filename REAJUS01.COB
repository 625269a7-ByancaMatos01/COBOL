       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJUS01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> REAJUSTE SALARIAL COLETIVO (DISSIDIO)                 *
      *> APLICA UM PERCENTUAL AO SALARIO-BASE DOS FUNCIONARIOS *
      *> ATIVOS DO CADFUNC, OPCIONALMENTE SO DE UM             *
      *> DEPARTAMENTO E/OU CARGO. COM TETO INFORMADO, QUEM     *
      *> GANHA ACIMA DO TETO (SALARIO MENSAL) RECEBE O VALOR   *
      *> FIXO DO PERCENTUAL SOBRE O TETO.                      *
      *> PRIMEIRO EMITE A SIMULACAO EM REAJUSREL E SO APLICA   *
      *> APOS CONFIRMACAO, GRAVANDO O HISTORICO SALARIAL       *
      *> (ARQHSAL, MOTIVO "C") E A AUDITORIA. FUNCIONARIO JA   *
      *> REAJUSTADO COM A MESMA VIGENCIA NAO E REAJUSTADO      *
      *> DE NOVO                                               *
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
       SELECT ARQHSAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-CHAVE
               FILE STATUS IS ST-ERRO-HS.
       SELECT REAJUSREL ASSIGN TO DISK
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

       FD ARQHSAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQHSAL.DAT".
       01 REGHSAL.
          03 HS-CHAVE.
             05 HS-CODFUNC           PIC 9(06).
             05 HS-DATAHORA          PIC 9(14).
          03 HS-DATA-VIGENCIA        PIC 9(08).
          03 HS-MOTIVO               PIC X(01).
             88 HS-ADMISSAO             VALUE "A".
             88 HS-MERITO               VALUE "M".
             88 HS-PROMOCAO             VALUE "P".
             88 HS-COLETIVO             VALUE "C".
          03 HS-TIPO-SALARIO         PIC X(01).
          03 HS-SALARIO-ANT          PIC 9(06)V99.
          03 HS-SALARIO-NOVO         PIC 9(06)V99.
          03 HS-PERCENTUAL           PIC 9(03)V99.
          03 HS-OPERADOR             PIC X(10).

       FD REAJUSREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REAJUSREL.DAT".
       01 REG-REAJUSREL PIC X(100).

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
       01 ST-ERRO-HS       PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-FIM-CADFUNC    PIC X(01) VALUE "N".
       01 W-FIM-HIST       PIC X(01) VALUE "N".
       01 W-JA-REAJUSTADO  PIC X(01) VALUE "N".
       01 W-CONFIRMA       PIC X(01) VALUE "N".
       01 W-FASE           PIC X(01) VALUE "S".
          88 W-SIMULACAO      VALUE "S".
          88 W-APLICACAO      VALUE "A".
       01 W-PERCENTUAL     PIC 9(03)V99 VALUE ZEROS.
       01 W-DEPTO          PIC 9(02) VALUE ZEROS.
       01 W-CARGO          PIC 9(02) VALUE ZEROS.
       01 W-TETO           PIC 9(08)V99 VALUE ZEROS.
       01 W-DATA-VIGENCIA.
           03 W-DIA-VIGENCIA   PIC 9(02).
           03 W-MES-VIGENCIA   PIC 9(02).
           03 W-ANO-VIGENCIA   PIC 9(04).
       01 W-VIGENCIA-N REDEFINES W-DATA-VIGENCIA PIC 9(08).

      *> SALARIO MENSAL EQUIVALENTE (H X 220, D X 30 - FERIAS13)
       01 W-FATOR          PIC 9(03) VALUE ZEROS.
       01 W-SALARIO-MES    PIC 9(08)V99 VALUE ZEROS.
       01 W-AUMENTO-MES    PIC 9(08)V99 VALUE ZEROS.
       01 W-SALARIO-NOVO   PIC 9(06)V99 VALUE ZEROS.
       01 W-SALARIO-ANT    PIC 9(06)V99 VALUE ZEROS.
       01 W-NOVO-MES       PIC 9(08)V99 VALUE ZEROS.
       01 W-QTD-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-QTD-APLIC      PIC 9(06) VALUE ZEROS.
       01 W-QTD-TETO       PIC 9(06) VALUE ZEROS.
       01 W-QTD-JA         PIC 9(06) VALUE ZEROS.
       01 W-TOT-ANTES      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-DEPOIS     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-IMPACTO    PIC 9(10)V99 VALUE ZEROS.

       01 LINHA-MOLDURA    PIC X(100) VALUE ALL "=".
       01 LINHA-TRACO      PIC X(100) VALUE ALL "-".
       01 LINHA-CABEC1.
           03 FILLER           PIC X(30) VALUE
               "REAJUSTE SALARIAL COLETIVO - ".
           03 LC-FASE          PIC X(10).
           03 FILLER           PIC X(12) VALUE "  VIGENCIA: ".
           03 LC-VIGENCIA      PIC 99/99/9999.
           03 FILLER           PIC X(12) VALUE "  PERCENT.: ".
           03 LC-PERCENTUAL    PIC ZZ9,99.
           03 FILLER           PIC X(01) VALUE "%".
       01 LINHA-CABEC2.
           03 FILLER           PIC X(12) VALUE "DEPARTAMENTO".
           03 FILLER           PIC X(02) VALUE ": ".
           03 LC-DEPTO         PIC X(05).
           03 FILLER           PIC X(09) VALUE "  CARGO: ".
           03 LC-CARGO         PIC X(05).
           03 FILLER           PIC X(18) VALUE "  TETO (MENSAL) : ".
           03 LC-TETO          PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-COLUNAS.
           03 FILLER           PIC X(50) VALUE
               "CODIGO NOME                           DP CG T".
           03 FILLER           PIC X(50) VALUE
               "SALARIO ATUAL    SALARIO NOVO  AUMENTO MES OBS".
       01 LINHA-DET.
           03 LD-CODIGO        PIC 9(06).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-NOME          PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-DEPTO         PIC 9(02).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-CARGO         PIC 9(02).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-TIPO          PIC X(01).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-SAL-ANT       PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 LD-SAL-NOVO      PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-AUMENTO       PIC Z.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-OBS           PIC X(15).
       01 LINHA-TOTAL.
           03 LT-DESCRICAO     PIC X(40).
           03 LT-VALOR         PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "REAJUS01 - REAJUSTE SALARIAL COLETIVO".
           DISPLAY "PERCENTUAL DE REAJUSTE (999,99): ".
           ACCEPT W-PERCENTUAL.
           IF W-PERCENTUAL = ZEROS
              DISPLAY "*** PERCENTUAL INVALIDO ***"
              GO TO ROT-FIM.
           DISPLAY "DATA DE VIGENCIA (DDMMAAAA): ".
           ACCEPT W-DATA-VIGENCIA.
           IF W-DATA-VIGENCIA NOT NUMERIC
              OR W-DIA-VIGENCIA < 1 OR W-DIA-VIGENCIA > 31
              OR W-MES-VIGENCIA < 1 OR W-MES-VIGENCIA > 12
              OR W-ANO-VIGENCIA < 1900 OR W-ANO-VIGENCIA > 2100
              DISPLAY "*** DATA DE VIGENCIA INVALIDA ***"
              GO TO ROT-FIM.
           DISPLAY "DEPARTAMENTO (0=TODOS): ".
           ACCEPT W-DEPTO.
           DISPLAY "CARGO (0=TODOS): ".
           ACCEPT W-CARGO.
           DISPLAY "TETO DO SALARIO MENSAL PARA O PERCENTUAL "
                   "(0=SEM TETO): ".
           ACCEPT W-TETO.

           OPEN I-O CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - " ST-ERRO
              GO TO ROT-FIM.
           OPEN I-O ARQHSAL
           IF ST-ERRO-HS NOT = "00"
              IF ST-ERRO-HS = "30"
                 OPEN OUTPUT ARQHSAL
                 CLOSE ARQHSAL
                 OPEN I-O ARQHSAL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQHSAL - "
                         ST-ERRO-HS
                 CLOSE CADFUNC
                 GO TO ROT-FIM.
           OPEN OUTPUT REAJUSREL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REAJUSREL - "
                      ST-ERRO2
              CLOSE CADFUNC ARQHSAL
              GO TO ROT-FIM.

           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              MOVE "REAJUSTE  " TO W-OPERADOR.

      *>---------[ SIMULACAO ]-----------------------------------------
       R1.
           MOVE "S" TO W-FASE
           PERFORM PROCESSA-CADFUNC
           DISPLAY "SIMULACAO EM REAJUSREL.DAT -- " W-QTD-APLIC
                   " FUNCIONARIOS, IMPACTO MENSAL " W-TOT-IMPACTO.
           IF W-QTD-APLIC = ZEROS
              DISPLAY "*** NENHUM FUNCIONARIO A REAJUSTAR ***"
              CLOSE CADFUNC ARQHSAL REAJUSREL
              GO TO ROT-FIM3.
           DISPLAY "CONFIRMA A APLICACAO DO REAJUSTE (S/N)? ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              MOVE SPACES TO REG-REAJUSREL
              WRITE REG-REAJUSREL
              MOVE "*** REAJUSTE NAO APLICADO ***" TO REG-REAJUSREL
              WRITE REG-REAJUSREL
              CLOSE CADFUNC ARQHSAL REAJUSREL
              DISPLAY "*** REAJUSTE NAO APLICADO ***"
              GO TO ROT-FIM3.

      *>---------[ APLICACAO ]-----------------------------------------
       R2.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO-AUD
                 CLOSE CADFUNC ARQHSAL REAJUSREL
                 GO TO ROT-FIM.
           MOVE SPACES TO REG-REAJUSREL
           WRITE REG-REAJUSREL
           MOVE "A" TO W-FASE
           MOVE "N" TO W-FIM-CADFUNC
           PERFORM PROCESSA-CADFUNC
           CLOSE CADFUNC ARQHSAL REAJUSREL AUDITLOG.
           DISPLAY "REAJUSTE APLICADO -- " W-QTD-APLIC
                   " FUNCIONARIOS -- RELATORIO EM REAJUSREL.DAT".
           GO TO ROT-FIM3.

      *>---------[ PASSADA NO CADFUNC (SIMULA OU APLICA) ]-------------
       PROCESSA-CADFUNC.
           MOVE ZEROS TO W-QTD-FUNC W-QTD-APLIC W-QTD-TETO W-QTD-JA
                         W-TOT-ANTES W-TOT-DEPOIS W-TOT-IMPACTO
           PERFORM EMITE-CABECALHO
           MOVE ZEROS TO CODIGO
           START CADFUNC KEY IS NOT LESS THAN CODIGO
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-CADFUNC.
           PERFORM UNTIL W-FIM-CADFUNC = "S"
              READ CADFUNC NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-CADFUNC
              NOT AT END
                 PERFORM AVALIA-FUNC THRU AVALIA-FUNC-FIM
           END-PERFORM
           PERFORM EMITE-TOTAIS.

       AVALIA-FUNC.
           IF SITUACAO = "I"
              GO TO AVALIA-FUNC-FIM.
           IF W-DEPTO NOT = ZEROS AND DEPARTAMENTO NOT = W-DEPTO
              GO TO AVALIA-FUNC-FIM.
           IF W-CARGO NOT = ZEROS AND CARGO NOT = W-CARGO
              GO TO AVALIA-FUNC-FIM.
           ADD 1 TO W-QTD-FUNC
           MOVE SPACES TO LD-OBS
           EVALUATE TIPO-SALARIO
              WHEN "H"    MOVE 220 TO W-FATOR
              WHEN "D"    MOVE 30  TO W-FATOR
              WHEN OTHER  MOVE 1   TO W-FATOR
           END-EVALUATE
           COMPUTE W-SALARIO-MES = SALARIO-BASE * W-FATOR
           ADD W-SALARIO-MES TO W-TOT-ANTES

           PERFORM VERIFICA-HISTORICO
           IF W-JA-REAJUSTADO = "S"
              ADD 1 TO W-QTD-JA
              ADD W-SALARIO-MES TO W-TOT-DEPOIS
              MOVE SALARIO-BASE TO W-SALARIO-NOVO
              MOVE ZEROS TO W-AUMENTO-MES
              MOVE "JA REAJUSTADO" TO LD-OBS
              PERFORM EMITE-DETALHE
              GO TO AVALIA-FUNC-FIM.

           IF W-TETO NOT = ZEROS AND W-SALARIO-MES > W-TETO
              COMPUTE W-AUMENTO-MES ROUNDED =
                      W-TETO * W-PERCENTUAL / 100
              ADD 1 TO W-QTD-TETO
              MOVE "ACIMA DO TETO" TO LD-OBS
           ELSE
              COMPUTE W-AUMENTO-MES ROUNDED =
                      W-SALARIO-MES * W-PERCENTUAL / 100.
           COMPUTE W-SALARIO-NOVO ROUNDED =
                   SALARIO-BASE + W-AUMENTO-MES / W-FATOR
              ON SIZE ERROR
                 MOVE "ESTOURO SALARIO" TO LD-OBS
                 MOVE SALARIO-BASE TO W-SALARIO-NOVO
                 MOVE ZEROS TO W-AUMENTO-MES
           END-COMPUTE
           COMPUTE W-NOVO-MES = W-SALARIO-NOVO * W-FATOR
           ADD W-NOVO-MES TO W-TOT-DEPOIS
           IF W-SALARIO-NOVO = SALARIO-BASE
              PERFORM EMITE-DETALHE
              GO TO AVALIA-FUNC-FIM.
           COMPUTE W-AUMENTO-MES = W-NOVO-MES - W-SALARIO-MES
           ADD W-AUMENTO-MES TO W-TOT-IMPACTO
           ADD 1 TO W-QTD-APLIC
           PERFORM EMITE-DETALHE
           IF W-APLICACAO
              PERFORM APLICA-REAJUSTE.
       AVALIA-FUNC-FIM.
           EXIT.

      *>  JA EXISTE REAJUSTE COLETIVO COM A MESMA VIGENCIA?
       VERIFICA-HISTORICO.
           MOVE "N" TO W-JA-REAJUSTADO
           MOVE "N" TO W-FIM-HIST
           MOVE CODIGO TO HS-CODFUNC
           MOVE ZEROS  TO HS-DATAHORA
           START ARQHSAL KEY IS NOT LESS THAN HS-CHAVE
           IF ST-ERRO-HS NOT = "00"
              MOVE "S" TO W-FIM-HIST.
           PERFORM UNTIL W-FIM-HIST = "S"
              READ ARQHSAL NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-HIST
              NOT AT END
                 IF HS-CODFUNC NOT = CODIGO
                    MOVE "S" TO W-FIM-HIST
                 ELSE
                    IF HS-COLETIVO
                       AND HS-DATA-VIGENCIA = W-VIGENCIA-N
                       MOVE "S" TO W-JA-REAJUSTADO
                       MOVE "S" TO W-FIM-HIST
                    END-IF
                 END-IF
           END-PERFORM.

       APLICA-REAJUSTE.
           MOVE SALARIO-BASE   TO W-SALARIO-ANT
           MOVE W-SALARIO-NOVO TO SALARIO-BASE
           REWRITE REGFUNC
           IF ST-ERRO NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CADFUNC - " ST-ERRO
                      " FUNCIONARIO " CODIGO
              GO TO APLICA-REAJUSTE-FIM.
           MOVE CODIGO          TO HS-CODFUNC
           MOVE FUNCTION CURRENT-DATE(1:14) TO HS-DATAHORA
           MOVE W-VIGENCIA-N    TO HS-DATA-VIGENCIA
           MOVE "C"             TO HS-MOTIVO
           MOVE TIPO-SALARIO    TO HS-TIPO-SALARIO
           MOVE W-SALARIO-ANT   TO HS-SALARIO-ANT
           MOVE W-SALARIO-NOVO  TO HS-SALARIO-NOVO
           MOVE ZEROS           TO HS-PERCENTUAL
           IF W-SALARIO-ANT NOT = ZEROS
              COMPUTE HS-PERCENTUAL ROUNDED =
                 (W-SALARIO-NOVO - W-SALARIO-ANT) * 100 / W-SALARIO-ANT
                 ON SIZE ERROR MOVE 999,99 TO HS-PERCENTUAL
              END-COMPUTE
           END-IF
           MOVE W-OPERADOR      TO HS-OPERADOR
           WRITE REGHSAL
           IF ST-ERRO-HS NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQHSAL - " ST-ERRO-HS
                      " FUNCIONARIO " CODIGO.
           MOVE "REAJUS01"    TO AUD-PROGRAMA
           MOVE W-OPERADOR    TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE "A"           TO AUD-ACAO
           MOVE CODIGO        TO AUD-CHAVE
           WRITE REG-AUDITLOG.
       APLICA-REAJUSTE-FIM.
           EXIT.

      *>---------[ RELATORIO ]-----------------------------------------
       EMITE-CABECALHO.
           WRITE REG-REAJUSREL FROM LINHA-MOLDURA
           IF W-SIMULACAO
              MOVE "SIMULACAO" TO LC-FASE
           ELSE
              MOVE "APLICADO"  TO LC-FASE.
           MOVE W-VIGENCIA-N TO LC-VIGENCIA
           MOVE W-PERCENTUAL TO LC-PERCENTUAL
           WRITE REG-REAJUSREL FROM LINHA-CABEC1
           IF W-DEPTO = ZEROS
              MOVE "TODOS" TO LC-DEPTO
           ELSE
              MOVE W-DEPTO TO LC-DEPTO.
           IF W-CARGO = ZEROS
              MOVE "TODOS" TO LC-CARGO
           ELSE
              MOVE W-CARGO TO LC-CARGO.
           MOVE W-TETO TO LC-TETO
           WRITE REG-REAJUSREL FROM LINHA-CABEC2
           WRITE REG-REAJUSREL FROM LINHA-MOLDURA
           WRITE REG-REAJUSREL FROM LINHA-COLUNAS
           WRITE REG-REAJUSREL FROM LINHA-TRACO.

       EMITE-DETALHE.
           MOVE CODIGO         TO LD-CODIGO
           MOVE NOME           TO LD-NOME
           MOVE DEPARTAMENTO   TO LD-DEPTO
           MOVE CARGO          TO LD-CARGO
           MOVE TIPO-SALARIO   TO LD-TIPO
           MOVE SALARIO-BASE   TO LD-SAL-ANT
           MOVE W-SALARIO-NOVO TO LD-SAL-NOVO
           IF W-SALARIO-NOVO = SALARIO-BASE
              MOVE ZEROS TO LD-AUMENTO
           ELSE
              COMPUTE LD-AUMENTO = W-SALARIO-NOVO * W-FATOR
                                 - W-SALARIO-MES.
           WRITE REG-REAJUSREL FROM LINHA-DET.

       EMITE-TOTAIS.
           WRITE REG-REAJUSREL FROM LINHA-TRACO
           MOVE "FUNCIONARIOS NO FILTRO (ATIVOS)    :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-FUNC              TO LT-VALOR
           WRITE REG-REAJUSREL FROM LINHA-TOTAL
           MOVE "FUNCIONARIOS REAJUSTADOS           :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-APLIC             TO LT-VALOR
           WRITE REG-REAJUSREL FROM LINHA-TOTAL
           MOVE "  DOS QUAIS PELO TETO              :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-TETO              TO LT-VALOR
           WRITE REG-REAJUSREL FROM LINHA-TOTAL
           MOVE "JA REAJUSTADOS NA MESMA VIGENCIA   :"
                                        TO LT-DESCRICAO
           MOVE W-QTD-JA                TO LT-VALOR
           WRITE REG-REAJUSREL FROM LINHA-TOTAL
           MOVE "FOLHA MENSAL ANTES DO REAJUSTE     :"
                                        TO LT-DESCRICAO
           MOVE W-TOT-ANTES             TO LT-VALOR
           WRITE REG-REAJUSREL FROM LINHA-TOTAL
           MOVE "FOLHA MENSAL APOS O REAJUSTE       :"
                                        TO LT-DESCRICAO
           MOVE W-TOT-DEPOIS            TO LT-VALOR
           WRITE REG-REAJUSREL FROM LINHA-TOTAL
           MOVE "IMPACTO MENSAL NA FOLHA            :"
                                        TO LT-DESCRICAO
           MOVE W-TOT-IMPACTO           TO LT-VALOR
           WRITE REG-REAJUSREL FROM LINHA-TOTAL
           WRITE REG-REAJUSREL FROM LINHA-MOLDURA.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
