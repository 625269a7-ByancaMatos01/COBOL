       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALHIS01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> HISTORICO SALARIAL DE UM FUNCIONARIO                  *
      *> LISTA EM ORDEM DE REGISTRO TODAS AS MUDANCAS DE        *
      *> SALARIO GRAVADAS NO ARQHSAL (FUNC13 E REAJUS01) COM   *
      *> VIGENCIA, MOTIVO, SALARIO ANTERIOR E NOVO, PERCENTUAL *
      *> E OPERADOR. GERA SALHISREL                            *
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
       SELECT SALHISREL ASSIGN TO DISK
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

       FD SALHISREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALHISREL.DAT".
       01 REG-SALHISREL PIC X(80).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-HS       PIC X(02) VALUE "00".
       01 W-FIM-HIST       PIC X(01) VALUE "N".
       01 W-CODFUNC        PIC 9(06) VALUE ZEROS.
       01 W-QTD-REG        PIC 9(04) VALUE ZEROS.
       01 W-DATAHORA       PIC 9(14) VALUE ZEROS.
       01 W-DATAHORA-R REDEFINES W-DATAHORA.
           03 W-DH-ANO         PIC 9(04).
           03 W-DH-MES         PIC 9(02).
           03 W-DH-DIA         PIC 9(02).
           03 W-DH-HORA        PIC 9(06).

       01 LINHA-MOLDURA    PIC X(80) VALUE ALL "=".
       01 LINHA-TRACO      PIC X(80) VALUE ALL "-".
       01 LINHA-TITULO     PIC X(80) VALUE
               "   HISTORICO SALARIAL DO FUNCIONARIO".
       01 LINHA-FUNC.
           03 FILLER           PIC X(15) VALUE "FUNCIONARIO".
           03 FILLER           PIC X(03) VALUE " : ".
           03 LF-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LF-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LF-SITUACAO      PIC X(10).
       01 LINHA-ATUAL.
           03 FILLER           PIC X(15) VALUE "SALARIO ATUAL".
           03 FILLER           PIC X(03) VALUE " : ".
           03 LA-SALARIO       PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LA-TIPO          PIC X(10).
           03 FILLER           PIC X(13) VALUE "  ADMISSAO : ".
           03 LA-ADMISSAO      PIC 99/99/9999.
       01 LINHA-COLUNAS.
           03 FILLER           PIC X(40) VALUE
               "VIGENCIA   MOTIVO      T  SAL.ANTERIOR".
           03 FILLER           PIC X(40) VALUE
               "    SAL.NOVO    %   OPERADOR   REGISTRO".
       01 LINHA-DET.
           03 LD-VIGENCIA      PIC 99/99/9999.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-MOTIVO        PIC X(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-TIPO          PIC X(01).
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LD-SAL-ANT       PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LD-SAL-NOVO      PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-PERCENTUAL    PIC ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-OPERADOR      PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-REG-DIA       PIC 99.
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-REG-MES       PIC 99.
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-REG-ANO       PIC 9(04).
       01 LINHA-TOTAL.
           03 FILLER           PIC X(30) VALUE
               "TOTAL DE ALTERACOES SALARIAIS:".
           03 LT-QTD           PIC ZZZ9.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "SALHIS01 - HISTORICO SALARIAL DO FUNCIONARIO".
           DISPLAY "CODIGO DO FUNCIONARIO: ".
           ACCEPT W-CODFUNC.

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
           OPEN INPUT ARQHSAL
           IF ST-ERRO-HS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQHSAL - "
                      ST-ERRO-HS
              CLOSE CADFUNC
              GO TO ROT-FIM.
           OPEN OUTPUT SALHISREL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALHISREL - "
                      ST-ERRO2
              CLOSE CADFUNC ARQHSAL
              GO TO ROT-FIM.

       R1.
           WRITE REG-SALHISREL FROM LINHA-MOLDURA
           WRITE REG-SALHISREL FROM LINHA-TITULO
           WRITE REG-SALHISREL FROM LINHA-MOLDURA
           MOVE CODIGO TO LF-CODIGO
           MOVE NOME   TO LF-NOME
           IF SITUACAO = "I"
              MOVE "DESLIGADO" TO LF-SITUACAO
           ELSE
              MOVE "ATIVO"     TO LF-SITUACAO.
           WRITE REG-SALHISREL FROM LINHA-FUNC
           MOVE SALARIO-BASE TO LA-SALARIO
           EVALUATE TIPO-SALARIO
              WHEN "H"   MOVE "HORISTA"    TO LA-TIPO
              WHEN "D"   MOVE "DIARISTA"   TO LA-TIPO
              WHEN OTHER MOVE "MENSALISTA" TO LA-TIPO
           END-EVALUATE
           MOVE DATA-ADMISSAO TO LA-ADMISSAO
           WRITE REG-SALHISREL FROM LINHA-ATUAL
           WRITE REG-SALHISREL FROM LINHA-TRACO
           WRITE REG-SALHISREL FROM LINHA-COLUNAS
           WRITE REG-SALHISREL FROM LINHA-TRACO

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
                    PERFORM EMITE-DETALHE
                 END-IF
           END-PERFORM

           WRITE REG-SALHISREL FROM LINHA-TRACO
           MOVE W-QTD-REG TO LT-QTD
           WRITE REG-SALHISREL FROM LINHA-TOTAL
           WRITE REG-SALHISREL FROM LINHA-MOLDURA

           CLOSE CADFUNC ARQHSAL SALHISREL.
           DISPLAY "HISTORICO EMITIDO -- " W-QTD-REG
                   " ALTERACOES -- RELATORIO EM SALHISREL.DAT".
           GO TO ROT-FIM3.

       EMITE-DETALHE.
           ADD 1 TO W-QTD-REG
           MOVE HS-DATA-VIGENCIA TO LD-VIGENCIA
           EVALUATE TRUE
              WHEN HS-ADMISSAO  MOVE "ADMISSAO"    TO LD-MOTIVO
              WHEN HS-MERITO    MOVE "MERITO"      TO LD-MOTIVO
              WHEN HS-PROMOCAO  MOVE "PROMOCAO"    TO LD-MOTIVO
              WHEN HS-COLETIVO  MOVE "COLETIVO"    TO LD-MOTIVO
              WHEN OTHER        MOVE HS-MOTIVO     TO LD-MOTIVO
           END-EVALUATE
           MOVE HS-TIPO-SALARIO TO LD-TIPO
           MOVE HS-SALARIO-ANT  TO LD-SAL-ANT
           MOVE HS-SALARIO-NOVO TO LD-SAL-NOVO
           MOVE HS-PERCENTUAL   TO LD-PERCENTUAL
           MOVE HS-OPERADOR     TO LD-OPERADOR
           MOVE HS-DATAHORA     TO W-DATAHORA
           MOVE W-DH-DIA        TO LD-REG-DIA
           MOVE W-DH-MES        TO LD-REG-MES
           MOVE W-DH-ANO        TO LD-REG-ANO
           WRITE REG-SALHISREL FROM LINHA-DET.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
