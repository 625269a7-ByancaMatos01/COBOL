       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPUR01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> EXPURGO DAS GERACOES DE RELATORIO (RELIDX / RELARQ)   *
      *> VENCIDAS PELO PRAZO DE GUARDA DE CADA PROGRAMA.       *
      *> OS PRAZOS (EM DIAS) VEM DO RELRET.DAT: PROGRAMA E     *
      *> DIAS; A LINHA *PADRAO VALE PARA OS DEMAIS. SEM O      *
      *> ARQUIVO ELE E CRIADO COM 90 DIAS PADRAO E 5 ANOS PARA *
      *> OS RELATORIOS DA FOLHA.                               *
      *> L = SO LISTA O QUE VENCEU   P = EXPURGA               *
      *> CADA GERACAO EXPURGADA VAI PARA O AUDITLOG. AS LINHAS *
      *> DO RELARQ SO SAO APAGADAS QUANDO NENHUMA ENTRADA MAIS *
      *> NOVA DO RELIDX APONTA PARA A MESMA GERACAO; SE ERA A  *
      *> ULTIMA GERACAO GUARDADA, A MARCA DO RELULT E REMOVIDA *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RELRET ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-RET.
       SELECT RELIDX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RI-CHAVE
                 ALTERNATE RECORD KEY IS RI-DATAHORA WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-IDX.
       SELECT RELARQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RA-CHAVE
                      FILE STATUS  IS ST-ERRO-ARQ.
       SELECT RELULT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RU-CHAVE
                      FILE STATUS  IS ST-ERRO-ULT.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD RELRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRET.DAT".
       01 REG-RELRET.
          03 RET-PROGRAMA            PIC X(08).
          03 RET-DIAS                PIC 9(05).

       FD RELIDX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELIDX.DAT".
       01 REGRELIDX.
          03 RI-CHAVE.
             05 RI-PROGRAMA          PIC X(08).
             05 RI-DATAHORA          PIC 9(14).
             05 RI-SEQ               PIC 9(01).
          03 RI-ARQUIVO              PIC X(12).
          03 RI-TAMANHO              PIC 9(03).
          03 RI-LINHAS               PIC 9(06).
          03 RI-OPERADOR             PIC X(10).
          03 RI-ORIGEM               PIC X(08).
          03 RI-PARAMETROS           PIC X(60).
          03 RI-GERACAO              PIC 9(14).

       FD RELARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELARQ.DAT".
       01 REGRELARQ.
          03 RA-CHAVE.
             05 RA-PROGRAMA          PIC X(08).
             05 RA-DATAHORA          PIC 9(14).
             05 RA-SEQ               PIC 9(01).
             05 RA-LINHA             PIC 9(06).
          03 RA-TEXTO                PIC X(132).

       FD RELULT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELULT.DAT".
       01 REGRELULT.
          03 RU-CHAVE.
             05 RU-PROGRAMA          PIC X(08).
             05 RU-SEQ               PIC 9(01).
          03 RU-ASSINATURA           PIC 9(10).
          03 RU-LINHAS               PIC 9(06).
          03 RU-DATAHORA             PIC 9(14).

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
       01 ST-ERRO-RET      PIC X(02) VALUE "00".
       01 ST-ERRO-IDX      PIC X(02) VALUE "00".
       01 ST-ERRO-ARQ      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-ULT      PIC X(02) VALUE "00".
       01 W-TEM-ULT        PIC X(01) VALUE "N".
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-MODO           PIC X(01) VALUE SPACES.
          88 W-MODO-LISTA     VALUE "L" "l".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DATA-GER       PIC 9(08) VALUE ZEROS.
       01 W-IDADE          PIC S9(07) VALUE ZEROS.
       01 W-DIAS-GUARDA    PIC 9(05) VALUE ZEROS.
       01 W-DIAS-PADRAO    PIC 9(05) VALUE 90.
       01 W-IX             PIC 9(02) VALUE ZEROS.
       01 W-FIM-RET        PIC X(01) VALUE "N".
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-TOT-GERACOES   PIC 9(06) VALUE ZEROS.
       01 W-TOT-VENCIDAS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-LINHAS     PIC 9(08) VALUE ZEROS.

      *> GERACAO AINDA APONTADA POR OUTRA ENTRADA DO RELIDX
       01 W-EM-USO         PIC X(01) VALUE "N".
       01 W-USO-CHAVE.
          03 W-USO-PROGRAMA   PIC X(08).
          03 W-USO-DATAHORA   PIC 9(14).
          03 W-USO-SEQ        PIC 9(01).
       01 W-USO-GERACAO    PIC 9(14) VALUE ZEROS.

      *> PRAZOS CARREGADOS DO RELRET (ATE 50)
       01 W-QTD-PRAZOS     PIC 9(02) VALUE ZEROS.
       01 TABPRAZOS.
           03 TBPRAZO OCCURS 50 TIMES.
              05 TP-PROGRAMA      PIC X(08).
              05 TP-DIAS          PIC 9(05).

      *> PRAZOS PADRAO GRAVADOS QUANDO O RELRET NAO EXISTE
       01 TABRETX.
           03 FILLER PIC X(13) VALUE "*PADRAO 00090".
           03 FILLER PIC X(13) VALUE "FOPAG01 01825".
           03 FILLER PIC X(13) VALUE "FOPAG03 01825".
           03 FILLER PIC X(13) VALUE "FOLFEC0101825".
           03 FILLER PIC X(13) VALUE "RESCIS0101825".
           03 FILLER PIC X(13) VALUE "SALHIS0101825".
           03 FILLER PIC X(13) VALUE "PONTO01 01825".
       01 TABRET REDEFINES TABRETX.
           03 TBRET PIC X(13) OCCURS 7 TIMES.

       01 LINHA-GER.
           03 LG-PROGRAMA      PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LG-DATA          PIC 9999/99/99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LG-ARQUIVO       PIC X(12).
           03 FILLER           PIC X(07) VALUE " IDADE ".
           03 LG-IDADE         PIC ZZZZZ9.
           03 FILLER           PIC X(07) VALUE " GUARDA".
           03 LG-GUARDA        PIC ZZZZ9.
           03 LG-SITUACAO      PIC X(12).

       PROCEDURE DIVISION.
       R0.
           DISPLAY "RELPUR01 - EXPURGO DOS RELATORIOS ARQUIVADOS".
           DISPLAY "L=SO LISTA O QUE VENCEU  P=EXPURGA (PADRAO P): ".
           ACCEPT W-MODO.
           IF NOT W-MODO-LISTA
              MOVE "P" TO W-MODO.
           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              MOVE "RELPUR    " TO W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE.

       CARREGA-PRAZOS.
           OPEN INPUT RELRET
           IF ST-ERRO-RET NOT = "00"
              IF ST-ERRO-RET = "30" OR "35"
                 PERFORM GRAVA-PADRAO
                 OPEN INPUT RELRET
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELRET - "
                         ST-ERRO-RET
                 GO TO ROT-FIM.
           PERFORM LE-PRAZO UNTIL W-FIM-RET = "S"
           CLOSE RELRET.

           OPEN I-O RELIDX
           IF ST-ERRO-IDX NOT = "00"
              DISPLAY "RELIDX NAO ENCONTRADO - NADA A EXPURGAR"
              GO TO ROT-FIM3.
           OPEN I-O RELARQ
           IF ST-ERRO-ARQ NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELARQ - "
                      ST-ERRO-ARQ
              CLOSE RELIDX
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
                 CLOSE RELIDX RELARQ
                 GO TO ROT-FIM.
      *>  RELULT E OPCIONAL: SO EXISTE DEPOIS DO PRIMEIRO RELGER01
           OPEN I-O RELULT
           IF ST-ERRO-ULT = "00"
              MOVE "S" TO W-TEM-ULT.

      *>---------[ VARRE O INDICE PELA CHAVE PRINCIPAL ]--------------
       R1.
           MOVE LOW-VALUES TO RI-CHAVE
           START RELIDX KEY IS NOT LESS RI-CHAVE
              INVALID KEY
                 GO TO R9
           END-START.
       R1-LE.
           READ RELIDX NEXT RECORD
           IF ST-ERRO-IDX NOT = "00"
              GO TO R9.
           ADD 1 TO W-TOT-GERACOES
           PERFORM BUSCA-PRAZO
           MOVE RI-DATAHORA(1:8) TO W-DATA-GER
           COMPUTE W-IDADE = FUNCTION INTEGER-OF-DATE(W-HOJE)
                   - FUNCTION INTEGER-OF-DATE(W-DATA-GER)
           IF W-IDADE NOT > W-DIAS-GUARDA
              GO TO R1-LE.
           ADD 1 TO W-TOT-VENCIDAS
           MOVE RI-PROGRAMA   TO LG-PROGRAMA
           MOVE W-DATA-GER    TO LG-DATA
           MOVE RI-ARQUIVO    TO LG-ARQUIVO
           MOVE W-IDADE       TO LG-IDADE
           MOVE W-DIAS-GUARDA TO LG-GUARDA
           IF W-MODO-LISTA
              MOVE " VENCIDA" TO LG-SITUACAO
              DISPLAY LINHA-GER
              GO TO R1-LE.
           PERFORM VERIFICA-USO THRU VERIFICA-USO-FIM
           IF W-EM-USO = "N"
              PERFORM EXPURGA-LINHAS THRU EXPURGA-LINHAS-FIM
              PERFORM LIMPA-ULTIMA.
           DELETE RELIDX RECORD
           IF ST-ERRO-IDX NOT = "00"
              MOVE " ERRO " TO LG-SITUACAO
              MOVE ST-ERRO-IDX TO LG-SITUACAO(7:2)
              DISPLAY LINHA-GER
              MOVE "00" TO ST-ERRO-IDX
              GO TO R1-LE.
           MOVE " EXPURGADA" TO LG-SITUACAO
           DISPLAY LINHA-GER
           MOVE "RELPUR01" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE "P" TO AUD-ACAO
           MOVE RI-PROGRAMA TO AUD-CHAVE(1:8)
           MOVE RI-DATAHORA(1:12) TO AUD-CHAVE(9:12)
           WRITE REG-AUDITLOG
           GO TO R1-LE.

       R9.
           CLOSE RELIDX RELARQ AUDITLOG.
           IF W-TEM-ULT = "S"
              CLOSE RELULT.
           DISPLAY "RELPUR01 -- " W-TOT-GERACOES " GERACOES -- "
                   W-TOT-VENCIDAS " VENCIDAS -- " W-TOT-LINHAS
                   " LINHAS EXPURGADAS".
           GO TO ROT-FIM3.

       LE-PRAZO.
           READ RELRET NEXT RECORD
           IF ST-ERRO-RET NOT = "00"
              MOVE "S" TO W-FIM-RET
           ELSE
              IF RET-PROGRAMA = "*PADRAO "
                 MOVE RET-DIAS TO W-DIAS-PADRAO
              ELSE
                 IF W-QTD-PRAZOS < 50
                    ADD 1 TO W-QTD-PRAZOS
                    MOVE RET-PROGRAMA TO TP-PROGRAMA(W-QTD-PRAZOS)
                    MOVE RET-DIAS     TO TP-DIAS(W-QTD-PRAZOS).

       BUSCA-PRAZO.
           MOVE W-DIAS-PADRAO TO W-DIAS-GUARDA
           PERFORM COMPARA-PRAZO
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-PRAZOS.

       COMPARA-PRAZO.
           IF TP-PROGRAMA(W-IX) = RI-PROGRAMA
              MOVE TP-DIAS(W-IX) TO W-DIAS-GUARDA.

      *>---------[ GERACAO AINDA USADA POR ENTRADA MAIS NOVA? ]-------
      *>  REPOSICIONA O RELIDX NA ENTRADA CORRENTE AO SAIR
       VERIFICA-USO.
           MOVE "N" TO W-EM-USO
           MOVE RI-CHAVE   TO W-USO-CHAVE
           MOVE RI-GERACAO TO W-USO-GERACAO
           START RELIDX KEY IS GREATER RI-CHAVE
              INVALID KEY
                 GO TO VERIFICA-USO-FIM
           END-START.
       VERIFICA-USO-LE.
           READ RELIDX NEXT RECORD
           IF ST-ERRO-IDX NOT = "00"
              GO TO VERIFICA-USO-FIM.
           IF RI-PROGRAMA NOT = W-USO-PROGRAMA
              GO TO VERIFICA-USO-FIM.
           IF RI-SEQ = W-USO-SEQ AND RI-GERACAO = W-USO-GERACAO
              MOVE "S" TO W-EM-USO
              GO TO VERIFICA-USO-FIM.
           GO TO VERIFICA-USO-LE.
       VERIFICA-USO-FIM.
           MOVE W-USO-CHAVE TO RI-CHAVE
           READ RELIDX
           MOVE "00" TO ST-ERRO-IDX.

      *>---------[ GERACAO APAGADA ERA A ULTIMA DO RELATORIO? ]-------
      *>  SE O RELULT AINDA APONTA PARA ELA, A MARCA E REMOVIDA PARA
      *>  O PROXIMO RELGER01 COPIAR O CONTEUDO DE NOVO
       LIMPA-ULTIMA.
           IF W-TEM-ULT = "S"
              MOVE RI-PROGRAMA TO RU-PROGRAMA
              MOVE RI-SEQ      TO RU-SEQ
              READ RELULT
              IF ST-ERRO-ULT = "00" AND RU-DATAHORA = RI-GERACAO
                 DELETE RELULT RECORD
              END-IF
              MOVE "00" TO ST-ERRO-ULT
           END-IF.

      *>---------[ APAGA AS LINHAS DA GERACAO NO RELARQ ]-------------
       EXPURGA-LINHAS.
           MOVE RI-PROGRAMA TO RA-PROGRAMA
           MOVE RI-GERACAO  TO RA-DATAHORA
           MOVE RI-SEQ      TO RA-SEQ
           MOVE ZEROS       TO RA-LINHA
           START RELARQ KEY IS NOT LESS RA-CHAVE
              INVALID KEY
                 MOVE "00" TO ST-ERRO-ARQ
                 GO TO EXPURGA-LINHAS-FIM
           END-START.
       EXPURGA-LINHAS-LE.
           READ RELARQ NEXT RECORD
           IF ST-ERRO-ARQ NOT = "00"
              OR RA-PROGRAMA NOT = RI-PROGRAMA
              OR RA-DATAHORA NOT = RI-GERACAO
              OR RA-SEQ NOT = RI-SEQ
              MOVE "00" TO ST-ERRO-ARQ
              GO TO EXPURGA-LINHAS-FIM.
           DELETE RELARQ RECORD
           ADD 1 TO W-TOT-LINHAS
           GO TO EXPURGA-LINHAS-LE.
       EXPURGA-LINHAS-FIM.
           EXIT.

      *>---------[ GERA O RELRET COM OS PRAZOS PADRAO ]---------------
       GRAVA-PADRAO.
           OPEN OUTPUT RELRET
           PERFORM GRAVA-PADRAO-LINHA
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 7
           CLOSE RELRET
           DISPLAY "RELRET.DAT CRIADO COM OS PRAZOS PADRAO".

       GRAVA-PADRAO-LINHA.
           MOVE TBRET(W-IX) TO REG-RELRET
           WRITE REG-RELRET.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
