       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGER01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> ARQUIVO DE RELATORIOS EMITIDOS - CHAMADO PELO BATCH01 *
      *> E PELO MENU01 LOGO APOS O PROGRAMA QUE GEROU O        *
      *> RELATORIO. O ARQUIVO FIXO (...REL.DAT) E GUARDADO     *
      *> COMO UMA GERACAO DATADA NO RELARQ, COM ENTRADA NO     *
      *> INDICE RELIDX (PROGRAMA, DATA/HORA, OPERADOR, ORIGEM  *
      *> E PARAMETROS). SE O CONTEUDO E O MESMO DA ULTIMA      *
      *> GERACAO (RELULT) AS LINHAS NAO SAO COPIADAS DE NOVO:  *
      *> A EXECUCAO GANHA A SUA ENTRADA NO RELIDX APONTANDO    *
      *> (RI-GERACAO) PARA A GERACAO JA GUARDADA.              *
      *> ENTRADA PELOS CAMPOS EXTERNAL W-RELGER-PROGRAMA,      *
      *> W-RELGER-ORIGEM E W-REL-PARAMETROS; DEVOLVE EM        *
      *> W-RELGER-QTD QUANTAS ENTRADAS FORAM GRAVADAS          *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RELORI080 ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-ORI.
       SELECT RELORI100 ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-ORI.
       SELECT RELORI120 ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-ORI.
       SELECT RELORI132 ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-ORI.
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

       DATA DIVISION.
       FILE SECTION.
       FD RELORI080
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ORIG-NOME.
       01 REG-RELORI080 PIC X(80).

       FD RELORI100
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ORIG-NOME.
       01 REG-RELORI100 PIC X(100).

       FD RELORI120
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ORIG-NOME.
       01 REG-RELORI120 PIC X(120).

       FD RELORI132
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ORIG-NOME.
       01 REG-RELORI132 PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 ST-ERRO-ORI      PIC X(02) VALUE "00".
       01 ST-ERRO-IDX      PIC X(02) VALUE "00".
       01 ST-ERRO-ARQ      PIC X(02) VALUE "00".
       01 ST-ERRO-ULT      PIC X(02) VALUE "00".
       01 W-SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 W-RELGER-PROGRAMA   PIC X(08) EXTERNAL.
       01 W-RELGER-ORIGEM     PIC X(08) EXTERNAL.
       01 W-RELGER-QTD        PIC 9(02) EXTERNAL.
       01 W-REL-PARAMETROS    PIC X(60) EXTERNAL.
       01 W-ORIG-NOME      PIC X(20) VALUE SPACES.
       01 W-DATAHORA       PIC 9(14) VALUE ZEROS.
       01 W-SEQ            PIC 9(01) VALUE ZEROS.
       01 W-IX             PIC 9(03) VALUE ZEROS.
       01 W-TAMANHO        PIC 9(03) VALUE ZEROS.
       01 W-FIM-ORI        PIC X(01) VALUE "N".
       01 W-LINHAS         PIC 9(06) VALUE ZEROS.
       01 W-LINHA          PIC X(132) VALUE SPACES.
       01 W-LINHA-R REDEFINES W-LINHA.
          03 W-LIN-CAR      PIC X(01) OCCURS 132 TIMES.
       01 W-CIX            PIC 9(03) VALUE ZEROS.
       01 W-ASSINATURA     PIC 9(10) VALUE ZEROS.
       01 W-ASS-QUOC       PIC 9(12) VALUE ZEROS.
       01 W-ASS-CALC       PIC 9(13) VALUE ZEROS.
       01 W-TEM-ULT        PIC X(01) VALUE "N".
       01 W-GERACAO        PIC 9(14) VALUE ZEROS.

      *> RELATORIOS CONHECIDOS: PROGRAMA, ARQUIVO (SEM .DAT) E
      *> TAMANHO DA LINHA. PROGRAMA COM MAIS DE UM RELATORIO TEM
      *> UMA ENTRADA POR ARQUIVO
       01 TABRELX.
           03 FILLER PIC X(23) VALUE "ABC01   ABCREL      100".
           03 FILLER PIC X(23) VALUE "AMIGRES0AMIGRESREL  100".
           03 FILLER PIC X(23) VALUE "ANIVAM01ANIVAMREL   100".
           03 FILLER PIC X(23) VALUE "ANIVER01ANIVREL     100".
           03 FILLER PIC X(23) VALUE "AUDIT01 AUDITREL    100".
           03 FILLER PIC X(23) VALUE "BACKFIL0BACKFILREL  100".
           03 FILLER PIC X(23) VALUE "BACKREL0BACKREL     100".
           03 FILLER PIC X(23) VALUE "BATCH01 BATCHREL    080".
           03 FILLER PIC X(23) VALUE "BOLREM01BOLREMREL   100".
           03 FILLER PIC X(23) VALUE "BOLRET01BOLRETREL   100".
           03 FILLER PIC X(23) VALUE "BOLRET01BOLRETEXC   100".
           03 FILLER PIC X(23) VALUE "CABGER01CABGERREL   100".
           03 FILLER PIC X(23) VALUE "CARCOB01CARCOB      100".
           03 FILLER PIC X(23) VALUE "CICLO01 CICLOREL    100".
           03 FILLER PIC X(23) VALUE "CLIIMP01CLIEXCREL   100".
           03 FILLER PIC X(23) VALUE "CLIINAT0CLIINATREL  120".
           03 FILLER PIC X(23) VALUE "COMISS01COMISSREL   100".
           03 FILLER PIC X(23) VALUE "COMPABR0COMPABRREL  100".
           03 FILLER PIC X(23) VALUE "CONSS03 RELFOR      080".
           03 FILLER PIC X(23) VALUE "CRESAL01CRESALREL   100".
           03 FILLER PIC X(23) VALUE "CRESAL01CRESALEXC   100".
           03 FILLER PIC X(23) VALUE "CTAPAG01CTAPAGREL   100".
           03 FILLER PIC X(23) VALUE "CTAREC01CTARECREL   100".
           03 FILLER PIC X(23) VALUE "DEPRES01DEPRESREL   100".
           03 FILLER PIC X(23) VALUE "DESCREL0DESCREL     100".
           03 FILLER PIC X(23) VALUE "EMAILVEREMAILVERREL 100".
           03 FILLER PIC X(23) VALUE "ESTCHK01ESTCHKREL   100".
           03 FILLER PIC X(23) VALUE "ESTFEC01ESTFECREL   132".
           03 FILLER PIC X(23) VALUE "ESTFOR01ESTFORREL   100".
           03 FILLER PIC X(23) VALUE "ESTOQ01 ESTOQREL    100".
           03 FILLER PIC X(23) VALUE "ETIQ01  ETIQREL     132".
           03 FILLER PIC X(23) VALUE "ETIQ01  ETIQEXC     100".
           03 FILLER PIC X(23) VALUE "FATURA01FATURAREL   120".
           03 FILLER PIC X(23) VALUE "FLUXO01 FLUXOREL    132".
           03 FILLER PIC X(23) VALUE "FOLFEC01FOLFECREL   132".
           03 FILLER PIC X(23) VALUE "FOPAG01 FOPAGREL    132".
           03 FILLER PIC X(23) VALUE "FOPAG03 FOPAG13REL  132".
           03 FILLER PIC X(23) VALUE "FORIMP01FOREXCREL   100".
           03 FILLER PIC X(23) VALUE "FORSCOREFORSCOREREL 100".
           03 FILLER PIC X(23) VALUE "FRETE01 FRETEREL    132".
           03 FILLER PIC X(23) VALUE "FUNCIMP0EXCEPTREL   100".
           03 FILLER PIC X(23) VALUE "INFREN01INFRENREL   080".
           03 FILLER PIC X(23) VALUE "INTEG01 INTEGREL    100".
           03 FILLER PIC X(23) VALUE "INVENT13INVREL      120".
           03 FILLER PIC X(23) VALUE "KARDEX01KARDEXREL   100".
           03 FILLER PIC X(23) VALUE "LGPD01  LGPDREL     132".
           03 FILLER PIC X(23) VALUE "LOTEVAL0LOTEVALREL  100".
           03 FILLER PIC X(23) VALUE "MANIF01 MANIFREL    132".
           03 FILLER PIC X(23) VALUE "MARGEM01MARGEMREL   100".
           03 FILLER PIC X(23) VALUE "META01  METAREL     132".
           03 FILLER PIC X(23) VALUE "NFLAC01 NFLACREL    100".
           03 FILLER PIC X(23) VALUE "ORCAM13 ORCREL      100".
           03 FILLER PIC X(23) VALUE "ORCVNC01ORCVNCREL   100".
           03 FILLER PIC X(23) VALUE "ORGREL01ORGREL      100".
           03 FILLER PIC X(23) VALUE "PAGVNC01PAGVNCREL   100".
           03 FILLER PIC X(23) VALUE "PAINEL01PAINELREL   080".
           03 FILLER PIC X(23) VALUE "PARADO01PARADOREL   120".
           03 FILLER PIC X(23) VALUE "PEDAGE01PEDAGEREL   100".
           03 FILLER PIC X(23) VALUE "PEDARQ01PEDARQREL   100".
           03 FILLER PIC X(23) VALUE "PEDCLI01PEDCLIREL   100".
           03 FILLER PIC X(23) VALUE "PEDTAX01PEDTAXREL   100".
           03 FILLER PIC X(23) VALUE "PEDVER01PEDVERREL   100".
           03 FILLER PIC X(23) VALUE "PONTO01 PONTOREL    100".
           03 FILLER PIC X(23) VALUE "PONTO01 PONTOEXC    100".
           03 FILLER PIC X(23) VALUE "PRECONC0PRECONCREL  100".
           03 FILLER PIC X(23) VALUE "PROIMP01PROEXCREL   100".
           03 FILLER PIC X(23) VALUE "PROVAL01PROVALREL   100".
           03 FILLER PIC X(23) VALUE "REAJUS01REAJUSREL   100".
           03 FILLER PIC X(23) VALUE "RECAGE01RECAGEREL   120".
           03 FILLER PIC X(23) VALUE "RECALL01RECALLREL   100".
           03 FILLER PIC X(23) VALUE "REJDEV01REJDEVREL   100".
           03 FILLER PIC X(23) VALUE "REJREL01REJREL      100".
           03 FILLER PIC X(23) VALUE "RESCIS01RESCREL     080".
           03 FILLER PIC X(23) VALUE "SALHIS01SALHISREL   080".
           03 FILLER PIC X(23) VALUE "SEPAR13 SEPARAREL   100".
           03 FILLER PIC X(23) VALUE "SEPAR13 SEPFALREL   100".
           03 FILLER PIC X(23) VALUE "SIMUL01 SIMULREL    100".
           03 FILLER PIC X(23) VALUE "SUBREL01SUBREL      100".
           03 FILLER PIC X(23) VALUE "SUGCOM13SUGCOMREL   100".
           03 FILLER PIC X(23) VALUE "TURNOV01TURNOVREL   100".
           03 FILLER PIC X(23) VALUE "VENREG01VENREGREL   132".
           03 FILLER PIC X(23) VALUE "WEBIMP01WEBEXCREL   100".
       01 TABREL REDEFINES TABRELX.
           03 TBREL OCCURS 82 TIMES.
              05 TR-PROGRAMA      PIC X(08).
              05 TR-ARQUIVO       PIC X(12).
              05 TR-TAMANHO       PIC 9(03).

       PROCEDURE DIVISION.
       R0.
           MOVE ZEROS TO W-RELGER-QTD
           IF W-RELGER-PROGRAMA = SPACES
              OR W-RELGER-PROGRAMA = LOW-VALUES
              GO TO ROT-FIM3.
           OPEN I-O RELIDX
           IF ST-ERRO-IDX NOT = "00"
              IF ST-ERRO-IDX = "30"
                 OPEN OUTPUT RELIDX
                 CLOSE RELIDX
                 OPEN I-O RELIDX
              ELSE
                 GO TO ROT-FIM3.
           OPEN I-O RELARQ
           IF ST-ERRO-ARQ NOT = "00"
              IF ST-ERRO-ARQ = "30"
                 OPEN OUTPUT RELARQ
                 CLOSE RELARQ
                 OPEN I-O RELARQ
              ELSE
                 CLOSE RELIDX
                 GO TO ROT-FIM3.
           OPEN I-O RELULT
           IF ST-ERRO-ULT NOT = "00"
              IF ST-ERRO-ULT = "30"
                 OPEN OUTPUT RELULT
                 CLOSE RELULT
                 OPEN I-O RELULT
              ELSE
                 CLOSE RELIDX RELARQ
                 GO TO ROT-FIM3.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-DATAHORA
           MOVE ZEROS TO W-SEQ
           PERFORM PROCURA-RELATORIO
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 82.
           CLOSE RELIDX RELARQ RELULT
           MOVE SPACES TO W-RELGER-PROGRAMA W-RELGER-ORIGEM
                          W-REL-PARAMETROS
           GO TO ROT-FIM3.

       PROCURA-RELATORIO.
           IF TR-PROGRAMA(W-IX) = W-RELGER-PROGRAMA
              ADD 1 TO W-SEQ
              PERFORM ARQUIVA-RELATORIO THRU ARQUIVA-RELATORIO-FIM.

      *>---------[ GUARDA UMA GERACAO DO RELATORIO W-IX ]-------------
      *>  1a PASSADA: CONTA AS LINHAS E CALCULA A ASSINATURA;
      *>  2a PASSADA: COPIA PARA O RELARQ SE MUDOU DESDE A ULTIMA;
      *>  SEM MUDANCA SO GRAVA A ENTRADA DO RELIDX (RI-GERACAO =
      *>  DATA/HORA DA GERACAO JA GUARDADA)
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ORIG-NOME
           STRING TR-ARQUIVO(W-IX) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE INTO W-ORIG-NOME
           MOVE TR-TAMANHO(W-IX) TO W-TAMANHO
           PERFORM ABRE-ORIGEM
           IF ST-ERRO-ORI NOT = "00"
              GO TO ARQUIVA-RELATORIO-FIM.
           MOVE ZEROS TO W-LINHAS W-ASSINATURA
           MOVE "N" TO W-FIM-ORI
           PERFORM CONTA-LINHA UNTIL W-FIM-ORI = "S"
           PERFORM FECHA-ORIGEM
           MOVE W-RELGER-PROGRAMA TO RU-PROGRAMA
           MOVE W-SEQ TO RU-SEQ
           READ RELULT
           IF ST-ERRO-ULT = "00"
              MOVE "S" TO W-TEM-ULT
              IF RU-ASSINATURA = W-ASSINATURA
                 AND RU-LINHAS = W-LINHAS
                 MOVE RU-DATAHORA TO W-GERACAO
                 GO TO ARQUIVA-RELATORIO-IDX
              END-IF
           ELSE
              MOVE "N" TO W-TEM-ULT.
           MOVE "00" TO ST-ERRO-ULT

           PERFORM ABRE-ORIGEM
           IF ST-ERRO-ORI NOT = "00"
              GO TO ARQUIVA-RELATORIO-FIM.
           MOVE ZEROS TO W-LINHAS
           MOVE "N" TO W-FIM-ORI
           PERFORM COPIA-LINHA UNTIL W-FIM-ORI = "S"
           PERFORM FECHA-ORIGEM
           MOVE W-DATAHORA TO W-GERACAO.

       ARQUIVA-RELATORIO-IDX.
           MOVE W-RELGER-PROGRAMA TO RI-PROGRAMA
           MOVE W-DATAHORA        TO RI-DATAHORA
           MOVE W-SEQ             TO RI-SEQ
           MOVE TR-ARQUIVO(W-IX)  TO RI-ARQUIVO
           MOVE W-TAMANHO         TO RI-TAMANHO
           MOVE W-LINHAS          TO RI-LINHAS
           MOVE W-SESSAO-OPERADOR TO RI-OPERADOR
           IF RI-OPERADOR = SPACES OR RI-OPERADOR = LOW-VALUES
              MOVE "BATCH" TO RI-OPERADOR.
           MOVE W-RELGER-ORIGEM   TO RI-ORIGEM
           MOVE W-REL-PARAMETROS  TO RI-PARAMETROS
           IF RI-PARAMETROS = LOW-VALUES
              MOVE SPACES TO RI-PARAMETROS.
           MOVE W-GERACAO         TO RI-GERACAO
           WRITE REGRELIDX
           IF ST-ERRO-IDX NOT = "00"
              MOVE "00" TO ST-ERRO-IDX
              GO TO ARQUIVA-RELATORIO-FIM.
           ADD 1 TO W-RELGER-QTD
           IF W-GERACAO NOT = W-DATAHORA
              GO TO ARQUIVA-RELATORIO-FIM.

           MOVE W-RELGER-PROGRAMA TO RU-PROGRAMA
           MOVE W-SEQ             TO RU-SEQ
           MOVE W-ASSINATURA      TO RU-ASSINATURA
           MOVE W-LINHAS          TO RU-LINHAS
           MOVE W-DATAHORA        TO RU-DATAHORA
           IF W-TEM-ULT = "S"
              REWRITE REGRELULT
           ELSE
              WRITE REGRELULT.
           MOVE "00" TO ST-ERRO-ULT.
       ARQUIVA-RELATORIO-FIM.
           EXIT.

       CONTA-LINHA.
           PERFORM LE-ORIGEM
           IF W-FIM-ORI NOT = "S"
              ADD 1 TO W-LINHAS
              PERFORM SOMA-CARACTER
                      VARYING W-CIX FROM 1 BY 1 UNTIL W-CIX > W-TAMANHO.

       SOMA-CARACTER.
           COMPUTE W-ASS-CALC = W-ASSINATURA * 31
                   + FUNCTION ORD(W-LIN-CAR(W-CIX))
           DIVIDE W-ASS-CALC BY 9999999967 GIVING W-ASS-QUOC
                  REMAINDER W-ASSINATURA.

       COPIA-LINHA.
           PERFORM LE-ORIGEM
           IF W-FIM-ORI NOT = "S"
              ADD 1 TO W-LINHAS
              MOVE W-RELGER-PROGRAMA TO RA-PROGRAMA
              MOVE W-DATAHORA        TO RA-DATAHORA
              MOVE W-SEQ             TO RA-SEQ
              MOVE W-LINHAS          TO RA-LINHA
              MOVE W-LINHA           TO RA-TEXTO
              WRITE REGRELARQ
              MOVE "00" TO ST-ERRO-ARQ.

      *>---------[ ARQUIVO DE ORIGEM CONFORME O TAMANHO DA LINHA ]----
       ABRE-ORIGEM.
           EVALUATE W-TAMANHO
              WHEN 080
                 OPEN INPUT RELORI080
              WHEN 120
                 OPEN INPUT RELORI120
              WHEN 132
                 OPEN INPUT RELORI132
              WHEN OTHER
                 OPEN INPUT RELORI100
           END-EVALUATE.

       LE-ORIGEM.
           MOVE SPACES TO W-LINHA
           EVALUATE W-TAMANHO
              WHEN 080
                 READ RELORI080 INTO W-LINHA
              WHEN 120
                 READ RELORI120 INTO W-LINHA
              WHEN 132
                 READ RELORI132 INTO W-LINHA
              WHEN OTHER
                 READ RELORI100 INTO W-LINHA
           END-EVALUATE
           IF ST-ERRO-ORI NOT = "00"
              MOVE "S" TO W-FIM-ORI.

       FECHA-ORIGEM.
           EVALUATE W-TAMANHO
              WHEN 080
                 CLOSE RELORI080
              WHEN 120
                 CLOSE RELORI120
              WHEN 132
                 CLOSE RELORI132
              WHEN OTHER
                 CLOSE RELORI100
           END-EVALUATE.

       ROT-FIM3.
           GOBACK.
