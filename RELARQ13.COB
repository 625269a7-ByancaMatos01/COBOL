       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELARQ13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> RELATORIOS ARQUIVADOS (RELIDX / RELARQ GRAVADOS PELO  *
      *> RELGER01): LISTA AS GERACOES POR PROGRAMA E DATA,     *
      *> MOSTRA O CONTEUDO NA TELA E REIMPRIME A GERACAO       *
      *> ESCOLHIDA NO RELIMP.DAT. PROGRAMA EM BRANCO LISTA     *
      *> TODOS OS PROGRAMAS EM ORDEM DE DATA                   *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RELIDX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RI-CHAVE
                 ALTERNATE RECORD KEY IS RI-DATAHORA WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT RELARQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RA-CHAVE
                      FILE STATUS  IS ST-ERRO2.
       SELECT RELIMP ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-IMP.

       DATA DIVISION.
       FILE SECTION.
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

       FD RELIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELIMP.DAT".
       01 REG-RELIMP PIC X(132).

       WORKING-STORAGE SECTION.
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
       01 LIMPA            PIC X(80) VALUE SPACES.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-IMP      PIC X(02) VALUE "00".
       01 LIN              PIC 9(02) VALUE ZEROS.
       01 W-NR             PIC 9(02) VALUE ZEROS.
       01 W-IX             PIC 9(02) VALUE ZEROS.
       01 W-FIM-IDX        PIC X(01) VALUE "N".
       01 W-DESLOC         PIC 9(03) VALUE 1.
       01 W-TOT-IMP        PIC 9(06) VALUE ZEROS.

      *> FILTRO DA CONSULTA
       01 W-FIL-PROGRAMA   PIC X(08) VALUE SPACES.
       01 W-FIL-DATA       PIC 9(08) VALUE ZEROS.
       01 W-FIL-DATAHORA   PIC 9(14) VALUE ZEROS.

      *> GERACOES DA PAGINA NA TELA
       01 W-QTD-PAG        PIC 9(02) VALUE ZEROS.
       01 TABPAGINA.
           03 TBK-CHAVE    PIC X(23) OCCURS 14 TIMES.
       01 W-ULT-CHAVE      PIC X(23) VALUE SPACES.
       01 W-GER-CHAVE.
           03 W-GER-PROGRAMA  PIC X(08).
           03 W-GER-DATAHORA  PIC 9(14).
           03 W-GER-SEQ       PIC 9(01).

       01 W-DATAHORA-R.
           03 W-DH-DATA       PIC 9(08).
           03 W-DH-HORA       PIC 9(06).

       01 DET-GER.
           03 DG-NR            PIC Z9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 DG-DATA          PIC 9999/99/99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 DG-HORA          PIC 99B99B99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 DG-PROGRAMA      PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 DG-LINHAS        PIC ZZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 DG-OPERADOR      PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 DG-PARAMETROS    PIC X(26).

       01 W-LINHA          PIC X(132) VALUE SPACES.

       SCREEN SECTION.

       01  TELAREL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         RELATORIOS ARQUIVADOS".
           05  LINE 04  COLUMN 01
               VALUE  "   PROGRAMA (BRANCO=TODOS) :".
           05  LINE 05  COLUMN 01
               VALUE  "   A PARTIR DE (AAAAMMDD)  :".
           05  LINE 07  COLUMN 01
               VALUE  "NR DATA       HORA     PROGRAMA LINHAS".
           05  LINE 07  COLUMN 41
               VALUE  "OPERADOR   PARAMETROS".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TFIL-PROGRAMA
               LINE 04  COLUMN 30  PIC X(08)
               USING  W-FIL-PROGRAMA.
           05  TFIL-DATA
               LINE 05  COLUMN 30  PIC 9(08)
               USING  W-FIL-DATA.

       PROCEDURE DIVISION.
       R0.
           OPEN INPUT RELIDX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 MOVE "*** NENHUM RELATORIO ARQUIVADO ***" TO MENS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RELIDX" TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT RELARQ
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELARQ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RELIDX
              GO TO ROT-FIM2.

      *>---------[ FILTRO: PROGRAMA E DATA INICIAL ]------------------
       R1.
           MOVE SPACES TO W-FIL-PROGRAMA
           MOVE ZEROS TO W-FIL-DATA
           DISPLAY TELAREL.
       R1A.
           ACCEPT TFIL-PROGRAMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
       R1B.
           ACCEPT TFIL-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1A.
           COMPUTE W-FIL-DATAHORA = W-FIL-DATA * 1000000
           MOVE "N" TO W-FIM-IDX
           IF W-FIL-PROGRAMA NOT = SPACES
              MOVE W-FIL-PROGRAMA TO RI-PROGRAMA
              MOVE W-FIL-DATAHORA TO RI-DATAHORA
              MOVE ZEROS TO RI-SEQ
              START RELIDX KEY IS NOT LESS RI-CHAVE
                 INVALID KEY
                    MOVE "S" TO W-FIM-IDX
              END-START
           ELSE
              MOVE W-FIL-DATAHORA TO RI-DATAHORA
              START RELIDX KEY IS NOT LESS RI-DATAHORA
                 INVALID KEY
                    MOVE "S" TO W-FIM-IDX
              END-START.
           MOVE "00" TO ST-ERRO.

      *>---------[ MONTA UMA PAGINA DE GERACOES ]---------------------
       R2.
           PERFORM LIMPA-LISTA
           MOVE ZEROS TO W-QTD-PAG.
       R2-LE.
           IF W-FIM-IDX = "S"
              GO TO R3.
           READ RELIDX NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-IDX
              MOVE "00" TO ST-ERRO
              GO TO R3.
           IF W-FIL-PROGRAMA NOT = SPACES
              AND RI-PROGRAMA NOT = W-FIL-PROGRAMA
              MOVE "S" TO W-FIM-IDX
              GO TO R3.
           ADD 1 TO W-QTD-PAG
           MOVE RI-CHAVE TO TBK-CHAVE(W-QTD-PAG) W-ULT-CHAVE
           PERFORM MOSTRA-GERACAO
           IF W-QTD-PAG < 14
              GO TO R2-LE.

      *>---------[ ESCOLHA DO OPERADOR SOBRE A PAGINA ]---------------
       R3.
           IF W-QTD-PAG = ZEROS
              MOVE "*** NENHUMA GERACAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01)
               "V=VER  I=REIMPRIMIR  C=CONTINUA  N=NOVA CONSULTA :"
           MOVE "C" TO W-OPCAO
           ACCEPT (22, 53) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "c"
              MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "v"
              MOVE "V" TO W-OPCAO.
           IF W-OPCAO = "i"
              MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO = "C"
              IF W-FIM-IDX = "S"
                 MOVE "*** FIM DAS GERACOES ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 GO TO R2.
           IF W-OPCAO NOT = "V" AND W-OPCAO NOT = "I"
              GO TO R3.
       R3A.
           DISPLAY (22, 56) "NR:"
           MOVE ZEROS TO W-NR
           ACCEPT (22, 60) W-NR
           IF W-NR = ZEROS OR W-NR > W-QTD-PAG
              MOVE "*** NUMERO FORA DA PAGINA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE TBK-CHAVE(W-NR) TO W-GER-CHAVE RI-CHAVE
      *>  EXECUCAO SEM MUDANCA APONTA PARA A GERACAO JA GUARDADA
           READ RELIDX
           IF ST-ERRO = "00" AND RI-GERACAO NOT = ZEROS
              MOVE RI-GERACAO TO W-GER-DATAHORA.
           MOVE "00" TO ST-ERRO
           IF W-OPCAO = "V"
              MOVE 1 TO W-DESLOC
              PERFORM VER-GERACAO THRU VER-GERACAO-FIM
           ELSE
              PERFORM REIMPRIME-GERACAO THRU REIMPRIME-GERACAO-FIM.
           PERFORM REMONTA-PAGINA THRU REMONTA-PAGINA-FIM
           GO TO R3.

      *>---------[ LINHA DA GERACAO NA LISTA ]------------------------
       MOSTRA-GERACAO.
           MOVE RI-DATAHORA   TO W-DATAHORA-R
           MOVE W-QTD-PAG     TO DG-NR
           MOVE W-DH-DATA     TO DG-DATA
           MOVE W-DH-HORA     TO DG-HORA
           MOVE RI-PROGRAMA   TO DG-PROGRAMA
           MOVE RI-LINHAS     TO DG-LINHAS
           MOVE RI-OPERADOR   TO DG-OPERADOR
           MOVE RI-PARAMETROS TO DG-PARAMETROS
           IF RI-PARAMETROS = SPACES
              MOVE RI-ORIGEM TO DG-PARAMETROS.
           COMPUTE LIN = W-QTD-PAG + 7
           DISPLAY (LIN, 01) DET-GER.

       LIMPA-LISTA.
           PERFORM LIMPA-LINHA VARYING LIN FROM 8 BY 1 UNTIL LIN > 22.

       LIMPA-LINHA.
           DISPLAY (LIN, 01) LIMPA.

      *>---------[ VOLTA A LISTA DEPOIS DE VER OU REIMPRIMIR ]--------
      *>  REMOSTRA A PAGINA E REPOSICIONA O INDICE NA ULTIMA GERACAO
      *>  LIDA PARA O C=CONTINUA SEGUIR DE ONDE PAROU
       REMONTA-PAGINA.
           DISPLAY TELAREL
           MOVE W-QTD-PAG TO W-IX
           PERFORM REMOSTRA-GERACAO
                   VARYING W-QTD-PAG FROM 1 BY 1 UNTIL W-QTD-PAG > W-IX
           MOVE W-IX TO W-QTD-PAG
           IF W-FIM-IDX = "S"
              GO TO REMONTA-PAGINA-FIM.
           MOVE W-ULT-CHAVE TO RI-CHAVE
           IF W-FIL-PROGRAMA NOT = SPACES
              START RELIDX KEY IS GREATER RI-CHAVE
                 INVALID KEY
                    MOVE "S" TO W-FIM-IDX
              END-START
              GO TO REMONTA-PAGINA-FIM.
           START RELIDX KEY IS NOT LESS RI-DATAHORA
              INVALID KEY
                 MOVE "S" TO W-FIM-IDX
                 GO TO REMONTA-PAGINA-FIM
           END-START.
       REMONTA-PAGINA-LE.
           READ RELIDX NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-IDX
              GO TO REMONTA-PAGINA-FIM.
           IF RI-CHAVE NOT = W-ULT-CHAVE
              GO TO REMONTA-PAGINA-LE.
       REMONTA-PAGINA-FIM.
           MOVE "00" TO ST-ERRO.

       REMOSTRA-GERACAO.
           MOVE TBK-CHAVE(W-QTD-PAG) TO RI-CHAVE
           READ RELIDX
           IF ST-ERRO = "00"
              PERFORM MOSTRA-GERACAO.
           MOVE "00" TO ST-ERRO.

      *>---------[ CONTEUDO DA GERACAO NA TELA ]----------------------
      *>  18 LINHAS POR VEZ; D MOSTRA AS COLUNAS 53 A 132 DOS
      *>  RELATORIOS LARGOS
       VER-GERACAO.
           MOVE W-GER-PROGRAMA TO RA-PROGRAMA
           MOVE W-GER-DATAHORA TO RA-DATAHORA
           MOVE W-GER-SEQ      TO RA-SEQ
           MOVE ZEROS          TO RA-LINHA
           START RELARQ KEY IS NOT LESS RA-CHAVE
              INVALID KEY
                 MOVE "*** GERACAO SEM LINHAS ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO VER-GERACAO-FIM
           END-START.
       VER-PAGINA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) W-GER-PROGRAMA
           MOVE W-GER-DATAHORA TO W-DATAHORA-R
           MOVE W-DH-DATA TO DG-DATA
           MOVE W-DH-HORA TO DG-HORA
           DISPLAY (01, 11) DG-DATA
           DISPLAY (01, 22) DG-HORA
           MOVE 2 TO LIN.
       VER-LE.
           READ RELARQ NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              OR RA-PROGRAMA NOT = W-GER-PROGRAMA
              OR RA-DATAHORA NOT = W-GER-DATAHORA
              OR RA-SEQ NOT = W-GER-SEQ
              MOVE "00" TO ST-ERRO2
              MOVE "*** FIM DO RELATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VER-GERACAO-FIM.
           ADD 1 TO LIN
           MOVE RA-TEXTO TO W-LINHA
           DISPLAY (LIN, 01) W-LINHA(W-DESLOC:80)
           IF LIN < 20
              GO TO VER-LE.
       VER-SOL.
           DISPLAY (22, 01)
               "S=CONTINUA  D=DESLOCA COLUNAS  F=FIM :"
           MOVE "S" TO W-OPCAO
           ACCEPT (22, 40) W-OPCAO WITH UPDATE
           IF W-OPCAO = "F" OR "f"
              GO TO VER-GERACAO-FIM.
           IF W-OPCAO = "D" OR "d"
              IF W-DESLOC = 1
                 MOVE 53 TO W-DESLOC
              ELSE
                 MOVE 1 TO W-DESLOC
              END-IF
              PERFORM VER-REPOSICIONA
              GO TO VER-PAGINA.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO VER-SOL.
           GO TO VER-PAGINA.
       VER-GERACAO-FIM.
           EXIT.

      *>  VOLTA AO INICIO DA PAGINA PARA MOSTRAR AS OUTRAS COLUNAS
       VER-REPOSICIONA.
           IF RA-LINHA > 18
              SUBTRACT 18 FROM RA-LINHA
           ELSE
              MOVE ZEROS TO RA-LINHA.
           START RELARQ KEY IS GREATER RA-CHAVE
              INVALID KEY
                 MOVE "00" TO ST-ERRO2
           END-START.

      *>---------[ REIMPRESSAO DA GERACAO NO RELIMP.DAT ]--------------
       REIMPRIME-GERACAO.
           OPEN OUTPUT RELIMP
           IF ST-ERRO-IMP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELIMP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REIMPRIME-GERACAO-FIM.
           MOVE ZEROS TO W-TOT-IMP
           MOVE W-GER-PROGRAMA TO RA-PROGRAMA
           MOVE W-GER-DATAHORA TO RA-DATAHORA
           MOVE W-GER-SEQ      TO RA-SEQ
           MOVE ZEROS          TO RA-LINHA
           START RELARQ KEY IS NOT LESS RA-CHAVE
              INVALID KEY
                 MOVE "10" TO ST-ERRO2
           END-START.
       REIMPRIME-LE.
           IF ST-ERRO2 = "00"
              READ RELARQ NEXT RECORD.
           IF ST-ERRO2 NOT = "00"
              OR RA-PROGRAMA NOT = W-GER-PROGRAMA
              OR RA-DATAHORA NOT = W-GER-DATAHORA
              OR RA-SEQ NOT = W-GER-SEQ
              MOVE "00" TO ST-ERRO2
              CLOSE RELIMP
              MOVE "*** REIMPRESSO NO RELIMP.DAT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REIMPRIME-GERACAO-FIM.
           WRITE REG-RELIMP FROM RA-TEXTO
           ADD 1 TO W-TOT-IMP
           GO TO REIMPRIME-LE.
       REIMPRIME-GERACAO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE RELIDX RELARQ.
       ROT-FIM2.
           GOBACK.

      *>---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 1000
              GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
