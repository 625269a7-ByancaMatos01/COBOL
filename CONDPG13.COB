       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDPG13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> TABELA DE CONDICOES DE PAGAMENTO (ARQCONDPG)          *
      *> PARCELAS COM PRAZO EM DIAS E PERCENTUAL DE CADA UMA   *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCONDPG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CP-CODIGO
                      FILE STATUS  IS ST-ERRO.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCONDPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONDPG.DAT".
       01 REGCONDPG.
          03 CP-CODIGO               PIC 9(03).
          03 CP-DESCRICAO            PIC X(30).
          03 CP-QTD-PARCELAS         PIC 9(02).
          03 CP-PARCELAS OCCURS 12 TIMES.
             05 CP-DIAS              PIC 9(03).
             05 CP-PERC              PIC 9(03)V99.

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
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SEL            PIC 9(01) VALUE ZEROS.
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-LIN            PIC 9(02) VALUE ZEROS.
       01 W-SOMA-PERC      PIC 9(05)V99 VALUE ZEROS.
       01 W-PERC-EDIT      PIC ZZ9,99.

       SCREEN SECTION.

       01  TELACP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            CONDICOES DE PAGAMENTO".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO             :".
           05  LINE 05  COLUMN 01
               VALUE  "   DESCRICAO          :".
           05  LINE 06  COLUMN 01
               VALUE  "   QTD. PARCELAS(1-12):".
           05  LINE 08  COLUMN 01
               VALUE  "   PARCELA    DIAS    PERCENTUAL".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TCP-CODIGO
               LINE 04  COLUMN 26  PIC 9(03)
               USING  CP-CODIGO.
           05  TCP-DESCRICAO
               LINE 05  COLUMN 26  PIC X(30)
               USING  CP-DESCRICAO.
           05  TCP-QTD-PARCELAS
               LINE 06  COLUMN 26  PIC 9(02)
               USING  CP-QTD-PARCELAS.

       PROCEDURE DIVISION.
       R0.
           OPEN I-O ARQCONDPG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCONDPG
                 CLOSE ARQCONDPG
                 OPEN I-O ARQCONDPG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONDPG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDITLOG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCONDPG
                 GO TO ROT-FIM2.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
       R1.
           MOVE ZEROS TO CP-CODIGO CP-QTD-PARCELAS
           MOVE SPACES TO CP-DESCRICAO
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 12
              MOVE ZEROS TO CP-DIAS(W-IND) CP-PERC(W-IND)
           END-PERFORM
           MOVE 0 TO W-SEL
           DISPLAY TELACP.
       R2.
           ACCEPT TCP-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CP-CODIGO = ZEROS
              MOVE "*** CODIGO ZERO E O PRAZO PADRAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           READ ARQCONDPG
           IF ST-ERRO = "00"
              DISPLAY TELACP
              PERFORM MOSTRA-PARCELA VARYING W-IND FROM 1 BY 1
                      UNTIL W-IND > CP-QTD-PARCELAS
              MOVE "*** CONDICAO JA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQCONDPG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R3.
           ACCEPT TCP-DESCRICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF CP-DESCRICAO = SPACES
              MOVE "*** DESCRICAO NAO PODE SER BRANCA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TCP-QTD-PARCELAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF CP-QTD-PARCELAS < 1 OR CP-QTD-PARCELAS > 12
              MOVE "*** QUANTIDADE DE PARCELAS DEVE SER 1 A 12 ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           MOVE 1 TO W-IND
           MOVE ZEROS TO W-SOMA-PERC.
       R5A.
           COMPUTE W-LIN = 8 + W-IND
           DISPLAY (W-LIN, 07) W-IND
           ACCEPT (W-LIN, 14) CP-DIAS(W-IND) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-IND > 1
              IF CP-DIAS(W-IND) NOT > CP-DIAS(W-IND - 1)
                 MOVE "*** PRAZOS DEVEM SER CRESCENTES ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5A.
       R5B.
           ACCEPT (W-LIN, 22) CP-PERC(W-IND) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5A.
           IF CP-PERC(W-IND) = ZEROS
              MOVE "*** PERCENTUAL NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5B.
           MOVE CP-PERC(W-IND) TO W-PERC-EDIT
           DISPLAY (W-LIN, 22) W-PERC-EDIT
           ADD CP-PERC(W-IND) TO W-SOMA-PERC
           IF W-IND < CP-QTD-PARCELAS
              ADD 1 TO W-IND
              GO TO R5A.
       R5C.
           IF W-SOMA-PERC NOT = 100
              MOVE "*** SOMA DOS PERCENTUAIS DEVE SER 100 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           COMPUTE W-IND = CP-QTD-PARCELAS + 1
           PERFORM UNTIL W-IND > 12
              MOVE ZEROS TO CP-DIAS(W-IND) CP-PERC(W-IND)
              ADD 1 TO W-IND
           END-PERFORM
           IF W-SEL = 1
              GO TO ALT-RW1.
       INC-WR1.
           WRITE REGCONDPG
           IF ST-ERRO = "00" OR "02"
              MOVE "I" TO AUD-ACAO
              MOVE CP-CODIGO TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** CONDICAO DE PAGAMENTO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCONDPG" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVA CONDICAO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N"  AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E"  GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              GO TO R3.
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO EXC-OPC.
           DELETE ARQCONDPG RECORD
           IF ST-ERRO = "00"
              MOVE "E" TO AUD-ACAO
              MOVE CP-CODIGO TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** CONDICAO EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGCONDPG
           IF ST-ERRO = "00" OR "02"
              MOVE "A" TO AUD-ACAO
              MOVE CP-CODIGO TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** CONDICAO DE PAGAMENTO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>---------[ EXIBE UMA LINHA DA TABELA DE PARCELAS ]------------
       MOSTRA-PARCELA.
           COMPUTE W-LIN = 8 + W-IND
           DISPLAY (W-LIN, 07) W-IND
           DISPLAY (W-LIN, 14) CP-DIAS(W-IND)
           MOVE CP-PERC(W-IND) TO W-PERC-EDIT
           DISPLAY (W-LIN, 22) W-PERC-EDIT.

       GRAVA-AUDITORIA.
           MOVE "CONDPG13" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           CLOSE ARQCONDPG AUDITLOG.
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
