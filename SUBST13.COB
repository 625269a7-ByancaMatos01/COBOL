       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBST13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> PRODUTOS SUBSTITUTOS (ARQSUBST): PARA CADA PRODUTO, OS*
      *> EQUIVALENTES (OUTRA MARCA, OUTRA EMBALAGEM) EM ORDEM  *
      *> DE PREFERENCIA. NA FALTA DE ESTOQUE O PEDID13 E O     *
      *> ORCAM13 OFERECEM A TROCA OU A DIVISAO DO ITEM         *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPRO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRO-EAN WITH DUPLICATES
               FILE STATUS IS ST-ERRO.
       SELECT ARQSUBST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-CHAVE
               FILE STATUS IS ST-ERRO2.
       SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 REGPRO.
          03 PRO-CODIGO             PIC 9(06).
          03 PRO-DESCRICAO           PIC X(30).
          03 PRO-UNIDADE             PIC X(02).
          03 PRO-TIPOPRODUTO         PIC 9(01).
          03 PRO-PRECO               PIC 9(06)V99.
          03 PRO-DATAULTIMA          PIC 9(08).
          03 PRO-QTDESTOQUE          PIC 9(06).
          03 PRO-CPFCNPJ             PIC 9(14).
          03 PRO-PTOREPOSICAO        PIC 9(06).
          03 PRO-CUSTO               PIC 9(06)V99.
          03 PRO-TAXA                PIC 9(02)V99.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQSUBST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQSUBST.DAT".
       01 REGSUBST.
          03 SUB-CHAVE.
             05 SUB-PRO-CODIGO     PIC 9(06).
             05 SUB-ORDEM          PIC 9(02).
          03 SUB-SUBSTITUTO        PIC 9(06).
          03 SUB-OBS               PIC X(30).

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
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SEL            PIC 9(01) VALUE ZEROS.
       01 W-SUB-PRODUTO    PIC 9(06) VALUE ZEROS.
       01 W-SUB-ORDEM      PIC 9(02) VALUE ZEROS.
       01 W-SUB-NOVO       PIC 9(06) VALUE ZEROS.
       01 W-SUB-OBS        PIC X(30) VALUE SPACES.
       01 W-PRO-DESC       PIC X(30) VALUE SPACES.
       01 W-PRO-ESTOQUE    PIC 9(06) VALUE ZEROS.
       01 W-QT-SUB         PIC 9(03) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-ORDEM-ACHADA   PIC 9(02) VALUE ZEROS.
       01 W-FIM-SUB        PIC X(01) VALUE "N".

       SCREEN SECTION.

       01  TELASUB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      PRODUTOS SUBSTITUTOS (EQUIVALENTES)".
           05  LINE 04  COLUMN 01
               VALUE  "   PRODUTO             :".
           05  LINE 05  COLUMN 01
               VALUE  "   DESCRICAO           :".
           05  LINE 06  COLUMN 01
               VALUE  "   ESTOQUE ATUAL       :".
           05  LINE 06  COLUMN 42
               VALUE  "SUBSTITUTOS CADASTRADOS:".
           05  LINE 08  COLUMN 01
               VALUE  "   ORDEM DE PREFERENCIA:".
           05  LINE 10  COLUMN 01
               VALUE  "   PRODUTO SUBSTITUTO  :".
           05  LINE 11  COLUMN 01
               VALUE  "   DESCRICAO           :".
           05  LINE 12  COLUMN 01
               VALUE  "   ESTOQUE ATUAL       :".
           05  LINE 13  COLUMN 01
               VALUE  "   PRECO DE VENDA      :".
           05  LINE 15  COLUMN 01
               VALUE  "   OBSERVACAO          :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TSUB-PRO-CODIGO
               LINE 04  COLUMN 27  PIC 9(06)
               USING  SUB-PRO-CODIGO.
           05  TW-PRO-DESC
               LINE 05  COLUMN 27  PIC X(30)
               USING  W-PRO-DESC.
           05  TW-PRO-ESTOQUE
               LINE 06  COLUMN 27  PIC Z(5)9
               USING  W-PRO-ESTOQUE.
           05  TW-QT-SUB
               LINE 06  COLUMN 67  PIC ZZ9
               USING  W-QT-SUB.
           05  TSUB-ORDEM
               LINE 08  COLUMN 27  PIC 9(02)
               USING  SUB-ORDEM.
           05  TSUB-SUBSTITUTO
               LINE 10  COLUMN 27  PIC 9(06)
               USING  SUB-SUBSTITUTO.
           05  TPRO-DESCRICAO
               LINE 11  COLUMN 27  PIC X(30)
               USING  PRO-DESCRICAO.
           05  TPRO-QTDESTOQUE
               LINE 12  COLUMN 27  PIC Z(5)9
               USING  PRO-QTDESTOQUE.
           05  TPRO-PRECO
               LINE 13  COLUMN 27  PIC ZZZ.ZZ9,99
               USING  PRO-PRECO.
           05  TSUB-OBS
               LINE 15  COLUMN 27  PIC X(30)
               USING  SUB-OBS.

       PROCEDURE DIVISION.
       R0.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO - " ST-ERRO
              GO TO ROT-FIM2.
           OPEN I-O ARQSUBST
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "30"
                   OPEN OUTPUT ARQSUBST
                   CLOSE ARQSUBST
                   OPEN I-O ARQSUBST
               ELSE
                   DISPLAY "ERRO ABERTURA DO ARQUIVO ARQSUBST - "
                           ST-ERRO2
                   CLOSE ARQPRO
                   GO TO ROT-FIM2.
       R0A.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO4
                 CLOSE ARQPRO ARQSUBST
                 GO TO ROT-FIM2.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
       R1.
           MOVE ZEROS TO SUB-CHAVE SUB-SUBSTITUTO W-PRO-ESTOQUE
                         W-QT-SUB PRO-QTDESTOQUE PRO-PRECO
           MOVE SPACES TO PRO-DESCRICAO W-PRO-DESC SUB-OBS
           MOVE 0 TO W-SEL
           DISPLAY TELASUB.
       R2.
           ACCEPT TSUB-PRO-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE SUB-PRO-CODIGO TO PRO-CODIGO W-SUB-PRODUTO
           READ ARQPRO
           IF ST-ERRO = "23"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE PRO-DESCRICAO  TO W-PRO-DESC
           MOVE PRO-QTDESTOQUE TO W-PRO-ESTOQUE.
       PROXIMO-SUB.
           MOVE 0 TO W-SEL
           MOVE ZEROS TO W-SUB-NOVO
           PERFORM CONTA-SUBSTITUTOS THRU CONTA-SUBSTITUTOS-FIM
           MOVE W-SUB-PRODUTO TO SUB-PRO-CODIGO
           MOVE ZEROS TO SUB-ORDEM SUB-SUBSTITUTO PRO-QTDESTOQUE
                         PRO-PRECO
           MOVE SPACES TO PRO-DESCRICAO SUB-OBS
           DISPLAY TELASUB.
       R3.
           ACCEPT TSUB-ORDEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF SUB-ORDEM = ZEROS
              MOVE "*** ORDEM DE PREFERENCIA DE 01 A 99 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE SUB-ORDEM TO W-SUB-ORDEM.
       LER-ARQSUBST.
           READ ARQSUBST
           IF ST-ERRO2 NOT = "23"
               IF ST-ERRO2 = "00"
                   MOVE SUB-SUBSTITUTO TO PRO-CODIGO
                   PERFORM LE-SUBSTITUTO
                   DISPLAY TELASUB
                   MOVE "*** ORDEM JA CADASTRADA PARA O PRODUTO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQSUBST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE ZEROS TO SUB-SUBSTITUTO
           MOVE SPACES TO SUB-OBS.
       R4.
           ACCEPT TSUB-SUBSTITUTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF SUB-SUBSTITUTO = SUB-PRO-CODIGO
              MOVE "*** PRODUTO NAO SUBSTITUI ELE MESMO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE SUB-SUBSTITUTO TO PRO-CODIGO W-SUB-NOVO
           READ ARQPRO
           IF ST-ERRO = "23"
              MOVE "*** SUBSTITUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *>  O MESMO SUBSTITUTO NAO PODE APARECER EM DUAS ORDENS
           PERFORM PROCURA-SUBSTITUTO THRU PROCURA-SUBSTITUTO-FIM
           IF W-ACHOU = "S" AND W-ORDEM-ACHADA NOT = W-SUB-ORDEM
              MOVE "*** SUBSTITUTO JA CADASTRADO EM OUTRA ORDEM ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TPRO-DESCRICAO
           DISPLAY TPRO-QTDESTOQUE
           DISPLAY TPRO-PRECO.
       R5.
           ACCEPT TSUB-OBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROXIMO-SUB.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
           IF W-SEL = 1
              GO TO ALT-RW1.
       INC-WR1.
           WRITE REGSUBST
           IF ST-ERRO2 = "00" OR "02"
              MOVE "I" TO AUD-ACAO
              MOVE SUB-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** SUBSTITUTO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROXIMO-SUB.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQSUBST" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>****************************************
      *> ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *>****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N"  AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E"  GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO PROXIMO-SUB
           ELSE
              IF W-OPCAO = "A"
                 MOVE 1 TO W-SEL
                 GO TO R4
              ELSE
                 GO TO EXC-OPC.
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROXIMO-SUB.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           DELETE ARQSUBST RECORD
           IF ST-ERRO2 = "00"
              MOVE "E" TO AUD-ACAO
              MOVE SUB-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** SUBSTITUTO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROXIMO-SUB.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO"   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGSUBST
           IF ST-ERRO2 = "00" OR "02"
              MOVE "A" TO AUD-ACAO
              MOVE SUB-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** SUBSTITUTO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROXIMO-SUB.
           MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       LE-SUBSTITUTO.
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "(PRODUTO NAO CADASTRADO)" TO PRO-DESCRICAO
              MOVE ZEROS TO PRO-QTDESTOQUE PRO-PRECO
              MOVE "00" TO ST-ERRO.

      *>---------[ QUANTOS SUBSTITUTOS O PRODUTO JA TEM ]-------------
       CONTA-SUBSTITUTOS.
           MOVE ZEROS TO W-QT-SUB
           MOVE W-SUB-PRODUTO TO SUB-PRO-CODIGO
           MOVE ZEROS TO SUB-ORDEM
           START ARQSUBST KEY IS NOT LESS SUB-CHAVE
              INVALID KEY
                 GO TO CONTA-SUBSTITUTOS-FIM
           END-START.
       CONTA-SUBSTITUTOS-LOOP.
           READ ARQSUBST NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO CONTA-SUBSTITUTOS-FIM.
           IF SUB-PRO-CODIGO NOT = W-SUB-PRODUTO
              GO TO CONTA-SUBSTITUTOS-FIM.
           ADD 1 TO W-QT-SUB
           GO TO CONTA-SUBSTITUTOS-LOOP.
       CONTA-SUBSTITUTOS-FIM.
           MOVE "00" TO ST-ERRO2.

      *>---------[ SUBSTITUTO JA LISTADO PARA O PRODUTO? ]------------
       PROCURA-SUBSTITUTO.
           MOVE "N" TO W-ACHOU
           MOVE "N" TO W-FIM-SUB
           MOVE ZEROS TO W-ORDEM-ACHADA
           MOVE SPACES TO W-SUB-OBS
           MOVE SUB-OBS TO W-SUB-OBS
           MOVE W-SUB-PRODUTO TO SUB-PRO-CODIGO
           MOVE ZEROS TO SUB-ORDEM
           START ARQSUBST KEY IS NOT LESS SUB-CHAVE
              INVALID KEY
                 MOVE "S" TO W-FIM-SUB
           END-START.
       PROCURA-SUBSTITUTO-LOOP.
           IF W-FIM-SUB = "S"
              GO TO PROCURA-SUBSTITUTO-FIM.
           READ ARQSUBST NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO PROCURA-SUBSTITUTO-FIM.
           IF SUB-PRO-CODIGO NOT = W-SUB-PRODUTO
              GO TO PROCURA-SUBSTITUTO-FIM.
           IF SUB-SUBSTITUTO = W-SUB-NOVO
              MOVE "S" TO W-ACHOU
              MOVE SUB-ORDEM TO W-ORDEM-ACHADA
              GO TO PROCURA-SUBSTITUTO-FIM.
           GO TO PROCURA-SUBSTITUTO-LOOP.
       PROCURA-SUBSTITUTO-FIM.
           MOVE "00" TO ST-ERRO2
      *>  RESTAURA O REGISTRO EM DIGITACAO (A VARREDURA O SOBREPOE)
           MOVE W-SUB-PRODUTO TO SUB-PRO-CODIGO
           MOVE W-SUB-ORDEM   TO SUB-ORDEM
           MOVE W-SUB-NOVO    TO SUB-SUBSTITUTO
           MOVE W-SUB-OBS     TO SUB-OBS
           IF W-SEL = 1
              READ ARQSUBST
              MOVE W-SUB-NOVO TO SUB-SUBSTITUTO
              MOVE W-SUB-OBS  TO SUB-OBS
              MOVE "00" TO ST-ERRO2.

       GRAVA-AUDITORIA.
           MOVE "SUBST13 " TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           CLOSE ARQPRO ARQSUBST AUDITLOG.
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
