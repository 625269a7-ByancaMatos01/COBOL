       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARADO01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> ESTOQUE PARADO - PRODUTOS COM SALDO E SEM VENDA HA    *
      *> 90, 180 OU 365 DIAS OU MAIS, PELA ULTIMA VENDA        *
      *> (MOV-TIPO "V") DO DIARIO DE ESTOQUE (ARQESTMOV).      *
      *> SEM NENHUMA VENDA CONTA DESDE O ULTIMO RECEBIMENTO    *
      *> (MOV-TIPO "R"/"C"); SEM NENHUM DOS DOIS, ENTRA NA     *
      *> FAIXA DE 365+. ESTOQUE VALORIZADO A PRO-CUSTO, COM OS *
      *> LOTES E VALIDADES DO ARQLOTE. SAIDA EM PARADOREL.DAT  *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQESTMOV ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRO-CODIGO
                  ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS PRO-EAN WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT ARQLOTE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LOT-CHAVE
                  ALTERNATE RECORD KEY IS LOT-PRO-CODIGO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-LOT.
       SELECT PARADOREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.

       DATA DIVISION.
       FILE SECTION.
       FD ARQESTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTMOV.DAT".
       01 REG-ESTMOV.
          03 MOV-PRO-CODIGO          PIC 9(06).
          03 MOV-DATAHORA            PIC 9(14).
          03 MOV-DOCUMENTO           PIC 9(06).
          03 MOV-TIPO                PIC X(01).
          03 MOV-ENTSAI              PIC X(01).
          03 MOV-QTDE                PIC 9(06).
          03 MOV-SALDO               PIC 9(06).

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

       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
          03 LOT-CHAVE.
             05 LOT-PRO-CODIGO       PIC 9(06).
             05 LOT-NUMERO           PIC X(10).
          03 LOT-VALIDADE            PIC 9(08).
          03 LOT-SALDO               PIC 9(06).

       FD PARADOREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARADOREL.DAT".
       01 REG-PARADOREL PIC X(120).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 W-TEM-LOTE       PIC X(01) VALUE "N".
       01 W-FIM-MOV        PIC X(01) VALUE "N".
       01 W-IDX            PIC 9(04) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-ESTOURO        PIC X(01) VALUE "N".
       01 W-FAIXA          PIC 9(01) VALUE ZEROS.
       01 W-FAIXA-PRO      PIC 9(01) VALUE ZEROS.
       01 W-HOJE-DATA      PIC 9(08) VALUE ZEROS.
       01 W-HOJE-JULIANO   PIC 9(07) VALUE ZEROS.
       01 W-DATA-MOV       PIC 9(08) VALUE ZEROS.
       01 W-DATA-REF       PIC 9(08) VALUE ZEROS.
       01 W-ULT-VENDA      PIC 9(08) VALUE ZEROS.
       01 W-ULT-RECEB      PIC 9(08) VALUE ZEROS.
       01 W-DIAS           PIC 9(05) VALUE ZEROS.
       01 W-VALOR          PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA-ED        PIC 9999/99/99.
       01 W-TOT-PRODUTOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR      PIC 9(11)V99 VALUE ZEROS.

      *> ULTIMA VENDA E ULTIMO RECEBIMENTO POR PRODUTO (ATE 2000)
       01 TABULT.
           03 TBULT OCCURS 2000 TIMES.
               05 TU-PRO-CODIGO  PIC 9(06).
               05 TU-ULT-VENDA   PIC 9(08).
               05 TU-ULT-RECEB   PIC 9(08).
       01 W-TAB-QTDE       PIC 9(04) VALUE ZEROS.

      *> FAIXAS DE DIAS SEM VENDA (DA MAIS PARADA PARA A MENOS)
       01 TABFAIXAX.
           03 FILLER PIC X(30) VALUE "SEM VENDA HA 365 DIAS OU MAIS".
           03 FILLER PIC X(30) VALUE "SEM VENDA DE 180 A 364 DIAS".
           03 FILLER PIC X(30) VALUE "SEM VENDA DE 90 A 179 DIAS".
       01 TABFAIXA REDEFINES TABFAIXAX.
           03 TF-TITULO      PIC X(30) OCCURS 3 TIMES.
       01 TABTOTF.
           03 TBTOTF OCCURS 3 TIMES.
               05 TT-PRODUTOS    PIC 9(06).
               05 TT-VALOR       PIC 9(11)V99.

       01 LINHA-FAIXA.
           03 FILLER           PIC X(04) VALUE "*** ".
           03 LF-TITULO        PIC X(30).
           03 FILLER           PIC X(04) VALUE " ***".
       01 LINHA-DET.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-DESCRICAO     PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-QTDE          PIC ZZZ.ZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CUSTO         PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-ULT-VENDA     PIC X(10).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-ULT-RECEB     PIC X(10).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-DIAS          PIC ZZ.ZZ9.
       01 LINHA-LOTE.
           03 FILLER           PIC X(08) VALUE SPACES.
           03 FILLER           PIC X(05) VALUE "LOTE ".
           03 LL-LOTE          PIC X(10).
           03 FILLER           PIC X(12) VALUE "  VALIDADE: ".
           03 LL-VALIDADE      PIC 9999/99/99.
           03 FILLER           PIC X(09) VALUE "  SALDO: ".
           03 LL-SALDO         PIC ZZZ.ZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LL-ALERTA        PIC X(13).
       01 LINHA-TOT.
           03 LT-ROTULO        PIC X(30).
           03 LT-PRODUTOS      PIC ZZZ.ZZ9.
           03 FILLER           PIC X(22) VALUE
              " PRODUTOS - VALOR:    ".
           03 LT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       R0.
           OPEN INPUT ARQESTMOV
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQESTMOV - "
                      ST-ERRO
              GO TO ROT-FIM.

           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO - " ST-ERRO2
              CLOSE ARQESTMOV
              GO TO ROT-FIM.

           OPEN OUTPUT PARADOREL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PARADOREL - "
                      ST-ERRO3
              CLOSE ARQESTMOV ARQPRO
              GO TO ROT-FIM.

      *>  SEM ARQLOTE O RELATORIO SAI SEM AS LINHAS DE LOTE
           OPEN INPUT ARQLOTE
           IF ST-ERRO-LOT = "00"
              MOVE "S" TO W-TEM-LOTE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE-DATA
           COMPUTE W-HOJE-JULIANO =
                   FUNCTION INTEGER-OF-DATE(W-HOJE-DATA)
           MOVE ZEROS TO TABTOTF

           MOVE "*** ESTOQUE PARADO - DIAS SEM VENDA ***"
                                              TO REG-PARADOREL
           WRITE REG-PARADOREL
           MOVE "CODIGO  DESCRICAO                         SALDO CUSTO U
      -    "NIT.  VALOR ESTOQUE  ULT.VENDA   ULT.RECEB.    DIAS"
                                              TO REG-PARADOREL
           WRITE REG-PARADOREL
           MOVE SPACES TO REG-PARADOREL
           WRITE REG-PARADOREL.

      *>---------[ ULTIMA VENDA E ULTIMO RECEBIMENTO DO DIARIO ]------
       R1.
           PERFORM UNTIL W-FIM-MOV = "S"
              READ ARQESTMOV NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-MOV
              NOT AT END
                 IF MOV-TIPO = "V" OR MOV-TIPO = "R"
                                   OR MOV-TIPO = "C"
                    PERFORM GUARDA-DATA
                 END-IF
           END-PERFORM.

      *>---------[ UMA PASSADA NO ARQPRO POR FAIXA ]------------------
       R2.
           PERFORM VARYING W-FAIXA FROM 1 BY 1 UNTIL W-FAIXA > 3
              PERFORM LISTA-FAIXA THRU LISTA-FAIXA-FIM
           END-PERFORM.

           MOVE SPACES TO REG-PARADOREL
           WRITE REG-PARADOREL
           MOVE "TOTAL DO ESTOQUE PARADO      " TO LT-ROTULO
           MOVE W-TOT-PRODUTOS TO LT-PRODUTOS
           MOVE W-TOT-VALOR    TO LT-VALOR
           WRITE REG-PARADOREL FROM LINHA-TOT.

           IF W-TEM-LOTE = "S"
              CLOSE ARQLOTE.
           CLOSE ARQESTMOV ARQPRO PARADOREL.
           IF W-ESTOURO = "S"
              DISPLAY "*** MAIS DE 2000 PRODUTOS NO DIARIO - OS "
                      "EXCEDENTES SAEM COMO SEM MOVIMENTO ***".
           DISPLAY "RELATORIO GERADO EM PARADOREL.DAT -- "
                   W-TOT-PRODUTOS " PRODUTOS PARADOS".
           GO TO ROT-FIM3.

       GUARDA-DATA.
           MOVE MOV-DATAHORA(1:8) TO W-DATA-MOV
           MOVE "N" TO W-ACHOU
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TAB-QTDE OR W-ACHOU = "S"
              IF TU-PRO-CODIGO(W-IDX) = MOV-PRO-CODIGO
                 MOVE "S" TO W-ACHOU
              END-IF
           END-PERFORM
           IF W-ACHOU = "S"
              SUBTRACT 1 FROM W-IDX
           ELSE
              IF W-TAB-QTDE < 2000
                 ADD 1 TO W-TAB-QTDE
                 MOVE W-TAB-QTDE     TO W-IDX
                 MOVE MOV-PRO-CODIGO TO TU-PRO-CODIGO(W-IDX)
                 MOVE ZEROS TO TU-ULT-VENDA(W-IDX) TU-ULT-RECEB(W-IDX)
              ELSE
                 MOVE "S" TO W-ESTOURO
                 MOVE ZEROS TO W-IDX
              END-IF
           END-IF
           IF W-IDX NOT = ZEROS
              IF MOV-TIPO = "V"
                 IF W-DATA-MOV > TU-ULT-VENDA(W-IDX)
                    MOVE W-DATA-MOV TO TU-ULT-VENDA(W-IDX)
                 END-IF
              ELSE
                 IF W-DATA-MOV > TU-ULT-RECEB(W-IDX)
                    MOVE W-DATA-MOV TO TU-ULT-RECEB(W-IDX)
                 END-IF
              END-IF
           END-IF.

      *>---------[ PRODUTOS COM SALDO QUE CAEM NA FAIXA ]-------------
       LISTA-FAIXA.
           MOVE TF-TITULO(W-FAIXA) TO LF-TITULO
           MOVE SPACES TO REG-PARADOREL
           WRITE REG-PARADOREL
           WRITE REG-PARADOREL FROM LINHA-FAIXA
           MOVE ZEROS TO PRO-CODIGO
           START ARQPRO KEY IS NOT LESS PRO-CODIGO
              INVALID KEY
                 GO TO LISTA-FAIXA-TOTAL
           END-START.
       LISTA-FAIXA-LOOP.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO LISTA-FAIXA-TOTAL.
           IF PRO-QTDESTOQUE = ZEROS
              GO TO LISTA-FAIXA-LOOP.
           PERFORM CALCULA-DIAS
           IF W-FAIXA-PRO NOT = W-FAIXA
              GO TO LISTA-FAIXA-LOOP.
           PERFORM EMITE-PRODUTO
           GO TO LISTA-FAIXA-LOOP.
       LISTA-FAIXA-TOTAL.
           MOVE "00" TO ST-ERRO2
           MOVE "  SUBTOTAL DA FAIXA          " TO LT-ROTULO
           MOVE TT-PRODUTOS(W-FAIXA) TO LT-PRODUTOS
           MOVE TT-VALOR(W-FAIXA)    TO LT-VALOR
           WRITE REG-PARADOREL FROM LINHA-TOT.
       LISTA-FAIXA-FIM.
           EXIT.

      *>  DIAS DESDE A ULTIMA VENDA (OU RECEBIMENTO) E FAIXA (0=FORA)
       CALCULA-DIAS.
           MOVE ZEROS TO W-ULT-VENDA W-ULT-RECEB W-FAIXA-PRO
           MOVE "N" TO W-ACHOU
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TAB-QTDE OR W-ACHOU = "S"
              IF TU-PRO-CODIGO(W-IDX) = PRO-CODIGO
                 MOVE "S" TO W-ACHOU
                 MOVE TU-ULT-VENDA(W-IDX) TO W-ULT-VENDA
                 MOVE TU-ULT-RECEB(W-IDX) TO W-ULT-RECEB
              END-IF
           END-PERFORM
           IF W-ULT-VENDA NOT = ZEROS
              MOVE W-ULT-VENDA TO W-DATA-REF
           ELSE
              MOVE W-ULT-RECEB TO W-DATA-REF.
           IF W-DATA-REF = ZEROS
              MOVE 99999 TO W-DIAS
           ELSE
              COMPUTE W-DIAS = W-HOJE-JULIANO -
                      FUNCTION INTEGER-OF-DATE(W-DATA-REF).
           EVALUATE TRUE
              WHEN W-DIAS NOT < 365
                 MOVE 1 TO W-FAIXA-PRO
              WHEN W-DIAS NOT < 180
                 MOVE 2 TO W-FAIXA-PRO
              WHEN W-DIAS NOT < 90
                 MOVE 3 TO W-FAIXA-PRO
           END-EVALUATE.

       EMITE-PRODUTO.
           COMPUTE W-VALOR = PRO-QTDESTOQUE * PRO-CUSTO
           MOVE PRO-CODIGO     TO LD-CODIGO
           MOVE PRO-DESCRICAO  TO LD-DESCRICAO
           MOVE PRO-QTDESTOQUE TO LD-QTDE
           MOVE PRO-CUSTO      TO LD-CUSTO
           MOVE W-VALOR        TO LD-VALOR
           IF W-ULT-VENDA = ZEROS
              MOVE "SEM VENDA" TO LD-ULT-VENDA
           ELSE
              MOVE W-ULT-VENDA TO W-DATA-ED
              MOVE W-DATA-ED   TO LD-ULT-VENDA.
           IF W-ULT-RECEB = ZEROS
              MOVE "-" TO LD-ULT-RECEB
           ELSE
              MOVE W-ULT-RECEB TO W-DATA-ED
              MOVE W-DATA-ED   TO LD-ULT-RECEB.
           IF W-DIAS = 99999
              MOVE ZEROS TO LD-DIAS
           ELSE
              MOVE W-DIAS TO LD-DIAS.
           WRITE REG-PARADOREL FROM LINHA-DET
           ADD 1 TO TT-PRODUTOS(W-FAIXA) W-TOT-PRODUTOS
           ADD W-VALOR TO TT-VALOR(W-FAIXA) W-TOT-VALOR
           IF W-TEM-LOTE = "S"
              PERFORM LISTA-LOTES THRU LISTA-LOTES-FIM.

      *>---------[ LOTES COM SALDO DO PRODUTO ]-----------------------
       LISTA-LOTES.
           MOVE PRO-CODIGO TO LOT-PRO-CODIGO
           START ARQLOTE KEY IS EQUAL LOT-PRO-CODIGO
              INVALID KEY
                 GO TO LISTA-LOTES-FIM
           END-START.
       LISTA-LOTES-LOOP.
           READ ARQLOTE NEXT RECORD
           IF ST-ERRO-LOT NOT = "00"
              GO TO LISTA-LOTES-FIM.
           IF LOT-PRO-CODIGO NOT = PRO-CODIGO
              GO TO LISTA-LOTES-FIM.
           IF LOT-SALDO = ZEROS
              GO TO LISTA-LOTES-LOOP.
           MOVE LOT-NUMERO   TO LL-LOTE
           MOVE LOT-VALIDADE TO LL-VALIDADE
           MOVE LOT-SALDO    TO LL-SALDO
           MOVE SPACES       TO LL-ALERTA
           IF LOT-VALIDADE NOT = ZEROS
              IF LOT-VALIDADE < W-HOJE-DATA
                 MOVE "** VENCIDO **" TO LL-ALERTA
              END-IF
           END-IF
           WRITE REG-PARADOREL FROM LINHA-LOTE
           GO TO LISTA-LOTES-LOOP.
       LISTA-LOTES-FIM.
           MOVE "00" TO ST-ERRO-LOT.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
