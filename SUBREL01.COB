       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBREL01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> USO DE SUBSTITUTOS NO MES - QUANTAS VEZES E QUANTO DE *
      *> CADA PRODUTO FOI ATENDIDO PELO SUBSTITUTO NA FALTA DE *
      *> ESTOQUE (TROCA OU DIVISAO DO ITEM), PELO REGISTRO     *
      *> ARQSUBUSO GRAVADO NO PEDID13 E NO ORCAM13.            *
      *> SAIDA EM SUBREL.DAT                                   *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQSUBUSO ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRO-CODIGO
                  ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS PRO-EAN WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT SUBREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.

       DATA DIVISION.
       FILE SECTION.
       FD ARQSUBUSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUBUSO.DAT".
       01 REG-SUBUSO.
          03 SU-DATA                 PIC 9(08).
          03 SU-PRO-CODIGO           PIC 9(06).
          03 SU-SUBSTITUTO           PIC 9(06).
          03 SU-QTDE                 PIC 9(06).
          03 SU-TIPO                 PIC X(01).
          03 SU-PROGRAMA             PIC X(08).
          03 SU-DOCUMENTO            PIC 9(06).
          03 SU-OPERADOR             PIC X(10).

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

       FD SUBREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUBREL.DAT".
       01 REG-SUBREL PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 W-ANOMES         PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-GRP REDEFINES W-ANOMES.
          03 W-AM-ANO      PIC 9(04).
          03 W-AM-MES      PIC 9(02).
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-ESTOURO        PIC X(01) VALUE "N".
       01 W-LIDOS          PIC 9(06) VALUE ZEROS.
       01 W-PRO-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-ED      PIC 9999/99.

      *> USO POR PAR ORIGINAL/SUBSTITUTO NO MES (ATE 500 PARES)
       01 W-QT-PAR         PIC 9(03) VALUE ZEROS.
       01 W-IX-PAR         PIC 9(03) VALUE ZEROS.
       01 W-IDX-TROCA      PIC 9(03) VALUE ZEROS.
       01 W-TROCOU         PIC X(01) VALUE "N".
       01 W-SALVA-PAR      PIC X(54) VALUE SPACES.
       01 TB-PAR.
          03 TP-ENT OCCURS 500 TIMES.
             05 TP-ORDEM.
                07 TP-PRO-CODIGO  PIC 9(06).
                07 TP-SUBSTITUTO  PIC 9(06).
             05 TP-VEZES-TROCA    PIC 9(05).
             05 TP-VEZES-DIVIDE   PIC 9(05).
             05 TP-QTDE-TROCA     PIC 9(08).
             05 TP-QTDE-DIVIDE    PIC 9(08).
             05 TP-QTDE-PEDIDO    PIC 9(08).
             05 TP-QTDE-ORCAM     PIC 9(08).

      *> SUBTOTAL DO PRODUTO ORIGINAL E TOTAL GERAL
       01 W-SUB-VEZES      PIC 9(06) VALUE ZEROS.
       01 W-SUB-QTDE       PIC 9(09) VALUE ZEROS.
       01 W-TOT-VEZES      PIC 9(06) VALUE ZEROS.
       01 W-TOT-QTDE       PIC 9(09) VALUE ZEROS.
       01 W-TOT-PRODUTOS   PIC 9(05) VALUE ZEROS.
       01 W-VEZES          PIC 9(06) VALUE ZEROS.
       01 W-QTDE           PIC 9(09) VALUE ZEROS.

       01 LINHA-TITULO.
           03 FILLER           PIC X(38) VALUE
              "*** USO DE PRODUTOS SUBSTITUTOS - MES ".
           03 LT-ANOMES        PIC 9999/99.
           03 FILLER           PIC X(04) VALUE " ***".
       01 LINHA-CAB.
           03 FILLER           PIC X(43) VALUE
              "    SUBST.  DESCRICAO".
           03 FILLER           PIC X(17) VALUE
              "TROCAS      QTDE".
           03 FILLER           PIC X(17) VALUE
              " DIVIS.      QTDE".
           03 FILLER           PIC X(20) VALUE
              "    PEDIDO    ORCAM.".
       01 LINHA-PRODUTO.
           03 FILLER           PIC X(10) VALUE "PRODUTO : ".
           03 LP-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LP-DESCRICAO     PIC X(30).
       01 LINHA-DET.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-DESCRICAO     PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-VEZES-TROCA   PIC ZZ.ZZ9.
           03 LD-QTDE-TROCA    PIC ZZ.ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-VEZES-DIVIDE  PIC ZZ.ZZ9.
           03 LD-QTDE-DIVIDE   PIC ZZ.ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-QTDE-PEDIDO   PIC ZZ.ZZZ.ZZ9.
           03 LD-QTDE-ORCAM    PIC ZZ.ZZZ.ZZ9.
       01 LINHA-TOT.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LT-ROTULO        PIC X(30).
           03 LT-VEZES         PIC ZZZ.ZZ9.
           03 FILLER           PIC X(10) VALUE " VEZES -  ".
           03 LT-QTDE          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER           PIC X(09) VALUE " UNIDADES".

       PROCEDURE DIVISION.
       R0.
           DISPLAY "SUBREL01 - USO DE PRODUTOS SUBSTITUTOS NO MES".
           DISPLAY "INFORME O MES (AAAAMM): ".
           ACCEPT W-ANOMES.
           IF W-ANOMES = ZEROS
              OR W-AM-MES < 1 OR W-AM-MES > 12
              DISPLAY "*** MES INVALIDO ***"
              GO TO ROT-FIM.

           OPEN INPUT ARQSUBUSO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQSUBUSO - "
                      ST-ERRO
              GO TO ROT-FIM.

           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO - " ST-ERRO2
              CLOSE ARQSUBUSO
              GO TO ROT-FIM.

           OPEN OUTPUT SUBREL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO SUBREL - "
                      ST-ERRO3
              CLOSE ARQSUBUSO ARQPRO
              GO TO ROT-FIM.

      *>---------[ ACUMULA O USO DO MES POR PAR ]---------------------
       R1.
           READ ARQSUBUSO NEXT RECORD
              AT END
                 GO TO R2.
           IF SU-DATA(1:6) NOT = W-ANOMES
              GO TO R1.
           ADD 1 TO W-LIDOS
           PERFORM ACUMULA-PAR
           GO TO R1.

      *>---------[ ORDENA POR ORIGINAL/SUBSTITUTO E IMPRIME ]---------
       R2.
           PERFORM ORDENA-TABELA
           MOVE W-ANOMES TO LT-ANOMES
           WRITE REG-SUBREL FROM LINHA-TITULO
           MOVE SPACES TO REG-SUBREL
           WRITE REG-SUBREL
           WRITE REG-SUBREL FROM LINHA-CAB
           MOVE ZEROS TO W-PRO-ATUAL
           PERFORM EMITE-PAR
                   VARYING W-IX-PAR FROM 1 BY 1
                   UNTIL W-IX-PAR > W-QT-PAR
           IF W-PRO-ATUAL NOT = ZEROS
              PERFORM FECHA-PRODUTO.

           MOVE SPACES TO REG-SUBREL
           WRITE REG-SUBREL
           IF W-QT-PAR = ZEROS
              MOVE "    NENHUM USO DE SUBSTITUTO NO MES" TO REG-SUBREL
              WRITE REG-SUBREL.
           MOVE "TOTAL GERAL DO MES" TO LT-ROTULO
           MOVE W-TOT-VEZES TO LT-VEZES
           MOVE W-TOT-QTDE  TO LT-QTDE
           WRITE REG-SUBREL FROM LINHA-TOT.

           CLOSE ARQSUBUSO ARQPRO SUBREL.
           IF W-ESTOURO = "S"
              DISPLAY "*** MAIS DE 500 PARES NO MES - OS EXCEDENTES "
                      "NAO FORAM LISTADOS ***".
           MOVE W-ANOMES TO W-ANOMES-ED
           DISPLAY "RELATORIO GERADO EM SUBREL.DAT -- " W-ANOMES-ED
                   " - " W-TOT-PRODUTOS " PRODUTOS SUBSTITUIDOS".
           GO TO ROT-FIM3.

      *>---------[ LOCALIZA/INCLUI O PAR NA TABELA E SOMA ]-----------
       ACUMULA-PAR.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IX-PAR
           PERFORM PROCURA-PAR
                   UNTIL W-IX-PAR > W-QT-PAR OR W-ACHOU = "S"
           IF W-ACHOU = "N"
              IF W-QT-PAR < 500
                 ADD 1 TO W-QT-PAR
                 MOVE W-QT-PAR TO W-IX-PAR
                 MOVE SU-PRO-CODIGO TO TP-PRO-CODIGO(W-IX-PAR)
                 MOVE SU-SUBSTITUTO TO TP-SUBSTITUTO(W-IX-PAR)
                 MOVE ZEROS TO TP-VEZES-TROCA(W-IX-PAR)
                      TP-VEZES-DIVIDE(W-IX-PAR)
                      TP-QTDE-TROCA(W-IX-PAR) TP-QTDE-DIVIDE(W-IX-PAR)
                      TP-QTDE-PEDIDO(W-IX-PAR) TP-QTDE-ORCAM(W-IX-PAR)
              ELSE
                 MOVE "S" TO W-ESTOURO
                 GO TO ACUMULA-PAR-FIM.
           IF SU-TIPO = "T"
              ADD 1       TO TP-VEZES-TROCA(W-IX-PAR)
              ADD SU-QTDE TO TP-QTDE-TROCA(W-IX-PAR)
           ELSE
              ADD 1       TO TP-VEZES-DIVIDE(W-IX-PAR)
              ADD SU-QTDE TO TP-QTDE-DIVIDE(W-IX-PAR).
           IF SU-PROGRAMA = "ORCAM13 "
              ADD SU-QTDE TO TP-QTDE-ORCAM(W-IX-PAR)
           ELSE
              ADD SU-QTDE TO TP-QTDE-PEDIDO(W-IX-PAR).
       ACUMULA-PAR-FIM.
           EXIT.

       PROCURA-PAR.
           IF TP-PRO-CODIGO(W-IX-PAR) = SU-PRO-CODIGO
              AND TP-SUBSTITUTO(W-IX-PAR) = SU-SUBSTITUTO
              MOVE "S" TO W-ACHOU
           ELSE
              ADD 1 TO W-IX-PAR.

      *>---------[ ORDENACAO POR ORIGINAL E SUBSTITUTO (BOLHA) ]-------
       ORDENA-TABELA.
           MOVE "S" TO W-TROCOU
           PERFORM ORDENA-PASSADA UNTIL W-TROCOU = "N".

       ORDENA-PASSADA.
           MOVE "N" TO W-TROCOU
           PERFORM ORDENA-COMPARA
                   VARYING W-IDX-TROCA FROM 1 BY 1
                   UNTIL W-IDX-TROCA >= W-QT-PAR.

       ORDENA-COMPARA.
           IF TP-ORDEM(W-IDX-TROCA) > TP-ORDEM(W-IDX-TROCA + 1)
              MOVE TP-ENT(W-IDX-TROCA)     TO W-SALVA-PAR
              MOVE TP-ENT(W-IDX-TROCA + 1) TO TP-ENT(W-IDX-TROCA)
              MOVE W-SALVA-PAR TO TP-ENT(W-IDX-TROCA + 1)
              MOVE "S" TO W-TROCOU.

      *>---------[ LINHA DO PAR, COM QUEBRA POR PRODUTO ORIGINAL ]----
       EMITE-PAR.
           IF TP-PRO-CODIGO(W-IX-PAR) NOT = W-PRO-ATUAL
              IF W-PRO-ATUAL NOT = ZEROS
                 PERFORM FECHA-PRODUTO
              END-IF
              PERFORM ABRE-PRODUTO
           END-IF
           MOVE TP-SUBSTITUTO(W-IX-PAR) TO PRO-CODIGO LD-CODIGO
           PERFORM LE-PRODUTO
           MOVE PRO-DESCRICAO TO LD-DESCRICAO
           MOVE TP-VEZES-TROCA(W-IX-PAR)  TO LD-VEZES-TROCA
           MOVE TP-QTDE-TROCA(W-IX-PAR)   TO LD-QTDE-TROCA
           MOVE TP-VEZES-DIVIDE(W-IX-PAR) TO LD-VEZES-DIVIDE
           MOVE TP-QTDE-DIVIDE(W-IX-PAR)  TO LD-QTDE-DIVIDE
           MOVE TP-QTDE-PEDIDO(W-IX-PAR)  TO LD-QTDE-PEDIDO
           MOVE TP-QTDE-ORCAM(W-IX-PAR)   TO LD-QTDE-ORCAM
           WRITE REG-SUBREL FROM LINHA-DET
           COMPUTE W-VEZES = TP-VEZES-TROCA(W-IX-PAR)
                           + TP-VEZES-DIVIDE(W-IX-PAR)
           COMPUTE W-QTDE  = TP-QTDE-TROCA(W-IX-PAR)
                           + TP-QTDE-DIVIDE(W-IX-PAR)
           ADD W-VEZES TO W-SUB-VEZES W-TOT-VEZES
           ADD W-QTDE  TO W-SUB-QTDE  W-TOT-QTDE.

       ABRE-PRODUTO.
           MOVE TP-PRO-CODIGO(W-IX-PAR) TO W-PRO-ATUAL PRO-CODIGO
                                           LP-CODIGO
           PERFORM LE-PRODUTO
           MOVE PRO-DESCRICAO TO LP-DESCRICAO
           MOVE SPACES TO REG-SUBREL
           WRITE REG-SUBREL
           WRITE REG-SUBREL FROM LINHA-PRODUTO
           MOVE ZEROS TO W-SUB-VEZES W-SUB-QTDE
           ADD 1 TO W-TOT-PRODUTOS.

       FECHA-PRODUTO.
           MOVE "SUBTOTAL DO PRODUTO" TO LT-ROTULO
           MOVE W-SUB-VEZES TO LT-VEZES
           MOVE W-SUB-QTDE  TO LT-QTDE
           WRITE REG-SUBREL FROM LINHA-TOT.

       LE-PRODUTO.
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "(PRODUTO NAO CADASTRADO)" TO PRO-DESCRICAO
              MOVE "00" TO ST-ERRO2.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
