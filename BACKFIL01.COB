      *> ATENDIMENTO DE BACKORDERS COM O ESTOQUE RECEBIDO      *
      *> ALOCA DO MAIS ANTIGO PARA O MAIS NOVO E ATUALIZA      *
      *> PED-QTDATENDIDA (ARQBACKORD/ARQPRO/ARQPED)            *
      *> BACKORDER DE KIT E ATENDIDO PELO ESTOQUE DOS          *
      *> COMPONENTES (ARQKIT), COMO NA VENDA DO PEDID13        *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      RECORD KEY   IS LOT-CHAVE
                  ALTERNATE RECORD KEY IS LOT-PRO-CODIGO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-LOT.
       SELECT ARQLOTMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LM-CHAVE
                  ALTERNATE RECORD KEY IS LM-PED-COD WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LM-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-LM.
       SELECT ARQKIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS KIT-CHAVE
                  ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-KIT.

       DATA DIVISION.
       FILE SECTION.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQPED
               LABEL RECORD IS STANDARD
          03 LOT-VALIDADE            PIC 9(08).
          03 LOT-SALDO               PIC 9(06).

       FD ARQLOTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTMOV.DAT".
       01 REGLOTMOV.
          03 LM-CHAVE.
             05 LM-PRO-CODIGO        PIC 9(06).
             05 LM-LOTE              PIC X(10).
             05 LM-DATAHORA          PIC 9(14).
             05 LM-SEQ               PIC 9(02).
          03 LM-TIPO                 PIC X(01).
             88 LM-RECEBIMENTO          VALUE "R".
             88 LM-SAIDA                VALUE "S".
             88 LM-RETORNO              VALUE "E".
          03 LM-PED-COD              PIC 9(06).
          03 LM-NUM-PEDIDO           PIC 9(06).
          03 LM-NUM-ITEM             PIC 9(03).
          03 LM-TIPOVENDA            PIC 9(01).
          03 LM-CLI-CPFCNPJ          PIC 9(14).
          03 LM-FOR-CPFCNPJ          PIC 9(14).
          03 LM-QTDE                 PIC 9(06).
          03 LM-DATA                 PIC 9(08).
          03 LM-LOCAL                PIC 9(02).
          03 LM-PROGRAMA             PIC X(08).
          03 LM-OPERADOR             PIC X(10).

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-CODIGO           PIC 9(06).
             05 KIT-COMPONENTE       PIC 9(06).
          03 KIT-QTDE                PIC 9(04).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 W-QTDE-ALOCADA   PIC 9(06) VALUE ZEROS.
       01 ST-ERRO-LOC      PIC X(02) VALUE "00".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-LM       PIC X(02) VALUE "00".
       01 W-LOCAL          PIC 9(02) VALUE ZEROS.

      *> CONSUMO DE LOTES PELO VENCIMENTO MAIS PROXIMO (FEFO)
       01 W-LOTE-ACHOU     PIC X(01) VALUE "N".
       01 W-MENOR-VALIDADE PIC 9(08) VALUE ZEROS.
       01 W-LOTE-SEL       PIC X(10) VALUE SPACES.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.

      *> COMPONENTES DO KIT (ARQKIT) - BAIXA PELOS COMPONENTES
       01 ST-ERRO-KIT      PIC X(02) VALUE "00".
       01 W-QT-KIT         PIC 9(02) VALUE ZEROS.
       01 W-IX-KIT         PIC 9(02) VALUE ZEROS.
       01 W-KIT-DISP       PIC 9(06) VALUE ZEROS.
       01 W-KIT-POSSIVEL   PIC 9(06) VALUE ZEROS.
       01 W-KIT-ATENDIDO   PIC 9(06) VALUE ZEROS.
       01 TB-KIT.
          03 TB-KIT-ITEM OCCURS 20 TIMES.
             05 TK-COMPONENTE PIC 9(06).
             05 TK-QTDE       PIC 9(04).

       01 LINHA-DET.
           03 LD-PED-COD       PIC Z(5)9.
                 CLOSE ARQBACKORD ARQPRO ARQPED BACKFILREL
                 GO TO ROT-FIM.

           OPEN I-O ARQLOTMOV
           IF ST-ERRO-LM NOT = "00"
              IF ST-ERRO-LM = "30"
                 OPEN OUTPUT ARQLOTMOV
                 CLOSE ARQLOTMOV
                 OPEN I-O ARQLOTMOV
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQLOTMOV - "
                         ST-ERRO-LM
                 CLOSE ARQBACKORD ARQPRO ARQPED BACKFILREL
                 GO TO ROT-FIM.

           OPEN INPUT ARQKIT
           IF ST-ERRO-KIT NOT = "00"
              IF ST-ERRO-KIT = "30"
                 OPEN OUTPUT ARQKIT
                 CLOSE ARQKIT
                 OPEN INPUT ARQKIT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQKIT - "
                         ST-ERRO-KIT
                 CLOSE ARQBACKORD ARQPRO ARQPED BACKFILREL
                 GO TO ROT-FIM.
           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              MOVE "BACKFIL   " TO W-OPERADOR.

           MOVE "*** ATENDIMENTO DE BACKORDERS ***" TO REG-BACKFILREL
           WRITE REG-BACKFILREL
           MOVE "PEDIDO  PRODUTO  ALOCADA  RESTANTE  SITUACAO"
              WRITE REG-BACKFILREL.

           CLOSE ARQBACKORD ARQPRO ARQPED BACKFILREL ARQESTMOV
                 ARQESTLOC ARQLOTE ARQLOTMOV ARQKIT.
           DISPLAY "RELATORIO GERADO EM BACKFILREL.DAT -- "
                   W-TOT-ALOCADOS " BACKORDERS ATENDIDOS".
           GO TO ROT-FIM3.
              GO TO ALOCA-BACKORDER-FIM.
           IF PED-LOCAL NOT = ZEROS
              MOVE PED-LOCAL TO W-LOCAL.
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT > ZEROS
              GO TO ALOCA-BACKORDER-KIT.
           MOVE BO-PRO-CODIGO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE PRO-QTDESTOQUE TO W-QTDE-ALOCADA.
           SUBTRACT W-QTDE-ALOCADA FROM PRO-QTDESTOQUE
           REWRITE REGPRO
           PERFORM GRAVA-ESTMOV
           PERFORM BAIXA-LOCAL
           PERFORM CONSOME-LOTES
           GO TO ALOCA-BACKORDER-ATUALIZA.

      *>  KIT: ATENDE PELO COMPONENTE MAIS ESCASSO E BAIXA OS
      *>  COMPONENTES; O ESTOQUE DO PROPRIO KIT NAO E MOVIMENTADO
       ALOCA-BACKORDER-KIT.
           PERFORM CALCULA-DISP-KIT
           IF W-KIT-DISP = ZEROS
              GO TO ALOCA-BACKORDER-FIM.
           IF W-KIT-DISP >= BO-QTDE-PENDENTE
              MOVE BO-QTDE-PENDENTE TO W-KIT-ATENDIDO
           ELSE
              MOVE W-KIT-DISP TO W-KIT-ATENDIDO.
           PERFORM BAIXA-COMPONENTE
                   VARYING W-IX-KIT FROM 1 BY 1
                   UNTIL W-IX-KIT > W-QT-KIT
           MOVE W-KIT-ATENDIDO TO W-QTDE-ALOCADA.

       ALOCA-BACKORDER-ATUALIZA.
           SUBTRACT W-QTDE-ALOCADA FROM BO-QTDE-PENDENTE
           IF BO-QTDE-PENDENTE = ZEROS
              MOVE "A" TO BO-STATUS.
           ADD W-QTDE-ALOCADA TO PED-QTDATENDIDA
           REWRITE REGPED
           MOVE "00" TO ST-ERRO3
           REWRITE REGBACK
           MOVE BO-PED-COD       TO LD-PED-COD
           MOVE BO-PRO-CODIGO    TO LD-PRO-CODIGO
       ALOCA-BACKORDER-FIM.
           EXIT.

      *>---------[ MOVIMENTO DE ESTOQUE (ARQESTMOV) ]----------------
       GRAVA-ESTMOV.
           MOVE PRO-CODIGO TO MOV-PRO-CODIGO
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOV-DATAHORA
           MOVE BO-PED-COD TO MOV-DOCUMENTO
           MOVE "V" TO MOV-TIPO
           MOVE "S" TO MOV-ENTSAI
           MOVE W-QTDE-ALOCADA TO MOV-QTDE
           MOVE PRO-QTDESTOQUE TO MOV-SALDO
           WRITE REG-ESTMOV.

      *>---------[ KIT: BAIXA UM COMPONENTE ]-------------------------
       BAIXA-COMPONENTE.
           MOVE TK-COMPONENTE(W-IX-KIT) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              COMPUTE W-QTDE-ALOCADA = W-KIT-ATENDIDO
                                     * TK-QTDE(W-IX-KIT)
              IF W-QTDE-ALOCADA > PRO-QTDESTOQUE
                 MOVE PRO-QTDESTOQUE TO W-QTDE-ALOCADA
              END-IF
              SUBTRACT W-QTDE-ALOCADA FROM PRO-QTDESTOQUE
              REWRITE REGPRO
              IF ST-ERRO2 = "00"
                 PERFORM GRAVA-ESTMOV
                 PERFORM BAIXA-LOCAL
                 PERFORM CONSOME-LOTES
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO2.

      *>---------[ CARREGA OS COMPONENTES DO KIT (ARQKIT) ]-----------
       CARREGA-KIT.
           MOVE ZEROS TO W-QT-KIT
           MOVE BO-PRO-CODIGO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS KIT-CHAVE
              INVALID KEY
                 GO TO CARREGA-KIT-FIM
           END-START.
       CARREGA-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO-KIT NOT = "00"
              GO TO CARREGA-KIT-FIM.
           IF KIT-CODIGO NOT = BO-PRO-CODIGO
              GO TO CARREGA-KIT-FIM.
           IF W-QT-KIT < 20 AND KIT-QTDE > ZEROS
              ADD 1 TO W-QT-KIT
              MOVE KIT-COMPONENTE TO TK-COMPONENTE(W-QT-KIT)
              MOVE KIT-QTDE       TO TK-QTDE(W-QT-KIT).
           GO TO CARREGA-KIT-LOOP.
       CARREGA-KIT-FIM.
           MOVE "00" TO ST-ERRO-KIT.

      *>---------[ KITS DISPONIVEIS PELO COMPONENTE MAIS ESCASSO ]----
       CALCULA-DISP-KIT.
           MOVE 999999 TO W-KIT-DISP
           PERFORM DISP-COMPONENTE
                   VARYING W-IX-KIT FROM 1 BY 1
                   UNTIL W-IX-KIT > W-QT-KIT.

       DISP-COMPONENTE.
           MOVE TK-COMPONENTE(W-IX-KIT) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              DIVIDE PRO-QTDESTOQUE BY TK-QTDE(W-IX-KIT)
                     GIVING W-KIT-POSSIVEL
           ELSE
              MOVE ZEROS TO W-KIT-POSSIVEL
              MOVE "00" TO ST-ERRO2
           END-IF
           IF W-KIT-POSSIVEL < W-KIT-DISP
              MOVE W-KIT-POSSIVEL TO W-KIT-DISP
           END-IF.

      *>---------[ SALDO POR DEPOSITO/LOCAL (ARQESTLOC) ]-------------
       BAIXA-LOCAL.
           MOVE PRO-CODIGO TO EL-PRO-CODIGO
                 SUBTRACT W-QTDE-LOTE FROM LOT-SALDO
                 SUBTRACT W-QTDE-LOTE FROM W-QTDE-CONSUMIR
                 REWRITE REGLOTE
                 MOVE "S" TO LM-TIPO
                 PERFORM GRAVA-LOTMOV THRU GRAVA-LOTMOV-FIM
              ELSE
                 MOVE "S" TO W-FIM-LOTE
                 MOVE "00" TO ST-ERRO-LOT
       ACHA-LOTE-FIM.
           EXIT.

      *>---------[ RASTREIO DE LOTES (ARQLOTMOV) ]-----------------
       GRAVA-LOTMOV.
           MOVE PRO-CODIGO      TO LM-PRO-CODIGO
           MOVE LOT-NUMERO      TO LM-LOTE
           MOVE FUNCTION CURRENT-DATE(1:14) TO LM-DATAHORA
           MOVE PED-COD         TO LM-PED-COD
           MOVE PED-NUM-PEDIDO  TO LM-NUM-PEDIDO
           MOVE PED-NUM-ITEM    TO LM-NUM-ITEM
           MOVE PED-TIPOVENDA   TO LM-TIPOVENDA
           MOVE PED-CLI-CPFCNPJ TO LM-CLI-CPFCNPJ
           MOVE PED-FOR-CPFCNPJ TO LM-FOR-CPFCNPJ
           MOVE W-QTDE-LOTE     TO LM-QTDE
           MOVE PED-DATAEMISSAO TO LM-DATA
           MOVE W-LOCAL         TO LM-LOCAL
           MOVE "BACKFIL "      TO LM-PROGRAMA
           MOVE W-OPERADOR      TO LM-OPERADOR
           MOVE 1 TO LM-SEQ.
       GRAVA-LOTMOV-WR.
           WRITE REGLOTMOV
           IF ST-ERRO-LM = "22" AND LM-SEQ < 99
              ADD 1 TO LM-SEQ
              GO TO GRAVA-LOTMOV-WR.
           MOVE "00" TO ST-ERRO-LM.
       GRAVA-LOTMOV-FIM.
           EXIT.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
