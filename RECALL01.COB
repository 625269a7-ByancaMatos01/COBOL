       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> RASTREABILIDADE DE LOTES (ARQLOTMOV)                 *
      *> MODO 1 - RECALL: DADO PRODUTO E LOTE, LISTA OS        *
      *>   RECEBIMENTOS DO FORNECEDOR, TODOS OS CLIENTES QUE   *
      *>   RECEBERAM O LOTE (QTDE LIQUIDA E CONTATO DO ARQCLI) *
      *>   E O QUE AINDA ESTA EM ESTOQUE POR LOCAL (ARQESTLOC) *
      *> MODO 2 - RASTREIO: DADO UM ITEM DE PEDIDO (PED-COD),  *
      *>   LISTA OS LOTES QUE ELE MOVIMENTOU E O RECEBIMENTO   *
      *>   DE FORNECEDOR DE CADA LOTE                          *
      *> SAIDA EM RECALLREL.DAT                                *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQLOTMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LM-CHAVE
                  ALTERNATE RECORD KEY IS LM-PED-COD WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LM-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-LM.
       SELECT ARQLOTE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LOT-CHAVE
                  ALTERNATE RECORD KEY IS LOT-PRO-CODIGO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-LOT.
       SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                  ALTERNATE RECORD KEY IS PED-COD-PRO WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRO-CODIGO
                  ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS PRO-EAN WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT ARQCLI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CLI-CPF
                  ALTERNATE RECORD KEY IS CODIGOC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CNPJC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS EMAILC WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.
       SELECT ARQFOR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOR-CPFCNPJ
                  ALTERNATE RECORD KEY IS CODIGOF WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO4.
       SELECT ARQESTLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EL-CHAVE
                      FILE STATUS  IS ST-ERRO-LOC.
       SELECT RECALLREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
          03 LOT-CHAVE.
             05 LOT-PRO-CODIGO       PIC 9(06).
             05 LOT-NUMERO           PIC X(10).
          03 LOT-VALIDADE            PIC 9(08).
          03 LOT-SALDO               PIC 9(06).

       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
          03 PED-COD                 PIC 9(06).
          03 PED-TIPOPEDIDO          PIC X(15).
          03 PED-COD-PRO             PIC 9(09).
          03 PED-TIPOVENDA           PIC 9(01).
          03 PED-CLI-CPFCNPJ         PIC 9(14).
          03 PED-FOR-CPFCNPJ         PIC 9(14).
          03 PED-QUANTIDADE          PIC 9(06).
          03 PED-PRECOUNITARIO       PIC 9(08)V99.
          03 PED-VALORTOTAL          PIC 9(14)V99.
          03 PED-DATAEMISSAO         PIC 9(08).
          03 PED-STATUS              PIC X(01).
             88 PED-ST-ABERTO           VALUE "A".
             88 PED-ST-FATURADO         VALUE "F".
             88 PED-ST-CANCELADO        VALUE "C".
          03 PED-NUM-PEDIDO          PIC 9(06).
          03 PED-NUM-ITEM            PIC 9(03).
          03 PED-QTDATENDIDA         PIC 9(06).
          03 PED-LOCAL               PIC 9(02).
          03 PED-DESCPERC            PIC 9(02)V99.
          03 PED-OPERADOR            PIC X(10).
          03 PED-TAXA-APLICADA       PIC 9(02)V99.
          03 PED-VENDEDOR            PIC 9(06).

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

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
          03 CODIGOC              PIC 9(06).
          03 CLI-CPF              PIC 9(11).
          03 CNPJC                PIC 9(14).
          03 NOMEC                PIC X(30).
          03 APELIDOC             PIC X(30).
          03 CEPC                 PIC 9(08).
          03 LOGRADOUROC          PIC X(24).
          03 NUMEROC              PIC X(11).
          03 COMPLEMENTOC         PIC X(24).
          03 BAIRROC              PIC X(40).
          03 CIDADEC              PIC X(24).
          03 ESTADOC              PIC X(02).
          03 TELEFONEC            PIC 9(11).
          03 EMAILC               PIC X(33).
          03 CONTATOC             PIC X(32).
          03 CLI-LIMITE           PIC 9(08).

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ           PIC 9(14).
          03 CODIGOF             PIC 9(06).
          03 NOMEF               PIC X(30).
          03 APELIDOF            PIC X(30).
          03 CEPF                PIC 9(08).
          03 LOGRADOUROF         PIC X(24).
          03 NUMEROF             PIC X(11).
          03 COMPLEMENTOF        PIC X(24).
          03 BAIRROF             PIC X(40).
          03 CIDADEF             PIC X(24).
          03 ESTADOF             PIC X(02).
          03 TELEFONEF           PIC 9(11).
          03 EMAILF              PIC X(33).
          03 CONTATOF            PIC X(32).

       FD ARQESTLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTLOC.DAT".
       01 REGESTLOC.
          03 EL-CHAVE.
             05 EL-PRO-CODIGO        PIC 9(06).
             05 EL-LOCAL             PIC 9(02).
          03 EL-SALDO                PIC 9(06).
          03 EL-PTOREPOSICAO         PIC 9(06).

       FD RECALLREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECALLREL.DAT".
       01 REG-RECALLREL PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO-LM       PIC X(02) VALUE "00".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-LOC      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-MODO           PIC 9(01) VALUE ZEROS.
       01 W-PRODUTO        PIC 9(06) VALUE ZEROS.
       01 W-LOTE           PIC X(10) VALUE SPACES.
       01 W-PED-COD        PIC 9(06) VALUE ZEROS.
       01 W-TEM-CLI        PIC X(01) VALUE "N".
       01 W-TEM-FOR        PIC X(01) VALUE "N".
       01 W-TEM-LOC        PIC X(01) VALUE "N".
       01 W-TEM-LOTE       PIC X(01) VALUE "N".
       01 W-CPFCNPJ        PIC 9(14) VALUE ZEROS.
       01 W-NOME           PIC X(30) VALUE SPACES.
       01 W-IDX            PIC 9(03) VALUE ZEROS.
       01 W-LOC            PIC 9(02) VALUE ZEROS.
       01 W-QTD-MOV        PIC 9(05) VALUE ZEROS.
       01 W-QTD-REC        PIC 9(05) VALUE ZEROS.
       01 W-TOT-SAIDA      PIC S9(07) VALUE ZEROS.
       01 W-TOT-RECEB      PIC S9(07) VALUE ZEROS.
       01 W-ESTOURO        PIC X(01) VALUE "N".

      *> QTDE LIQUIDA (SAIDAS MENOS RETORNOS) POR CLIENTE - MODO 1
       01 W-QT-CLI         PIC 9(03) VALUE ZEROS.
       01 TABCLI.
           03 TBCLI OCCURS 300 TIMES.
               05 TC-CPFCNPJ     PIC 9(14).
               05 TC-QTDE        PIC S9(07).

      *> SALDO DO LOTE POR LOCAL SEGUNDO O RASTREIO - MODO 1
       01 TABLOC.
           03 TL-LOC-QTDE    PIC S9(07) OCCURS 99 TIMES.

      *> LOTES MOVIMENTADOS PELO ITEM DE PEDIDO - MODO 2
       01 W-QT-LOTES       PIC 9(02) VALUE ZEROS.
       01 TABLOTE.
           03 TBLOTE OCCURS 50 TIMES.
               05 TT-LOTE        PIC X(10).
               05 TT-QTDE        PIC S9(07).

       01 LINHA-MOV-CAB.
           03 FILLER           PIC X(40) VALUE
              "DATA      PEDIDO/ITEM  MOVIMENTO   QTDE ".
           03 FILLER           PIC X(40) VALUE
              "CPF/CNPJ        NOME                    ".
           03 FILLER           PIC X(05) VALUE "LOCAL".

       01 LINHA-MOV.
           03 LD-DATA          PIC 9(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-PEDIDO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-ITEM          PIC 999.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-MOVIMENTO     PIC X(09).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-QTDE          PIC ZZZ.ZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CPFCNPJ       PIC Z(13)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-LOCAL         PIC Z9.

       01 LINHA-CLI-CAB.
           03 FILLER           PIC X(40) VALUE
              "CPF/CNPJ        NOME                    ".
           03 FILLER           PIC X(24) VALUE
              "        QTDE LIQ.       ".

       01 LINHA-CLI.
           03 LC-CPFCNPJ       PIC Z(13)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-QTDE          PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(08) VALUE "  FONE: ".
           03 LC-TELEFONE      PIC Z(10)9.

       01 LINHA-CLI2.
           03 FILLER           PIC X(16) VALUE SPACES.
           03 FILLER           PIC X(07) VALUE "EMAIL: ".
           03 LC-EMAIL         PIC X(33).
           03 FILLER           PIC X(11) VALUE "  CONTATO: ".
           03 LC-CONTATO       PIC X(32).

       01 LINHA-LOCAL.
           03 FILLER           PIC X(06) VALUE "LOCAL ".
           03 LL-LOCAL         PIC 99.
           03 FILLER           PIC X(24) VALUE
              "   SALDO DO PRODUTO:    ".
           03 LL-SALDO-PRO     PIC ZZZ.ZZ9.
           03 FILLER           PIC X(24) VALUE
              "   SALDO DO LOTE:       ".
           03 LL-SALDO-LOTE    PIC -ZZZ.ZZ9.

       01 LINHA-TOTAL.
           03 LT-DESCRICAO     PIC X(40).
           03 LT-VALOR         PIC -ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "RECALL01 - RASTREABILIDADE DE LOTES".
           DISPLAY "MODO (1=RECALL POR LOTE  2=RASTREIO DE ITEM): ".
           ACCEPT W-MODO.
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              DISPLAY "*** MODO INVALIDO ***"
              GO TO ROT-FIM.
           IF W-MODO = 1
              DISPLAY "CODIGO DO PRODUTO: "
              ACCEPT W-PRODUTO
              DISPLAY "NUMERO DO LOTE: "
              ACCEPT W-LOTE
              IF W-PRODUTO = ZEROS OR W-LOTE = SPACES
                 DISPLAY "*** PRODUTO E LOTE SAO OBRIGATORIOS ***"
                 GO TO ROT-FIM
              END-IF
           ELSE
              DISPLAY "CODIGO DO ITEM DE PEDIDO (PED-COD): "
              ACCEPT W-PED-COD
              IF W-PED-COD = ZEROS
                 DISPLAY "*** ITEM DE PEDIDO OBRIGATORIO ***"
                 GO TO ROT-FIM
              END-IF
           END-IF.

           OPEN INPUT ARQLOTMOV
           IF ST-ERRO-LM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQLOTMOV - "
                      ST-ERRO-LM
              GO TO ROT-FIM.

           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO - " ST-ERRO2
              CLOSE ARQLOTMOV
              GO TO ROT-FIM.

           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPED - " ST-ERRO
              CLOSE ARQLOTMOV ARQPRO
              GO TO ROT-FIM.

           OPEN OUTPUT RECALLREL
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECALLREL - "
                      ST-ERRO-REL
              CLOSE ARQLOTMOV ARQPRO ARQPED
              GO TO ROT-FIM.

      *>  CADASTROS DE APOIO: SEM ELES O RELATORIO SAI SEM OS NOMES
           OPEN INPUT ARQCLI
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEM-CLI.
           OPEN INPUT ARQFOR
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TEM-FOR.
           OPEN INPUT ARQESTLOC
           IF ST-ERRO-LOC = "00"
              MOVE "S" TO W-TEM-LOC.
           OPEN INPUT ARQLOTE
           IF ST-ERRO-LOT = "00"
              MOVE "S" TO W-TEM-LOTE.

           IF W-MODO = 1
              PERFORM RECALL-LOTE THRU RECALL-LOTE-FIM
           ELSE
              PERFORM RASTREIA-ITEM THRU RASTREIA-ITEM-FIM.

           CLOSE ARQLOTMOV ARQPRO ARQPED RECALLREL.
           IF W-TEM-CLI = "S"
              CLOSE ARQCLI.
           IF W-TEM-FOR = "S"
              CLOSE ARQFOR.
           IF W-TEM-LOC = "S"
              CLOSE ARQESTLOC.
           IF W-TEM-LOTE = "S"
              CLOSE ARQLOTE.
           DISPLAY "RELATORIO GERADO EM RECALLREL.DAT".
           GO TO ROT-FIM3.

      *>---------[ MODO 1 - RECALL DO LOTE ]-------------------------
       RECALL-LOTE.
           MOVE "*** RECALL DE LOTE ***" TO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE W-PRODUTO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO PRO-DESCRICAO
              MOVE "00" TO ST-ERRO2.
           MOVE SPACES TO REG-RECALLREL
           STRING "PRODUTO: " W-PRODUTO " " PRO-DESCRICAO
                  "   LOTE: " W-LOTE
                  DELIMITED BY SIZE INTO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE SPACES TO REG-RECALLREL
           IF W-TEM-LOTE = "S"
              MOVE W-PRODUTO TO LOT-PRO-CODIGO
              MOVE W-LOTE    TO LOT-NUMERO
              READ ARQLOTE
              IF ST-ERRO-LOT = "00"
                 STRING "VALIDADE: " LOT-VALIDADE
                        "   SALDO ATUAL DO LOTE: " LOT-SALDO
                        DELIMITED BY SIZE INTO REG-RECALLREL
              ELSE
                 MOVE "*** LOTE NAO CADASTRADO NO ARQLOTE ***"
                                              TO REG-RECALLREL
                 MOVE "00" TO ST-ERRO-LOT
              END-IF
           END-IF
           WRITE REG-RECALLREL.

           MOVE ZEROS TO W-QT-CLI W-QTD-MOV W-QTD-REC
                         W-TOT-SAIDA W-TOT-RECEB
           MOVE "N" TO W-ESTOURO
           PERFORM LIMPA-LOCAL
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 99.

           MOVE SPACES TO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE "--- MOVIMENTACAO DO LOTE ---" TO REG-RECALLREL
           WRITE REG-RECALLREL
           WRITE REG-RECALLREL FROM LINHA-MOV-CAB.

           MOVE W-PRODUTO TO LM-PRO-CODIGO
           MOVE W-LOTE    TO LM-LOTE
           MOVE ZEROS     TO LM-DATAHORA LM-SEQ
           START ARQLOTMOV KEY IS NOT LESS LM-CHAVE
              INVALID KEY
                 GO TO RECALL-LOTE-RESUMO
           END-START.
       RECALL-LOTE-LOOP.
           READ ARQLOTMOV NEXT RECORD
           IF ST-ERRO-LM NOT = "00"
              MOVE "00" TO ST-ERRO-LM
              GO TO RECALL-LOTE-RESUMO.
           IF LM-PRO-CODIGO NOT = W-PRODUTO OR LM-LOTE NOT = W-LOTE
              GO TO RECALL-LOTE-RESUMO.
           PERFORM IMPRIME-MOVIMENTO.
           MOVE LM-LOCAL TO W-LOC
           IF W-LOC = ZEROS
              MOVE 1 TO W-LOC.
           IF LM-SAIDA
              SUBTRACT LM-QTDE FROM TL-LOC-QTDE(W-LOC)
           ELSE
              ADD LM-QTDE TO TL-LOC-QTDE(W-LOC).
           IF LM-RECEBIMENTO
              ADD 1 TO W-QTD-REC
              ADD LM-QTDE TO W-TOT-RECEB
              GO TO RECALL-LOTE-LOOP.
           ADD 1 TO W-QTD-MOV
           IF LM-TIPOVENDA = 1 OR LM-TIPOVENDA = 3
              PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-FIM.
           IF LM-SAIDA
              ADD LM-QTDE TO W-TOT-SAIDA
           ELSE
              SUBTRACT LM-QTDE FROM W-TOT-SAIDA.
           GO TO RECALL-LOTE-LOOP.

       RECALL-LOTE-RESUMO.
           IF W-QTD-REC = ZEROS AND W-QTD-MOV = ZEROS
              MOVE "*** NENHUMA MOVIMENTACAO REGISTRADA DO LOTE ***"
                                              TO REG-RECALLREL
              WRITE REG-RECALLREL
              GO TO RECALL-LOTE-FIM.
           MOVE SPACES TO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE "QTDE RECEBIDA DE FORNECEDOR" TO LT-DESCRICAO
           MOVE W-TOT-RECEB TO LT-VALOR
           WRITE REG-RECALLREL FROM LINHA-TOTAL
           MOVE "QTDE LIQUIDA QUE SAIU DO ESTOQUE" TO LT-DESCRICAO
           MOVE W-TOT-SAIDA TO LT-VALOR
           WRITE REG-RECALLREL FROM LINHA-TOTAL.

           MOVE SPACES TO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE "--- CLIENTES QUE RECEBERAM O LOTE ---" TO REG-RECALLREL
           WRITE REG-RECALLREL
           IF W-QT-CLI = ZEROS
              MOVE "NENHUMA VENDA DO LOTE A CLIENTE" TO REG-RECALLREL
              WRITE REG-RECALLREL.
           IF W-QT-CLI > ZEROS
              WRITE REG-RECALLREL FROM LINHA-CLI-CAB.
           PERFORM IMPRIME-CLIENTE
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QT-CLI.
           IF W-ESTOURO = "S"
              MOVE "*** MAIS DE 300 CLIENTES - LISTA INCOMPLETA ***"
                                              TO REG-RECALLREL
              WRITE REG-RECALLREL.

           MOVE SPACES TO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE "--- SALDO EM ESTOQUE POR LOCAL ---" TO REG-RECALLREL
           WRITE REG-RECALLREL
           IF W-TEM-LOC NOT = "S"
              MOVE "ARQESTLOC INDISPONIVEL" TO REG-RECALLREL
              WRITE REG-RECALLREL
              GO TO RECALL-LOTE-FIM.
           MOVE W-PRODUTO TO EL-PRO-CODIGO
           MOVE ZEROS     TO EL-LOCAL
           START ARQESTLOC KEY IS NOT LESS EL-CHAVE
              INVALID KEY
                 GO TO RECALL-LOTE-FIM
           END-START.
       RECALL-LOCAL-LOOP.
           READ ARQESTLOC NEXT RECORD
           IF ST-ERRO-LOC NOT = "00"
              MOVE "00" TO ST-ERRO-LOC
              GO TO RECALL-LOTE-FIM.
           IF EL-PRO-CODIGO NOT = W-PRODUTO
              GO TO RECALL-LOTE-FIM.
           MOVE EL-LOCAL TO LL-LOCAL
           MOVE EL-SALDO TO LL-SALDO-PRO
           IF EL-LOCAL = ZEROS
              MOVE ZEROS TO LL-SALDO-LOTE
           ELSE
              MOVE TL-LOC-QTDE(EL-LOCAL) TO LL-SALDO-LOTE.
           WRITE REG-RECALLREL FROM LINHA-LOCAL
           GO TO RECALL-LOCAL-LOOP.
       RECALL-LOTE-FIM.
           EXIT.

      *>---------[ SOMA A QTDE LIQUIDA DO CLIENTE ]------------------
       ACUMULA-CLIENTE.
           MOVE 1 TO W-IDX.
       ACUMULA-CLIENTE-PROCURA.
           IF W-IDX > W-QT-CLI
              IF W-QT-CLI = 300
                 MOVE "S" TO W-ESTOURO
                 GO TO ACUMULA-CLIENTE-FIM
              END-IF
              ADD 1 TO W-QT-CLI
              MOVE LM-CLI-CPFCNPJ TO TC-CPFCNPJ(W-QT-CLI)
              MOVE ZEROS TO TC-QTDE(W-QT-CLI)
              MOVE W-QT-CLI TO W-IDX
           ELSE
              IF TC-CPFCNPJ(W-IDX) NOT = LM-CLI-CPFCNPJ
                 ADD 1 TO W-IDX
                 GO TO ACUMULA-CLIENTE-PROCURA
              END-IF
           END-IF.
           IF LM-SAIDA
              ADD LM-QTDE TO TC-QTDE(W-IDX)
           ELSE
              SUBTRACT LM-QTDE FROM TC-QTDE(W-IDX).
       ACUMULA-CLIENTE-FIM.
           EXIT.

       IMPRIME-CLIENTE.
           MOVE TC-CPFCNPJ(W-IDX) TO W-CPFCNPJ LC-CPFCNPJ
           MOVE TC-QTDE(W-IDX)    TO LC-QTDE
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
           MOVE W-NOME TO LC-NOME
           IF ST-ERRO3 = "00"
              MOVE TELEFONEC TO LC-TELEFONE
              MOVE EMAILC    TO LC-EMAIL
              MOVE CONTATOC  TO LC-CONTATO
           ELSE
              MOVE ZEROS  TO LC-TELEFONE
              MOVE SPACES TO LC-EMAIL LC-CONTATO
              MOVE "00" TO ST-ERRO3
           END-IF
           WRITE REG-RECALLREL FROM LINHA-CLI
           WRITE REG-RECALLREL FROM LINHA-CLI2.

       LIMPA-LOCAL.
           MOVE ZEROS TO TL-LOC-QTDE(W-IDX).

      *>---------[ MODO 2 - LOTES DE UM ITEM DE PEDIDO ]-------------
       RASTREIA-ITEM.
           MOVE "*** RASTREIO DE ITEM DE PEDIDO ***" TO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE W-PED-COD TO PED-COD
           READ ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "*** ITEM DE PEDIDO NAO ENCONTRADO ***"
                                              TO REG-RECALLREL
              WRITE REG-RECALLREL
              MOVE "00" TO ST-ERRO
              GO TO RASTREIA-ITEM-FIM.
           MOVE PED-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO PRO-DESCRICAO
              MOVE "00" TO ST-ERRO2.
           MOVE SPACES TO REG-RECALLREL
           STRING "ITEM: " PED-COD "   PEDIDO/ITEM: " PED-NUM-PEDIDO
                  "/" PED-NUM-ITEM "   TIPO: " PED-TIPOPEDIDO
                  "   EMISSAO: " PED-DATAEMISSAO
                  DELIMITED BY SIZE INTO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE SPACES TO REG-RECALLREL
           STRING "PRODUTO: " PRO-CODIGO " " PRO-DESCRICAO
                  "   QTDE: " PED-QUANTIDADE
                  DELIMITED BY SIZE INTO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE SPACES TO REG-RECALLREL
           IF PED-TIPOVENDA = 2 OR PED-TIPOVENDA = 4
              MOVE PED-FOR-CPFCNPJ TO W-CPFCNPJ
              PERFORM LE-FORNECEDOR THRU LE-FORNECEDOR-FIM
              STRING "FORNECEDOR: " W-CPFCNPJ " " W-NOME
                     DELIMITED BY SIZE INTO REG-RECALLREL
           ELSE
              MOVE PED-CLI-CPFCNPJ TO W-CPFCNPJ
              PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
              MOVE "00" TO ST-ERRO3
              STRING "CLIENTE: " W-CPFCNPJ " " W-NOME
                     DELIMITED BY SIZE INTO REG-RECALLREL
           END-IF
           WRITE REG-RECALLREL.

           MOVE SPACES TO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE "--- LOTES MOVIMENTADOS PELO ITEM ---" TO REG-RECALLREL
           WRITE REG-RECALLREL
           WRITE REG-RECALLREL FROM LINHA-MOV-CAB
           MOVE ZEROS TO W-QT-LOTES
           MOVE W-PED-COD TO LM-PED-COD
           START ARQLOTMOV KEY IS EQUAL LM-PED-COD
              INVALID KEY
                 GO TO RASTREIA-LOTES.
       RASTREIA-ITEM-LOOP.
           READ ARQLOTMOV NEXT RECORD
           IF ST-ERRO-LM NOT = "00"
              MOVE "00" TO ST-ERRO-LM
              GO TO RASTREIA-LOTES.
           IF LM-PED-COD NOT = W-PED-COD
              GO TO RASTREIA-LOTES.
           PERFORM IMPRIME-MOVIMENTO
           PERFORM ACUMULA-LOTE THRU ACUMULA-LOTE-FIM
           GO TO RASTREIA-ITEM-LOOP.

       RASTREIA-LOTES.
           IF W-QT-LOTES = ZEROS
              MOVE "*** NENHUM LOTE REGISTRADO PARA O ITEM ***"
                                              TO REG-RECALLREL
              WRITE REG-RECALLREL
              GO TO RASTREIA-ITEM-FIM.
           MOVE SPACES TO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE "--- RECEBIMENTO DE FORNECEDOR DE CADA LOTE ---"
                                              TO REG-RECALLREL
           WRITE REG-RECALLREL
           PERFORM RASTREIA-RECEBIMENTO THRU RASTREIA-RECEB-FIM
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QT-LOTES.
       RASTREIA-ITEM-FIM.
           EXIT.

       ACUMULA-LOTE.
           MOVE 1 TO W-IDX.
       ACUMULA-LOTE-PROCURA.
           IF W-IDX > W-QT-LOTES
              IF W-QT-LOTES = 50
                 GO TO ACUMULA-LOTE-FIM
              END-IF
              ADD 1 TO W-QT-LOTES
              MOVE LM-LOTE TO TT-LOTE(W-QT-LOTES)
              MOVE ZEROS TO TT-QTDE(W-QT-LOTES)
              MOVE W-QT-LOTES TO W-IDX
           ELSE
              IF TT-LOTE(W-IDX) NOT = LM-LOTE
                 ADD 1 TO W-IDX
                 GO TO ACUMULA-LOTE-PROCURA
              END-IF
           END-IF.
           IF LM-RETORNO
              SUBTRACT LM-QTDE FROM TT-QTDE(W-IDX)
           ELSE
              ADD LM-QTDE TO TT-QTDE(W-IDX).
       ACUMULA-LOTE-FIM.
           EXIT.

      *>---------[ ENTRADAS DO LOTE RECEBIDAS DE FORNECEDOR ]--------
       RASTREIA-RECEBIMENTO.
           MOVE SPACES TO REG-RECALLREL
           WRITE REG-RECALLREL
           MOVE TT-QTDE(W-IDX) TO LT-VALOR
           MOVE SPACES TO REG-RECALLREL
           STRING "LOTE: " TT-LOTE(W-IDX) "   QTDE LIQUIDA NO ITEM: "
                  LT-VALOR
                  DELIMITED BY SIZE INTO REG-RECALLREL
           IF W-TEM-LOTE = "S"
              MOVE PRO-CODIGO     TO LOT-PRO-CODIGO
              MOVE TT-LOTE(W-IDX) TO LOT-NUMERO
              READ ARQLOTE
              IF ST-ERRO-LOT = "00"
                 MOVE "   VALIDADE: " TO REG-RECALLREL(60:13)
                 MOVE LOT-VALIDADE  TO REG-RECALLREL(73:8)
              ELSE
                 MOVE "00" TO ST-ERRO-LOT
              END-IF
           END-IF
           WRITE REG-RECALLREL
           MOVE ZEROS TO W-QTD-REC
           MOVE PRO-CODIGO     TO LM-PRO-CODIGO
           MOVE TT-LOTE(W-IDX) TO LM-LOTE
           MOVE ZEROS          TO LM-DATAHORA LM-SEQ
           START ARQLOTMOV KEY IS NOT LESS LM-CHAVE
              INVALID KEY
                 GO TO RASTREIA-RECEB-SEM.
       RASTREIA-RECEB-LOOP.
           READ ARQLOTMOV NEXT RECORD
           IF ST-ERRO-LM NOT = "00"
              MOVE "00" TO ST-ERRO-LM
              GO TO RASTREIA-RECEB-SEM.
           IF LM-PRO-CODIGO NOT = PRO-CODIGO
              OR LM-LOTE NOT = TT-LOTE(W-IDX)
              GO TO RASTREIA-RECEB-SEM.
           IF LM-RECEBIMENTO
              ADD 1 TO W-QTD-REC
              PERFORM IMPRIME-MOVIMENTO.
           GO TO RASTREIA-RECEB-LOOP.
       RASTREIA-RECEB-SEM.
           IF W-QTD-REC = ZEROS
              MOVE "  SEM RECEBIMENTO REGISTRADO PARA O LOTE"
                                              TO REG-RECALLREL
              WRITE REG-RECALLREL.
       RASTREIA-RECEB-FIM.
           EXIT.

      *>---------[ LINHA DE MOVIMENTO DO ARQLOTMOV ]-----------------
       IMPRIME-MOVIMENTO.
           MOVE LM-DATA       TO LD-DATA
           MOVE LM-NUM-PEDIDO TO LD-PEDIDO
           MOVE LM-NUM-ITEM   TO LD-ITEM
           MOVE LM-QTDE       TO LD-QTDE
           MOVE LM-LOCAL      TO LD-LOCAL
           IF LM-RECEBIMENTO OR LM-TIPOVENDA = 4
              MOVE LM-FOR-CPFCNPJ TO W-CPFCNPJ
              PERFORM LE-FORNECEDOR THRU LE-FORNECEDOR-FIM
           ELSE
              MOVE LM-CLI-CPFCNPJ TO W-CPFCNPJ
              PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
              MOVE "00" TO ST-ERRO3
           END-IF
           MOVE W-CPFCNPJ TO LD-CPFCNPJ
           MOVE W-NOME    TO LD-NOME
           EVALUATE TRUE
              WHEN LM-RECEBIMENTO
                 MOVE "RECEBIDO " TO LD-MOVIMENTO
              WHEN LM-SAIDA AND LM-TIPOVENDA = 4
                 MOVE "DEV.FORN." TO LD-MOVIMENTO
              WHEN LM-SAIDA
                 MOVE "SAIDA    " TO LD-MOVIMENTO
              WHEN OTHER
                 MOVE "RETORNO  " TO LD-MOVIMENTO
           END-EVALUATE
           WRITE REG-RECALLREL FROM LINHA-MOV.

      *>---------[ CLIENTE POR CPF (11 DIGITOS) OU CNPJ ]------------
       LE-CLIENTE.
           MOVE SPACES TO W-NOME
           IF W-TEM-CLI NOT = "S"
              MOVE "35" TO ST-ERRO3
              GO TO LE-CLIENTE-FIM.
           IF W-CPFCNPJ < 100000000000
              MOVE W-CPFCNPJ TO CLI-CPF
              READ ARQCLI KEY IS CLI-CPF
                 INVALID KEY
                    MOVE "*** CLIENTE NAO CADASTRADO ***" TO W-NOME
                    GO TO LE-CLIENTE-FIM
              END-READ
           ELSE
              MOVE W-CPFCNPJ TO CNPJC
              READ ARQCLI KEY IS CNPJC
                 INVALID KEY
                    MOVE "*** CLIENTE NAO CADASTRADO ***" TO W-NOME
                    GO TO LE-CLIENTE-FIM
              END-READ
           END-IF
           MOVE NOMEC TO W-NOME.
       LE-CLIENTE-FIM.
           EXIT.

       LE-FORNECEDOR.
           MOVE SPACES TO W-NOME
           IF W-TEM-FOR NOT = "S"
              GO TO LE-FORNECEDOR-FIM.
           MOVE W-CPFCNPJ TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO4 = "00"
              MOVE NOMEF TO W-NOME
           ELSE
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO W-NOME
              MOVE "00" TO ST-ERRO4.
       LE-FORNECEDOR-FIM.
           EXIT.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
