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
       SELECT ARQESTLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-PED.
       SELECT ARQPROFOR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PF-CHAVE
                  ALTERNATE RECORD KEY IS PF-PRO-CODIGO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-PF.
       SELECT ARQPERCTB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PER-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-PER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.
      *
       FD PROHIST
               LABEL RECORD IS STANDARD
             05 LOT-NUMERO           PIC X(10).
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
      *
       FD ARQESTLOC
               LABEL RECORD IS STANDARD
             88 CAB-ST-CANCELADO        VALUE "C".
          03 CAB-VALORTOTAL          PIC 9(14)V99.
          03 CAB-QTD-ITENS           PIC 9(03).
          03 CAB-COND-PAGTO          PIC 9(03).
          03 CAB-NF-SERIE            PIC 9(03).
          03 CAB-NF-NUMERO           PIC 9(09).
          03 CAB-NF-DATA             PIC 9(08).
          03 CAB-TRANSP-CNPJ         PIC 9(14).
          03 CAB-TIPOFRETE           PIC X(01).
             88 CAB-FRETE-CIF           VALUE "C".
             88 CAB-FRETE-FOB           VALUE "F".
          03 CAB-VOLUMES             PIC 9(04).
          03 CAB-PESO-BRUTO          PIC 9(06)V999.
          03 CAB-EXP-DATA            PIC 9(08).
      *
       FD ARQPED
               LABEL RECORD IS STANDARD
          03 PED-OPERADOR            PIC X(10).
          03 PED-TAXA-APLICADA       PIC 9(02)V99.
          03 PED-VENDEDOR            PIC 9(06).
      *
       FD ARQPROFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROFOR.DAT".
       01 REGPROFOR.
          03 PF-CHAVE.
             05 PF-PRO-CODIGO      PIC 9(06).
             05 PF-FOR-CPFCNPJ     PIC 9(14).
          03 PF-PRECO              PIC 9(06)V99.
          03 PF-DATAULTIMA         PIC 9(08).
      *
       FD ARQPERCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPERCTB.DAT".
       01 REGPERCTB.
          03 PER-COMPETENCIA         PIC 9(06).
          03 PER-SITUACAO            PIC X(01).
             88 PER-FECHADO             VALUE "F".
             88 PER-ABERTO              VALUE "A".
          03 PER-DATA-FECHA          PIC 9(08).
          03 PER-OPER-FECHA          PIC X(10).
          03 PER-DATA-REABRE         PIC 9(08).
          03 PER-OPER-REABRE         PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-PED-COMPLETO    PIC X(01) VALUE "S".
       01 W-FIM-ITENS       PIC X(01) VALUE "N".
       01 ST-ERRO-LOT       PIC X(02) VALUE "00".
       01 ST-ERRO-LM        PIC X(02) VALUE "00".
       01 W-LOTE-NUMERO     PIC X(10) VALUE SPACES.
       01 W-LOTE-VALIDADE   PIC 9(08) VALUE ZEROS.
       01 W-ENT-PRODUTO     PIC 9(13) VALUE ZEROS.
       01 W-REJEITA-CONV    PIC 9(08) VALUE ZEROS.
       01 W-UNIDCOMPNOVA    PIC X(02) VALUE SPACES.
       01 W-FATORNOVO       PIC 9(04) VALUE ZEROS.
       01 ST-ERRO-PF        PIC X(02) VALUE "00".
       01 ST-ERRO-PER       PIC X(02) VALUE "00".
       01 W-TEM-PERCTB      PIC X(01) VALUE "N".
       01 W-PER-FECHADO     PIC X(01) VALUE "N".
       01 W-DATA-LANC       PIC 9(08) VALUE ZEROS.
       01 W-TEM-PROFOR      PIC X(01) VALUE "N".
       01 W-FOR-OK          PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.

                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO PROHIST RECREJ
                 GO TO ROT-FIM2.
       R0A01A.
           OPEN I-O ARQLOTMOV
           IF ST-ERRO-LM NOT = "00"
              IF ST-ERRO-LM = "30"
                 OPEN OUTPUT ARQLOTMOV
                 CLOSE ARQLOTMOV
                 OPEN I-O ARQLOTMOV
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO ARQLOTMOV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO PROHIST RECREJ
                 GO TO ROT-FIM2.
       R0A03.
           OPEN I-O ARQPEDCAB
           IF ST-ERRO-CAB NOT = "00"
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
           OPEN INPUT ARQPROFOR
           IF ST-ERRO-PF = "00"
              MOVE "S" TO W-TEM-PROFOR.
           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB.
       R1.
           MOVE ZEROS TO PRO-CODIGO W-QTDERECEBIDA W-QTDEREJEITADA
                         W-PRECONOVO W-PED-COMPRA W-LOTE-VALIDADE
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           IF W-PED-COMPRA NOT = ZEROS
              PERFORM VERIFICA-FORNECEDOR
              IF W-FOR-OK = "N"
                 MOVE "*** FORNECEDOR NAO CONFERE COM O PEDIDO ***"
                                                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE PRO-DATAULTIMA TO W-DATA-LANC
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "*** DATA EM PERIODO CONTABIL FECHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R4A.
           DISPLAY (22, 03)
               "LOTE (BRANCO=SEM CONTROLE DE LOTE) :"
           SUBTRACT W-REJEITA-CONV FROM PRO-QTDESTOQUE
           IF W-QTDEREJEITADA NOT = ZEROS
              MOVE PRO-CODIGO      TO RJ-PRO-CODIGO
              IF W-PED-COMPRA NOT = ZEROS
                 MOVE PED-FOR-CPFCNPJ TO RJ-FOR-CPFCNPJ
              ELSE
                 MOVE PRO-CPFCNPJ     TO RJ-FOR-CPFCNPJ
              END-IF
              MOVE W-REJEITA-CONV  TO RJ-QTDE
              MOVE PRO-DATAULTIMA  TO RJ-DATA
              MOVE "N"             TO RJ-PROCESSADO
              WRITE REGLOTE
           END-IF
           MOVE "00" TO ST-ERRO-LOT.
           PERFORM GRAVA-LOTMOV THRU GRAVA-LOTMOV-FIM.
      *
      *>---------[ RASTREIO: RECEBIMENTO DO LOTE (ARQLOTMOV) ]-------
       GRAVA-LOTMOV.
           MOVE PRO-CODIGO     TO LM-PRO-CODIGO
           MOVE W-LOTE-NUMERO  TO LM-LOTE
           MOVE FUNCTION CURRENT-DATE(1:14) TO LM-DATAHORA
           MOVE "R"            TO LM-TIPO
           MOVE W-PED-COMPRA   TO LM-PED-COD
           MOVE 2              TO LM-TIPOVENDA
           MOVE ZEROS          TO LM-CLI-CPFCNPJ
           IF W-PED-COMPRA = ZEROS
              MOVE ZEROS          TO LM-NUM-PEDIDO LM-NUM-ITEM
              MOVE PRO-CPFCNPJ    TO LM-FOR-CPFCNPJ
           ELSE
              MOVE PED-NUM-PEDIDO  TO LM-NUM-PEDIDO
              MOVE PED-NUM-ITEM    TO LM-NUM-ITEM
              MOVE PED-FOR-CPFCNPJ TO LM-FOR-CPFCNPJ
           END-IF
           MOVE W-QTDE-LIQUIDA TO LM-QTDE
           MOVE PRO-DATAULTIMA TO LM-DATA
           MOVE W-LOCAL        TO LM-LOCAL
           MOVE "RECEB01 "     TO LM-PROGRAMA
           MOVE W-OPERADOR     TO LM-OPERADOR
           MOVE 1 TO LM-SEQ.
       GRAVA-LOTMOV-WR.
           WRITE REGLOTMOV
           IF ST-ERRO-LM = "22" AND LM-SEQ < 99
              ADD 1 TO LM-SEQ
              GO TO GRAVA-LOTMOV-WR.
           MOVE "00" TO ST-ERRO-LM.
       GRAVA-LOTMOV-FIM.
           EXIT.
      *
      *>---------[ ATENDE O PEDIDO DE COMPRA RECEBIDO ]--------------
       BAIXA-PEDIDO-COMPRA.
                 END-IF
              END-IF
           END-IF.
      *
      *>---------[ FORNECEDOR DO PEDIDO DE COMPRA ]-------------------
      *>  ACEITA O FORNECEDOR PRINCIPAL DO PRODUTO OU QUALQUER OUTRO
      *>  COM PRECO NO ARQPROFOR (PEDIDOS GERADOS PELO SUGCOM13)
       VERIFICA-FORNECEDOR.
           MOVE "N" TO W-FOR-OK
           IF PRO-CPFCNPJ = PED-FOR-CPFCNPJ
              MOVE "S" TO W-FOR-OK
           ELSE
              IF W-TEM-PROFOR = "S"
                 MOVE PRO-CODIGO      TO PF-PRO-CODIGO
                 MOVE PED-FOR-CPFCNPJ TO PF-FOR-CPFCNPJ
                 READ ARQPROFOR
                 IF ST-ERRO-PF = "00"
                    MOVE "S" TO W-FOR-OK
                 END-IF
                 MOVE "00" TO ST-ERRO-PF
              END-IF
           END-IF.
      *
      *>---------[ COMPETENCIA FECHADA NO ARQPERCTB ]------------------
       VERIFICA-PERIODO.
           MOVE "N" TO W-PER-FECHADO
           IF W-TEM-PERCTB = "S"
              MOVE W-DATA-LANC(1:6) TO PER-COMPETENCIA
              READ ARQPERCTB
              IF ST-ERRO-PER = "00" AND PER-FECHADO
                 MOVE "S" TO W-PER-FECHADO
              END-IF
              MOVE "00" TO ST-ERRO-PER
           END-IF.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           IF W-TEM-PROFOR = "S"
              CLOSE ARQPROFOR.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
           CLOSE ARQPRO PROHIST RECREJ AUDITLOG ARQESTMOV ARQPED
                 ARQLOTE ARQLOTMOV ARQESTLOC ARQPEDCAB.
       ROT-FIM2.
           STOP RUN.
      *
