       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENREG01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> VENDAS FATURADAS POR REGIAO, UF E CIDADE DO CLIENTE   *
      *> (ESTADOC/CIDADEC DO ARQCLI), LIQUIDAS DE DEVOLUCOES   *
      *> (TIPOVENDA 3). PARA CADA GRUPO: CLIENTES, PEDIDOS,    *
      *> RECEITA E IMPOSTO NO MES PEDIDO, NO MES ANTERIOR E NO *
      *> MESMO MES DO ANO ANTERIOR, COM A VARIACAO %. LE O     *
      *> ARQPED E O ARQPEDHIST (PEDIDOS JA ARQUIVADOS PELO     *
      *> PEDARQ01). IMPOSTO PELA TAXA GRAVADA NO ITEM OU, SEM  *
      *> ELA, PELO ARQTAXUF (COMO NO PEDTAX01).                *
      *> SAIDA EM VENREGREL.DAT                                *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                  ALTERNATE RECORD KEY IS PED-COD-PRO WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQPEDHIST ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-HIS.
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
                      FILE STATUS  IS ST-ERRO4.
       SELECT ARQTAXUF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TX-CHAVE
                      FILE STATUS  IS ST-ERRO5.
       SELECT VENREGREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQPEDHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDHIST.DAT".
       01 REGPEDHIST.
          03 PH-PED-COD              PIC 9(06).
          03 PH-PED-TIPOPEDIDO       PIC X(15).
          03 PH-PED-COD-PRO          PIC 9(09).
          03 PH-PED-TIPOVENDA        PIC 9(01).
          03 PH-PED-CLI-CPFCNPJ      PIC 9(14).
          03 PH-PED-FOR-CPFCNPJ      PIC 9(14).
          03 PH-PED-QUANTIDADE       PIC 9(06).
          03 PH-PED-PRECOUNITARIO    PIC 9(08)V99.
          03 PH-PED-VALORTOTAL       PIC 9(14)V99.
          03 PH-PED-DATAEMISSAO      PIC 9(08).
          03 PH-PED-STATUS           PIC X(01).
          03 PH-PED-NUM-PEDIDO       PIC 9(06).
          03 PH-PED-NUM-ITEM         PIC 9(03).
          03 PH-PED-QTDATENDIDA      PIC 9(06).
          03 PH-PED-LOCAL            PIC 9(02).
          03 PH-PED-DESCPERC         PIC 9(02)V99.
          03 PH-PED-OPERADOR         PIC X(10).
          03 PH-PED-TAXA-APLICADA    PIC 9(02)V99.
          03 PH-PED-VENDEDOR         PIC 9(06).

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

       FD ARQTAXUF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTAXUF.DAT".
       01 REGTAXUF.
          03 TX-CHAVE.
             05 TX-UF                PIC X(02).
             05 TX-TIPOPRODUTO       PIC 9(01).
          03 TX-ALIQUOTA             PIC 9(02)V99.

       FD VENREGREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENREGREL.DAT".
       01 REG-VENREGREL PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 ST-ERRO-HIS      PIC X(02) VALUE "00".
       01 W-TEM-TAXUF      PIC X(01) VALUE "N".
       01 W-TEM-HIST       PIC X(01) VALUE "N".
       01 W-FIM-ARQPED     PIC X(01) VALUE "N".
       01 W-FIM-HIST       PIC X(01) VALUE "N".
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-TROCOU         PIC X(01) VALUE "N".
       01 W-ESTOURO-CID    PIC X(01) VALUE "N".
       01 W-ESTOURO-CNT    PIC X(01) VALUE "N".
       01 W-IDX            PIC 9(05) VALUE ZEROS.
       01 W-IDX2           PIC 9(05) VALUE ZEROS.
       01 W-IDX-TROCA      PIC 9(05) VALUE ZEROS.
       01 W-POS            PIC 9(05) VALUE ZEROS.
       01 W-PER            PIC 9(01) VALUE ZEROS.
       01 W-TAXA-ATUAL     PIC 9(02)V99 VALUE ZEROS.
       01 W-TAXA-USADA     PIC 9(02)V99 VALUE ZEROS.
       01 W-IMPOSTO-CALC   PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-ITENS      PIC 9(07) VALUE ZEROS.

       01 W-MES            PIC 9(06) VALUE ZEROS.
       01 W-MES-GRP REDEFINES W-MES.
           03 W-MES-ANO     PIC 9(04).
           03 W-MES-MM      PIC 9(02).
       01 W-MES-ANT        PIC 9(06) VALUE ZEROS.
       01 W-MES-ANT-GRP REDEFINES W-MES-ANT.
           03 W-ANT-ANO     PIC 9(04).
           03 W-ANT-MM      PIC 9(02).
       01 W-MES-AANT       PIC 9(06) VALUE ZEROS.
       01 W-MES-AANT-GRP REDEFINES W-MES-AANT.
           03 W-AANT-ANO    PIC 9(04).
           03 W-AANT-MM     PIC 9(02).

      *> ITEM LIDO DO ARQPED OU DO ARQPEDHIST
       01 W-ITEM.
           03 W-IT-TIPOVENDA   PIC 9(01).
           03 W-IT-STATUS      PIC X(01).
           03 W-IT-CLI         PIC 9(14).
           03 W-IT-DATA        PIC 9(08).
           03 W-IT-VALOR       PIC 9(14)V99.
           03 W-IT-NUM-PEDIDO  PIC 9(06).
           03 W-IT-COD-PRO     PIC 9(09).
           03 W-IT-TAXA        PIC 9(02)V99.

      *> LOCAL DO CLIENTE DO ITEM
       01 W-LOCAL.
           03 W-LC-REGIAO      PIC 9(01).
           03 W-LC-UF          PIC X(02).
           03 W-LC-CIDADE      PIC X(24).

      *> REGIAO DE CADA UF (9 = UF NAO IDENTIFICADA)
       01 TABUFX.
           03 FILLER PIC X(27) VALUE "AC1AP1AM1PA1RO1RR1TO1AL2BA2".
           03 FILLER PIC X(27) VALUE "CE2MA2PB2PE2PI2RN2SE2DF3GO3".
           03 FILLER PIC X(27) VALUE "MT3MS3ES4MG4RJ4SP4PR5RS5SC5".
       01 TABUF REDEFINES TABUFX.
           03 TU-ENT OCCURS 27 TIMES.
               05 TU-UF          PIC X(02).
               05 TU-REGIAO      PIC 9(01).
       01 TABREGX.
           03 FILLER PIC X(16) VALUE "NORTE".
           03 FILLER PIC X(16) VALUE "NORDESTE".
           03 FILLER PIC X(16) VALUE "CENTRO-OESTE".
           03 FILLER PIC X(16) VALUE "SUDESTE".
           03 FILLER PIC X(16) VALUE "SUL".
       01 TABREG REDEFINES TABREGX.
           03 TR-NOME        PIC X(16) OCCURS 5 TIMES.

      *> MOVIMENTO POR CIDADE (ATE 500). PERIODO 1 = MES PEDIDO,
      *> 2 = MES ANTERIOR, 3 = MESMO MES DO ANO ANTERIOR
       01 TABCID.
           03 TC-ENT OCCURS 500 TIMES.
               05 TC-CHAVE.
                   07 TC-REGIAO      PIC 9(01).
                   07 TC-UF          PIC X(02).
                   07 TC-CIDADE      PIC X(24).
               05 TC-VALORES.
                   07 TC-PER OCCURS 3 TIMES.
                       09 TC-CLI        PIC 9(05).
                       09 TC-PED        PIC 9(06).
                       09 TC-RECEITA    PIC S9(13)V99.
                       09 TC-IMPOSTO    PIC S9(13)V99.
       01 W-QTD-CID        PIC 9(05) VALUE ZEROS.
       01 W-SALVA-ENT      PIC X(150).

      *> CLIENTES E PEDIDOS JA CONTADOS EM CADA PERIODO
       01 TABCNT.
           03 TN-ENT OCCURS 8000 TIMES.
               05 TN-TIPO        PIC X(01).
               05 TN-PERIODO     PIC 9(01).
               05 TN-CHAVE       PIC 9(14).
       01 W-QTD-CNT        PIC 9(05) VALUE ZEROS.
       01 W-CNT-TIPO       PIC X(01) VALUE SPACES.
       01 W-CNT-CHAVE      PIC 9(14) VALUE ZEROS.

      *> BLOCO A EMITIR E TOTAIS POR UF, REGIAO E GERAL
       01 W-BLOCO.
           03 WB-PER OCCURS 3 TIMES.
               05 WB-CLI        PIC 9(05).
               05 WB-PED        PIC 9(06).
               05 WB-RECEITA    PIC S9(13)V99.
               05 WB-IMPOSTO    PIC S9(13)V99.
       01 TOT-UF.
           03 TU-PER OCCURS 3 TIMES.
               05 TU-CLI        PIC 9(05).
               05 TU-PED        PIC 9(06).
               05 TU-RECEITA    PIC S9(13)V99.
               05 TU-IMPOSTO    PIC S9(13)V99.
       01 TOT-REG.
           03 TR-PER OCCURS 3 TIMES.
               05 TR-CLI        PIC 9(05).
               05 TR-PED        PIC 9(06).
               05 TR-RECEITA    PIC S9(13)V99.
               05 TR-IMPOSTO    PIC S9(13)V99.
       01 TOT-GER.
           03 TG-PER OCCURS 3 TIMES.
               05 TG-CLI        PIC 9(05).
               05 TG-PED        PIC 9(06).
               05 TG-RECEITA    PIC S9(13)V99.
               05 TG-IMPOSTO    PIC S9(13)V99.
       01 W-NOME-BLOCO     PIC X(28) VALUE SPACES.
       01 W-ANT-REGIAO     PIC 9(01) VALUE ZEROS.
       01 W-ANT-UF         PIC X(02) VALUE SPACES.

      *> VARIACAO PERCENTUAL (EM BRANCO SEM BASE DE COMPARACAO)
       01 W-PC-ATUAL       PIC S9(13)V99 VALUE ZEROS.
       01 W-PC-BASE        PIC S9(13)V99 VALUE ZEROS.
       01 W-PC-VALOR       PIC S9(05)V9 VALUE ZEROS.
       01 W-PC-SAIDA.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 W-PC-ED          PIC -ZZZ9,9.

       01 LINHA-TITULO.
           03 FILLER           PIC X(48) VALUE
              "*** VENDAS POR REGIAO, UF E CIDADE - MES ".
           03 LTI-MES          PIC 9999/99.
           03 FILLER           PIC X(04) VALUE " ***".
       01 LINHA-CABEC.
           03 FILLER           PIC X(30) VALUE "REGIAO / UF / CIDADE".
           03 FILLER           PIC X(13) VALUE "PERIODO".
           03 FILLER           PIC X(16) VALUE "CLIENTES       %".
           03 FILLER           PIC X(17) VALUE "  PEDIDOS       %".
           03 FILLER           PIC X(28) VALUE
              "             RECEITA       %".
           03 FILLER           PIC X(27) VALUE
              "            IMPOSTO       %".
       01 LINHA-GRUPO.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LG-ROTULO        PIC X(08).
           03 LG-NOME          PIC X(30).
       01 LINHA-DET.
           03 LD-NOME          PIC X(28).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-ROTULO        PIC X(06).
           03 LD-MES           PIC 9999/99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CLI           PIC ZZ.ZZ9.
           03 LD-CLI-PC        PIC X(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-PED           PIC ZZZ.ZZ9.
           03 LD-PED-PC        PIC X(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-RECEITA       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 LD-REC-PC        PIC X(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-IMPOSTO       PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 LD-IMP-PC        PIC X(08).

       PROCEDURE DIVISION.
       R0.
           DISPLAY "VENREG01 - VENDAS POR REGIAO, UF E CIDADE".
           DISPLAY "INFORME O MES (AAAAMM): ".
           ACCEPT W-MES.
           IF W-MES = ZEROS
              OR W-MES-MM < 1 OR W-MES-MM > 12
              DISPLAY "*** MES INVALIDO ***"
              GO TO ROT-FIM.
           IF W-MES-MM = 1
              COMPUTE W-ANT-ANO = W-MES-ANO - 1
              MOVE 12 TO W-ANT-MM
           ELSE
              MOVE W-MES-ANO TO W-ANT-ANO
              COMPUTE W-ANT-MM = W-MES-MM - 1.
           COMPUTE W-AANT-ANO = W-MES-ANO - 1
           MOVE W-MES-MM TO W-AANT-MM.

           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPED - " ST-ERRO
              GO TO ROT-FIM.

           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO - " ST-ERRO2
              CLOSE ARQPED
              GO TO ROT-FIM.

           OPEN INPUT ARQCLI
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCLI - " ST-ERRO4
              CLOSE ARQPED ARQPRO
              GO TO ROT-FIM.

           OPEN INPUT ARQTAXUF
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-TEM-TAXUF.
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 CONTINUE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQTAXUF - "
                         ST-ERRO5
                 CLOSE ARQPED ARQPRO ARQCLI
                 GO TO ROT-FIM.

      *>  SEM ARQPEDHIST (NENHUM ARQUIVAMENTO AINDA) SO LE O ARQPED
           OPEN INPUT ARQPEDHIST
           IF ST-ERRO-HIS = "00"
              MOVE "S" TO W-TEM-HIST.

           OPEN OUTPUT VENREGREL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENREGREL - "
                      ST-ERRO3
              CLOSE ARQPED ARQPRO ARQCLI
              GO TO ROT-FIM.

           MOVE ZEROS TO TOT-UF TOT-REG TOT-GER
           MOVE W-MES TO LTI-MES
           WRITE REG-VENREGREL FROM LINHA-TITULO
           WRITE REG-VENREGREL FROM LINHA-CABEC
           MOVE SPACES TO REG-VENREGREL
           WRITE REG-VENREGREL.

      *>---------[ ITENS DO ARQPED ]----------------------------------
       R1.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2.
           MOVE PED-TIPOVENDA     TO W-IT-TIPOVENDA
           MOVE PED-STATUS        TO W-IT-STATUS
           MOVE PED-CLI-CPFCNPJ   TO W-IT-CLI
           MOVE PED-DATAEMISSAO   TO W-IT-DATA
           MOVE PED-VALORTOTAL    TO W-IT-VALOR
           MOVE PED-NUM-PEDIDO    TO W-IT-NUM-PEDIDO
           MOVE PED-COD-PRO       TO W-IT-COD-PRO
           MOVE PED-TAXA-APLICADA TO W-IT-TAXA
           PERFORM ACUMULA-ITEM THRU ACUMULA-ITEM-FIM
           GO TO R1.

      *>---------[ ITENS JA ARQUIVADOS NO ARQPEDHIST ]----------------
       R2.
           IF W-TEM-HIST NOT = "S"
              GO TO R3.
       R2-LOOP.
           READ ARQPEDHIST NEXT RECORD
           IF ST-ERRO-HIS NOT = "00"
              GO TO R3.
           MOVE PH-PED-TIPOVENDA     TO W-IT-TIPOVENDA
           MOVE PH-PED-STATUS        TO W-IT-STATUS
           MOVE PH-PED-CLI-CPFCNPJ   TO W-IT-CLI
           MOVE PH-PED-DATAEMISSAO   TO W-IT-DATA
           MOVE PH-PED-VALORTOTAL    TO W-IT-VALOR
           MOVE PH-PED-NUM-PEDIDO    TO W-IT-NUM-PEDIDO
           MOVE PH-PED-COD-PRO       TO W-IT-COD-PRO
           MOVE PH-PED-TAXA-APLICADA TO W-IT-TAXA
           PERFORM ACUMULA-ITEM THRU ACUMULA-ITEM-FIM
           GO TO R2-LOOP.

      *>---------[ RELATORIO POR REGIAO -> UF -> CIDADE ]-------------
       R3.
           IF W-QTD-CID = ZEROS
              MOVE "NENHUMA VENDA FATURADA NOS PERIODOS"
                                              TO REG-VENREGREL
              WRITE REG-VENREGREL
              GO TO R9.
           PERFORM ORDENA-TABELA
           PERFORM EMITE-CIDADE
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTD-CID
           PERFORM FECHA-UF
           PERFORM FECHA-REGIAO
           MOVE TOT-GER TO W-BLOCO
           MOVE "TOTAL GERAL" TO W-NOME-BLOCO
           PERFORM EMITE-BLOCO.

       R9.
           IF W-ESTOURO-CID = "S"
              MOVE "ATENCAO: CIDADES ALEM DA CAPACIDADE DA TABELA (500)"
                                              TO REG-VENREGREL
              WRITE REG-VENREGREL.
           IF W-ESTOURO-CNT = "S"
              MOVE "ATENCAO: CONTAGEM DE CLIENTES/PEDIDOS INCOMPLETA"
                                              TO REG-VENREGREL
              WRITE REG-VENREGREL.
           IF W-TEM-TAXUF = "S"
              CLOSE ARQTAXUF.
           IF W-TEM-HIST = "S"
              CLOSE ARQPEDHIST.
           CLOSE ARQPED ARQPRO ARQCLI VENREGREL.
           DISPLAY "RELATORIO GERADO EM VENREGREL.DAT -- " W-TOT-ITENS
                   " ITENS NOS PERIODOS".
           GO TO ROT-FIM3.

      *>---------[ ITEM FATURADO DE VENDA OU DEVOLUCAO ]--------------
       ACUMULA-ITEM.
           IF W-IT-STATUS NOT = "F"
              GO TO ACUMULA-ITEM-FIM.
           IF W-IT-TIPOVENDA NOT = 1 AND W-IT-TIPOVENDA NOT = 3
              GO TO ACUMULA-ITEM-FIM.
           IF W-IT-DATA(1:6) = W-MES
              MOVE 1 TO W-PER
           ELSE
              IF W-IT-DATA(1:6) = W-MES-ANT
                 MOVE 2 TO W-PER
              ELSE
                 IF W-IT-DATA(1:6) = W-MES-AANT
                    MOVE 3 TO W-PER
                 ELSE
                    GO TO ACUMULA-ITEM-FIM.
           ADD 1 TO W-TOT-ITENS
           PERFORM LOCALIZA-CLIENTE THRU LOCALIZA-CLIENTE-FIM
           PERFORM LOCALIZA-CIDADE
           IF W-POS = ZEROS
              GO TO ACUMULA-ITEM-FIM.

           MOVE W-IT-COD-PRO TO PRO-CODIGO
           READ ARQPRO
              INVALID KEY
                 MOVE ZEROS TO PRO-TAXA
                 MOVE ZEROS TO PRO-TIPOPRODUTO
           END-READ.
           PERFORM BUSCA-TAXA-UF THRU BUSCA-TAXA-FIM
           IF W-IT-TAXA NOT = ZEROS
              MOVE W-IT-TAXA TO W-TAXA-USADA
           ELSE
              MOVE W-TAXA-ATUAL TO W-TAXA-USADA.
           COMPUTE W-IMPOSTO-CALC ROUNDED =
                   W-IT-VALOR * W-TAXA-USADA / 100

           IF W-IT-TIPOVENDA = 3
              SUBTRACT W-IT-VALOR     FROM TC-RECEITA(W-POS W-PER)
              SUBTRACT W-IMPOSTO-CALC FROM TC-IMPOSTO(W-POS W-PER)
              GO TO ACUMULA-ITEM-FIM.
           ADD W-IT-VALOR     TO TC-RECEITA(W-POS W-PER)
           ADD W-IMPOSTO-CALC TO TC-IMPOSTO(W-POS W-PER)
           MOVE "C"      TO W-CNT-TIPO
           MOVE W-IT-CLI TO W-CNT-CHAVE
           PERFORM REGISTRA-CONTAGEM
           IF W-ACHOU = "N"
              ADD 1 TO TC-CLI(W-POS W-PER).
           MOVE "P"             TO W-CNT-TIPO
           MOVE W-IT-NUM-PEDIDO TO W-CNT-CHAVE
           PERFORM REGISTRA-CONTAGEM
           IF W-ACHOU = "N"
              ADD 1 TO TC-PED(W-POS W-PER).
       ACUMULA-ITEM-FIM.
           EXIT.

      *>---------[ UF, CIDADE E REGIAO DO CLIENTE ]-------------------
       LOCALIZA-CLIENTE.
           MOVE 9 TO W-LC-REGIAO
           MOVE "??" TO W-LC-UF
           MOVE "(CLIENTE NAO CADASTRADO)" TO W-LC-CIDADE
           MOVE SPACES TO ESTADOC
           IF W-IT-CLI < 100000000000
              MOVE W-IT-CLI TO CLI-CPF
              READ ARQCLI KEY IS CLI-CPF
                 INVALID KEY
                    GO TO LOCALIZA-CLIENTE-FIM
              END-READ
           ELSE
              MOVE W-IT-CLI TO CNPJC
              READ ARQCLI KEY IS CNPJC
                 INVALID KEY
                    GO TO LOCALIZA-CLIENTE-FIM
              END-READ
           END-IF
           MOVE ESTADOC TO W-LC-UF
           MOVE CIDADEC TO W-LC-CIDADE
           IF CIDADEC = SPACES
              MOVE "(SEM CIDADE)" TO W-LC-CIDADE.
           MOVE "N" TO W-ACHOU
           PERFORM COMPARA-UF
                   VARYING W-IDX2 FROM 1 BY 1
                   UNTIL W-IDX2 > 27 OR W-ACHOU = "S".
       LOCALIZA-CLIENTE-FIM.
           MOVE "00" TO ST-ERRO4.

       COMPARA-UF.
           IF TU-UF(W-IDX2) = W-LC-UF
              MOVE TU-REGIAO(W-IDX2) TO W-LC-REGIAO
              MOVE "S" TO W-ACHOU.

      *>  POSICAO DA CIDADE NA TABELA (0 = TABELA CHEIA)
       LOCALIZA-CIDADE.
           MOVE ZEROS TO W-POS
           PERFORM COMPARA-CIDADE
                   VARYING W-IDX2 FROM 1 BY 1
                   UNTIL W-IDX2 > W-QTD-CID OR W-POS NOT = ZEROS
           IF W-POS NOT = ZEROS
              GO TO LOCALIZA-CIDADE-SAI.
           IF W-QTD-CID NOT < 500
              MOVE "S" TO W-ESTOURO-CID
              GO TO LOCALIZA-CIDADE-SAI.
           ADD 1 TO W-QTD-CID
           MOVE W-QTD-CID TO W-POS
           MOVE W-LOCAL TO TC-CHAVE(W-POS)
           MOVE ZEROS   TO TC-VALORES(W-POS).
       LOCALIZA-CIDADE-SAI.
           EXIT.

       COMPARA-CIDADE.
           IF TC-CHAVE(W-IDX2) = W-LOCAL
              MOVE W-IDX2 TO W-POS.

      *>  W-ACHOU = "S" QUANDO O CLIENTE/PEDIDO JA FOI CONTADO
       REGISTRA-CONTAGEM.
           MOVE "N" TO W-ACHOU
           PERFORM COMPARA-CONTAGEM
                   VARYING W-IDX2 FROM 1 BY 1
                   UNTIL W-IDX2 > W-QTD-CNT OR W-ACHOU = "S"
           IF W-ACHOU = "N"
              IF W-QTD-CNT < 8000
                 ADD 1 TO W-QTD-CNT
                 MOVE W-CNT-TIPO  TO TN-TIPO(W-QTD-CNT)
                 MOVE W-PER       TO TN-PERIODO(W-QTD-CNT)
                 MOVE W-CNT-CHAVE TO TN-CHAVE(W-QTD-CNT)
              ELSE
                 MOVE "S" TO W-ESTOURO-CNT.

       COMPARA-CONTAGEM.
           IF TN-TIPO(W-IDX2) = W-CNT-TIPO
              AND TN-PERIODO(W-IDX2) = W-PER
              AND TN-CHAVE(W-IDX2) = W-CNT-CHAVE
              MOVE "S" TO W-ACHOU.

      *>---------[ ALIQUOTA VIGENTE PELA UF DO CLIENTE ]--------------
       BUSCA-TAXA-UF.
           MOVE PRO-TAXA TO W-TAXA-ATUAL
           IF W-TEM-TAXUF NOT = "S" OR W-LC-REGIAO = 9
              GO TO BUSCA-TAXA-FIM.
           MOVE W-LC-UF         TO TX-UF
           MOVE PRO-TIPOPRODUTO TO TX-TIPOPRODUTO
           READ ARQTAXUF
           IF ST-ERRO5 = "00"
              MOVE TX-ALIQUOTA TO W-TAXA-ATUAL
              GO TO BUSCA-TAXA-FIM.
           MOVE 0 TO TX-TIPOPRODUTO
           READ ARQTAXUF
           IF ST-ERRO5 = "00"
              MOVE TX-ALIQUOTA TO W-TAXA-ATUAL.
       BUSCA-TAXA-FIM.
           MOVE "00" TO ST-ERRO5.

      *>---------[ ORDENACAO POR REGIAO, UF E CIDADE ]----------------
       ORDENA-TABELA.
           MOVE "S" TO W-TROCOU
           PERFORM ORDENA-PASSADA UNTIL W-TROCOU = "N".

       ORDENA-PASSADA.
           MOVE "N" TO W-TROCOU
           PERFORM ORDENA-PAR
                   VARYING W-IDX-TROCA FROM 1 BY 1
                   UNTIL W-IDX-TROCA >= W-QTD-CID.

       ORDENA-PAR.
           IF TC-CHAVE(W-IDX-TROCA) > TC-CHAVE(W-IDX-TROCA + 1)
              MOVE TC-ENT(W-IDX-TROCA)     TO W-SALVA-ENT
              MOVE TC-ENT(W-IDX-TROCA + 1) TO TC-ENT(W-IDX-TROCA)
              MOVE W-SALVA-ENT             TO TC-ENT(W-IDX-TROCA + 1)
              MOVE "S" TO W-TROCOU.

      *>---------[ CIDADE, COM QUEBRA DE UF E DE REGIAO ]-------------
       EMITE-CIDADE.
           IF W-IDX > 1
              AND (TC-UF(W-IDX) NOT = W-ANT-UF
                   OR TC-REGIAO(W-IDX) NOT = W-ANT-REGIAO)
              PERFORM FECHA-UF
              IF TC-REGIAO(W-IDX) NOT = W-ANT-REGIAO
                 PERFORM FECHA-REGIAO.
           IF W-IDX = 1
              OR TC-REGIAO(W-IDX) NOT = W-ANT-REGIAO
              MOVE SPACES TO REG-VENREGREL
              WRITE REG-VENREGREL
              MOVE "REGIAO  " TO LG-ROTULO
              IF TC-REGIAO(W-IDX) = 9
                 MOVE "NAO IDENTIFICADA" TO LG-NOME
              ELSE
                 MOVE TR-NOME(TC-REGIAO(W-IDX)) TO LG-NOME
              END-IF
              WRITE REG-VENREGREL FROM LINHA-GRUPO.
           IF W-IDX = 1
              OR TC-UF(W-IDX) NOT = W-ANT-UF
              OR TC-REGIAO(W-IDX) NOT = W-ANT-REGIAO
              MOVE "  UF    " TO LG-ROTULO
              MOVE TC-UF(W-IDX) TO LG-NOME
              WRITE REG-VENREGREL FROM LINHA-GRUPO.
           MOVE TC-REGIAO(W-IDX) TO W-ANT-REGIAO
           MOVE TC-UF(W-IDX)     TO W-ANT-UF
           MOVE TC-VALORES(W-IDX) TO W-BLOCO
           MOVE TC-CIDADE(W-IDX)  TO W-NOME-BLOCO
           PERFORM EMITE-BLOCO
           PERFORM SOMA-UF VARYING W-PER FROM 1 BY 1 UNTIL W-PER > 3.

       SOMA-UF.
           ADD WB-CLI(W-PER)     TO TU-CLI(W-PER)
           ADD WB-PED(W-PER)     TO TU-PED(W-PER)
           ADD WB-RECEITA(W-PER) TO TU-RECEITA(W-PER)
           ADD WB-IMPOSTO(W-PER) TO TU-IMPOSTO(W-PER).

      *>  SUBTOTAL DA UF (UM CLIENTE SO TEM UMA CIDADE, UM PEDIDO SO
      *>  TEM UM CLIENTE: AS CONTAGENS PODEM SER SOMADAS)
       FECHA-UF.
           MOVE TOT-UF TO W-BLOCO
           MOVE SPACES TO W-NOME-BLOCO
           STRING "  TOTAL DA UF " W-ANT-UF
                  DELIMITED BY SIZE INTO W-NOME-BLOCO
           PERFORM EMITE-BLOCO
           PERFORM SOMA-REGIAO VARYING W-PER FROM 1 BY 1
                   UNTIL W-PER > 3
           MOVE ZEROS TO TOT-UF.

       SOMA-REGIAO.
           ADD TU-CLI(W-PER)     TO TR-CLI(W-PER)
           ADD TU-PED(W-PER)     TO TR-PED(W-PER)
           ADD TU-RECEITA(W-PER) TO TR-RECEITA(W-PER)
           ADD TU-IMPOSTO(W-PER) TO TR-IMPOSTO(W-PER).

       FECHA-REGIAO.
           MOVE TOT-REG TO W-BLOCO
           MOVE SPACES TO W-NOME-BLOCO
           IF W-ANT-REGIAO = 9
              MOVE "TOTAL NAO IDENTIFICADA" TO W-NOME-BLOCO
           ELSE
              STRING "TOTAL " TR-NOME(W-ANT-REGIAO)
                     DELIMITED BY SIZE INTO W-NOME-BLOCO.
           PERFORM EMITE-BLOCO
           PERFORM SOMA-GERAL VARYING W-PER FROM 1 BY 1
                   UNTIL W-PER > 3
           MOVE ZEROS TO TOT-REG.

       SOMA-GERAL.
           ADD TR-CLI(W-PER)     TO TG-CLI(W-PER)
           ADD TR-PED(W-PER)     TO TG-PED(W-PER)
           ADD TR-RECEITA(W-PER) TO TG-RECEITA(W-PER)
           ADD TR-IMPOSTO(W-PER) TO TG-IMPOSTO(W-PER).

      *>---------[ TRES LINHAS: MES, MES ANTERIOR E ANO ANTERIOR ]----
       EMITE-BLOCO.
           MOVE W-NOME-BLOCO TO LD-NOME
           MOVE "MES   "     TO LD-ROTULO
           MOVE W-MES        TO LD-MES
           MOVE 1 TO W-PER
           PERFORM EMITE-PERIODO
           MOVE SPACES TO LD-NOME
           MOVE "ANT.  " TO LD-ROTULO
           MOVE W-MES-ANT    TO LD-MES
           MOVE 2 TO W-PER
           PERFORM EMITE-PERIODO
           MOVE "A.ANT " TO LD-ROTULO
           MOVE W-MES-AANT   TO LD-MES
           MOVE 3 TO W-PER
           PERFORM EMITE-PERIODO.

      *>  NAS LINHAS DE COMPARACAO O % E A VARIACAO DO MES PEDIDO
      *>  SOBRE O PERIODO DA LINHA
       EMITE-PERIODO.
           MOVE WB-CLI(W-PER)     TO LD-CLI
           MOVE WB-PED(W-PER)     TO LD-PED
           MOVE WB-RECEITA(W-PER) TO LD-RECEITA
           MOVE WB-IMPOSTO(W-PER) TO LD-IMPOSTO
           MOVE SPACES TO LD-CLI-PC LD-PED-PC LD-REC-PC LD-IMP-PC
           IF W-PER NOT = 1
              MOVE WB-CLI(1)      TO W-PC-ATUAL
              MOVE WB-CLI(W-PER)  TO W-PC-BASE
              PERFORM CALCULA-PERC
              MOVE W-PC-SAIDA     TO LD-CLI-PC
              MOVE WB-PED(1)      TO W-PC-ATUAL
              MOVE WB-PED(W-PER)  TO W-PC-BASE
              PERFORM CALCULA-PERC
              MOVE W-PC-SAIDA     TO LD-PED-PC
              MOVE WB-RECEITA(1)     TO W-PC-ATUAL
              MOVE WB-RECEITA(W-PER) TO W-PC-BASE
              PERFORM CALCULA-PERC
              MOVE W-PC-SAIDA     TO LD-REC-PC
              MOVE WB-IMPOSTO(1)     TO W-PC-ATUAL
              MOVE WB-IMPOSTO(W-PER) TO W-PC-BASE
              PERFORM CALCULA-PERC
              MOVE W-PC-SAIDA     TO LD-IMP-PC.
           WRITE REG-VENREGREL FROM LINHA-DET.

       CALCULA-PERC.
           IF W-PC-BASE NOT > ZEROS
              MOVE SPACES TO W-PC-SAIDA
           ELSE
              COMPUTE W-PC-VALOR ROUNDED =
                      (W-PC-ATUAL - W-PC-BASE) * 100 / W-PC-BASE
                 ON SIZE ERROR
                    MOVE 9999,9 TO W-PC-VALOR
              END-COMPUTE
              MOVE SPACES     TO W-PC-SAIDA
              MOVE W-PC-VALOR TO W-PC-ED.

       ROT-FIM.
           STOP RUN.
       ROT-FIM3.
           STOP RUN.
