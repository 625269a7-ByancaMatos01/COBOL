       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIF01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> ROMANEIO DIARIO DE EXPEDICAO POR TRANSPORTADORA: OS   *
      *> PEDIDOS DE VENDA FATURADOS ENTREGUES NA DATA (CAB-EXP-*
      *> DATA, INFORMADA NO EXPED13), COM NF, CLIENTE, DESTINO,*
      *> FRETE, VOLUMES E PESO. CADA TRANSPORTADORA SAI EM UM  *
      *> BLOCO PROPRIO COM TOTAIS E CAMPOS PARA A ASSINATURA   *
      *> DO MOTORISTA NA COLETA                                *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAB-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CAB-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQCLI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CLI-CPF
                  ALTERNATE RECORD KEY IS CODIGOC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CNPJC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS EMAILC WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT ARQTRANSP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRP-CNPJ
                  ALTERNATE RECORD KEY IS TRP-NOME WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.
       SELECT MANIFREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPEDCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDCAB.DAT".
       01 REGPEDCAB.
          03 CAB-NUM-PEDIDO          PIC 9(06).
          03 CAB-TIPOVENDA           PIC 9(01).
          03 CAB-CLI-CPFCNPJ         PIC 9(14).
          03 CAB-FOR-CPFCNPJ         PIC 9(14).
          03 CAB-DATAEMISSAO         PIC 9(08).
          03 CAB-STATUS              PIC X(01).
             88 CAB-ST-ABERTO           VALUE "A".
             88 CAB-ST-FATURADO         VALUE "F".
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

       FD ARQTRANSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSP.DAT".
       01 REGTRANSP.
          03 TRP-CNPJ                PIC 9(14).
          03 TRP-NOME                PIC X(30).
          03 TRP-CONTATO             PIC X(30).
          03 TRP-TELEFONE            PIC 9(11).
          03 TRP-EMAIL               PIC X(33).
          03 TRP-UFS                 PIC X(20).
          03 TRP-UFS-R REDEFINES TRP-UFS.
             05 TRP-UF               PIC X(02) OCCURS 10 TIMES.
          03 TRP-FRETE-KG            PIC 9(04)V99.

       FD MANIFREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MANIFREL.DAT".
       01 REG-MANIFREL PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-FIM-ARQCAB     PIC X(01) VALUE "N".
       01 W-DATA-EXP       PIC 9(08) VALUE ZEROS.
       01 W-FIL-TRANSP     PIC 9(14) VALUE ZEROS.
       01 W-TRANSP-ANT     PIC 9(14) VALUE ZEROS.
       01 W-IDX            PIC 9(04) VALUE ZEROS.
       01 W-JDX            PIC 9(04) VALUE ZEROS.
       01 W-TAB-QTDE       PIC 9(04) VALUE ZEROS.
       01 W-TROCOU         PIC X(01) VALUE "N".
       01 W-TAB-CHEIA      PIC X(01) VALUE "N".
       01 W-QTD-TRANSP     PIC 9(04) VALUE ZEROS.

      *> TOTAIS DA TRANSPORTADORA
       01 W-TT-PEDIDOS     PIC 9(05) VALUE ZEROS.
       01 W-TT-VOLUMES     PIC 9(07) VALUE ZEROS.
       01 W-TT-PESO        PIC 9(08)V999 VALUE ZEROS.
       01 W-TT-VALOR       PIC 9(14)V99 VALUE ZEROS.

      *> PEDIDOS DO DIA (ATE 2000), ORDENADOS POR TRANSPORTADORA
      *> + NUMERO DO PEDIDO
       01 TABEXP.
           03 TBEXP OCCURS 2000 TIMES.
               05 TB-CHAVE.
                  07 TB-TRANSP     PIC 9(14).
                  07 TB-PEDIDO     PIC 9(06).
               05 TB-NF-SERIE      PIC 9(03).
               05 TB-NF-NUMERO     PIC 9(09).
               05 TB-CLIENTE       PIC 9(14).
               05 TB-FRETE         PIC X(01).
               05 TB-VOLUMES       PIC 9(04).
               05 TB-PESO          PIC 9(06)V999.
               05 TB-VALOR         PIC 9(14)V99.
       01 W-SALVA-TBEXP    PIC X(76) VALUE SPACES.

       01 LINHA-TITULO.
           03 FILLER           PIC X(37)
                  VALUE "ROMANEIO DE EXPEDICAO - ENTREGUES EM ".
           03 LT-DATA          PIC 9999/99/99.
       01 LINHA-TRANSP.
           03 FILLER           PIC X(16) VALUE "TRANSPORTADORA: ".
           03 LTR-CNPJ         PIC 9(14).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LTR-NOME         PIC X(30).
           03 FILLER           PIC X(08) VALUE "  FONE: ".
           03 LTR-FONE         PIC 9(11).
           03 FILLER           PIC X(11) VALUE "  CONTATO: ".
           03 LTR-CONTATO      PIC X(30).
       01 LINHA-CAB1.
           03 FILLER           PIC X(23)
              VALUE "PEDIDO  NF             ".
           03 FILLER           PIC X(32)
              VALUE "CLIENTE                         ".
           03 FILLER           PIC X(34)
              VALUE "CIDADE                   UF  FRT  ".
           03 FILLER           PIC X(32)
              VALUE " VOL      PESO KG       VALOR R$".
       01 LINHA-DET.
           03 LD-PEDIDO        PIC 9(06).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-NF-SERIE      PIC 999.
           03 FILLER           PIC X(01) VALUE "-".
           03 LD-NF-NUMERO     PIC 9(09).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CLIENTE       PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CIDADE        PIC X(24).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-UF            PIC X(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-FRETE         PIC X(03).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VOLUMES       PIC ZZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-PESO          PIC ZZZ.ZZ9,999.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VALOR         PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT.
           03 FILLER           PIC X(10) VALUE "TOTAL -   ".
           03 LTT-PEDIDOS      PIC ZZZZ9.
           03 FILLER           PIC X(12) VALUE " PEDIDO(S)  ".
           03 LTT-VOLUMES      PIC Z.ZZZ.ZZ9.
           03 FILLER           PIC X(12) VALUE " VOLUME(S)  ".
           03 LTT-PESO         PIC ZZ.ZZZ.ZZ9,999.
           03 FILLER           PIC X(07) VALUE " KG    ".
           03 FILLER           PIC X(03) VALUE "R$ ".
           03 LTT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-ASS1.
           03 FILLER           PIC X(43)
              VALUE "RECEBI OS VOLUMES ACIMA EM PERFEITO ESTADO.".
       01 LINHA-ASS2.
           03 FILLER           PIC X(46)
              VALUE "MOTORISTA: ___________________________________".
           03 FILLER           PIC X(46)
              VALUE "   DOCUMENTO: _________________   PLACA: _____".
           03 FILLER           PIC X(05) VALUE "____".
       01 LINHA-ASS3.
           03 FILLER           PIC X(46)
              VALUE "ASSINATURA: __________________________________".
           03 FILLER           PIC X(46)
              VALUE "   DATA/HORA DA COLETA: ____/____/______  ____".
           03 FILLER           PIC X(05) VALUE ":____".
       01 LINHA-ASS4.
           03 FILLER           PIC X(46)
              VALUE "CONFERIDO PELA EXPEDICAO: ____________________".
       01 LINHA-SEPARA     PIC X(132) VALUE ALL "-".

       PROCEDURE DIVISION.
       R0.
           DISPLAY "MANIF01 - ROMANEIO DIARIO DE EXPEDICAO".
           DISPLAY "DATA DE ENTREGA AAAAMMDD (0=HOJE): ".
           ACCEPT W-DATA-EXP.
           IF W-DATA-EXP = ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-EXP.
           DISPLAY "CNPJ DA TRANSPORTADORA (0=TODAS): ".
           ACCEPT W-FIL-TRANSP.

           OPEN INPUT ARQPEDCAB
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPEDCAB - " ST-ERRO
              GO TO ROT-FIM.

           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCLI - " ST-ERRO2
              CLOSE ARQPEDCAB
              GO TO ROT-FIM.

           OPEN INPUT ARQTRANSP
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQTRANSP - "
                      ST-ERRO3
              CLOSE ARQPEDCAB ARQCLI
              GO TO ROT-FIM.

           OPEN OUTPUT MANIFREL
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MANIFREL - " ST-ERRO4
              CLOSE ARQPEDCAB ARQCLI ARQTRANSP
              GO TO ROT-FIM.

      *>---------[ SELECIONA OS PEDIDOS ENTREGUES NA DATA ]-----------
       R1.
           PERFORM LER-CABECALHO UNTIL W-FIM-ARQCAB = "S".
           IF W-TAB-CHEIA = "S"
              DISPLAY "*** MAIS DE 2000 PEDIDOS NA DATA - ROMANEIO "
                      "INCOMPLETO ***".

       R2.
           IF W-TAB-QTDE > 1
              PERFORM ORDENA-TABELA.

      *>---------[ UM BLOCO POR TRANSPORTADORA ]----------------------
       R3.
           MOVE W-DATA-EXP TO LT-DATA
           WRITE REG-MANIFREL FROM LINHA-TITULO
           IF W-TAB-QTDE = ZEROS
              MOVE SPACES TO REG-MANIFREL
              WRITE REG-MANIFREL
              MOVE "NENHUM PEDIDO ENTREGUE A TRANSPORTADORA NA DATA"
                                               TO REG-MANIFREL
              WRITE REG-MANIFREL
           ELSE
              MOVE ZEROS TO W-TRANSP-ANT
              PERFORM IMPRIME-PEDIDO
                      VARYING W-IDX FROM 1 BY 1
                      UNTIL W-IDX > W-TAB-QTDE
              PERFORM FECHA-TRANSPORTADORA.

           CLOSE ARQPEDCAB ARQCLI ARQTRANSP MANIFREL.
           DISPLAY "ROMANEIO GERADO EM MANIFREL.DAT -- "
                   W-TAB-QTDE " PEDIDOS, " W-QTD-TRANSP
                   " TRANSPORTADORAS".
           GO TO ROT-FIM3.

       LER-CABECALHO.
           READ ARQPEDCAB NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              MOVE "S" TO W-FIM-ARQCAB
           ELSE
              IF CAB-TIPOVENDA = 1
                 AND NOT CAB-ST-CANCELADO
                 AND (CAB-ST-FATURADO OR CAB-NF-NUMERO NOT = ZEROS)
                 AND CAB-EXP-DATA = W-DATA-EXP
                 AND (W-FIL-TRANSP = ZEROS
                      OR CAB-TRANSP-CNPJ = W-FIL-TRANSP)
                 PERFORM GUARDA-PEDIDO
              END-IF
           END-IF.

       GUARDA-PEDIDO.
           IF W-TAB-QTDE < 2000
              ADD 1 TO W-TAB-QTDE
              MOVE CAB-TRANSP-CNPJ TO TB-TRANSP(W-TAB-QTDE)
              MOVE CAB-NUM-PEDIDO  TO TB-PEDIDO(W-TAB-QTDE)
              MOVE CAB-NF-SERIE    TO TB-NF-SERIE(W-TAB-QTDE)
              MOVE CAB-NF-NUMERO   TO TB-NF-NUMERO(W-TAB-QTDE)
              MOVE CAB-CLI-CPFCNPJ TO TB-CLIENTE(W-TAB-QTDE)
              MOVE CAB-TIPOFRETE   TO TB-FRETE(W-TAB-QTDE)
              MOVE CAB-VOLUMES     TO TB-VOLUMES(W-TAB-QTDE)
              MOVE CAB-PESO-BRUTO  TO TB-PESO(W-TAB-QTDE)
              MOVE CAB-VALORTOTAL  TO TB-VALOR(W-TAB-QTDE)
           ELSE
              MOVE "S" TO W-TAB-CHEIA.

       IMPRIME-PEDIDO.
           IF W-IDX = 1 OR TB-TRANSP(W-IDX) NOT = W-TRANSP-ANT
              IF W-IDX > 1
                 PERFORM FECHA-TRANSPORTADORA
              END-IF
              PERFORM ABRE-TRANSPORTADORA
           END-IF
           MOVE TB-PEDIDO(W-IDX)    TO LD-PEDIDO
           MOVE TB-NF-SERIE(W-IDX)  TO LD-NF-SERIE
           MOVE TB-NF-NUMERO(W-IDX) TO LD-NF-NUMERO
           PERFORM BUSCA-CLIENTE
           IF TB-FRETE(W-IDX) = "F"
              MOVE "FOB" TO LD-FRETE
           ELSE
              MOVE "CIF" TO LD-FRETE.
           MOVE TB-VOLUMES(W-IDX)   TO LD-VOLUMES
           MOVE TB-PESO(W-IDX)      TO LD-PESO
           MOVE TB-VALOR(W-IDX)     TO LD-VALOR
           WRITE REG-MANIFREL FROM LINHA-DET
           ADD 1                  TO W-TT-PEDIDOS
           ADD TB-VOLUMES(W-IDX)  TO W-TT-VOLUMES
           ADD TB-PESO(W-IDX)     TO W-TT-PESO
           ADD TB-VALOR(W-IDX)    TO W-TT-VALOR.

       ABRE-TRANSPORTADORA.
           MOVE TB-TRANSP(W-IDX) TO W-TRANSP-ANT
           ADD 1 TO W-QTD-TRANSP
           MOVE ZEROS TO W-TT-PEDIDOS W-TT-VOLUMES W-TT-PESO
                         W-TT-VALOR
           MOVE TB-TRANSP(W-IDX) TO TRP-CNPJ LTR-CNPJ
           READ ARQTRANSP
           IF ST-ERRO3 = "00"
              MOVE TRP-NOME     TO LTR-NOME
              MOVE TRP-TELEFONE TO LTR-FONE
              MOVE TRP-CONTATO  TO LTR-CONTATO
           ELSE
              MOVE "00" TO ST-ERRO3
              MOVE "(TRANSPORTADORA NAO CADASTRADA)" TO LTR-NOME
              MOVE ZEROS  TO LTR-FONE
              MOVE SPACES TO LTR-CONTATO.
           MOVE SPACES TO REG-MANIFREL
           WRITE REG-MANIFREL
           WRITE REG-MANIFREL FROM LINHA-SEPARA
           WRITE REG-MANIFREL FROM LINHA-TRANSP
           WRITE REG-MANIFREL FROM LINHA-SEPARA
           WRITE REG-MANIFREL FROM LINHA-CAB1.

       FECHA-TRANSPORTADORA.
           MOVE W-TT-PEDIDOS TO LTT-PEDIDOS
           MOVE W-TT-VOLUMES TO LTT-VOLUMES
           MOVE W-TT-PESO    TO LTT-PESO
           MOVE W-TT-VALOR   TO LTT-VALOR
           WRITE REG-MANIFREL FROM LINHA-SEPARA
           WRITE REG-MANIFREL FROM LINHA-TOT
           MOVE SPACES TO REG-MANIFREL
           WRITE REG-MANIFREL
           WRITE REG-MANIFREL FROM LINHA-ASS1
           MOVE SPACES TO REG-MANIFREL
           WRITE REG-MANIFREL
           WRITE REG-MANIFREL FROM LINHA-ASS2
           MOVE SPACES TO REG-MANIFREL
           WRITE REG-MANIFREL
           WRITE REG-MANIFREL FROM LINHA-ASS3
           MOVE SPACES TO REG-MANIFREL
           WRITE REG-MANIFREL
           WRITE REG-MANIFREL FROM LINHA-ASS4.

      *>---------[ CLIENTE DO PEDIDO: CPF OU CNPJ ]-----------------
       BUSCA-CLIENTE.
           IF TB-CLIENTE(W-IDX) < 100000000000
              MOVE TB-CLIENTE(W-IDX) TO CLI-CPF
              READ ARQCLI
           ELSE
              MOVE TB-CLIENTE(W-IDX) TO CNPJC
              READ ARQCLI KEY IS CNPJC.
           IF ST-ERRO2 = "00"
              MOVE NOMEC   TO LD-CLIENTE
              MOVE CIDADEC TO LD-CIDADE
              MOVE ESTADOC TO LD-UF
           ELSE
              MOVE "00" TO ST-ERRO2
              MOVE "(CLIENTE NAO CADASTRADO)" TO LD-CLIENTE
              MOVE SPACES TO LD-CIDADE LD-UF.

      *>---------[ ORDENACAO POR TRANSPORTADORA + PEDIDO (BOLHA) ]----
       ORDENA-TABELA.
           MOVE "S" TO W-TROCOU
           PERFORM ORDENA-PASSADA UNTIL W-TROCOU = "N".

       ORDENA-PASSADA.
           MOVE "N" TO W-TROCOU
           PERFORM ORDENA-COMPARA
                   VARYING W-JDX FROM 1 BY 1
                   UNTIL W-JDX >= W-TAB-QTDE.

       ORDENA-COMPARA.
           IF TB-CHAVE(W-JDX) > TB-CHAVE(W-JDX + 1)
              MOVE TBEXP(W-JDX)     TO W-SALVA-TBEXP
              MOVE TBEXP(W-JDX + 1) TO TBEXP(W-JDX)
              MOVE W-SALVA-TBEXP    TO TBEXP(W-JDX + 1)
              MOVE "S" TO W-TROCOU.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
