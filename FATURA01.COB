      *>*******************************************************
      *> EMISSAO DE FATURA POR GRUPO DE PEDIDO (PED-NUM-PEDIDO)*
      *> ITENS DO ARQPED + DADOS DO ARQCLI E ARQPRO            *
      *> NA PRIMEIRA EMISSAO O PEDIDO RECEBE O PROXIMO NUMERO  *
      *> DA SERIE DE NF-E (ARQNFSERIE), GRAVADO NO ARQPEDCAB E *
      *> NO ARQNFE, E GERA O ARQUIVO NFEssnnnnnnnnn.TXT PARA O *
      *> TRANSMISSOR DA NF-E                                   *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TX-CHAVE
                      FILE STATUS  IS ST-ERRO5.
       SELECT ARQKIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS KIT-CHAVE
                  ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO6.
       SELECT ARQSEPARA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEP-CHAVE
                      FILE STATUS  IS ST-ERRO7.
       SELECT ARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAB-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CAB-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-CAB.
       SELECT ARQNFSERIE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NS-SERIE
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO-NS.
       SELECT ARQNFE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NF-CHAVE
                 ALTERNATE RECORD KEY IS NF-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-NF.
       SELECT NFEEXP ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-EXP.
       SELECT FATURAREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQTAXUF
               LABEL RECORD IS STANDARD
             05 TX-TIPOPRODUTO       PIC 9(01).
          03 TX-ALIQUOTA             PIC 9(02)V99.

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-CODIGO           PIC 9(06).
             05 KIT-COMPONENTE       PIC 9(06).
          03 KIT-QTDE                PIC 9(04).

       FD ARQSEPARA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEPARA.DAT".
       01 REGSEPARA.
          03 SEP-CHAVE.
             05 SEP-NUM-PEDIDO       PIC 9(06).
             05 SEP-SEQ              PIC 9(03).
          03 SEP-LOCAL               PIC 9(02).
          03 SEP-PED-COD             PIC 9(06).
          03 SEP-NUM-ITEM            PIC 9(03).
          03 SEP-PRO-CODIGO          PIC 9(06).
          03 SEP-LOTE                PIC X(10).
          03 SEP-VALIDADE            PIC 9(08).
          03 SEP-QTDE                PIC 9(06).
          03 SEP-QTDSEPARADA         PIC 9(06).
          03 SEP-STATUS              PIC X(01).
             88 SEP-ST-PENDENTE         VALUE "P".
             88 SEP-ST-CONFERIDO        VALUE "C".
          03 SEP-DATA                PIC 9(08).
          03 SEP-OPERADOR            PIC X(10).

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

       FD ARQNFSERIE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFSERIE.DAT".
       01 REGNFSERIE.
          03 NS-SERIE               PIC 9(03).
          03 NS-DESCRICAO           PIC X(30).
          03 NS-NUM-INICIAL         PIC 9(09).
          03 NS-ULTIMO              PIC 9(09).
          03 NS-EMIT-CNPJ           PIC 9(14).
          03 NS-EMIT-IE             PIC X(14).
          03 NS-EMIT-NOME           PIC X(30).
          03 NS-EMIT-UF             PIC X(02).

      *> TODO NUMERO TOMADO DA SERIE: E=EMITIDA C=CANCELADA
      *> I=INUTILIZADA. NUMERO SEM REGISTRO AQUI E FALHA NA SERIE
       FD ARQNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFE.DAT".
       01 REGNFE.
          03 NF-CHAVE.
             05 NF-SERIE             PIC 9(03).
             05 NF-NUMERO            PIC 9(09).
          03 NF-SITUACAO             PIC X(01).
             88 NF-EMITIDA              VALUE "E".
             88 NF-CANCELADA            VALUE "C".
             88 NF-INUTILIZADA          VALUE "I".
          03 NF-NUM-PEDIDO           PIC 9(06).
          03 NF-CLI-CPFCNPJ          PIC 9(14).
          03 NF-DATA-EMISSAO         PIC 9(08).
          03 NF-VALOR                PIC 9(14)V99.
          03 NF-DATA-EVENTO          PIC 9(08).
          03 NF-MOTIVO               PIC X(40).
          03 NF-OPERADOR             PIC X(10).

       FD NFEEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NFE-NOME.
       01 REG-NFEEXP PIC X(250).

       FD FATURAREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATURAREL.DAT".
       01 W-TOT-GERAL      PIC 9(14)V99 VALUE ZEROS.
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 W-TEM-TAXUF      PIC X(01) VALUE "N".
       01 ST-ERRO6         PIC X(02) VALUE "00".
       01 W-TEM-KIT        PIC X(01) VALUE "N".
       01 ST-ERRO7         PIC X(02) VALUE "00".
       01 W-TEM-SEP        PIC X(01) VALUE "N".
       01 W-SEP-FALTAS     PIC 9(03) VALUE ZEROS.
       01 W-SEP-PEND       PIC 9(03) VALUE ZEROS.
       01 W-SEP-FALTA      PIC 9(06) VALUE ZEROS.
       01 W-SEP-OPCAO      PIC X(01) VALUE SPACES.
       01 W-TAXA-USADA     PIC 9(02)V99 VALUE ZEROS.

      *> NUMERACAO DA NF-E
       01 ST-ERRO-CAB      PIC X(02) VALUE "00".
       01 ST-ERRO-NS       PIC X(02) VALUE "00".
       01 W-NS-TENTATIVA   PIC 9(04) VALUE ZEROS.
       01 ST-ERRO-NF       PIC X(02) VALUE "00".
       01 ST-ERRO-EXP      PIC X(02) VALUE "00".
       01 W-SERIE          PIC 9(03) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-NOTA-OK        PIC X(01) VALUE "N".
       01 W-NF-SERIE       PIC 9(03) VALUE ZEROS.
       01 W-NF-NUMERO      PIC 9(09) VALUE ZEROS.
       01 W-NF-DATA        PIC 9(08) VALUE ZEROS.
       01 W-QTD-NOTA       PIC 9(03) VALUE ZEROS.
       01 W-VALOR-NOTA     PIC 9(14)V99 VALUE ZEROS.
       01 W-FIM-NOTA       PIC X(01) VALUE "N".
       01 W-NFE-NOME       PIC X(20) VALUE SPACES.
       01 W-EXP-ABERTO     PIC X(01) VALUE "N".

      *> LAYOUT DO TRANSMISSOR: A=IDENTIFICACAO B=EMITENTE
      *> C=DESTINATARIO D=ITEM E=TOTAIS
       01 NFE-REG-A.
           03 NA-TIPO          PIC X(01) VALUE "A".
           03 NA-SERIE         PIC 9(03).
           03 NA-NUMERO        PIC 9(09).
           03 NA-DATA-EMISSAO  PIC 9(08).
           03 NA-NUM-PEDIDO    PIC 9(06).
           03 NA-NATUREZA      PIC X(30) VALUE "VENDA DE MERCADORIA".
           03 NA-COND-PAGTO    PIC 9(03).
       01 NFE-REG-B.
           03 NB-TIPO          PIC X(01) VALUE "B".
           03 NB-CNPJ          PIC 9(14).
           03 NB-IE            PIC X(14).
           03 NB-NOME          PIC X(30).
           03 NB-UF            PIC X(02).
       01 NFE-REG-C.
           03 NC-TIPO          PIC X(01) VALUE "C".
           03 NC-PESSOA        PIC X(01).
           03 NC-CPFCNPJ       PIC 9(14).
           03 NC-NOME          PIC X(30).
           03 NC-LOGRADOURO    PIC X(24).
           03 NC-NUMERO        PIC X(11).
           03 NC-COMPLEMENTO   PIC X(24).
           03 NC-BAIRRO        PIC X(40).
           03 NC-CIDADE        PIC X(24).
           03 NC-UF            PIC X(02).
           03 NC-CEP           PIC 9(08).
           03 NC-TELEFONE      PIC 9(11).
           03 NC-EMAIL         PIC X(33).
       01 NFE-REG-D.
           03 ND-TIPO          PIC X(01) VALUE "D".
           03 ND-NUM-ITEM      PIC 9(03).
           03 ND-COD-PRO       PIC 9(06).
           03 ND-EAN           PIC 9(13).
           03 ND-DESCRICAO     PIC X(30).
           03 ND-UNIDADE       PIC X(02).
           03 ND-QTDE          PIC 9(06).
           03 ND-PRECO         PIC 9(08)V99.
           03 ND-VALOR         PIC 9(14)V99.
           03 ND-ALIQUOTA      PIC 9(02)V99.
           03 ND-IMPOSTO       PIC 9(14)V99.
       01 NFE-REG-E.
           03 NE-TIPO          PIC X(01) VALUE "E".
           03 NE-QTD-ITENS     PIC 9(03).
           03 NE-VALOR-PROD    PIC 9(14)V99.
           03 NE-VALOR-IMPOSTO PIC 9(14)V99.
           03 NE-VALOR-NOTA    PIC 9(14)V99.

       01 LINHA-MOLDURA    PIC X(78) VALUE ALL "=".
       01 LINHA-TITULO.
           03 FILLER           PIC X(30) VALUE
           03 LT-NUM-PEDIDO    PIC Z(5)9.
           03 FILLER           PIC X(14) VALUE "   EMISSAO EM ".
           03 LT-DATA          PIC 9999/99/99.
       01 LINHA-NF.
           03 FILLER           PIC X(16) VALUE "NF-E      SERIE ".
           03 LN-SERIE         PIC 9(03).
           03 FILLER           PIC X(10) VALUE "   NUMERO ".
           03 LN-NUMERO        PIC Z(8)9.
           03 FILLER           PIC X(14) VALUE "   EMITIDA EM ".
           03 LN-DATA          PIC 9999/99/99.
       01 LINHA-CLI1.
           03 FILLER           PIC X(10) VALUE "CLIENTE : ".
           03 LC-NOME          PIC X(30).
           03 LI-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LI-IMPOSTO       PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LI-KIT           PIC X(03).
       01 LINHA-TOT.
           03 FILLER           PIC X(30) VALUE "TOTAL DA FATURA".
           03 LTO-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-TEM-TAXUF.

           OPEN INPUT ARQKIT
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-TEM-KIT.

           OPEN INPUT ARQSEPARA
           IF ST-ERRO7 = "00"
              MOVE "S" TO W-TEM-SEP.

           OPEN I-O ARQPEDCAB
           IF ST-ERRO-CAB NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPEDCAB - "
                      ST-ERRO-CAB
              CLOSE ARQPED ARQCLI ARQPRO
              GO TO ROT-FIM.

           OPEN I-O ARQNFSERIE
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFSERIE - "
                      ST-ERRO-NS
              DISPLAY "CADASTRE A SERIE DA NF-E (NFSER13)"
              CLOSE ARQPED ARQCLI ARQPRO ARQPEDCAB
              GO TO ROT-FIM.

           OPEN I-O ARQNFE
           IF ST-ERRO-NF NOT = "00"
              IF ST-ERRO-NF = "30"
                 OPEN OUTPUT ARQNFE
                 CLOSE ARQNFE
                 OPEN I-O ARQNFE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFE - "
                         ST-ERRO-NF
                 CLOSE ARQPED ARQCLI ARQPRO ARQPEDCAB ARQNFSERIE
                 GO TO ROT-FIM.

           OPEN OUTPUT FATURAREL
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FATURAREL - "
                      ST-ERRO4
              CLOSE ARQPED ARQCLI ARQPRO ARQPEDCAB ARQNFSERIE ARQNFE
              GO TO ROT-FIM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE.

       R0B.
           MOVE ZEROS TO W-SERIE
           DISPLAY "FATURA01 - SERIE DA NF-E (0=ENCERRA): ".
           ACCEPT W-SERIE.
           IF W-SERIE = ZEROS
              GO TO R9.
           MOVE W-SERIE TO NS-SERIE
           READ ARQNFSERIE
           IF ST-ERRO-NS NOT = "00"
              MOVE "00" TO ST-ERRO-NS
              DISPLAY "*** SERIE NAO CADASTRADA ***"
              GO TO R0B.

       R1.
           MOVE ZEROS TO W-NUM-PEDIDO
           ACCEPT W-NUM-PEDIDO.
           IF W-NUM-PEDIDO = ZEROS
              GO TO R9.
           PERFORM VERIFICA-SEPARACAO THRU VERIFICA-SEPARACAO-FIM
           IF W-SEP-OPCAO NOT = "S" AND W-SEP-OPCAO NOT = "s"
              DISPLAY "*** FATURA NAO EMITIDA ***"
              GO TO R1.
           PERFORM PREPARA-NOTA THRU PREPARA-NOTA-FIM
           IF W-NOTA-OK NOT = "S"
              DISPLAY "*** FATURA NAO EMITIDA ***"
              GO TO R1.
           PERFORM EMITE-FATURA
           IF W-TOT-ITENS = ZEROS
              DISPLAY "*** NENHUM ITEM FATURADO NESTE PEDIDO ***"
       R9.
           IF W-TEM-TAXUF = "S"
              CLOSE ARQTAXUF.
           IF W-TEM-KIT = "S"
              CLOSE ARQKIT.
           IF W-TEM-SEP = "S"
              CLOSE ARQSEPARA.
           CLOSE ARQPED ARQCLI ARQPRO ARQPEDCAB ARQNFSERIE ARQNFE
                 FATURAREL.
           DISPLAY "FATURAS GERADAS EM FATURAREL.DAT -- "
                   W-TOT-FATURAS " EMITIDAS".
           GO TO ROT-FIM3.

      *>---------[ FALTAS DO ROMANEIO DE SEPARACAO (ARQSEPARA) ]------
      *>  LISTA AS LINHAS SEPARADAS A MENOS OU NAO CONFERIDAS E PEDE
      *>  CONFIRMACAO ANTES DE FATURAR
       VERIFICA-SEPARACAO.
           MOVE "S" TO W-SEP-OPCAO
           MOVE ZEROS TO W-SEP-FALTAS W-SEP-PEND
           IF W-TEM-SEP NOT = "S"
              GO TO VERIFICA-SEPARACAO-FIM.
           MOVE W-NUM-PEDIDO TO SEP-NUM-PEDIDO
           MOVE ZEROS TO SEP-SEQ
           START ARQSEPARA KEY IS NOT LESS SEP-CHAVE
              INVALID KEY
                 GO TO VERIFICA-SEPARACAO-FIM
           END-START.
       VERIFICA-SEPARACAO-LOOP.
           READ ARQSEPARA NEXT RECORD
           IF ST-ERRO7 NOT = "00"
              GO TO VERIFICA-SEPARACAO-RESUMO.
           IF SEP-NUM-PEDIDO NOT = W-NUM-PEDIDO
              GO TO VERIFICA-SEPARACAO-RESUMO.
           IF SEP-ST-PENDENTE
              ADD 1 TO W-SEP-PEND
              DISPLAY "NAO CONFERIDO - SEQ " SEP-SEQ " PRODUTO "
                      SEP-PRO-CODIGO " LOTE " SEP-LOTE
           ELSE
              IF SEP-QTDSEPARADA < SEP-QTDE
                 ADD 1 TO W-SEP-FALTAS
                 COMPUTE W-SEP-FALTA = SEP-QTDE - SEP-QTDSEPARADA
                 DISPLAY "FALTA NA SEPARACAO - SEQ " SEP-SEQ
                         " PRODUTO " SEP-PRO-CODIGO " LOTE " SEP-LOTE
                         " FALTA " W-SEP-FALTA.
           GO TO VERIFICA-SEPARACAO-LOOP.
       VERIFICA-SEPARACAO-RESUMO.
           IF W-SEP-FALTAS NOT = ZEROS OR W-SEP-PEND NOT = ZEROS
              DISPLAY "*** SEPARACAO COM " W-SEP-FALTAS
                      " FALTA(S) E " W-SEP-PEND " NAO CONFERIDA(S) ***"
              MOVE "N" TO W-SEP-OPCAO
              DISPLAY "EMITIR A FATURA ASSIM MESMO (S/N): "
              ACCEPT W-SEP-OPCAO.
       VERIFICA-SEPARACAO-FIM.
           MOVE "00" TO ST-ERRO7.

      *>---------[ PERCORRE OS ITENS DO GRUPO DO PEDIDO ]-------------
       EMITE-FATURA.
           MOVE ZEROS TO W-TOT-ITENS W-TOT-IMPOSTO W-TOT-GERAL
           MOVE PED-NUM-PEDIDO  TO LT-NUM-PEDIDO
           MOVE PED-DATAEMISSAO TO LT-DATA
           WRITE REG-FATURAREL FROM LINHA-TITULO
           MOVE W-NF-SERIE      TO LN-SERIE
           MOVE W-NF-NUMERO     TO LN-NUMERO
           MOVE W-NF-DATA       TO LN-DATA
           WRITE REG-FATURAREL FROM LINHA-NF
           WRITE REG-FATURAREL FROM LINHA-MOLDURA
           MOVE NOMEC           TO LC-NOME
           MOVE PED-CLI-CPFCNPJ TO LC-CPFCNPJ
           WRITE REG-FATURAREL FROM LINHA-CLI3
           MOVE SPACES TO REG-FATURAREL
           WRITE REG-FATURAREL
           WRITE REG-FATURAREL FROM LINHA-CABITEM
           PERFORM ABRE-EXPORTACAO THRU ABRE-EXPORTACAO-FIM.

       LE-CLIENTE.
           IF W-CLI-CPFCNPJ < 100000000000
           MOVE PED-QUANTIDADE   TO LI-QTDE
           MOVE PED-VALORTOTAL   TO LI-VALOR
           MOVE W-IMPOSTO-CALC   TO LI-IMPOSTO
           PERFORM VERIFICA-KIT THRU VERIFICA-KIT-FIM
           WRITE REG-FATURAREL FROM LINHA-ITEM
           IF W-EXP-ABERTO = "S"
              MOVE PED-NUM-ITEM      TO ND-NUM-ITEM
              MOVE PED-COD-PRO       TO ND-COD-PRO
              MOVE PRO-EAN           TO ND-EAN
              MOVE PRO-DESCRICAO     TO ND-DESCRICAO
              MOVE PRO-UNIDADE       TO ND-UNIDADE
              MOVE PED-QUANTIDADE    TO ND-QTDE
              MOVE PED-PRECOUNITARIO TO ND-PRECO
              MOVE PED-VALORTOTAL    TO ND-VALOR
              MOVE W-TAXA-USADA      TO ND-ALIQUOTA
              MOVE W-IMPOSTO-CALC    TO ND-IMPOSTO
              WRITE REG-NFEEXP FROM NFE-REG-D
           END-IF
           ADD PED-VALORTOTAL TO W-TOT-GERAL
           ADD W-IMPOSTO-CALC TO W-TOT-IMPOSTO
           ADD 1 TO W-TOT-ITENS.

      *>---------[ KIT SAI EM UMA LINHA, PELO PRECO DO KIT ]----------
       VERIFICA-KIT.
           MOVE SPACES TO LI-KIT
           IF W-TEM-KIT NOT = "S"
              GO TO VERIFICA-KIT-FIM.
           MOVE PED-COD-PRO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS KIT-CHAVE
              INVALID KEY
                 GO TO VERIFICA-KIT-FIM
           END-START
           READ ARQKIT NEXT RECORD
           IF ST-ERRO6 = "00" AND KIT-CODIGO = PED-COD-PRO
              MOVE "KIT" TO LI-KIT.
       VERIFICA-KIT-FIM.
           MOVE "00" TO ST-ERRO6.

      *>---------[ TAXA COMO NO PEDTAX01: GRAVADA NO PEDIDO, ]-------
      *>---------[ SENAO TABELA DA UF, SENAO PRO-TAXA ]---------------
       BUSCA-TAXA-ITEM.
           WRITE REG-FATURAREL FROM LINHA-TOT
           WRITE REG-FATURAREL FROM LINHA-MOLDURA
           MOVE SPACES TO REG-FATURAREL
           WRITE REG-FATURAREL
           IF W-EXP-ABERTO = "S"
              MOVE W-TOT-ITENS   TO NE-QTD-ITENS
              MOVE W-TOT-GERAL   TO NE-VALOR-PROD
              MOVE W-TOT-IMPOSTO TO NE-VALOR-IMPOSTO
              MOVE W-TOT-GERAL   TO NE-VALOR-NOTA
              WRITE REG-NFEEXP FROM NFE-REG-E
              CLOSE NFEEXP
              MOVE "N" TO W-EXP-ABERTO
              DISPLAY "ARQUIVO DA NF-E GERADO: " W-NFE-NOME.

      *>---------[ NUMERO DA NF-E: O JA GRAVADO NO CABECALHO OU ]-----
      *>---------[ O PROXIMO DA SERIE, REGISTRADO NO ARQNFE ]---------
       PREPARA-NOTA.
           MOVE "N" TO W-NOTA-OK
           PERFORM SOMA-ITENS-NOTA THRU SOMA-ITENS-NOTA-FIM
           IF W-QTD-NOTA = ZEROS
              DISPLAY "*** NENHUM ITEM FATURADO NESTE PEDIDO ***"
              GO TO PREPARA-NOTA-FIM.
           MOVE W-NUM-PEDIDO TO CAB-NUM-PEDIDO
           READ ARQPEDCAB
           IF ST-ERRO-CAB NOT = "00"
              MOVE "00" TO ST-ERRO-CAB
              DISPLAY "*** PEDIDO SEM CABECALHO - RODAR O CABGER01 ***"
              GO TO PREPARA-NOTA-FIM.
           IF CAB-NF-NUMERO NOT = ZEROS
              MOVE CAB-NF-SERIE  TO W-NF-SERIE
              MOVE CAB-NF-NUMERO TO W-NF-NUMERO
              MOVE CAB-NF-DATA   TO W-NF-DATA
              DISPLAY "PEDIDO JA TEM A NF-E " W-NF-SERIE "/"
                      W-NF-NUMERO " - REEMISSAO"
              MOVE "S" TO W-NOTA-OK
              GO TO PREPARA-NOTA-FIM.
      *>  O NUMERO E RESERVADO COM O REGISTRO DA SERIE BLOQUEADO;
      *>  PRESO POR OUTRO PROCESSO: TENTA DE NOVO
       PREPARA-NOTA-NUMERO.
           MOVE ZEROS TO W-NS-TENTATIVA.
       PREPARA-NOTA-LE.
           MOVE W-SERIE TO NS-SERIE
           READ ARQNFSERIE WITH LOCK
           IF ST-ERRO-NS = "51"
              ADD 1 TO W-NS-TENTATIVA
              IF W-NS-TENTATIVA < 9999
                 GO TO PREPARA-NOTA-LE.
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQNFSERIE - "
                      ST-ERRO-NS
              MOVE "00" TO ST-ERRO-NS
              GO TO PREPARA-NOTA-FIM.
           ADD 1 TO NS-ULTIMO
           REWRITE REGNFSERIE
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQNFSERIE - "
                      ST-ERRO-NS
              MOVE "00" TO ST-ERRO-NS
              UNLOCK ARQNFSERIE
              GO TO PREPARA-NOTA-FIM.
           UNLOCK ARQNFSERIE
           MOVE W-SERIE         TO NF-SERIE
           MOVE NS-ULTIMO       TO NF-NUMERO
           MOVE "E"             TO NF-SITUACAO
           MOVE W-NUM-PEDIDO    TO NF-NUM-PEDIDO
           MOVE CAB-CLI-CPFCNPJ TO NF-CLI-CPFCNPJ
           MOVE W-HOJE          TO NF-DATA-EMISSAO
           MOVE W-VALOR-NOTA    TO NF-VALOR
           MOVE W-HOJE          TO NF-DATA-EVENTO
           MOVE SPACES          TO NF-MOTIVO
           MOVE "FATURA01"      TO NF-OPERADOR
           WRITE REGNFE
      *>  NUMERO JA INUTILIZADO NO ARQNFE: PASSA PARA O SEGUINTE
           IF ST-ERRO-NF = "22"
              MOVE "00" TO ST-ERRO-NF
              GO TO PREPARA-NOTA-NUMERO.
           IF ST-ERRO-NF NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQNFE - "
                      ST-ERRO-NF
              MOVE "00" TO ST-ERRO-NF
              GO TO PREPARA-NOTA-FIM.
           MOVE W-SERIE   TO CAB-NF-SERIE  W-NF-SERIE
           MOVE NS-ULTIMO TO CAB-NF-NUMERO W-NF-NUMERO
           MOVE W-HOJE    TO CAB-NF-DATA   W-NF-DATA
           REWRITE REGPEDCAB
           IF ST-ERRO-CAB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQPEDCAB - "
                      ST-ERRO-CAB
              MOVE "00" TO ST-ERRO-CAB.
           DISPLAY "NF-E " W-NF-SERIE "/" W-NF-NUMERO
                   " ATRIBUIDA AO PEDIDO " W-NUM-PEDIDO
           MOVE "S" TO W-NOTA-OK.
       PREPARA-NOTA-FIM.
           EXIT.

      *>---------[ ITENS FATURADOS DO GRUPO E VALOR DA NOTA ]---------
       SOMA-ITENS-NOTA.
           MOVE ZEROS TO W-QTD-NOTA W-VALOR-NOTA
           MOVE W-NUM-PEDIDO TO PED-NUM-PEDIDO
           START ARQPED KEY IS EQUAL PED-NUM-PEDIDO
              INVALID KEY
                 GO TO SOMA-ITENS-NOTA-FIM
           END-START.
       SOMA-ITENS-NOTA-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SOMA-ITENS-NOTA-FIM.
           IF PED-NUM-PEDIDO NOT = W-NUM-PEDIDO
              GO TO SOMA-ITENS-NOTA-FIM.
           IF PED-TIPOVENDA = 1 AND PED-ST-FATURADO
              ADD 1 TO W-QTD-NOTA
              ADD PED-VALORTOTAL TO W-VALOR-NOTA.
           GO TO SOMA-ITENS-NOTA-LOOP.
       SOMA-ITENS-NOTA-FIM.
           MOVE "00" TO ST-ERRO.

      *>---------[ ARQUIVO DA NF-E PARA O TRANSMISSOR ]--------------
       ABRE-EXPORTACAO.
           MOVE "N" TO W-EXP-ABERTO
           MOVE SPACES TO W-NFE-NOME
           STRING "NFE" W-NF-SERIE W-NF-NUMERO ".TXT"
                  DELIMITED BY SIZE INTO W-NFE-NOME
           OPEN OUTPUT NFEEXP
           IF ST-ERRO-EXP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NFE-NOME
                      " - " ST-ERRO-EXP
              GO TO ABRE-EXPORTACAO-FIM.
           MOVE "S" TO W-EXP-ABERTO
           MOVE W-NF-SERIE      TO NA-SERIE
           MOVE W-NF-NUMERO     TO NA-NUMERO
           MOVE W-NF-DATA       TO NA-DATA-EMISSAO
           MOVE W-NUM-PEDIDO    TO NA-NUM-PEDIDO
           MOVE CAB-COND-PAGTO  TO NA-COND-PAGTO
           WRITE REG-NFEEXP FROM NFE-REG-A
           MOVE W-NF-SERIE TO NS-SERIE
           READ ARQNFSERIE
           MOVE "00" TO ST-ERRO-NS
           MOVE NS-EMIT-CNPJ    TO NB-CNPJ
           MOVE NS-EMIT-IE      TO NB-IE
           MOVE NS-EMIT-NOME    TO NB-NOME
           MOVE NS-EMIT-UF      TO NB-UF
           WRITE REG-NFEEXP FROM NFE-REG-B
           IF W-CLI-CPFCNPJ < 100000000000
              MOVE "F" TO NC-PESSOA
           ELSE
              MOVE "J" TO NC-PESSOA.
           MOVE W-CLI-CPFCNPJ   TO NC-CPFCNPJ
           MOVE NOMEC           TO NC-NOME
           MOVE LOGRADOUROC     TO NC-LOGRADOURO
           MOVE NUMEROC         TO NC-NUMERO
           MOVE COMPLEMENTOC    TO NC-COMPLEMENTO
           MOVE BAIRROC         TO NC-BAIRRO
           MOVE CIDADEC         TO NC-CIDADE
           MOVE ESTADOC         TO NC-UF
           MOVE CEPC            TO NC-CEP
           MOVE TELEFONEC       TO NC-TELEFONE
           MOVE EMAILC          TO NC-EMAIL
           WRITE REG-NFEEXP FROM NFE-REG-C.
       ABRE-EXPORTACAO-FIM.
           EXIT.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
