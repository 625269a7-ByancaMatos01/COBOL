       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGCOM13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> PEDIDOS DE COMPRA A PARTIR DA SUGESTAO DE REPOSICAO: *
      *> PRODUTOS NO PONTO DE REPOSICAO (MESMO CALCULO DO      *
      *> ESTOQ01) COM O FORNECEDOR MAIS BARATO DO ARQPROFOR,  *
      *> REVISAO EM TELA DO FORNECEDOR E DA QTDE, E GERACAO DE *
      *> UM PEDIDO TIPO 2 (ARQPED/ARQPEDCAB) POR FORNECEDOR,   *
      *> NA UNIDADE DE COMPRA, IMPRESSO EM SUGCOMREL           *
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
       SELECT ARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRO-CODIGO
                  ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS PRO-EAN WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT ARQFOR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOR-CPFCNPJ
                  ALTERNATE RECORD KEY IS CODIGOF WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.
       SELECT ARQPROFOR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PF-CHAVE
                  ALTERNATE RECORD KEY IS PF-PRO-CODIGO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-PF.
       SELECT ARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAB-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CAB-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-CAB.
       SELECT ARQKIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS KIT-CHAVE
                  ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-KIT.
       SELECT SUGCOMREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-REL.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.
       SELECT ARQNUMCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NUM-SEQUENCIA
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO-NUM.

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

       FD ARQPROFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROFOR.DAT".
       01 REGPROFOR.
          03 PF-CHAVE.
             05 PF-PRO-CODIGO      PIC 9(06).
             05 PF-FOR-CPFCNPJ     PIC 9(14).
          03 PF-PRECO              PIC 9(06)V99.
          03 PF-DATAULTIMA         PIC 9(08).

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

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-CODIGO           PIC 9(06).
             05 KIT-COMPONENTE       PIC 9(06).
          03 KIT-QTDE                PIC 9(04).

       FD SUGCOMREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUGCOMREL.DAT".
       01 REG-SUGCOMREL PIC X(100).

       FD AUDITLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       FD ARQNUMCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUMCTL.DAT".
       01 REGNUMCTL.
          03 NUM-SEQUENCIA           PIC X(08).
          03 NUM-ULTIMO              PIC 9(09).
          03 NUM-DATA-ALTERA         PIC 9(08).
          03 NUM-PROGRAMA            PIC X(08).

       WORKING-STORAGE SECTION.
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-PF       PIC X(02) VALUE "00".
       01 ST-ERRO-CAB      PIC X(02) VALUE "00".
       01 ST-ERRO-KIT      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-NUM      PIC X(02) VALUE "00".
       01 W-TEM-NUMCTL     PIC X(01) VALUE "N".
       01 W-NUM-MINIMO     PIC 9(09) VALUE ZEROS.
       01 W-NUM-RESERVADO  PIC 9(09) VALUE ZEROS.
       01 W-NUM-TENTATIVA  PIC 9(04) VALUE ZEROS.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-TEM-FOR        PIC X(01) VALUE "N".
       01 W-TEM-KIT        PIC X(01) VALUE "N".
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-FIM-ARQPED     PIC X(01) VALUE "N".
       01 W-FIM-ARQPROFOR  PIC X(01) VALUE "N".
       01 W-PROXCOD        PIC 9(06) VALUE ZEROS.
       01 W-PROXNUM        PIC 9(06) VALUE ZEROS.

      *> CONSUMO DE 90 DIAS E QTDE SUGERIDA (COMO NO ESTOQ01)
       01 W-CONSUMO        PIC 9(08) VALUE ZEROS.
       01 W-SUGERIDA       PIC S9(08) VALUE ZEROS.
       01 W-HOJE-JULIANO   PIC 9(07) VALUE ZEROS.
       01 W-PED-JULIANO    PIC 9(07) VALUE ZEROS.
       01 W-DIAS-PED       PIC S9(07) VALUE ZEROS.
       01 W-EM-ABERTO      PIC X(01) VALUE "N".
       01 W-EH-KIT         PIC X(01) VALUE "N".
       01 W-FATOR          PIC 9(04) VALUE ZEROS.
       01 W-QTDE-ESTOQUE   PIC 9(10) VALUE ZEROS.

      *> MELHOR PRECO ENTRE OS FORNECEDORES DO PRODUTO
       01 W-ACHOU-FOR      PIC X(01) VALUE "N".
       01 W-MELHOR-PRECO   PIC 9(06)V99 VALUE ZEROS.
       01 W-MELHOR-FOR     PIC 9(14) VALUE ZEROS.

      *> TOTAIS DA MONTAGEM DA SUGESTAO
       01 W-TOT-EMABERTO   PIC 9(04) VALUE ZEROS.
       01 W-TOT-SEMFOR     PIC 9(04) VALUE ZEROS.

      *> SUGESTAO DE COMPRA, ORDENADA POR FORNECEDOR/PRODUTO PARA A
      *> GERACAO; PRECO NA UNIDADE DE COMPRA E QTDE ZERO = EXCLUIDO
       01 W-QT-SUG         PIC 9(03) VALUE ZEROS.
       01 W-IX-SUG         PIC 9(03) VALUE ZEROS.
       01 W-IDX-TROCA      PIC 9(03) VALUE ZEROS.
       01 W-TROCOU         PIC X(01) VALUE "N".
       01 W-SALVA-ENT      PIC X(45) VALUE SPACES.
       01 TB-SUGESTAO.
          03 TG-ENT OCCURS 500 TIMES.
             05 TG-ORDEM.
                07 TG-FOR-CPFCNPJ PIC 9(14).
                07 TG-PRO-CODIGO  PIC 9(06).
             05 TG-SUGERIDA       PIC 9(07).
             05 TG-QTDE-COMPRA    PIC 9(06).
             05 TG-PRECO          PIC 9(06)V99.
             05 TG-FATOR          PIC 9(04).

      *> CAMPOS DA TELA DE REVISAO
       01 W-REV-ITEM       PIC 9(03) VALUE ZEROS.
       01 W-REV-TOTAL      PIC 9(03) VALUE ZEROS.
       01 W-REV-SUGERIDA   PIC 9(07) VALUE ZEROS.
       01 W-REV-FATOR      PIC 9(04) VALUE ZEROS.
       01 W-REV-FOR        PIC 9(14) VALUE ZEROS.
       01 W-REV-NOME       PIC X(30) VALUE SPACES.
       01 W-REV-QTDE       PIC 9(06) VALUE ZEROS.
       01 W-REV-PRECO      PIC 9(06)V99 VALUE ZEROS.
       01 W-REV-VALOR      PIC 9(12)V99 VALUE ZEROS.

      *> GERACAO DOS PEDIDOS
       01 W-FOR-ATUAL      PIC 9(14) VALUE ZEROS.
       01 W-NUM-ITEM       PIC 9(03) VALUE ZEROS.
       01 W-VALOR-PED      PIC 9(14)V99 VALUE ZEROS.
       01 W-TOT-PEDIDOS    PIC 9(04) VALUE ZEROS.
       01 W-TOT-ITENS      PIC 9(04) VALUE ZEROS.

       01 LINHA-MOLDURA    PIC X(98) VALUE ALL "=".
       01 LINHA-TITULO.
           03 FILLER           PIC X(26) VALUE
               "   PEDIDO DE COMPRA NUM.  ".
           03 LT-NUM-PEDIDO    PIC Z(5)9.
           03 FILLER           PIC X(14) VALUE "   EMISSAO EM ".
           03 LT-DATA          PIC 9999/99/99.
       01 LINHA-FOR.
           03 FILLER           PIC X(13) VALUE "FORNECEDOR : ".
           03 LF-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LF-CPFCNPJ       PIC 9(14).
       01 LINHA-END.
           03 FILLER           PIC X(13) VALUE "ENDERECO   : ".
           03 LE-LOGRADOURO    PIC X(24).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LE-NUMERO        PIC X(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LE-CIDADE        PIC X(24).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LE-ESTADO        PIC X(02).
           03 FILLER           PIC X(05) VALUE " CEP ".
           03 LE-CEP           PIC 99999B999.
       01 LINHA-CONTATO.
           03 FILLER           PIC X(13) VALUE "CONTATO    : ".
           03 LC-CONTATO       PIC X(32).
           03 FILLER           PIC X(06) VALUE " TEL. ".
           03 LC-TELEFONE      PIC 9(11).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LC-EMAIL         PIC X(33).
       01 LINHA-CAB1.
           03 FILLER           PIC X(40) VALUE
               "ITE PRODUT DESCRICAO                 UN ".
           03 FILLER           PIC X(40) VALUE
               "   QTDE FATOR QTDE EST  PRECO UN.COMPRA ".
           03 FILLER           PIC X(18) VALUE
               "       VALOR".
       01 LINHA-DET.
           03 LD-ITEM          PIC ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-PRODUTO       PIC 9(06).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-DESCRICAO     PIC X(25).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-UNIDCOMPRA    PIC X(02).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-QTDE          PIC ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-FATOR         PIC Z.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-QTDE-EST      PIC ZZZ.ZZ9.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 LD-PRECO         PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 LD-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           03 FILLER           PIC X(40) VALUE SPACES.
           03 FILLER           PIC X(23) VALUE
               "TOTAL DO PEDIDO      : ".
           03 LTT-ITENS        PIC ZZ9.
           03 FILLER           PIC X(08) VALUE " ITENS  ".
           03 LTT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-ASSINA.
           03 FILLER           PIC X(40) VALUE
               "CONDICAO DE PAGAMENTO: PADRAO     COMPRA".
           03 FILLER           PIC X(40) VALUE
               "DOR: ______________   DATA: ____/__/__".

       01 W-MENS-SUG.
           03 FILLER           PIC X(15) VALUE "*** SUGERIDOS: ".
           03 W-MS-ITENS       PIC ZZ9.
           03 FILLER           PIC X(12) VALUE "  EM ABERTO:".
           03 W-MS-ABERTO      PIC ZZZ9.
           03 FILLER           PIC X(12) VALUE "  SEM FORN.:".
           03 W-MS-SEMFOR      PIC ZZZ9.
       01 W-MENS-GER.
           03 FILLER           PIC X(23) VALUE
               "*** PEDIDOS GERADOS:   ".
           03 W-MG-PEDIDOS     PIC ZZZ9.
           03 FILLER           PIC X(10) VALUE "   ITENS: ".
           03 W-MG-ITENS       PIC ZZZ9.

       SCREEN SECTION.

       01  TELASUG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      REVISAO DA SUGESTAO DE COMPRA - GERA".
           05  LINE 02  COLUMN 43
               VALUE  "CAO DE PEDIDOS".
           05  LINE 04  COLUMN 01
               VALUE  "   ITEM DA SUGESTAO    :".
           05  LINE 04  COLUMN 31
               VALUE  "DE".
           05  LINE 06  COLUMN 01
               VALUE  "   PRODUTO             :".
           05  LINE 07  COLUMN 01
               VALUE  "   DESCRICAO           :".
           05  LINE 08  COLUMN 01
               VALUE  "   ESTOQUE ATUAL       :".
           05  LINE 08  COLUMN 40
               VALUE  "PTO REPOSICAO :".
           05  LINE 09  COLUMN 01
               VALUE  "   SUGERIDO (UN.ESTOQ) :".
           05  LINE 10  COLUMN 01
               VALUE  "   UNID.COMPRA / FATOR :".
           05  LINE 12  COLUMN 01
               VALUE  "   FORNECEDOR          :".
           05  LINE 13  COLUMN 01
               VALUE  "   NOME                :".
           05  LINE 15  COLUMN 01
               VALUE  "   QTDE (UN.COMPRA)    :".
           05  LINE 15  COLUMN 40
               VALUE  "(0 = NAO COMPRAR)".
           05  LINE 16  COLUMN 01
               VALUE  "   PRECO UN.COMPRA     :".
           05  LINE 17  COLUMN 01
               VALUE  "   VALOR DO ITEM       :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TW-REV-ITEM
               LINE 04  COLUMN 27  PIC ZZ9
               USING  W-REV-ITEM.
           05  TW-REV-TOTAL
               LINE 04  COLUMN 34  PIC ZZ9
               USING  W-REV-TOTAL.
           05  TPRO-CODIGO
               LINE 06  COLUMN 27  PIC 9(06)
               USING  PRO-CODIGO.
           05  TPRO-DESCRICAO
               LINE 07  COLUMN 27  PIC X(30)
               USING  PRO-DESCRICAO.
           05  TPRO-QTDESTOQUE
               LINE 08  COLUMN 27  PIC ZZZ.ZZ9
               USING  PRO-QTDESTOQUE.
           05  TPRO-PTOREPOSICAO
               LINE 08  COLUMN 56  PIC ZZZ.ZZ9
               USING  PRO-PTOREPOSICAO.
           05  TW-REV-SUGERIDA
               LINE 09  COLUMN 27  PIC Z.ZZZ.ZZ9
               USING  W-REV-SUGERIDA.
           05  TPRO-UNIDADE
               LINE 09  COLUMN 38  PIC X(02)
               USING  PRO-UNIDADE.
           05  TPRO-UNIDCOMPRA
               LINE 10  COLUMN 27  PIC X(02)
               USING  PRO-UNIDCOMPRA.
           05  TW-REV-FATOR
               LINE 10  COLUMN 32  PIC Z.ZZ9
               USING  W-REV-FATOR.
           05  TW-REV-FOR
               LINE 12  COLUMN 27  PIC 9(14)
               USING  W-REV-FOR.
           05  TW-REV-NOME
               LINE 13  COLUMN 27  PIC X(30)
               USING  W-REV-NOME.
           05  TW-REV-QTDE
               LINE 15  COLUMN 27  PIC 9(06)
               USING  W-REV-QTDE.
           05  TW-REV-PRECO
               LINE 16  COLUMN 27  PIC ZZZ.ZZ9,99
               USING  W-REV-PRECO.
           05  TW-REV-VALOR
               LINE 17  COLUMN 27  PIC ZZ.ZZZ.ZZZ.ZZ9,99
               USING  W-REV-VALOR.

       PROCEDURE DIVISION.
       R0.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPED
                 CLOSE ARQPED
                 OPEN I-O ARQPED
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED
              GO TO ROT-FIM2.
           OPEN INPUT ARQPROFOR
           IF ST-ERRO-PF NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPROFOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED ARQPRO
              GO TO ROT-FIM2.
           OPEN INPUT ARQFOR
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEM-FOR.
           OPEN INPUT ARQKIT
           IF ST-ERRO-KIT = "00"
              MOVE "S" TO W-TEM-KIT.
       R0A.
           OPEN I-O ARQPEDCAB
           IF ST-ERRO-CAB NOT = "00"
              IF ST-ERRO-CAB = "30"
                 OPEN OUTPUT ARQPEDCAB
                 CLOSE ARQPEDCAB
                 OPEN I-O ARQPEDCAB
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPEDCAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDITLOG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O ARQNUMCTL
           IF ST-ERRO-NUM = "30"
              OPEN OUTPUT ARQNUMCTL
              CLOSE ARQNUMCTL
              OPEN I-O ARQNUMCTL.
           IF ST-ERRO-NUM = "00"
              MOVE "S" TO W-TEM-NUMCTL.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE
           COMPUTE W-HOJE-JULIANO =
                   FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).
       INIC-OPC.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "PEDIDOS DE COMPRA DA SUGESTAO DE REPOSICAO"
           DISPLAY (08, 10) "S = MONTAR A SUGESTAO DE COMPRA"
           DISPLAY (09, 10) "R = REVISAR FORNECEDOR E QUANTIDADES"
           DISPLAY (10, 10) "G = GERAR E IMPRIMIR OS PEDIDOS DE COMPRA"
           DISPLAY (11, 10) "F = FIM"
           DISPLAY (13, 10) "ITENS NA SUGESTAO ATUAL :"
           DISPLAY (13, 36) W-QT-SUG
           MOVE "F" TO W-OPCAO
           DISPLAY (15, 10) "OPCAO :"
           ACCEPT (15, 18) W-OPCAO WITH UPDATE
           EVALUATE W-OPCAO
              WHEN "S" GO TO SUG-001
              WHEN "s" GO TO SUG-001
              WHEN "R" GO TO REV-001
              WHEN "r" GO TO REV-001
              WHEN "G" GO TO GER-001
              WHEN "g" GO TO GER-001
              WHEN "F" GO TO ROT-FIM
              WHEN "f" GO TO ROT-FIM
              WHEN OTHER GO TO INIC-OPC
           END-EVALUATE.

      *>---------[ MONTA A SUGESTAO A PARTIR DO CADASTRO ]-------------
      *>  MESMO CRITERIO DO ESTOQ01 (ESTOQUE <= PTO REPOSICAO, CONSUMO
      *>  DE 90 DIAS); FICAM DE FORA OS KITS E OS PRODUTOS QUE JA TEM
      *>  PEDIDO DE COMPRA EM ABERTO COM SALDO A RECEBER
       SUG-001.
           MOVE ZEROS TO W-QT-SUG W-TOT-EMABERTO W-TOT-SEMFOR
           MOVE "N" TO W-FIM-ARQ
           MOVE ZEROS TO PRO-CODIGO
           START ARQPRO KEY IS NOT LESS PRO-CODIGO
              INVALID KEY
                 MOVE "S" TO W-FIM-ARQ
           END-START
           PERFORM SUG-PRODUTO UNTIL W-FIM-ARQ = "S"
           MOVE "00" TO ST-ERRO2
           MOVE W-QT-SUG       TO W-MS-ITENS
           MOVE W-TOT-EMABERTO TO W-MS-ABERTO
           MOVE W-TOT-SEMFOR   TO W-MS-SEMFOR
           MOVE W-MENS-SUG     TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INIC-OPC.

       SUG-PRODUTO.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FIM-ARQ
           ELSE
              IF PRO-QTDESTOQUE <= PRO-PTOREPOSICAO
                 PERFORM SUG-AVALIA THRU SUG-AVALIA-FIM
              END-IF
           END-IF.

       SUG-AVALIA.
           PERFORM VERIFICA-KIT
           IF W-EH-KIT = "S"
              GO TO SUG-AVALIA-FIM.
           PERFORM CALCULA-SUGESTAO
           IF W-EM-ABERTO = "S"
              ADD 1 TO W-TOT-EMABERTO
              GO TO SUG-AVALIA-FIM.
           IF W-SUGERIDA = ZEROS
              GO TO SUG-AVALIA-FIM.
           PERFORM BUSCA-MELHOR-FORNECEDOR
           IF PRO-FATORCONV = ZEROS
              MOVE 1 TO W-FATOR
           ELSE
              MOVE PRO-FATORCONV TO W-FATOR.
           IF W-ACHOU-FOR = "N"
              IF PRO-CPFCNPJ = ZEROS
                 ADD 1 TO W-TOT-SEMFOR
                 GO TO SUG-AVALIA-FIM
              END-IF
              MOVE PRO-CPFCNPJ TO W-MELHOR-FOR
              COMPUTE W-MELHOR-PRECO = PRO-CUSTO * W-FATOR.
           IF W-QT-SUG NOT < 500
              GO TO SUG-AVALIA-FIM.
           ADD 1 TO W-QT-SUG
           MOVE W-MELHOR-FOR   TO TG-FOR-CPFCNPJ(W-QT-SUG)
           MOVE PRO-CODIGO     TO TG-PRO-CODIGO(W-QT-SUG)
           MOVE W-SUGERIDA     TO TG-SUGERIDA(W-QT-SUG)
           MOVE W-MELHOR-PRECO TO TG-PRECO(W-QT-SUG)
           MOVE W-FATOR        TO TG-FATOR(W-QT-SUG)
           COMPUTE TG-QTDE-COMPRA(W-QT-SUG) =
                   (W-SUGERIDA + W-FATOR - 1) / W-FATOR.
       SUG-AVALIA-FIM.
           EXIT.

       VERIFICA-KIT.
           MOVE "N" TO W-EH-KIT
           IF W-TEM-KIT = "S"
              MOVE PRO-CODIGO TO KIT-CODIGO
              MOVE ZEROS TO KIT-COMPONENTE
              START ARQKIT KEY IS NOT LESS KIT-CHAVE
                 INVALID KEY
                    MOVE "23" TO ST-ERRO-KIT
              END-START
              IF ST-ERRO-KIT = "00"
                 READ ARQKIT NEXT RECORD
                 IF ST-ERRO-KIT = "00" AND KIT-CODIGO = PRO-CODIGO
                    MOVE "S" TO W-EH-KIT
                 END-IF
              END-IF
              MOVE "00" TO ST-ERRO-KIT
           END-IF.

      *>---------[ CONSUMO DE 90 DIAS, QTDE SUGERIDA E COMPRA ABERTA ]-
       CALCULA-SUGESTAO.
           MOVE ZEROS TO W-CONSUMO
           MOVE "N" TO W-EM-ABERTO
           MOVE "N" TO W-FIM-ARQPED
           MOVE PRO-CODIGO TO PED-COD-PRO
           START ARQPED KEY IS EQUAL PED-COD-PRO
              INVALID KEY
                 MOVE "S" TO W-FIM-ARQPED
           END-START
           PERFORM LER-PEDIDO-CONSUMO UNTIL W-FIM-ARQPED = "S"
           MOVE "00" TO ST-ERRO
           COMPUTE W-SUGERIDA = W-CONSUMO + PRO-PTOREPOSICAO
                              - PRO-QTDESTOQUE
           IF W-SUGERIDA < ZEROS
              MOVE ZEROS TO W-SUGERIDA.

       LER-PEDIDO-CONSUMO.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-ARQPED
           ELSE
              IF PED-COD-PRO NOT = PRO-CODIGO
                 MOVE "S" TO W-FIM-ARQPED
              ELSE
                 IF PED-TIPOVENDA = 2 AND PED-ST-ABERTO
                    AND PED-QTDATENDIDA < PED-QUANTIDADE
                    MOVE "S" TO W-EM-ABERTO
                 END-IF
                 IF PED-DATAEMISSAO NUMERIC AND
                    PED-DATAEMISSAO NOT = ZEROS AND
                    PED-STATUS NOT = "C"
                    COMPUTE W-PED-JULIANO =
                            FUNCTION INTEGER-OF-DATE(PED-DATAEMISSAO)
                    COMPUTE W-DIAS-PED = W-HOJE-JULIANO - W-PED-JULIANO
                    IF W-DIAS-PED >= ZEROS AND W-DIAS-PED <= 90
                       IF PED-TIPOVENDA = 1
                          ADD PED-QUANTIDADE TO W-CONSUMO
                       ELSE
                          IF PED-TIPOVENDA = 3 AND
                             W-CONSUMO >= PED-QUANTIDADE
                             SUBTRACT PED-QUANTIDADE FROM W-CONSUMO.

      *>---------[ MENOR PRECO ENTRE OS FORNECEDORES DO PRODUTO ]-----
       BUSCA-MELHOR-FORNECEDOR.
           MOVE "N" TO W-ACHOU-FOR
           MOVE ZEROS TO W-MELHOR-PRECO W-MELHOR-FOR
           MOVE "N" TO W-FIM-ARQPROFOR
           MOVE PRO-CODIGO TO PF-PRO-CODIGO
           START ARQPROFOR KEY IS EQUAL PF-PRO-CODIGO
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQPROFOR
           END-START
           PERFORM LER-PROFOR UNTIL W-FIM-ARQPROFOR = "S"
           MOVE "00" TO ST-ERRO-PF.

       LER-PROFOR.
           READ ARQPROFOR NEXT RECORD
           IF ST-ERRO-PF NOT = "00"
              MOVE "S" TO W-FIM-ARQPROFOR
           ELSE
              IF PF-PRO-CODIGO NOT = PRO-CODIGO
                 MOVE "S" TO W-FIM-ARQPROFOR
              ELSE
                 IF W-ACHOU-FOR = "N" OR PF-PRECO < W-MELHOR-PRECO
                    MOVE PF-PRECO       TO W-MELHOR-PRECO
                    MOVE PF-FOR-CPFCNPJ TO W-MELHOR-FOR
                    MOVE "S" TO W-ACHOU-FOR
                 END-IF
              END-IF
           END-IF.

      *>---------[ REVISAO ITEM A ITEM: FORNECEDOR E QUANTIDADE ]------
       REV-001.
           IF W-QT-SUG = ZEROS
              MOVE "*** MONTE A SUGESTAO ANTES DE REVISAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
           MOVE W-QT-SUG TO W-REV-TOTAL
           MOVE 1 TO W-IX-SUG.
       REV-002.
           IF W-IX-SUG > W-QT-SUG
              MOVE "*** FIM DA REVISAO DA SUGESTAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
           MOVE TG-PRO-CODIGO(W-IX-SUG) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "(PRODUTO NAO CADASTRADO)" TO PRO-DESCRICAO
              MOVE ZEROS TO PRO-QTDESTOQUE PRO-PTOREPOSICAO
                            PRO-CPFCNPJ
              MOVE SPACES TO PRO-UNIDADE PRO-UNIDCOMPRA
              MOVE "00" TO ST-ERRO2.
           MOVE W-IX-SUG                 TO W-REV-ITEM
           MOVE TG-SUGERIDA(W-IX-SUG)    TO W-REV-SUGERIDA
           MOVE TG-FATOR(W-IX-SUG)       TO W-REV-FATOR
           MOVE TG-FOR-CPFCNPJ(W-IX-SUG) TO W-REV-FOR
           MOVE TG-QTDE-COMPRA(W-IX-SUG) TO W-REV-QTDE
           MOVE TG-PRECO(W-IX-SUG)       TO W-REV-PRECO
           PERFORM LE-NOME-FORNECEDOR
           COMPUTE W-REV-VALOR = W-REV-QTDE * W-REV-PRECO
           DISPLAY TELASUG.
       REV-003.
           ACCEPT TW-REV-FOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INIC-OPC.
           IF W-REV-FOR = TG-FOR-CPFCNPJ(W-IX-SUG)
              GO TO REV-004.
           MOVE PRO-CODIGO TO PF-PRO-CODIGO
           MOVE W-REV-FOR  TO PF-FOR-CPFCNPJ
           READ ARQPROFOR
           IF ST-ERRO-PF = "00"
              MOVE PF-PRECO TO W-REV-PRECO
           ELSE
              MOVE "00" TO ST-ERRO-PF
              IF W-REV-FOR = PRO-CPFCNPJ AND W-REV-FOR NOT = ZEROS
                 COMPUTE W-REV-PRECO = PRO-CUSTO * W-REV-FATOR
              ELSE
                 MOVE "*** FORNECEDOR SEM PRECO PARA O PRODUTO ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE TG-FOR-CPFCNPJ(W-IX-SUG) TO W-REV-FOR
                 DISPLAY TW-REV-FOR
                 GO TO REV-003.
           PERFORM LE-NOME-FORNECEDOR
           MOVE W-REV-FOR   TO TG-FOR-CPFCNPJ(W-IX-SUG)
           MOVE W-REV-PRECO TO TG-PRECO(W-IX-SUG)
           COMPUTE W-REV-VALOR = W-REV-QTDE * W-REV-PRECO
           DISPLAY TELASUG.
       REV-004.
           ACCEPT TW-REV-QTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REV-003.
           COMPUTE W-QTDE-ESTOQUE = W-REV-QTDE * W-REV-FATOR
           IF W-QTDE-ESTOQUE > 999999
              MOVE "*** QTDE ACIMA DO LIMITE DO ITEM DE PEDIDO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REV-004.
           MOVE W-REV-QTDE TO TG-QTDE-COMPRA(W-IX-SUG)
           COMPUTE W-REV-VALOR = W-REV-QTDE * W-REV-PRECO
           DISPLAY TW-REV-VALOR
           ADD 1 TO W-IX-SUG
           GO TO REV-002.

       LE-NOME-FORNECEDOR.
           MOVE "(FORNECEDOR NAO CADASTRADO)" TO W-REV-NOME
           IF W-TEM-FOR = "S"
              MOVE W-REV-FOR TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO3 = "00"
                 MOVE NOMEF TO W-REV-NOME
              END-IF
              MOVE "00" TO ST-ERRO3
           END-IF.

      *>---------[ GERA UM PEDIDO DE COMPRA POR FORNECEDOR ]-----------
      *>  QTDE DO ITEM NA UNIDADE DE ESTOQUE (COMO O RECEB01 BAIXA O
      *>  PEDIDO) E PRECO UNITARIO = PRECO DA UNID. COMPRA / FATOR;
      *>  O VALOR DO ITEM E O DA UNIDADE DE COMPRA
       GER-001.
           IF W-QT-SUG = ZEROS
              MOVE "*** MONTE A SUGESTAO ANTES DE GERAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
       GER-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "CONFIRMA A GERACAO DOS PEDIDOS (S/N) : "
           ACCEPT (23, 52) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INIC-OPC.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** GERACAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GER-OPC.
           OPEN OUTPUT SUGCOMREL
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO SUGCOMREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
           PERFORM ORDENA-TABELA
           MOVE ZEROS TO W-FOR-ATUAL W-TOT-PEDIDOS W-TOT-ITENS
           PERFORM GER-ITEM THRU GER-ITEM-FIM
                   VARYING W-IX-SUG FROM 1 BY 1
                   UNTIL W-IX-SUG > W-QT-SUG
           IF W-FOR-ATUAL NOT = ZEROS
              PERFORM FECHA-PEDIDO.
           CLOSE SUGCOMREL
           MOVE ZEROS TO W-QT-SUG
           IF W-TOT-PEDIDOS = ZEROS
              MOVE "*** NENHUM ITEM COM QTDE A COMPRAR ***" TO MENS
           ELSE
              MOVE W-TOT-PEDIDOS TO W-MG-PEDIDOS
              MOVE W-TOT-ITENS   TO W-MG-ITENS
              MOVE W-MENS-GER    TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INIC-OPC.

       GER-ITEM.
           IF TG-QTDE-COMPRA(W-IX-SUG) = ZEROS
              GO TO GER-ITEM-FIM.
           IF TG-FOR-CPFCNPJ(W-IX-SUG) NOT = W-FOR-ATUAL
              IF W-FOR-ATUAL NOT = ZEROS
                 PERFORM FECHA-PEDIDO
              END-IF
              PERFORM ABRE-PEDIDO.
           MOVE TG-PRO-CODIGO(W-IX-SUG) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "(PRODUTO NAO CADASTRADO)" TO PRO-DESCRICAO
              MOVE SPACES TO PRO-UNIDCOMPRA
              MOVE "00" TO ST-ERRO2.
           PERFORM GERA-CODIGO
           ADD 1 TO W-NUM-ITEM
           MOVE W-PROXCOD             TO PED-COD
           MOVE "REPOSICAO"           TO PED-TIPOPEDIDO
           MOVE TG-PRO-CODIGO(W-IX-SUG) TO PED-COD-PRO
           MOVE 2                     TO PED-TIPOVENDA
           MOVE ZEROS                 TO PED-CLI-CPFCNPJ
           MOVE W-FOR-ATUAL           TO PED-FOR-CPFCNPJ
           COMPUTE PED-QUANTIDADE = TG-QTDE-COMPRA(W-IX-SUG)
                                  * TG-FATOR(W-IX-SUG)
           COMPUTE PED-PRECOUNITARIO ROUNDED =
                   TG-PRECO(W-IX-SUG) / TG-FATOR(W-IX-SUG)
           COMPUTE PED-VALORTOTAL = TG-QTDE-COMPRA(W-IX-SUG)
                                  * TG-PRECO(W-IX-SUG)
           MOVE W-DATA-HOJE           TO PED-DATAEMISSAO
           MOVE "A"                   TO PED-STATUS
           MOVE W-PROXNUM             TO PED-NUM-PEDIDO
           MOVE W-NUM-ITEM            TO PED-NUM-ITEM
           MOVE ZEROS                 TO PED-QTDATENDIDA PED-DESCPERC
                                         PED-TAXA-APLICADA PED-VENDEDOR
           MOVE 1                     TO PED-LOCAL
           MOVE W-OPERADOR            TO PED-OPERADOR
           WRITE REGPED
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              SUBTRACT 1 FROM W-NUM-ITEM
              MOVE "00" TO ST-ERRO
              GO TO GER-ITEM-FIM.
           MOVE "I" TO AUD-ACAO
           MOVE PED-COD TO AUD-CHAVE
           PERFORM GRAVA-AUDITORIA
           PERFORM ATUALIZA-CABECALHO
           ADD PED-VALORTOTAL TO W-VALOR-PED
           ADD 1 TO W-TOT-ITENS
           MOVE W-NUM-ITEM              TO LD-ITEM
           MOVE PED-COD-PRO             TO LD-PRODUTO
           MOVE PRO-DESCRICAO           TO LD-DESCRICAO
           MOVE PRO-UNIDCOMPRA          TO LD-UNIDCOMPRA
           MOVE TG-QTDE-COMPRA(W-IX-SUG) TO LD-QTDE
           MOVE TG-FATOR(W-IX-SUG)      TO LD-FATOR
           MOVE PED-QUANTIDADE          TO LD-QTDE-EST
           MOVE TG-PRECO(W-IX-SUG)      TO LD-PRECO
           MOVE PED-VALORTOTAL          TO LD-VALOR
           WRITE REG-SUGCOMREL FROM LINHA-DET.
       GER-ITEM-FIM.
           EXIT.

      *>  NOVO NUMERO DE PEDIDO E CABECALHO IMPRESSO DO FORNECEDOR
       ABRE-PEDIDO.
           MOVE TG-FOR-CPFCNPJ(W-IX-SUG) TO W-FOR-ATUAL
           MOVE ZEROS TO W-NUM-ITEM W-VALOR-PED
           PERFORM GERA-NUMERO-PEDIDO
           ADD 1 TO W-TOT-PEDIDOS
           MOVE SPACES TO REGFOR
           MOVE ZEROS TO CEPF TELEFONEF
           MOVE "(FORNECEDOR NAO CADASTRADO)" TO NOMEF
           IF W-TEM-FOR = "S"
              MOVE W-FOR-ATUAL TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO3 NOT = "00"
                 MOVE SPACES TO REGFOR
                 MOVE ZEROS TO CEPF TELEFONEF
                 MOVE "(FORNECEDOR NAO CADASTRADO)" TO NOMEF
              END-IF
              MOVE "00" TO ST-ERRO3
           END-IF
           WRITE REG-SUGCOMREL FROM LINHA-MOLDURA
           MOVE W-PROXNUM   TO LT-NUM-PEDIDO
           MOVE W-DATA-HOJE TO LT-DATA
           WRITE REG-SUGCOMREL FROM LINHA-TITULO
           MOVE NOMEF       TO LF-NOME
           MOVE W-FOR-ATUAL TO LF-CPFCNPJ
           WRITE REG-SUGCOMREL FROM LINHA-FOR
           MOVE LOGRADOUROF TO LE-LOGRADOURO
           MOVE NUMEROF     TO LE-NUMERO
           MOVE CIDADEF     TO LE-CIDADE
           MOVE ESTADOF     TO LE-ESTADO
           MOVE CEPF        TO LE-CEP
           WRITE REG-SUGCOMREL FROM LINHA-END
           MOVE CONTATOF    TO LC-CONTATO
           MOVE TELEFONEF   TO LC-TELEFONE
           MOVE EMAILF      TO LC-EMAIL
           WRITE REG-SUGCOMREL FROM LINHA-CONTATO
           WRITE REG-SUGCOMREL FROM LINHA-MOLDURA
           WRITE REG-SUGCOMREL FROM LINHA-CAB1.

       FECHA-PEDIDO.
           MOVE SPACES TO REG-SUGCOMREL
           WRITE REG-SUGCOMREL
           MOVE W-NUM-ITEM  TO LTT-ITENS
           MOVE W-VALOR-PED TO LTT-VALOR
           WRITE REG-SUGCOMREL FROM LINHA-TOTAL
           MOVE SPACES TO REG-SUGCOMREL
           WRITE REG-SUGCOMREL
           WRITE REG-SUGCOMREL FROM LINHA-ASSINA
           MOVE SPACES TO REG-SUGCOMREL
           WRITE REG-SUGCOMREL.

      *>---------[ ORDENACAO POR FORNECEDOR E PRODUTO (BOLHA) ]--------
       ORDENA-TABELA.
           MOVE "S" TO W-TROCOU
           PERFORM ORDENA-PASSADA UNTIL W-TROCOU = "N".

       ORDENA-PASSADA.
           MOVE "N" TO W-TROCOU
           PERFORM ORDENA-COMPARA
                   VARYING W-IDX-TROCA FROM 1 BY 1
                   UNTIL W-IDX-TROCA >= W-QT-SUG.

       ORDENA-COMPARA.
           IF TG-ORDEM(W-IDX-TROCA) > TG-ORDEM(W-IDX-TROCA + 1)
              MOVE TG-ENT(W-IDX-TROCA)     TO W-SALVA-ENT
              MOVE TG-ENT(W-IDX-TROCA + 1) TO TG-ENT(W-IDX-TROCA)
              MOVE W-SALVA-ENT TO TG-ENT(W-IDX-TROCA + 1)
              MOVE "S" TO W-TROCOU.

      *>---------[ NUMERACAO COMO NO PEDID13 ]-------------------------
       GERA-CODIGO.
           MOVE 999999 TO PED-COD
           START ARQPED KEY IS NOT GREATER PED-COD
               INVALID KEY
                   MOVE 1 TO W-PROXCOD
               NOT INVALID KEY
                   READ ARQPED NEXT RECORD
                   IF ST-ERRO = "00"
                       COMPUTE W-PROXCOD = PED-COD + 1
                   ELSE
                       MOVE 1 TO W-PROXCOD
                   END-IF
           END-START
           MOVE "00" TO ST-ERRO.
           MOVE "ITEMPED " TO NUM-SEQUENCIA
           MOVE W-PROXCOD TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXCOD.
       GERA-NUMERO-PEDIDO.
           MOVE 999999 TO CAB-NUM-PEDIDO
           START ARQPEDCAB KEY IS NOT GREATER CAB-NUM-PEDIDO
               INVALID KEY
                   MOVE 1 TO W-PROXNUM
               NOT INVALID KEY
                   READ ARQPEDCAB NEXT RECORD
                   IF ST-ERRO-CAB = "00"
                       COMPUTE W-PROXNUM = CAB-NUM-PEDIDO + 1
                   ELSE
                       MOVE 1 TO W-PROXNUM
                   END-IF
           END-START
           MOVE "00" TO ST-ERRO-CAB.
           MOVE "PEDIDO  " TO NUM-SEQUENCIA
           MOVE W-PROXNUM TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXNUM.

      *>---------[ CRIA OU ATUALIZA O CABECALHO DO PEDIDO ]----------
       ATUALIZA-CABECALHO.
           MOVE PED-NUM-PEDIDO TO CAB-NUM-PEDIDO
           READ ARQPEDCAB
           IF ST-ERRO-CAB = "00"
              ADD PED-VALORTOTAL TO CAB-VALORTOTAL
              ADD 1 TO CAB-QTD-ITENS
              REWRITE REGPEDCAB
           ELSE
              MOVE PED-TIPOVENDA   TO CAB-TIPOVENDA
              MOVE PED-CLI-CPFCNPJ TO CAB-CLI-CPFCNPJ
              MOVE PED-FOR-CPFCNPJ TO CAB-FOR-CPFCNPJ
              MOVE PED-DATAEMISSAO TO CAB-DATAEMISSAO
              MOVE PED-STATUS      TO CAB-STATUS
              MOVE PED-VALORTOTAL  TO CAB-VALORTOTAL
              MOVE 1               TO CAB-QTD-ITENS
              MOVE ZEROS           TO CAB-COND-PAGTO
              MOVE ZEROS TO CAB-NF-SERIE CAB-NF-NUMERO CAB-NF-DATA
              MOVE ZEROS TO CAB-TRANSP-CNPJ CAB-VOLUMES CAB-EXP-DATA
                            CAB-PESO-BRUTO
              MOVE SPACES TO CAB-TIPOFRETE
              WRITE REGPEDCAB
           END-IF
           MOVE "00" TO ST-ERRO-CAB.

       GRAVA-AUDITORIA.
           MOVE "SUGCOM13" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

      *>---------[ RESERVA DO PROXIMO NUMERO NO ARQNUMCTL ]-----------
      *>  LE A SEQUENCIA COM BLOQUEIO DO REGISTRO E AVANCA O ULTIMO
      *>  NUMERO USADO, NUNCA ABAIXO DO PROXIMO LIVRE NO ARQUIVO DE
      *>  DADOS (W-NUM-MINIMO). REGISTRO PRESO POR OUTRO OPERADOR:
      *>  TENTA DE NOVO. SEM O ARQNUMCTL FICA O W-NUM-MINIMO
       RESERVA-NUMERO.
           MOVE W-NUM-MINIMO TO W-NUM-RESERVADO
           MOVE ZEROS TO W-NUM-TENTATIVA
           IF W-TEM-NUMCTL NOT = "S"
              GO TO RESERVA-NUMERO-FIM.
       RESERVA-NUMERO-LE.
           READ ARQNUMCTL WITH LOCK
           IF ST-ERRO-NUM = "23"
              MOVE W-NUM-MINIMO TO NUM-ULTIMO
              MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-DATA-ALTERA
              MOVE "SUGCOM13" TO NUM-PROGRAMA
              WRITE REGNUMCTL
              IF ST-ERRO-NUM = "22"
                 GO TO RESERVA-NUMERO-LE
              END-IF
              GO TO RESERVA-NUMERO-FIM.
           IF ST-ERRO-NUM = "51"
              ADD 1 TO W-NUM-TENTATIVA
              IF W-NUM-TENTATIVA < 9999
                 GO TO RESERVA-NUMERO-LE
              END-IF
              GO TO RESERVA-NUMERO-FIM.
           IF ST-ERRO-NUM NOT = "00"
              GO TO RESERVA-NUMERO-FIM.
           IF NUM-ULTIMO < W-NUM-MINIMO
              MOVE W-NUM-MINIMO TO NUM-ULTIMO
           ELSE
              ADD 1 TO NUM-ULTIMO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-DATA-ALTERA
           MOVE "SUGCOM13" TO NUM-PROGRAMA
           REWRITE REGNUMCTL
           IF ST-ERRO-NUM = "00"
              MOVE NUM-ULTIMO TO W-NUM-RESERVADO.
           UNLOCK ARQNUMCTL.
       RESERVA-NUMERO-FIM.
           EXIT.

       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-TEM-FOR = "S"
              CLOSE ARQFOR.
           IF W-TEM-KIT = "S"
              CLOSE ARQKIT.
           CLOSE ARQPED ARQPRO ARQPROFOR ARQPEDCAB AUDITLOG.
           IF W-TEM-NUMCTL = "S"
              CLOSE ARQNUMCTL.
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
