       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPED13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> EXPEDICAO DO PEDIDO DE VENDA: TRANSPORTADORA, TIPO DE *
      *> FRETE (CIF/FOB), VOLUMES, PESO BRUTO E DATA DE ENTREGA*
      *> A TRANSPORTADORA, GRAVADOS NO ARQPEDCAB. O PESO E     *
      *> RECALCULADO PELOS ITENS (ARQPED X PRO-PESO) E SUGERIDO*
      *> NA TELA. A DATA DE ENTREGA SO E ACEITA PARA PEDIDO    *
      *> FATURADO; ELA COLOCA O PEDIDO NO ROMANEIO (MANIF01)   *
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
       SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                  ALTERNATE RECORD KEY IS PED-COD-PRO WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT ARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRO-CODIGO
                  ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS PRO-EAN WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.
       SELECT ARQCLI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CLI-CPF
                  ALTERNATE RECORD KEY IS CODIGOC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CNPJC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS EMAILC WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO4.
       SELECT ARQTRANSP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRP-CNPJ
                  ALTERNATE RECORD KEY IS TRP-NOME WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO5.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.

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
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-HOJE-DATA      PIC 9(08) VALUE ZEROS.
       01 W-FIM-ITENS      PIC X(01) VALUE "N".
       01 W-PESO-CALC      PIC 9(06)V999 VALUE ZEROS.
       01 W-PESO-ITEM      PIC 9(06)V999 VALUE ZEROS.
       01 W-ATENDE         PIC X(01) VALUE "N".
       01 W-IX             PIC 9(02) VALUE ZEROS.
       01 W-STATUS-DESC    PIC X(10) VALUE SPACES.
       01 W-NOME-CLI       PIC X(30) VALUE SPACES.
       01 W-CIDADE-CLI     PIC X(24) VALUE SPACES.
       01 W-UF-CLI         PIC X(02) VALUE SPACES.
       01 W-NOME-TRP       PIC X(30) VALUE SPACES.
       01 W-DATA-CHK       PIC 9(08) VALUE ZEROS.
       01 W-DATA-CHK-R REDEFINES W-DATA-CHK.
           03 W-DC-ANO         PIC 9(04).
           03 W-DC-MES         PIC 9(02).
           03 W-DC-DIA         PIC 9(02).

       SCREEN SECTION.

       01  TELAEXP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           EXPEDICAO DE PEDIDOS DE VENDA".
           05  LINE 04  COLUMN 01
               VALUE  "   NUMERO DO PEDIDO   :".
           05  LINE 05  COLUMN 01
               VALUE  "   CLIENTE            :".
           05  LINE 06  COLUMN 01
               VALUE  "   CIDADE / UF        :".
           05  LINE 07  COLUMN 01
               VALUE  "   SITUACAO           :".
           05  LINE 07  COLUMN 40
               VALUE  "NF :".
           05  LINE 08  COLUMN 01
               VALUE  "   VALOR DO PEDIDO    :".
           05  LINE 09  COLUMN 01
               VALUE  "   PESO CALCULADO KG  :".
           05  LINE 11  COLUMN 01
               VALUE  "   TRANSPORTADORA     :".
           05  LINE 13  COLUMN 01
               VALUE  "   FRETE (C=CIF F=FOB):".
           05  LINE 14  COLUMN 01
               VALUE  "   VOLUMES            :".
           05  LINE 15  COLUMN 01
               VALUE  "   PESO BRUTO KG      :".
           05  LINE 16  COLUMN 01
               VALUE  "   ENTREGA (AAAAMMDD) :".
           05  LINE 16  COLUMN 36
               VALUE  "(ZEROS = AINDA NAO ENTREGUE)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TCAB-NUM-PEDIDO
               LINE 04  COLUMN 25  PIC 9(06)
               USING  CAB-NUM-PEDIDO.
           05  TW-NOME-CLI
               LINE 05  COLUMN 25  PIC X(30)
               USING  W-NOME-CLI.
           05  TW-CIDADE-CLI
               LINE 06  COLUMN 25  PIC X(24)
               USING  W-CIDADE-CLI.
           05  TW-UF-CLI
               LINE 06  COLUMN 50  PIC X(02)
               USING  W-UF-CLI.
           05  TW-STATUS-DESC
               LINE 07  COLUMN 25  PIC X(10)
               USING  W-STATUS-DESC.
           05  TCAB-NF-SERIE
               LINE 07  COLUMN 45  PIC 999
               USING  CAB-NF-SERIE.
           05  TCAB-NF-NUMERO
               LINE 07  COLUMN 49  PIC ZZZZZZZZ9
               USING  CAB-NF-NUMERO.
           05  TCAB-VALORTOTAL
               LINE 08  COLUMN 25  PIC ZZZ.ZZZ.ZZZ.ZZ9,99
               USING  CAB-VALORTOTAL.
           05  TW-PESO-CALC
               LINE 09  COLUMN 25  PIC ZZZ.ZZ9,999
               USING  W-PESO-CALC.
           05  TCAB-TRANSP-CNPJ
               LINE 11  COLUMN 25  PIC 9(14)
               USING  CAB-TRANSP-CNPJ.
           05  TW-NOME-TRP
               LINE 12  COLUMN 25  PIC X(30)
               USING  W-NOME-TRP.
           05  TCAB-TIPOFRETE
               LINE 13  COLUMN 25  PIC X(01)
               USING  CAB-TIPOFRETE.
           05  TCAB-VOLUMES
               LINE 14  COLUMN 25  PIC ZZZ9
               USING  CAB-VOLUMES.
           05  TCAB-PESO-BRUTO
               LINE 15  COLUMN 25  PIC ZZZ.ZZ9,999
               USING  CAB-PESO-BRUTO.
           05  TCAB-EXP-DATA
               LINE 16  COLUMN 25  PIC 9(08)
               USING  CAB-EXP-DATA.

       PROCEDURE DIVISION.
       R0.
           OPEN I-O ARQPEDCAB
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPEDCAB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQPED
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPEDCAB
              GO TO ROT-FIM2.
           OPEN INPUT ARQPRO
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPEDCAB ARQPED
              GO TO ROT-FIM2.
           OPEN INPUT ARQCLI
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCLI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPEDCAB ARQPED ARQPRO
              GO TO ROT-FIM2.
           OPEN INPUT ARQTRANSP
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTRANSP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPEDCAB ARQPED ARQPRO ARQCLI
              GO TO ROT-FIM2.
       R0A.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDITLOG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPEDCAB ARQPED ARQPRO ARQCLI ARQTRANSP
                 GO TO ROT-FIM2.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE-DATA.
       R1.
           MOVE ZEROS TO CAB-NUM-PEDIDO CAB-NF-SERIE CAB-NF-NUMERO
                         CAB-VALORTOTAL CAB-TRANSP-CNPJ CAB-VOLUMES
                         CAB-PESO-BRUTO CAB-EXP-DATA W-PESO-CALC
           MOVE SPACES TO CAB-TIPOFRETE W-NOME-CLI W-CIDADE-CLI
                          W-UF-CLI W-STATUS-DESC W-NOME-TRP
           DISPLAY TELAEXP.
       R2.
           ACCEPT TCAB-NUM-PEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           READ ARQPEDCAB
           IF ST-ERRO = "23"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQPEDCAB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF CAB-TIPOVENDA NOT = 1
              MOVE "*** PEDIDO NAO E DE VENDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF CAB-ST-CANCELADO
              MOVE "*** PEDIDO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM BUSCA-CLIENTE
           PERFORM CALCULA-PESO
           IF CAB-ST-FATURADO OR CAB-NF-NUMERO NOT = ZEROS
              MOVE "FATURADO" TO W-STATUS-DESC
           ELSE
              MOVE "EM ABERTO" TO W-STATUS-DESC.
           MOVE SPACES TO W-NOME-TRP
           IF CAB-TRANSP-CNPJ NOT = ZEROS
              MOVE CAB-TRANSP-CNPJ TO TRP-CNPJ
              READ ARQTRANSP
              IF ST-ERRO5 = "00"
                 MOVE TRP-NOME TO W-NOME-TRP
              ELSE
                 MOVE "00" TO ST-ERRO5.
           IF CAB-PESO-BRUTO = ZEROS
              MOVE W-PESO-CALC TO CAB-PESO-BRUTO.
           IF CAB-TIPOFRETE = SPACES
              MOVE "C" TO CAB-TIPOFRETE.
           DISPLAY TELAEXP.
       R3.
           ACCEPT TCAB-TRANSP-CNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE SPACES TO W-NOME-TRP
           IF CAB-TRANSP-CNPJ = ZEROS
              MOVE "*** INFORME A TRANSPORTADORA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE CAB-TRANSP-CNPJ TO TRP-CNPJ
           READ ARQTRANSP
           IF ST-ERRO5 NOT = "00"
              MOVE "00" TO ST-ERRO5
              MOVE "*** TRANSPORTADORA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE TRP-NOME TO W-NOME-TRP
           DISPLAY TW-NOME-TRP
           MOVE "N" TO W-ATENDE
           PERFORM VERIFICA-UF VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 10
           IF W-ATENDE = "N"
              MOVE "*** TRANSPORTADORA NAO ATENDE A UF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TCAB-TIPOFRETE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           INSPECT CAB-TIPOFRETE CONVERTING "cf" TO "CF"
           DISPLAY TCAB-TIPOFRETE
           IF NOT CAB-FRETE-CIF AND NOT CAB-FRETE-FOB
              MOVE "*** DIGITE C=CIF OU F=FOB ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TCAB-VOLUMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF CAB-VOLUMES = ZEROS
              MOVE "*** INFORME A QUANTIDADE DE VOLUMES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TCAB-PESO-BRUTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF CAB-PESO-BRUTO = ZEROS
              MOVE "*** INFORME O PESO BRUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           IF CAB-EXP-DATA = ZEROS
              AND (CAB-ST-FATURADO OR CAB-NF-NUMERO NOT = ZEROS)
              MOVE W-HOJE-DATA TO CAB-EXP-DATA.
           ACCEPT TCAB-EXP-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF CAB-EXP-DATA = ZEROS
              GO TO ALT-OPC.
           IF NOT CAB-ST-FATURADO AND CAB-NF-NUMERO = ZEROS
              MOVE "*** PEDIDO SEM NF - NAO PODE SER ENTREGUE ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO CAB-EXP-DATA
              DISPLAY TCAB-EXP-DATA
              GO TO R7.
           MOVE CAB-EXP-DATA TO W-DATA-CHK
           IF W-DC-MES < 01 OR W-DC-MES > 12
              OR W-DC-DIA < 01 OR W-DC-DIA > 31
              OR W-DC-ANO < 2000
              OR CAB-EXP-DATA > W-HOJE-DATA
              MOVE "*** DATA DE ENTREGA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       ALT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R7.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGPEDCAB
           IF ST-ERRO = "00" OR "02"
              MOVE "A" TO AUD-ACAO
              MOVE CAB-NUM-PEDIDO TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** DADOS DE EXPEDICAO GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO ARQUIVO ARQPEDCAB" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>---------[ CLIENTE DO PEDIDO: CPF OU CNPJ ]-----------------
       BUSCA-CLIENTE.
           MOVE SPACES TO W-NOME-CLI W-CIDADE-CLI W-UF-CLI
           IF CAB-CLI-CPFCNPJ < 100000000000
              MOVE CAB-CLI-CPFCNPJ TO CLI-CPF
              READ ARQCLI
           ELSE
              MOVE CAB-CLI-CPFCNPJ TO CNPJC
              READ ARQCLI KEY IS CNPJC.
           IF ST-ERRO4 = "00"
              MOVE NOMEC   TO W-NOME-CLI
              MOVE CIDADEC TO W-CIDADE-CLI
              MOVE ESTADOC TO W-UF-CLI
           ELSE
              MOVE "(CLIENTE NAO CADASTRADO)" TO W-NOME-CLI
              MOVE "00" TO ST-ERRO4.

      *>---------[ PESO PELOS ITENS DO PEDIDO (ARQPED X ARQPRO) ]-----
       CALCULA-PESO.
           MOVE ZEROS TO W-PESO-CALC
           MOVE "N" TO W-FIM-ITENS
           MOVE CAB-NUM-PEDIDO TO PED-NUM-PEDIDO
           START ARQPED KEY IS EQUAL PED-NUM-PEDIDO
              INVALID KEY
                 MOVE "S" TO W-FIM-ITENS
           END-START
           PERFORM SOMA-PESO-ITEM UNTIL W-FIM-ITENS = "S"
           MOVE "00" TO ST-ERRO2.

       SOMA-PESO-ITEM.
           READ ARQPED NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ITENS
           END-READ
           IF W-FIM-ITENS = "N"
              IF PED-NUM-PEDIDO NOT = CAB-NUM-PEDIDO
                 MOVE "S" TO W-FIM-ITENS
              ELSE
                 IF NOT PED-ST-CANCELADO
                    MOVE PED-COD-PRO TO PRO-CODIGO
                    READ ARQPRO
                    IF ST-ERRO3 = "00"
                       COMPUTE W-PESO-ITEM = PED-QUANTIDADE * PRO-PESO
                          ON SIZE ERROR
                             MOVE 999999,999 TO W-PESO-ITEM
                       END-COMPUTE
                       ADD W-PESO-ITEM TO W-PESO-CALC
                          ON SIZE ERROR
                             MOVE 999999,999 TO W-PESO-CALC
                       END-ADD
                    END-IF
                    MOVE "00" TO ST-ERRO3
                 END-IF
              END-IF
           END-IF.

      *>---------[ A TRANSPORTADORA ATENDE A UF DO CLIENTE? ]---------
       VERIFICA-UF.
           IF TRP-UF(W-IX) = "**"
              OR (TRP-UF(W-IX) = W-UF-CLI AND W-UF-CLI NOT = SPACES)
              MOVE "S" TO W-ATENDE.

       GRAVA-AUDITORIA.
           MOVE "EXPED13 " TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           CLOSE ARQPEDCAB ARQPED ARQPRO ARQCLI ARQTRANSP AUDITLOG.
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
