       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPAR13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> ROMANEIO DE SEPARACAO: GERA A LISTA DE SEPARACAO DE   *
      *> UM PEDIDO OU DOS PEDIDOS EM ABERTO DO DIA (ARQSEPARA),*
      *> ORDENADA POR LOCAL, COM EAN, QTDE NA UNIDADE DE VENDA *
      *> E LOTE/VALIDADE BAIXADOS PELO PEDID13 (ARQLOTMOV);    *
      *> DIGITA AS QTDES SEPARADAS E RELATA AS FALTAS ANTES DA *
      *> EMISSAO DA FATURA (SEPARAREL/SEPFALREL)               *
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
       SELECT ARQCLI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CLI-CPF
                  ALTERNATE RECORD KEY IS CODIGOC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CNPJC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS EMAILC WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.
       SELECT ARQSEPARA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEP-CHAVE
                      FILE STATUS  IS ST-ERRO-SEP.
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
       SELECT ARQKIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS KIT-CHAVE
                  ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-KIT.
       SELECT SEPARAREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-REL.
       SELECT SEPFALREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-REL.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.

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

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-CODIGO           PIC 9(06).
             05 KIT-COMPONENTE       PIC 9(06).
          03 KIT-QTDE                PIC 9(04).

       FD SEPARAREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEPARAREL.DAT".
       01 REG-SEPARAREL PIC X(100).

       FD SEPFALREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEPFALREL.DAT".
       01 REG-SEPFALREL PIC X(100).

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
       01 ST-ERRO-SEP      PIC X(02) VALUE "00".
       01 ST-ERRO-LM       PIC X(02) VALUE "00".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-KIT      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-TEM-CLI        PIC X(01) VALUE "N".
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-SEL       PIC 9(08) VALUE ZEROS.
       01 W-NUM-PEDIDO     PIC 9(06) VALUE ZEROS.
       01 W-NUM-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-JA-EXISTE      PIC X(01) VALUE "N".
       01 W-TOT-ROM        PIC 9(04) VALUE ZEROS.
       01 W-TOT-FALTAS     PIC 9(04) VALUE ZEROS.
       01 W-TOT-PEND       PIC 9(04) VALUE ZEROS.
       01 W-LOCAL-ITEM     PIC 9(02) VALUE ZEROS.
       01 W-LOCAL-ANT      PIC 9(02) VALUE ZEROS.
       01 W-PROD-ATUAL     PIC 9(06) VALUE ZEROS.
       01 W-RESTANTE       PIC 9(07) VALUE ZEROS.
       01 W-QTDE-LINHA     PIC 9(06) VALUE ZEROS.
       01 W-LOTE-LINHA     PIC X(10) VALUE SPACES.
       01 W-FALTA          PIC 9(06) VALUE ZEROS.
       01 W-SEQ-ATUAL      PIC 9(03) VALUE ZEROS.

      *> PEDIDOS EM ABERTO DO DIA A SEPARAR
       01 W-QT-PD          PIC 9(03) VALUE ZEROS.
       01 W-IX-PD          PIC 9(03) VALUE ZEROS.
       01 TB-PEDIDOS.
          03 TB-PD-NUM OCCURS 500 TIMES PIC 9(06).

      *> COMPONENTES DO KIT (ARQKIT); PRODUTO SIMPLES = 1 COMPONENTE
       01 W-QT-KIT         PIC 9(02) VALUE ZEROS.
       01 W-IX-KIT         PIC 9(02) VALUE ZEROS.
       01 TB-KIT.
          03 TB-KIT-ITEM OCCURS 20 TIMES.
             05 TK-COMPONENTE PIC 9(06).
             05 TK-QTDE       PIC 9(04).

      *> LOTES BAIXADOS PELO ITEM (SAIDAS MENOS RETORNOS)
       01 W-QT-LT          PIC 9(02) VALUE ZEROS.
       01 W-IX-LT          PIC 9(02) VALUE ZEROS.
       01 TB-LOTES.
          03 TB-LT-ITEM OCCURS 20 TIMES.
             05 TL-LOTE       PIC X(10).
             05 TL-QTDE       PIC S9(07).

      *> LINHAS DO ROMANEIO, ORDENADAS POR LOCAL/PRODUTO/LOTE
       01 W-QT-SEP         PIC 9(03) VALUE ZEROS.
       01 W-IX-SEP         PIC 9(03) VALUE ZEROS.
       01 W-IDX-TROCA      PIC 9(03) VALUE ZEROS.
       01 W-TROCOU         PIC X(01) VALUE "N".
       01 W-SALVA-ENT      PIC X(41) VALUE SPACES.
       01 TB-SEPARA.
          03 TS-ENT OCCURS 200 TIMES.
             05 TS-ORDEM.
                07 TS-LOCAL      PIC 9(02).
                07 TS-PRO-CODIGO PIC 9(06).
                07 TS-LOTE       PIC X(10).
             05 TS-PED-COD       PIC 9(06).
             05 TS-NUM-ITEM      PIC 9(03).
             05 TS-VALIDADE      PIC 9(08).
             05 TS-QTDE          PIC 9(06).

       01 W-VALIDADE-ED    PIC 9999/99/99.

       01 LINHA-MOLDURA    PIC X(98) VALUE ALL "=".
       01 LINHA-TITULO.
           03 FILLER           PIC X(32) VALUE
               "   ROMANEIO DE SEPARACAO PEDIDO ".
           03 LT-NUM-PEDIDO    PIC Z(5)9.
           03 FILLER           PIC X(14) VALUE "   EMISSAO EM ".
           03 LT-DATA          PIC 9999/99/99.
       01 LINHA-CLI.
           03 FILLER           PIC X(10) VALUE "CLIENTE : ".
           03 LC-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LC-CPFCNPJ       PIC 9(14).
       01 LINHA-LOCAL.
           03 FILLER           PIC X(08) VALUE "LOCAL : ".
           03 LL-LOCAL         PIC Z9.
       01 LINHA-CAB1.
           03 FILLER           PIC X(40) VALUE
               "SEQ ITE PRODUT EAN           DESCRICAO  ".
           03 FILLER           PIC X(40) VALUE
               "              UN    QTDE LOTE       VALI".
           03 FILLER           PIC X(18) VALUE
               "DADE   SEPARADO".
       01 LINHA-DET.
           03 LD-SEQ           PIC ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-ITEM          PIC ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-PRODUTO       PIC 9(06).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-EAN           PIC Z(12)9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-DESCRICAO     PIC X(24).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-UNIDADE       PIC X(02).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-QTDE          PIC ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-LOTE          PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-VALIDADE      PIC X(10).
           03 FILLER           PIC X(11) VALUE " [________]".
       01 LINHA-ASSINA.
           03 FILLER           PIC X(40) VALUE
               "SEPARADO POR: ______________   CONFEREN".
           03 FILLER           PIC X(40) VALUE
               "TE: ______________   DATA: ____/__/__".

       01 LINHA-CABFAL.
           03 FILLER           PIC X(40) VALUE
               "PEDIDO SEQ LC PRODUT DESCRICAO          ".
           03 FILLER           PIC X(40) VALUE
               "      LOTE       PEDIDA SEPARADA  FALTA ".
           03 FILLER           PIC X(13) VALUE
               " SITUACAO".
       01 LINHA-FAL.
           03 LF-PEDIDO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LF-SEQ           PIC ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LF-LOCAL         PIC Z9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LF-PRODUTO       PIC 9(06).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LF-DESCRICAO     PIC X(24).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LF-LOTE          PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LF-QTDE          PIC ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LF-SEPARADA      PIC ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LF-FALTA         PIC ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LF-SITUACAO      PIC X(13).
       01 LINHA-TOTFAL.
           03 FILLER           PIC X(30) VALUE
               "LINHAS COM FALTA      :".
           03 LTF-FALTAS       PIC ZZZ9.
           03 FILLER           PIC X(30) VALUE
               "     LINHAS NAO CONFERIDAS :".
           03 LTF-PEND         PIC ZZZ9.

       01 W-MENS-CONF.
           03 FILLER           PIC X(24) VALUE
               "*** CONFERIDO - FALTAS: ".
           03 W-MC-FALTAS      PIC ZZZ9.
           03 FILLER           PIC X(14) VALUE "  PENDENTES: ".
           03 W-MC-PEND        PIC ZZZ9.

       SCREEN SECTION.

       01  TELASEP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        CONFERENCIA DA SEPARACAO DO PEDIDO".
           05  LINE 04  COLUMN 01
               VALUE  "   NUMERO DO PEDIDO    :".
           05  LINE 06  COLUMN 01
               VALUE  "   SEQUENCIA           :".
           05  LINE 07  COLUMN 01
               VALUE  "   LOCAL               :".
           05  LINE 08  COLUMN 01
               VALUE  "   PRODUTO             :".
           05  LINE 09  COLUMN 01
               VALUE  "   DESCRICAO           :".
           05  LINE 10  COLUMN 01
               VALUE  "   LOTE                :".
           05  LINE 12  COLUMN 01
               VALUE  "   QTDE A SEPARAR      :".
           05  LINE 13  COLUMN 01
               VALUE  "   QTDE SEPARADA       :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TW-NUM-PEDIDO
               LINE 04  COLUMN 27  PIC 9(06)
               USING  W-NUM-PEDIDO.
           05  TSEP-SEQ
               LINE 06  COLUMN 27  PIC ZZ9
               USING  SEP-SEQ.
           05  TSEP-LOCAL
               LINE 07  COLUMN 27  PIC Z9
               USING  SEP-LOCAL.
           05  TSEP-PRO-CODIGO
               LINE 08  COLUMN 27  PIC 9(06)
               USING  SEP-PRO-CODIGO.
           05  TPRO-DESCRICAO
               LINE 09  COLUMN 27  PIC X(30)
               USING  PRO-DESCRICAO.
           05  TSEP-LOTE
               LINE 10  COLUMN 27  PIC X(10)
               USING  SEP-LOTE.
           05  TSEP-QTDE
               LINE 12  COLUMN 27  PIC Z(5)9
               USING  SEP-QTDE.
           05  TSEP-QTDSEPARADA
               LINE 13  COLUMN 27  PIC 9(06)
               USING  SEP-QTDSEPARADA.

       PROCEDURE DIVISION.
       R0.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED
              GO TO ROT-FIM2.
           OPEN INPUT ARQCLI
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEM-CLI.
           OPEN I-O ARQSEPARA
           IF ST-ERRO-SEP NOT = "00"
              IF ST-ERRO-SEP = "30"
                 OPEN OUTPUT ARQSEPARA
                 CLOSE ARQSEPARA
                 OPEN I-O ARQSEPARA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSEPARA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A.
           OPEN INPUT ARQLOTMOV
           IF ST-ERRO-LM NOT = "00"
              IF ST-ERRO-LM = "30"
                 OPEN OUTPUT ARQLOTMOV
                 CLOSE ARQLOTMOV
                 OPEN INPUT ARQLOTMOV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQLOTMOV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT ARQLOTE
           IF ST-ERRO-LOT NOT = "00"
              IF ST-ERRO-LOT = "30"
                 OPEN OUTPUT ARQLOTE
                 CLOSE ARQLOTE
                 OPEN INPUT ARQLOTE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT ARQKIT
           IF ST-ERRO-KIT NOT = "00"
              IF ST-ERRO-KIT = "30"
                 OPEN OUTPUT ARQKIT
                 CLOSE ARQKIT
                 OPEN INPUT ARQKIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQKIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0B.
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
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE.
       INIC-OPC.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "SEPARACAO DE PEDIDOS"
           DISPLAY (08, 10) "G = GERAR ROMANEIO DE SEPARACAO"
           DISPLAY (09, 10) "C = CONFERIR QUANTIDADES SEPARADAS"
           DISPLAY (10, 10) "R = RELATORIO DE FALTAS NA SEPARACAO"
           DISPLAY (11, 10) "F = FIM"
           MOVE "F" TO W-OPCAO
           DISPLAY (13, 10) "OPCAO :"
           ACCEPT (13, 18) W-OPCAO WITH UPDATE
           EVALUATE W-OPCAO
              WHEN "G" GO TO GERA-001
              WHEN "g" GO TO GERA-001
              WHEN "C" GO TO CONF-001
              WHEN "c" GO TO CONF-001
              WHEN "R" GO TO FALTA-001
              WHEN "r" GO TO FALTA-001
              WHEN "F" GO TO ROT-FIM
              WHEN "f" GO TO ROT-FIM
              WHEN OTHER GO TO INIC-OPC
           END-EVALUATE.

      *>---------[ GERA O ROMANEIO: UM PEDIDO OU OS DO DIA ]----------
       GERA-001.
           MOVE ZEROS TO W-NUM-PEDIDO W-DATA-SEL W-QT-PD W-TOT-ROM
           DISPLAY (15, 10) "NUMERO DO PEDIDO (0=EM ABERTO DO DIA):"
           ACCEPT (15, 50) W-NUM-PEDIDO
           IF W-NUM-PEDIDO NOT = ZEROS
              MOVE 1 TO W-QT-PD
              MOVE W-NUM-PEDIDO TO TB-PD-NUM(1)
           ELSE
              DISPLAY (16, 10) "DATA DE EMISSAO (AAAAMMDD, 0=HOJE) :"
              ACCEPT (16, 50) W-DATA-SEL
              IF W-DATA-SEL = ZEROS
                 MOVE W-DATA-HOJE TO W-DATA-SEL
              END-IF
              PERFORM CARREGA-PEDIDOS THRU CARREGA-PEDIDOS-FIM
           END-IF
           IF W-QT-PD = ZEROS
              MOVE "*** NENHUM PEDIDO EM ABERTO NA DATA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
           OPEN OUTPUT SEPARAREL
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO SEPARAREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
           PERFORM EMITE-ROMANEIO THRU EMITE-ROMANEIO-FIM
                   VARYING W-IX-PD FROM 1 BY 1
                   UNTIL W-IX-PD > W-QT-PD
           CLOSE SEPARAREL
           IF W-TOT-ROM = ZEROS
              MOVE "*** NADA A SEPARAR NO(S) PEDIDO(S) ***" TO MENS
           ELSE
              MOVE "*** ROMANEIO GERADO EM SEPARAREL.DAT ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INIC-OPC.

      *>---------[ PEDIDOS COM ITEM EM ABERTO NA DATA ]---------------
       CARREGA-PEDIDOS.
           MOVE ZEROS TO PED-NUM-PEDIDO
           START ARQPED KEY IS NOT LESS PED-NUM-PEDIDO
              INVALID KEY
                 GO TO CARREGA-PEDIDOS-FIM
           END-START.
       CARREGA-PEDIDOS-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-PEDIDOS-FIM.
           IF PED-DATAEMISSAO NOT = W-DATA-SEL
              OR NOT PED-ST-ABERTO
              OR (PED-TIPOVENDA NOT = 1 AND PED-TIPOVENDA NOT = 4)
              GO TO CARREGA-PEDIDOS-LOOP.
           IF W-QT-PD > ZEROS
              IF TB-PD-NUM(W-QT-PD) = PED-NUM-PEDIDO
                 GO TO CARREGA-PEDIDOS-LOOP.
           IF W-QT-PD < 500
              ADD 1 TO W-QT-PD
              MOVE PED-NUM-PEDIDO TO TB-PD-NUM(W-QT-PD).
           GO TO CARREGA-PEDIDOS-LOOP.
       CARREGA-PEDIDOS-FIM.
           MOVE "00" TO ST-ERRO.

      *>---------[ MONTA (SE PRECISO) E IMPRIME UM ROMANEIO ]---------
      *>  O ROMANEIO JA GRAVADO NO ARQSEPARA E SO REIMPRESSO, PARA
      *>  NAO PERDER QTDES JA CONFERIDAS
       EMITE-ROMANEIO.
           MOVE TB-PD-NUM(W-IX-PD) TO W-NUM-ATUAL
           PERFORM VERIFICA-EXISTENTE
           IF W-JA-EXISTE = "N"
              PERFORM MONTA-SEPARACAO THRU MONTA-SEPARACAO-FIM
              IF W-QT-SEP = ZEROS
                 GO TO EMITE-ROMANEIO-FIM
              END-IF
              PERFORM ORDENA-TABELA
              PERFORM GRAVA-LINHA-SEP
                      VARYING W-IX-SEP FROM 1 BY 1
                      UNTIL W-IX-SEP > W-QT-SEP
              MOVE "I" TO AUD-ACAO
              MOVE W-NUM-ATUAL TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA.
           PERFORM IMPRIME-ROMANEIO THRU IMPRIME-ROMANEIO-FIM
           ADD 1 TO W-TOT-ROM.
       EMITE-ROMANEIO-FIM.
           EXIT.

       VERIFICA-EXISTENTE.
           MOVE "N" TO W-JA-EXISTE
           MOVE W-NUM-ATUAL TO SEP-NUM-PEDIDO
           MOVE 1 TO SEP-SEQ
           READ ARQSEPARA
           IF ST-ERRO-SEP = "00"
              MOVE "S" TO W-JA-EXISTE.
           MOVE "00" TO ST-ERRO-SEP.

       MONTA-SEPARACAO.
           MOVE ZEROS TO W-QT-SEP
           MOVE W-NUM-ATUAL TO PED-NUM-PEDIDO
           START ARQPED KEY IS EQUAL PED-NUM-PEDIDO
              INVALID KEY
                 GO TO MONTA-SEPARACAO-FIM
           END-START.
       MONTA-SEPARACAO-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MONTA-SEPARACAO-FIM.
           IF PED-NUM-PEDIDO NOT = W-NUM-ATUAL
              GO TO MONTA-SEPARACAO-FIM.
           IF NOT PED-ST-CANCELADO
              AND (PED-TIPOVENDA = 1 OR PED-TIPOVENDA = 4)
              AND PED-QTDATENDIDA > ZEROS
              PERFORM MONTA-ITEM.
           GO TO MONTA-SEPARACAO-LOOP.
       MONTA-SEPARACAO-FIM.
           MOVE "00" TO ST-ERRO.

      *>  SO A QTDE ATENDIDA VAI PARA A SEPARACAO (O RESTO E
      *>  BACKORDER); KIT E SEPARADO PELOS COMPONENTES
       MONTA-ITEM.
           IF PED-LOCAL = ZEROS
              MOVE 1 TO W-LOCAL-ITEM
           ELSE
              MOVE PED-LOCAL TO W-LOCAL-ITEM.
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT = ZEROS
              MOVE 1 TO W-QT-KIT
              MOVE PED-COD-PRO TO TK-COMPONENTE(1)
              MOVE 1 TO TK-QTDE(1).
           PERFORM MONTA-PRODUTO
                   VARYING W-IX-KIT FROM 1 BY 1
                   UNTIL W-IX-KIT > W-QT-KIT.

       MONTA-PRODUTO.
           MOVE TK-COMPONENTE(W-IX-KIT) TO W-PROD-ATUAL
           COMPUTE W-RESTANTE = PED-QTDATENDIDA * TK-QTDE(W-IX-KIT)
           PERFORM CARREGA-LOTES-ITEM THRU CARREGA-LOTES-FIM
           PERFORM LINHA-DO-LOTE
                   VARYING W-IX-LT FROM 1 BY 1
                   UNTIL W-IX-LT > W-QT-LT
                      OR W-RESTANTE = ZEROS
           IF W-RESTANTE > ZEROS
              MOVE W-RESTANTE TO W-QTDE-LINHA
              MOVE SPACES TO W-LOTE-LINHA
              PERFORM ADICIONA-LINHA
           END-IF.

       LINHA-DO-LOTE.
           IF TL-QTDE(W-IX-LT) > ZEROS
              IF TL-QTDE(W-IX-LT) > W-RESTANTE
                 MOVE W-RESTANTE TO W-QTDE-LINHA
              ELSE
                 MOVE TL-QTDE(W-IX-LT) TO W-QTDE-LINHA
              END-IF
              SUBTRACT W-QTDE-LINHA FROM W-RESTANTE
              MOVE TL-LOTE(W-IX-LT) TO W-LOTE-LINHA
              PERFORM ADICIONA-LINHA
           END-IF.

       ADICIONA-LINHA.
           IF W-QT-SEP < 200
              ADD 1 TO W-QT-SEP
              MOVE W-LOCAL-ITEM TO TS-LOCAL(W-QT-SEP)
              MOVE W-PROD-ATUAL TO TS-PRO-CODIGO(W-QT-SEP)
              MOVE W-LOTE-LINHA TO TS-LOTE(W-QT-SEP)
              MOVE PED-COD      TO TS-PED-COD(W-QT-SEP)
              MOVE PED-NUM-ITEM TO TS-NUM-ITEM(W-QT-SEP)
              MOVE W-QTDE-LINHA TO TS-QTDE(W-QT-SEP)
              MOVE ZEROS        TO TS-VALIDADE(W-QT-SEP)
              IF W-LOTE-LINHA NOT = SPACES
                 MOVE W-PROD-ATUAL TO LOT-PRO-CODIGO
                 MOVE W-LOTE-LINHA TO LOT-NUMERO
                 READ ARQLOTE
                 IF ST-ERRO-LOT = "00"
                    MOVE LOT-VALIDADE TO TS-VALIDADE(W-QT-SEP)
                 END-IF
                 MOVE "00" TO ST-ERRO-LOT
              END-IF
           END-IF.

      *>---------[ LOTES QUE O PEDID13 BAIXOU PARA O ITEM ]-----------
       CARREGA-LOTES-ITEM.
           MOVE ZEROS TO W-QT-LT
           MOVE PED-COD TO LM-PED-COD
           START ARQLOTMOV KEY IS EQUAL LM-PED-COD
              INVALID KEY
                 GO TO CARREGA-LOTES-FIM
           END-START.
       CARREGA-LOTES-LOOP.
           READ ARQLOTMOV NEXT RECORD
           IF ST-ERRO-LM NOT = "00"
              GO TO CARREGA-LOTES-FIM.
           IF LM-PED-COD NOT = PED-COD
              GO TO CARREGA-LOTES-FIM.
           IF LM-PRO-CODIGO NOT = W-PROD-ATUAL OR LM-RECEBIMENTO
              GO TO CARREGA-LOTES-LOOP.
           MOVE 1 TO W-IX-LT.
       CARREGA-LOTES-PROCURA.
           IF W-IX-LT > W-QT-LT
              IF W-QT-LT < 20
                 ADD 1 TO W-QT-LT
                 MOVE LM-LOTE TO TL-LOTE(W-QT-LT)
                 MOVE ZEROS   TO TL-QTDE(W-QT-LT)
              ELSE
                 GO TO CARREGA-LOTES-LOOP.
           IF TL-LOTE(W-IX-LT) NOT = LM-LOTE
              ADD 1 TO W-IX-LT
              GO TO CARREGA-LOTES-PROCURA.
           IF LM-SAIDA
              ADD LM-QTDE TO TL-QTDE(W-IX-LT)
           ELSE
              SUBTRACT LM-QTDE FROM TL-QTDE(W-IX-LT).
           GO TO CARREGA-LOTES-LOOP.
       CARREGA-LOTES-FIM.
           MOVE "00" TO ST-ERRO-LM.

      *>---------[ CARREGA OS COMPONENTES DO KIT (ARQKIT) ]-----------
       CARREGA-KIT.
           MOVE ZEROS TO W-QT-KIT
           MOVE PED-COD-PRO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS KIT-CHAVE
              INVALID KEY
                 GO TO CARREGA-KIT-FIM
           END-START.
       CARREGA-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO-KIT NOT = "00"
              GO TO CARREGA-KIT-FIM.
           IF KIT-CODIGO NOT = PED-COD-PRO
              GO TO CARREGA-KIT-FIM.
           IF W-QT-KIT < 20 AND KIT-QTDE > ZEROS
              ADD 1 TO W-QT-KIT
              MOVE KIT-COMPONENTE TO TK-COMPONENTE(W-QT-KIT)
              MOVE KIT-QTDE       TO TK-QTDE(W-QT-KIT).
           GO TO CARREGA-KIT-LOOP.
       CARREGA-KIT-FIM.
           MOVE "00" TO ST-ERRO-KIT.

      *>---------[ ORDENACAO POR LOCAL, PRODUTO E LOTE (BOLHA) ]------
       ORDENA-TABELA.
           MOVE "S" TO W-TROCOU
           PERFORM UNTIL W-TROCOU = "N"
              MOVE "N" TO W-TROCOU
              PERFORM VARYING W-IDX-TROCA FROM 1 BY 1
                      UNTIL W-IDX-TROCA >= W-QT-SEP
                 IF TS-ORDEM(W-IDX-TROCA) >
                    TS-ORDEM(W-IDX-TROCA + 1)
                    MOVE TS-ENT(W-IDX-TROCA)     TO W-SALVA-ENT
                    MOVE TS-ENT(W-IDX-TROCA + 1)
                                         TO TS-ENT(W-IDX-TROCA)
                    MOVE W-SALVA-ENT TO TS-ENT(W-IDX-TROCA + 1)
                    MOVE "S" TO W-TROCOU
                 END-IF
              END-PERFORM
           END-PERFORM.

       GRAVA-LINHA-SEP.
           MOVE W-NUM-ATUAL              TO SEP-NUM-PEDIDO
           MOVE W-IX-SEP                 TO SEP-SEQ
           MOVE TS-LOCAL(W-IX-SEP)       TO SEP-LOCAL
           MOVE TS-PED-COD(W-IX-SEP)     TO SEP-PED-COD
           MOVE TS-NUM-ITEM(W-IX-SEP)    TO SEP-NUM-ITEM
           MOVE TS-PRO-CODIGO(W-IX-SEP)  TO SEP-PRO-CODIGO
           MOVE TS-LOTE(W-IX-SEP)        TO SEP-LOTE
           MOVE TS-VALIDADE(W-IX-SEP)    TO SEP-VALIDADE
           MOVE TS-QTDE(W-IX-SEP)        TO SEP-QTDE
           MOVE ZEROS                    TO SEP-QTDSEPARADA
           MOVE "P"                      TO SEP-STATUS
           MOVE W-DATA-HOJE              TO SEP-DATA
           MOVE W-OPERADOR               TO SEP-OPERADOR
           WRITE REGSEPARA
           MOVE "00" TO ST-ERRO-SEP.

      *>---------[ IMPRESSAO DO ROMANEIO (SEPARAREL) ]---------------
       IMPRIME-ROMANEIO.
           MOVE W-NUM-ATUAL TO PED-NUM-PEDIDO
           START ARQPED KEY IS EQUAL PED-NUM-PEDIDO
              INVALID KEY
                 GO TO IMPRIME-ROMANEIO-FIM
           END-START
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO IMPRIME-ROMANEIO-FIM.
           WRITE REG-SEPARAREL FROM LINHA-MOLDURA
           MOVE W-NUM-ATUAL     TO LT-NUM-PEDIDO
           MOVE PED-DATAEMISSAO TO LT-DATA
           WRITE REG-SEPARAREL FROM LINHA-TITULO
           PERFORM LE-CLIENTE
           MOVE PED-CLI-CPFCNPJ TO LC-CPFCNPJ
           WRITE REG-SEPARAREL FROM LINHA-CLI
           WRITE REG-SEPARAREL FROM LINHA-MOLDURA
           WRITE REG-SEPARAREL FROM LINHA-CAB1
           MOVE 99 TO W-LOCAL-ANT
           MOVE 1 TO W-SEQ-ATUAL.
       IMPRIME-ROMANEIO-LOOP.
           MOVE W-NUM-ATUAL TO SEP-NUM-PEDIDO
           MOVE W-SEQ-ATUAL TO SEP-SEQ
           READ ARQSEPARA
           IF ST-ERRO-SEP NOT = "00"
              MOVE "00" TO ST-ERRO-SEP
              GO TO IMPRIME-ROMANEIO-RODAPE.
           IF SEP-LOCAL NOT = W-LOCAL-ANT
              MOVE SPACES TO REG-SEPARAREL
              WRITE REG-SEPARAREL
              MOVE SEP-LOCAL TO LL-LOCAL
              WRITE REG-SEPARAREL FROM LINHA-LOCAL
              MOVE SEP-LOCAL TO W-LOCAL-ANT.
           MOVE SEP-PRO-CODIGO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "(PRODUTO NAO CADASTRADO)" TO PRO-DESCRICAO
              MOVE ZEROS TO PRO-EAN
              MOVE SPACES TO PRO-UNIDADE
              MOVE "00" TO ST-ERRO2.
           MOVE SEP-SEQ        TO LD-SEQ
           MOVE SEP-NUM-ITEM   TO LD-ITEM
           MOVE SEP-PRO-CODIGO TO LD-PRODUTO
           MOVE PRO-EAN        TO LD-EAN
           MOVE PRO-DESCRICAO  TO LD-DESCRICAO
           MOVE PRO-UNIDADE    TO LD-UNIDADE
           MOVE SEP-QTDE       TO LD-QTDE
           MOVE SEP-LOTE       TO LD-LOTE
           IF SEP-VALIDADE = ZEROS
              MOVE SPACES TO LD-VALIDADE
           ELSE
              MOVE SEP-VALIDADE  TO W-VALIDADE-ED
              MOVE W-VALIDADE-ED TO LD-VALIDADE.
           WRITE REG-SEPARAREL FROM LINHA-DET
           ADD 1 TO W-SEQ-ATUAL
           GO TO IMPRIME-ROMANEIO-LOOP.
       IMPRIME-ROMANEIO-RODAPE.
           MOVE SPACES TO REG-SEPARAREL
           WRITE REG-SEPARAREL
           WRITE REG-SEPARAREL FROM LINHA-ASSINA
           MOVE SPACES TO REG-SEPARAREL
           WRITE REG-SEPARAREL.
       IMPRIME-ROMANEIO-FIM.
           EXIT.

       LE-CLIENTE.
           MOVE "(CLIENTE NAO CADASTRADO)" TO LC-NOME
           IF W-TEM-CLI NOT = "S" OR PED-CLI-CPFCNPJ = ZEROS
              MOVE SPACES TO LC-NOME
           ELSE
              IF PED-CLI-CPFCNPJ < 100000000000
                 MOVE PED-CLI-CPFCNPJ TO CLI-CPF
                 READ ARQCLI
                 IF ST-ERRO3 = "00"
                    MOVE NOMEC TO LC-NOME
                 END-IF
              ELSE
                 MOVE PED-CLI-CPFCNPJ TO CNPJC
                 READ ARQCLI KEY IS CNPJC
                 IF ST-ERRO3 = "00"
                    MOVE NOMEC TO LC-NOME
                 END-IF
              END-IF
              MOVE "00" TO ST-ERRO3
           END-IF.

      *>---------[ DIGITACAO DAS QUANTIDADES SEPARADAS ]--------------
       CONF-001.
           MOVE ZEROS TO W-NUM-PEDIDO SEP-SEQ SEP-LOCAL SEP-PRO-CODIGO
                         SEP-QTDE SEP-QTDSEPARADA
           MOVE SPACES TO SEP-LOTE PRO-DESCRICAO
           DISPLAY TELASEP.
       CONF-002.
           ACCEPT TW-NUM-PEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INIC-OPC.
           MOVE W-NUM-PEDIDO TO W-NUM-ATUAL
           PERFORM VERIFICA-EXISTENTE
           IF W-JA-EXISTE = "N"
              MOVE "*** PEDIDO SEM ROMANEIO DE SEPARACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-001.
           MOVE 1 TO W-SEQ-ATUAL.
       CONF-003.
           MOVE W-NUM-ATUAL TO SEP-NUM-PEDIDO
           MOVE W-SEQ-ATUAL TO SEP-SEQ
           READ ARQSEPARA
           IF ST-ERRO-SEP = "23"
              MOVE "00" TO ST-ERRO-SEP
              GO TO CONF-FIM.
           IF ST-ERRO-SEP NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQSEPARA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE SEP-PRO-CODIGO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "(PRODUTO NAO CADASTRADO)" TO PRO-DESCRICAO
              MOVE "00" TO ST-ERRO2.
           IF SEP-ST-PENDENTE
              MOVE SEP-QTDE TO SEP-QTDSEPARADA.
           DISPLAY TELASEP.
       CONF-004.
           ACCEPT TSEP-QTDSEPARADA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONF-001.
           IF SEP-QTDSEPARADA > SEP-QTDE
              MOVE "*** QTDE SEPARADA MAIOR QUE A DO ROMANEIO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-004.
           MOVE "C"         TO SEP-STATUS
           MOVE W-DATA-HOJE TO SEP-DATA
           MOVE W-OPERADOR  TO SEP-OPERADOR
           REWRITE REGSEPARA
           IF ST-ERRO-SEP NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQSEPARA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF SEP-QTDSEPARADA < SEP-QTDE
              MOVE "A" TO AUD-ACAO
              MOVE SEP-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** FALTA REGISTRADA NESTA LINHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO W-SEQ-ATUAL
           GO TO CONF-003.
       CONF-FIM.
           PERFORM CONTA-FALTAS THRU CONTA-FALTAS-FIM
           MOVE W-TOT-FALTAS TO W-MC-FALTAS
           MOVE W-TOT-PEND   TO W-MC-PEND
           MOVE W-MENS-CONF  TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CONF-001.

       CONTA-FALTAS.
           MOVE ZEROS TO W-TOT-FALTAS W-TOT-PEND
           MOVE W-NUM-ATUAL TO SEP-NUM-PEDIDO
           MOVE ZEROS TO SEP-SEQ
           START ARQSEPARA KEY IS NOT LESS SEP-CHAVE
              INVALID KEY
                 GO TO CONTA-FALTAS-FIM
           END-START.
       CONTA-FALTAS-LOOP.
           READ ARQSEPARA NEXT RECORD
           IF ST-ERRO-SEP NOT = "00"
              GO TO CONTA-FALTAS-FIM.
           IF SEP-NUM-PEDIDO NOT = W-NUM-ATUAL
              GO TO CONTA-FALTAS-FIM.
           IF SEP-ST-PENDENTE
              ADD 1 TO W-TOT-PEND
           ELSE
              IF SEP-QTDSEPARADA < SEP-QTDE
                 ADD 1 TO W-TOT-FALTAS.
           GO TO CONTA-FALTAS-LOOP.
       CONTA-FALTAS-FIM.
           MOVE "00" TO ST-ERRO-SEP.

      *>---------[ RELATORIO DE FALTAS / NAO CONFERIDOS ]-------------
       FALTA-001.
           MOVE ZEROS TO W-NUM-PEDIDO W-TOT-FALTAS W-TOT-PEND
           DISPLAY (15, 10) "NUMERO DO PEDIDO (0=TODOS)          :"
           ACCEPT (15, 50) W-NUM-PEDIDO
           OPEN OUTPUT SEPFALREL
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO SEPFALREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
           MOVE "*** FALTAS NA SEPARACAO DE PEDIDOS ***"
                                              TO REG-SEPFALREL
           WRITE REG-SEPFALREL
           WRITE REG-SEPFALREL FROM LINHA-CABFAL
           MOVE SPACES TO REG-SEPFALREL
           WRITE REG-SEPFALREL
           MOVE "N" TO W-FIM-ARQ
           MOVE W-NUM-PEDIDO TO SEP-NUM-PEDIDO
           MOVE ZEROS TO SEP-SEQ
           START ARQSEPARA KEY IS NOT LESS SEP-CHAVE
              INVALID KEY
                 MOVE "S" TO W-FIM-ARQ
           END-START
           PERFORM FALTA-ITEM UNTIL W-FIM-ARQ = "S"
           MOVE "00" TO ST-ERRO-SEP
           IF W-TOT-FALTAS = ZEROS AND W-TOT-PEND = ZEROS
              MOVE "NENHUMA FALTA NA SEPARACAO" TO REG-SEPFALREL
              WRITE REG-SEPFALREL
           ELSE
              MOVE SPACES TO REG-SEPFALREL
              WRITE REG-SEPFALREL
              MOVE W-TOT-FALTAS TO LTF-FALTAS
              MOVE W-TOT-PEND   TO LTF-PEND
              WRITE REG-SEPFALREL FROM LINHA-TOTFAL.
           CLOSE SEPFALREL
           MOVE "*** RELATORIO GERADO EM SEPFALREL.DAT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INIC-OPC.

       FALTA-ITEM.
           READ ARQSEPARA NEXT RECORD
           IF ST-ERRO-SEP NOT = "00"
              MOVE "S" TO W-FIM-ARQ
           ELSE
              IF W-NUM-PEDIDO NOT = ZEROS
                 AND SEP-NUM-PEDIDO NOT = W-NUM-PEDIDO
                 MOVE "S" TO W-FIM-ARQ
              ELSE
                 IF SEP-ST-PENDENTE
                    OR SEP-QTDSEPARADA < SEP-QTDE
                    PERFORM IMPRIME-FALTA
                 END-IF
              END-IF
           END-IF.

       IMPRIME-FALTA.
           MOVE SEP-PRO-CODIGO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "(PRODUTO NAO CADASTRADO)" TO PRO-DESCRICAO
              MOVE "00" TO ST-ERRO2.
           MOVE SEP-NUM-PEDIDO TO LF-PEDIDO
           MOVE SEP-SEQ        TO LF-SEQ
           MOVE SEP-LOCAL      TO LF-LOCAL
           MOVE SEP-PRO-CODIGO TO LF-PRODUTO
           MOVE PRO-DESCRICAO  TO LF-DESCRICAO
           MOVE SEP-LOTE       TO LF-LOTE
           MOVE SEP-QTDE       TO LF-QTDE
           IF SEP-ST-PENDENTE
              MOVE ZEROS TO LF-SEPARADA LF-FALTA
              MOVE "NAO CONFERIDO" TO LF-SITUACAO
              ADD 1 TO W-TOT-PEND
           ELSE
              COMPUTE W-FALTA = SEP-QTDE - SEP-QTDSEPARADA
              MOVE SEP-QTDSEPARADA TO LF-SEPARADA
              MOVE W-FALTA         TO LF-FALTA
              MOVE "FALTA"         TO LF-SITUACAO
              ADD 1 TO W-TOT-FALTAS
           END-IF
           WRITE REG-SEPFALREL FROM LINHA-FAL.

       GRAVA-AUDITORIA.
           MOVE "SEPAR13 " TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-TEM-CLI = "S"
              CLOSE ARQCLI.
           CLOSE ARQPED ARQPRO ARQSEPARA ARQLOTMOV ARQLOTE ARQKIT
                 AUDITLOG.
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
