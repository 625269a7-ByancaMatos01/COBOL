       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBIMP01.
      *AUTHOR. BYANCA MATOS.

      *>*******************************************************
      *> CARGA DE PEDIDOS DA LOJA VIRTUAL (WEBFEED) ->         *
      *> ARQPEDCAB/ARQPED COM AS REGRAS DO PEDID13: CLIENTE    *
      *> CADASTRADO, DIGITO DO CPF/CNPJ, LIMITE DE CREDITO,    *
      *> ALIQUOTA DA UF, PRECO NEGOCIADO, BAIXA DE ESTOQUE E   *
      *> LOTES E BACKORDER DA FALTA. O PEDIDO E VALIDADO POR   *
      *> INTEIRO ANTES DE GRAVAR; COM QUALQUER ERRO VAI TODO   *
      *> PARA O WEBEXCREL. O NUMERO DO PEDIDO NA LOJA FICA NO  *
      *> ARQPEDWEB E O MESMO PEDIDO NAO E CARREGADO DUAS VEZES *
      *>*******************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WEBFEED ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-FEED.
       SELECT ARQPEDWEB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PW-PEDIDO-WEB
                      FILE STATUS  IS ST-ERRO-PW.
       SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                  ALTERNATE RECORD KEY IS PED-COD-PRO WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAB-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CAB-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-CAB.
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
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.
       SELECT ARQESTMOV ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-MOV.
       SELECT ARQBACKORD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS BO-PED-COD
                  ALTERNATE RECORD KEY IS BO-PRO-CODIGO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-BO.
       SELECT ARQESTLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EL-CHAVE
                      FILE STATUS  IS ST-ERRO-LOC.
       SELECT ARQLOTE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
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
       SELECT ARQTAXUF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TX-CHAVE
                      FILE STATUS  IS ST-ERRO-TAX.
       SELECT ARQCONDPG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CP-CODIGO
                      FILE STATUS  IS ST-ERRO-CP.
       SELECT ARQKIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS KIT-CHAVE
                  ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-KIT.
       SELECT ARQPRECLI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PC-CHAVE
                  ALTERNATE RECORD KEY IS PC-PRO-CODIGO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-PC.
       SELECT EXCEPTREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-EXC.
       SELECT ARQCHECKPT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CKPT-PROGRAMA
                      FILE STATUS  IS ST-ERRO-CKPT.
       SELECT ARQPERCTB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PER-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-PER.
       SELECT ARQNUMCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NUM-SEQUENCIA
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO-NUM.

       DATA DIVISION.
       FILE SECTION.
      *> REGISTRO H (CABECALHO) SEGUIDO DOS REGISTROS I (ITENS)
       FD WEBFEED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "WEBFEED.DAT".
       01 REG-WEBCAB.
          03 WC-TIPO                 PIC X(01).
             88 WC-CABECALHO            VALUE "H".
             88 WC-ITEM                 VALUE "I".
          03 WC-PEDIDO-WEB           PIC X(15).
          03 WC-CLI-CPFCNPJ          PIC 9(14).
          03 WC-DATA                 PIC 9(08).
          03 WC-COND-PAGTO           PIC 9(03).
          03 WC-QTD-ITENS            PIC 9(03).
       01 REG-WEBITEM.
          03 WI-TIPO                 PIC X(01).
          03 WI-PEDIDO-WEB           PIC X(15).
          03 WI-PRODUTO              PIC 9(13).
          03 WI-QUANTIDADE           PIC 9(06).

      *> PEDIDOS DA LOJA JA CARREGADOS (P=EM CARGA  C=CONCLUIDO)
       FD ARQPEDWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDWEB.DAT".
       01 REGPEDWEB.
          03 PW-PEDIDO-WEB           PIC X(15).
          03 PW-NUM-PEDIDO           PIC 9(06).
          03 PW-DATA-CARGA           PIC 9(08).
          03 PW-SITUACAO             PIC X(01).
             88 PW-EM-CARGA             VALUE "P".
             88 PW-CONCLUIDO            VALUE "C".

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

       FD AUDITLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       FD ARQESTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTMOV.DAT".
       01 REG-ESTMOV.
          03 MOV-PRO-CODIGO          PIC 9(06).
          03 MOV-DATAHORA            PIC 9(14).
          03 MOV-DOCUMENTO           PIC 9(06).
          03 MOV-TIPO                PIC X(01).
          03 MOV-ENTSAI              PIC X(01).
          03 MOV-QTDE                PIC 9(06).
          03 MOV-SALDO               PIC 9(06).

       FD ARQBACKORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBACKORD.DAT".
       01 REGBACK.
          03 BO-PED-COD              PIC 9(06).
          03 BO-PRO-CODIGO           PIC 9(06).
          03 BO-CLI-CPFCNPJ          PIC 9(14).
          03 BO-QTDE-PENDENTE        PIC 9(06).
          03 BO-DATA                 PIC 9(08).
          03 BO-STATUS               PIC X(01).
             88 BO-ST-PENDENTE          VALUE "P".
             88 BO-ST-ATENDIDO          VALUE "A".

       FD ARQESTLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTLOC.DAT".
       01 REGESTLOC.
          03 EL-CHAVE.
             05 EL-PRO-CODIGO        PIC 9(06).
             05 EL-LOCAL             PIC 9(02).
          03 EL-SALDO                PIC 9(06).
          03 EL-PTOREPOSICAO         PIC 9(06).

       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
          03 LOT-CHAVE.
             05 LOT-PRO-CODIGO       PIC 9(06).
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

       FD ARQTAXUF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTAXUF.DAT".
       01 REGTAXUF.
          03 TX-CHAVE.
             05 TX-UF                PIC X(02).
             05 TX-TIPOPRODUTO       PIC 9(01).
          03 TX-ALIQUOTA             PIC 9(02)V99.

       FD ARQCONDPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONDPG.DAT".
       01 REGCONDPG.
          03 CP-CODIGO               PIC 9(03).
          03 CP-DESCRICAO            PIC X(30).
          03 CP-QTD-PARCELAS         PIC 9(02).
          03 CP-PARCELAS OCCURS 12 TIMES.
             05 CP-DIAS              PIC 9(03).
             05 CP-PERC              PIC 9(03)V99.

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-CODIGO           PIC 9(06).
             05 KIT-COMPONENTE       PIC 9(06).
          03 KIT-QTDE                PIC 9(04).


       FD ARQPRECLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRECLI.DAT".
       01 REGPRECLI.
          03 PC-CHAVE.
             05 PC-CLI-CPFCNPJ       PIC 9(14).
             05 PC-PRO-CODIGO        PIC 9(06).
          03 PC-PRECO                PIC 9(08)V99.
          03 PC-DATA-INICIO          PIC 9(08).
          03 PC-DATA-FIM             PIC 9(08).

       FD EXCEPTREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "WEBEXCREL.DAT".
       01 REG-EXCEPTREL PIC X(100).

       FD ARQCHECKPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHECKPT.DAT".
       01 REG-CHECKPT.
          03 CKPT-PROGRAMA          PIC X(08).
          03 CKPT-TIPO              PIC X(01).
          03 CKPT-CHAVE-NUM         PIC 9(09).
          03 CKPT-CHAVE-ALFA        PIC X(30).

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

       FD ARQNUMCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUMCTL.DAT".
       01 REGNUMCTL.
          03 NUM-SEQUENCIA           PIC X(08).
          03 NUM-ULTIMO              PIC 9(09).
          03 NUM-DATA-ALTERA         PIC 9(08).
          03 NUM-PROGRAMA            PIC X(08).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-FEED     PIC X(02) VALUE "00".
       01 ST-ERRO-PW       PIC X(02) VALUE "00".
       01 ST-ERRO-CAB      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-MOV      PIC X(02) VALUE "00".
       01 ST-ERRO-BO       PIC X(02) VALUE "00".
       01 ST-ERRO-LOC      PIC X(02) VALUE "00".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-LM       PIC X(02) VALUE "00".
       01 ST-ERRO-TAX      PIC X(02) VALUE "00".
       01 ST-ERRO-CP       PIC X(02) VALUE "00".
       01 ST-ERRO-KIT      PIC X(02) VALUE "00".
       01 ST-ERRO-PC       PIC X(02) VALUE "00".
       01 ST-ERRO-EXC      PIC X(02) VALUE "00".
       01 ST-ERRO-CKPT     PIC X(02) VALUE "00".
       01 ST-ERRO-PER      PIC X(02) VALUE "00".
       01 ST-ERRO-NUM      PIC X(02) VALUE "00".
       01 W-TEM-NUMCTL     PIC X(01) VALUE "N".
       01 W-NUM-MINIMO     PIC 9(09) VALUE ZEROS.
       01 W-NUM-RESERVADO  PIC 9(09) VALUE ZEROS.
       01 W-NUM-TENTATIVA  PIC 9(04) VALUE ZEROS.
       01 W-TEM-PERCTB     PIC X(01) VALUE "N".
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR       PIC X(10) VALUE "WEBFEED   ".
       01 W-PROXNUM        PIC 9(06) VALUE ZEROS.
       01 W-PROXCOD        PIC 9(06) VALUE ZEROS.
       01 W-HOJE-DATA      PIC 9(08) VALUE ZEROS.
       01 W-QTDE-FALTA     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-MOVIDA    PIC 9(06) VALUE ZEROS.
       01 W-PESO-ITEM      PIC 9(06)V999 VALUE ZEROS.
       01 W-COND-PAGTO     PIC 9(03) VALUE ZEROS.

      *> CONTROLE DA CARGA E DA RETOMADA (ARQCHECKPT)
       01 W-REG-NUM        PIC 9(09) VALUE ZEROS.
       01 W-REG-INICIO     PIC 9(09) VALUE ZEROS.
       01 W-REG-ULT-PED    PIC 9(09) VALUE ZEROS.
       01 W-REG-CKPT       PIC 9(09) VALUE ZEROS.
       01 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
       01 W-TOT-ACEITOS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
       01 W-TOT-AVULSOS    PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO         PIC X(40) VALUE SPACES.
       01 W-MOTIVO-NUM.
          03 W-MN-TEXTO    PIC X(34).
          03 W-MN-PEDIDO   PIC 9(06).
       01 W-ITEM-ERRO      PIC 9(03) VALUE ZEROS.
       01 W-ERRO-GRAVACAO  PIC X(01) VALUE "N".

      *> PEDIDO DA LOJA EM MONTAGEM (CABECALHO + ITENS DO FEED)
       01 W-TEM-PEDIDO     PIC X(01) VALUE "N".
       01 W-PEDIDO-WEB     PIC X(15) VALUE SPACES.
       01 W-CLI-CPFCNPJ    PIC 9(14) VALUE ZEROS.
       01 W-DATA-PED       PIC 9(08) VALUE ZEROS.
       01 W-QTD-INFORMADA  PIC 9(03) VALUE ZEROS.
       01 W-QT-WEB         PIC 9(03) VALUE ZEROS.
       01 W-IX-WEB         PIC 9(03) VALUE ZEROS.
       01 W-TOT-PEDIDO     PIC 9(14)V99 VALUE ZEROS.
       01 TB-WEB.
          03 TB-WEB-ITEM OCCURS 50 TIMES.
             05 TW-PRODUTO    PIC 9(13).
             05 TW-QTDE       PIC 9(06).
             05 TW-CODIGO     PIC 9(06).
             05 TW-PRECO      PIC 9(08)V99.
             05 TW-VALOR      PIC 9(14)V99.

      *> LIMITE DE CREDITO - SOMA DOS CABECALHOS ABERTOS
       01 W-LIMITE         PIC 9(08) VALUE ZEROS.
       01 W-EXPOSICAO      PIC 9(14)V99 VALUE ZEROS.
       01 W-FIM-EXPO       PIC X(01) VALUE "N".

      *> CONSUMO DE LOTES PELO VENCIMENTO MAIS PROXIMO (FEFO)
       01 W-QTDE-CONSUMIR  PIC 9(06) VALUE ZEROS.
       01 W-QTDE-LOTE      PIC 9(06) VALUE ZEROS.
       01 W-FIM-LOTE       PIC X(01) VALUE "N".
       01 W-LOTE-ACHOU     PIC X(01) VALUE "N".
       01 W-MENOR-VALIDADE PIC 9(08) VALUE ZEROS.
       01 W-LOTE-SEL       PIC X(10) VALUE SPACES.

      *> COMPONENTES DO KIT (ARQKIT) - BAIXA PELOS COMPONENTES
       01 W-KIT-PRODUTO    PIC 9(06) VALUE ZEROS.
       01 W-QT-KIT         PIC 9(02) VALUE ZEROS.
       01 W-IX-KIT         PIC 9(02) VALUE ZEROS.
       01 W-KIT-DISP       PIC 9(06) VALUE ZEROS.
       01 W-KIT-POSSIVEL   PIC 9(06) VALUE ZEROS.
       01 W-KIT-ATENDIDO   PIC 9(06) VALUE ZEROS.
       01 TB-KIT.
          03 TB-KIT-ITEM OCCURS 20 TIMES.
             05 TK-COMPONENTE PIC 9(06).
             05 TK-QTDE       PIC 9(04).

      *> VALIDACAO DE CPF/CNPJ (DIGITO VERIFICADOR - MODULO 11)
       01 W-CPFCNPJ-NUM    PIC 9(14) VALUE ZEROS.
       01 W-CPFCNPJ-DIGS REDEFINES W-CPFCNPJ-NUM.
           03 W-DIG         PIC 9(01) OCCURS 14 TIMES.
       01 W-CPFCNPJ-OK     PIC X(01) VALUE "S".
       01 W-SOMA           PIC 9(04) VALUE ZEROS.
       01 W-RESTO          PIC 9(02) VALUE ZEROS.
       01 W-DV1            PIC 9(01) VALUE ZEROS.
       01 W-DV2            PIC 9(01) VALUE ZEROS.
       01 W-PESO           PIC 9(02) VALUE ZEROS.
       01 W-I              PIC 9(02) VALUE ZEROS.

       01 TABPESOCNPJ1X.
           03 FILLER PIC 9(02) VALUE 05.
           03 FILLER PIC 9(02) VALUE 04.
           03 FILLER PIC 9(02) VALUE 03.
           03 FILLER PIC 9(02) VALUE 02.
           03 FILLER PIC 9(02) VALUE 09.
           03 FILLER PIC 9(02) VALUE 08.
           03 FILLER PIC 9(02) VALUE 07.
           03 FILLER PIC 9(02) VALUE 06.
           03 FILLER PIC 9(02) VALUE 05.
           03 FILLER PIC 9(02) VALUE 04.
           03 FILLER PIC 9(02) VALUE 03.
           03 FILLER PIC 9(02) VALUE 02.
       01 TABPESOCNPJ1 REDEFINES TABPESOCNPJ1X.
           03 TP-CNPJ1 PIC 9(02) OCCURS 12 TIMES.

       01 TABPESOCNPJ2X.
           03 FILLER PIC 9(02) VALUE 06.
           03 FILLER PIC 9(02) VALUE 05.
           03 FILLER PIC 9(02) VALUE 04.
           03 FILLER PIC 9(02) VALUE 03.
           03 FILLER PIC 9(02) VALUE 02.
           03 FILLER PIC 9(02) VALUE 09.
           03 FILLER PIC 9(02) VALUE 08.
           03 FILLER PIC 9(02) VALUE 07.
           03 FILLER PIC 9(02) VALUE 06.
           03 FILLER PIC 9(02) VALUE 05.
           03 FILLER PIC 9(02) VALUE 04.
           03 FILLER PIC 9(02) VALUE 03.
           03 FILLER PIC 9(02) VALUE 02.
       01 TABPESOCNPJ2 REDEFINES TABPESOCNPJ2X.
           03 TP-CNPJ2 PIC 9(02) OCCURS 13 TIMES.

       01 LINHA-EXC.
           03 LE-PEDIDO-WEB    PIC X(15).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-CPFCNPJ       PIC 9(14).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-ITEM          PIC ZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-MOTIVO        PIC X(40).

       PROCEDURE DIVISION.
       R0.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE-DATA
           OPEN INPUT WEBFEED
           IF ST-ERRO-FEED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO WEBFEED - "
                      ST-ERRO-FEED
              GO TO ROT-FIM.

           OPEN I-O ARQPEDWEB
           IF ST-ERRO-PW NOT = "00"
              IF ST-ERRO-PW = "30"
                 OPEN OUTPUT ARQPEDWEB
                 CLOSE ARQPEDWEB
                 OPEN I-O ARQPEDWEB
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPEDWEB - "
                         ST-ERRO-PW
                 GO TO ROT-FIM.

           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPED
                 CLOSE ARQPED
                 OPEN I-O ARQPED
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPED - "
                         ST-ERRO
                 GO TO ROT-FIM.

           OPEN I-O ARQPEDCAB
           IF ST-ERRO-CAB NOT = "00"
              IF ST-ERRO-CAB = "30"
                 OPEN OUTPUT ARQPEDCAB
                 CLOSE ARQPEDCAB
                 OPEN I-O ARQPEDCAB
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPEDCAB - "
                         ST-ERRO-CAB
                 GO TO ROT-FIM.

           OPEN I-O ARQPRO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO - "
                      ST-ERRO2
              GO TO ROT-FIM.

           OPEN INPUT ARQCLI
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCLI - "
                      ST-ERRO3
              GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQPRECLI
           IF ST-ERRO-PC NOT = "00"
              IF ST-ERRO-PC = "30"
                 OPEN OUTPUT ARQPRECLI
                 CLOSE ARQPRECLI
                 OPEN INPUT ARQPRECLI
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRECLI - "
                         ST-ERRO-PC
                 GO TO ROT-FIM.

           OPEN INPUT ARQTAXUF
           IF ST-ERRO-TAX NOT = "00"
              IF ST-ERRO-TAX = "30"
                 OPEN OUTPUT ARQTAXUF
                 CLOSE ARQTAXUF
                 OPEN INPUT ARQTAXUF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQTAXUF - "
                         ST-ERRO-TAX
                 GO TO ROT-FIM.

           OPEN INPUT ARQCONDPG
           IF ST-ERRO-CP NOT = "00"
              IF ST-ERRO-CP = "30"
                 OPEN OUTPUT ARQCONDPG
                 CLOSE ARQCONDPG
                 OPEN INPUT ARQCONDPG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCONDPG - "
                         ST-ERRO-CP
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
                 GO TO ROT-FIM.

       R0B.
           OPEN EXTEND ARQESTMOV
           IF ST-ERRO-MOV NOT = "00"
              IF ST-ERRO-MOV = "30" OR "35"
                 OPEN OUTPUT ARQESTMOV
                 CLOSE ARQESTMOV
                 OPEN EXTEND ARQESTMOV
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQESTMOV - "
                         ST-ERRO-MOV
                 GO TO ROT-FIM.

           OPEN I-O ARQBACKORD
           IF ST-ERRO-BO NOT = "00"
              IF ST-ERRO-BO = "30"
                 OPEN OUTPUT ARQBACKORD
                 CLOSE ARQBACKORD
                 OPEN I-O ARQBACKORD
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQBACKORD - "
                         ST-ERRO-BO
                 GO TO ROT-FIM.

           OPEN I-O ARQESTLOC
           IF ST-ERRO-LOC NOT = "00"
              IF ST-ERRO-LOC = "30"
                 OPEN OUTPUT ARQESTLOC
                 CLOSE ARQESTLOC
                 OPEN I-O ARQESTLOC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQESTLOC - "
                         ST-ERRO-LOC
                 GO TO ROT-FIM.

           OPEN I-O ARQLOTE
           IF ST-ERRO-LOT NOT = "00"
              IF ST-ERRO-LOT = "30"
                 OPEN OUTPUT ARQLOTE
                 CLOSE ARQLOTE
                 OPEN I-O ARQLOTE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQLOTE - "
                         ST-ERRO-LOT
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
                 GO TO ROT-FIM.

       R0C.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30" OR "35"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO-AUD
                 GO TO ROT-FIM.

           OPEN OUTPUT EXCEPTREL
           IF ST-ERRO-EXC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO WEBEXCREL - "
                      ST-ERRO-EXC
              GO TO ROT-FIM.

           OPEN I-O ARQCHECKPT
           IF ST-ERRO-CKPT NOT = "00"
              IF ST-ERRO-CKPT = "30"
                 OPEN OUTPUT ARQCHECKPT
                 CLOSE ARQCHECKPT
                 OPEN I-O ARQCHECKPT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCHECKPT - "
                         ST-ERRO-CKPT
                 GO TO ROT-FIM.
           OPEN I-O ARQNUMCTL
           IF ST-ERRO-NUM = "30"
              OPEN OUTPUT ARQNUMCTL
              CLOSE ARQNUMCTL
              OPEN I-O ARQNUMCTL.
           IF ST-ERRO-NUM = "00"
              MOVE "S" TO W-TEM-NUMCTL.
           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB.
           MOVE "WEBIMP01" TO CKPT-PROGRAMA
           READ ARQCHECKPT
           IF ST-ERRO-CKPT = "00"
              MOVE CKPT-CHAVE-NUM TO W-REG-INICIO
              DISPLAY "CARGA RETOMADA APOS O REGISTRO " W-REG-INICIO
           ELSE
              MOVE ZEROS TO W-REG-INICIO.
           MOVE "00" TO ST-ERRO-CKPT

           MOVE "*** EXCECOES DA CARGA DE PEDIDOS DA LOJA (WEBFEED) ***"
                                              TO REG-EXCEPTREL
           WRITE REG-EXCEPTREL
           MOVE "PEDIDO WEB       CPF/CNPJ        ITEM  MOTIVO"
                                              TO REG-EXCEPTREL
           WRITE REG-EXCEPTREL
           MOVE SPACES TO REG-EXCEPTREL
           WRITE REG-EXCEPTREL.

      *>---------[ LEITURA DO FEED - H ABRE O PEDIDO, I SAO ITENS ]---
       R1.
           READ WEBFEED NEXT RECORD
              AT END
                 GO TO R9.
           ADD 1 TO W-REG-NUM
           IF W-REG-NUM NOT > W-REG-INICIO
              GO TO R1.
           IF WC-CABECALHO
              PERFORM FECHA-PEDIDO THRU FECHA-PEDIDO-FIM
              PERFORM ABRE-PEDIDO
              GO TO R1.
           IF W-TEM-PEDIDO NOT = "S"
              MOVE WI-PEDIDO-WEB TO LE-PEDIDO-WEB
              MOVE ZEROS TO LE-CPFCNPJ LE-ITEM
              MOVE "REGISTRO FORA DE UM PEDIDO (SEM H)" TO LE-MOTIVO
              WRITE REG-EXCEPTREL FROM LINHA-EXC
              ADD 1 TO W-TOT-AVULSOS
              MOVE W-REG-NUM TO W-REG-CKPT
              PERFORM GRAVA-CHECKPT
              GO TO R1.
           MOVE W-REG-NUM TO W-REG-ULT-PED
           IF NOT WC-ITEM
              IF W-MOTIVO = SPACES
                 MOVE "REGISTRO COM TIPO INVALIDO NO PEDIDO"
                                                 TO W-MOTIVO
              END-IF
              GO TO R1.
           PERFORM GUARDA-ITEM
           GO TO R1.

       R9.
           PERFORM FECHA-PEDIDO THRU FECHA-PEDIDO-FIM
           PERFORM LIMPA-CHECKPT
           CLOSE WEBFEED ARQPEDWEB ARQPED ARQPEDCAB ARQPRO ARQCLI
                 ARQPRECLI ARQTAXUF ARQCONDPG ARQKIT ARQESTMOV
                 ARQBACKORD ARQESTLOC ARQLOTE ARQLOTMOV AUDITLOG
                 EXCEPTREL ARQCHECKPT.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
           IF W-TEM-NUMCTL = "S"
              CLOSE ARQNUMCTL.
           DISPLAY "CARGA CONCLUIDA -- LIDOS: " W-TOT-LIDOS
                   "  ACEITOS: " W-TOT-ACEITOS
                   "  REJEITADOS: " W-TOT-REJEITADOS.
           IF W-TOT-AVULSOS NOT = ZEROS
              DISPLAY "REGISTROS FORA DE PEDIDO: " W-TOT-AVULSOS.
           DISPLAY "EXCECOES GRAVADAS EM WEBEXCREL.DAT".
           GO TO ROT-FIM2.

      *>---------[ NOVO PEDIDO DA LOJA - GUARDA O CABECALHO ]---------
       ABRE-PEDIDO.
           MOVE "S"             TO W-TEM-PEDIDO
           MOVE WC-PEDIDO-WEB   TO W-PEDIDO-WEB
           MOVE WC-CLI-CPFCNPJ  TO W-CLI-CPFCNPJ
           MOVE WC-DATA         TO W-DATA-PED
           MOVE WC-COND-PAGTO   TO W-COND-PAGTO
           MOVE WC-QTD-ITENS    TO W-QTD-INFORMADA
           MOVE W-REG-NUM       TO W-REG-ULT-PED
           MOVE ZEROS           TO W-QT-WEB W-ITEM-ERRO W-TOT-PEDIDO
           MOVE SPACES          TO W-MOTIVO
           IF W-DATA-PED = ZEROS
              MOVE W-HOJE-DATA TO W-DATA-PED.

       GUARDA-ITEM.
           ADD 1 TO W-QT-WEB
           IF W-MOTIVO NOT = SPACES
              GO TO GUARDA-ITEM-FIM.
           IF WI-PEDIDO-WEB NOT = W-PEDIDO-WEB
              MOVE "ITEM COM NUMERO DE PEDIDO WEB DIVERGENTE"
                                                 TO W-MOTIVO
              MOVE W-QT-WEB TO W-ITEM-ERRO
              GO TO GUARDA-ITEM-FIM.
           IF W-QT-WEB > 50
              MOVE "PEDIDO COM MAIS DE 50 ITENS" TO W-MOTIVO
              GO TO GUARDA-ITEM-FIM.
           MOVE WI-PRODUTO    TO TW-PRODUTO(W-QT-WEB)
           MOVE WI-QUANTIDADE TO TW-QTDE(W-QT-WEB)
           MOVE ZEROS TO TW-CODIGO(W-QT-WEB) TW-PRECO(W-QT-WEB)
                         TW-VALOR(W-QT-WEB).
       GUARDA-ITEM-FIM.
           EXIT.

      *>---------[ FIM DO PEDIDO: VALIDA TUDO, DEPOIS GRAVA ]---------
       FECHA-PEDIDO.
           IF W-TEM-PEDIDO NOT = "S"
              GO TO FECHA-PEDIDO-FIM.
           ADD 1 TO W-TOT-LIDOS
           IF W-MOTIVO = SPACES
              PERFORM VALIDA-PEDIDO THRU VALIDA-PEDIDO-FIM.
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-EXCECAO
           ELSE
              PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM.
           MOVE W-REG-ULT-PED TO W-REG-CKPT
           PERFORM GRAVA-CHECKPT
           MOVE "N" TO W-TEM-PEDIDO.
       FECHA-PEDIDO-FIM.
           EXIT.

      *>---------[ REGRAS DO PEDID13 APLICADAS AO PEDIDO INTEIRO ]----
       VALIDA-PEDIDO.
           IF W-PEDIDO-WEB = SPACES
              MOVE "NUMERO DO PEDIDO WEB NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-PEDIDO-FIM.
           MOVE W-PEDIDO-WEB TO PW-PEDIDO-WEB
           READ ARQPEDWEB
           IF ST-ERRO-PW = "00"
              MOVE PW-NUM-PEDIDO TO W-MN-PEDIDO
              IF PW-CONCLUIDO
                 MOVE "PEDIDO WEB JA IMPORTADO NO PEDIDO" TO W-MN-TEXTO
              ELSE
                 MOVE "CARGA INTERROMPIDA - CONFERIR PED" TO W-MN-TEXTO
              END-IF
              MOVE W-MOTIVO-NUM TO W-MOTIVO
              GO TO VALIDA-PEDIDO-FIM.
           MOVE "00" TO ST-ERRO-PW

           MOVE W-DATA-PED TO W-DATA-LANC
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "DATA EM PERIODO CONTABIL FECHADO" TO W-MOTIVO
              GO TO VALIDA-PEDIDO-FIM.

           IF W-CLI-CPFCNPJ = ZEROS
              MOVE "CPF/CNPJ DO CLIENTE NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-PEDIDO-FIM.
           MOVE W-CLI-CPFCNPJ TO W-CPFCNPJ-NUM
           IF W-CLI-CPFCNPJ < 100000000000
              PERFORM VALIDA-CPF
           ELSE
              PERFORM VALIDA-CNPJ.
           IF W-CPFCNPJ-OK = "N"
              MOVE "CPF/CNPJ COM DIGITO VERIFICADOR INVALIDO"
                                                 TO W-MOTIVO
              GO TO VALIDA-PEDIDO-FIM.
           IF W-CLI-CPFCNPJ < 100000000000
              MOVE W-CLI-CPFCNPJ TO CLI-CPF
              READ ARQCLI KEY IS CLI-CPF
           ELSE
              MOVE W-CLI-CPFCNPJ TO CNPJC
              READ ARQCLI KEY IS CNPJC.
           IF ST-ERRO3 NOT = "00"
              MOVE "00" TO ST-ERRO3
              MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO VALIDA-PEDIDO-FIM.
           MOVE CLI-LIMITE TO W-LIMITE

           IF W-COND-PAGTO NOT = ZEROS
              MOVE W-COND-PAGTO TO CP-CODIGO
              READ ARQCONDPG
              IF ST-ERRO-CP NOT = "00"
                 MOVE "00" TO ST-ERRO-CP
                 MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                                                 TO W-MOTIVO
                 GO TO VALIDA-PEDIDO-FIM.

           IF W-QT-WEB = ZEROS
              MOVE "PEDIDO SEM ITENS" TO W-MOTIVO
              GO TO VALIDA-PEDIDO-FIM.
           IF W-QTD-INFORMADA NOT = ZEROS
              AND W-QTD-INFORMADA NOT = W-QT-WEB
              MOVE "QTDE DE ITENS DIFERENTE DO CABECALHO" TO W-MOTIVO
              GO TO VALIDA-PEDIDO-FIM.

           PERFORM VALIDA-ITEM THRU VALIDA-ITEM-FIM
                   VARYING W-IX-WEB FROM 1 BY 1
                   UNTIL W-IX-WEB > W-QT-WEB
                      OR W-MOTIVO NOT = SPACES.
           IF W-MOTIVO NOT = SPACES
              GO TO VALIDA-PEDIDO-FIM.

           IF W-LIMITE NOT = ZEROS
              PERFORM VERIFICA-LIMITE
              IF W-EXPOSICAO > W-LIMITE
                 MOVE "LIMITE DE CREDITO DO CLIENTE EXCEDIDO"
                                                 TO W-MOTIVO.
       VALIDA-PEDIDO-FIM.
           EXIT.

      *>---------[ ITEM: PRODUTO (CODIGO OU EAN), QTDE E PRECO ]------
       VALIDA-ITEM.
           IF TW-QTDE(W-IX-WEB) = ZEROS
              MOVE "QUANTIDADE NAO INFORMADA" TO W-MOTIVO
              MOVE W-IX-WEB TO W-ITEM-ERRO
              GO TO VALIDA-ITEM-FIM.
           IF TW-PRODUTO(W-IX-WEB) > 999999
              MOVE TW-PRODUTO(W-IX-WEB) TO PRO-EAN
              READ ARQPRO KEY IS PRO-EAN
           ELSE
              MOVE TW-PRODUTO(W-IX-WEB) TO PRO-CODIGO
              READ ARQPRO.
           IF ST-ERRO2 NOT = "00"
              MOVE "00" TO ST-ERRO2
              MOVE "PRODUTO NAO CADASTRADO" TO W-MOTIVO
              MOVE W-IX-WEB TO W-ITEM-ERRO
              GO TO VALIDA-ITEM-FIM.
           MOVE PRO-CODIGO TO TW-CODIGO(W-IX-WEB)

           MOVE W-CLI-CPFCNPJ TO PC-CLI-CPFCNPJ
           MOVE PRO-CODIGO    TO PC-PRO-CODIGO
           READ ARQPRECLI
           IF ST-ERRO-PC = "00"
              AND W-DATA-PED >= PC-DATA-INICIO
              AND (PC-DATA-FIM = ZEROS
                   OR W-DATA-PED <= PC-DATA-FIM)
              MOVE PC-PRECO TO TW-PRECO(W-IX-WEB)
           ELSE
              MOVE PRO-PRECO TO TW-PRECO(W-IX-WEB)
           END-IF
           MOVE "00" TO ST-ERRO-PC
           IF TW-PRECO(W-IX-WEB) = ZEROS
              MOVE "PRODUTO SEM PRECO DE VENDA" TO W-MOTIVO
              MOVE W-IX-WEB TO W-ITEM-ERRO
              GO TO VALIDA-ITEM-FIM.
           COMPUTE TW-VALOR(W-IX-WEB) = TW-QTDE(W-IX-WEB)
                                      * TW-PRECO(W-IX-WEB)
           ADD TW-VALOR(W-IX-WEB) TO W-TOT-PEDIDO.
       VALIDA-ITEM-FIM.
           EXIT.

      *>---------[ LIMITE DE CREDITO - SOMA DOS CABECALHOS ABERTOS ]--
       VERIFICA-LIMITE.
           MOVE W-TOT-PEDIDO TO W-EXPOSICAO
           MOVE "N" TO W-FIM-EXPO
           MOVE W-CLI-CPFCNPJ TO CAB-CLI-CPFCNPJ
           START ARQPEDCAB KEY IS EQUAL CAB-CLI-CPFCNPJ
              INVALID KEY
                 MOVE "S" TO W-FIM-EXPO
           END-START
           PERFORM LER-PEDIDO-EXPOSICAO UNTIL W-FIM-EXPO = "S".

       LER-PEDIDO-EXPOSICAO.
           READ ARQPEDCAB NEXT RECORD
           IF ST-ERRO-CAB NOT = "00"
              MOVE "00" TO ST-ERRO-CAB
              MOVE "S" TO W-FIM-EXPO
           ELSE
              IF CAB-CLI-CPFCNPJ NOT = W-CLI-CPFCNPJ
                 MOVE "S" TO W-FIM-EXPO
              ELSE
                 IF CAB-TIPOVENDA = 1 AND CAB-ST-ABERTO
                    ADD CAB-VALORTOTAL TO W-EXPOSICAO
                 END-IF
              END-IF
           END-IF.

      *>---------[ GRAVA O PEDIDO VALIDADO (ARQPEDWEB P -> C) ]-------
       GRAVA-PEDIDO.
           PERFORM GERA-NUMERO-PEDIDO
           MOVE W-PEDIDO-WEB TO PW-PEDIDO-WEB
           MOVE W-PROXNUM    TO PW-NUM-PEDIDO
           MOVE W-HOJE-DATA  TO PW-DATA-CARGA
           MOVE "P"          TO PW-SITUACAO
           WRITE REGPEDWEB
           IF ST-ERRO-PW NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPEDWEB" TO W-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO GRAVA-PEDIDO-FIM.
           MOVE "N" TO W-ERRO-GRAVACAO
           PERFORM GRAVA-ITEM
                   VARYING W-IX-WEB FROM 1 BY 1
                   UNTIL W-IX-WEB > W-QT-WEB
                      OR W-ERRO-GRAVACAO = "S".
           IF W-ERRO-GRAVACAO = "S"
              MOVE W-PROXNUM TO W-MN-PEDIDO
              MOVE "ERRO NA GRAVACAO - CONFERIR PEDIDO" TO W-MN-TEXTO
              MOVE W-MOTIVO-NUM TO W-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO GRAVA-PEDIDO-FIM.
           MOVE W-PEDIDO-WEB TO PW-PEDIDO-WEB
           MOVE W-PROXNUM    TO PW-NUM-PEDIDO
           MOVE W-HOJE-DATA  TO PW-DATA-CARGA
           MOVE "C"          TO PW-SITUACAO
           REWRITE REGPEDWEB
           MOVE "00" TO ST-ERRO-PW
           ADD 1 TO W-TOT-ACEITOS.
       GRAVA-PEDIDO-FIM.
           EXIT.

       GRAVA-ITEM.
           PERFORM GERA-CODIGO
           MOVE W-PROXCOD              TO PED-COD
           MOVE "LOJA VIRTUAL"         TO PED-TIPOPEDIDO
           MOVE TW-CODIGO(W-IX-WEB)    TO PED-COD-PRO
           MOVE 1                      TO PED-TIPOVENDA
           MOVE W-CLI-CPFCNPJ          TO PED-CLI-CPFCNPJ
           MOVE ZEROS                  TO PED-FOR-CPFCNPJ
           MOVE TW-QTDE(W-IX-WEB)      TO PED-QUANTIDADE
           MOVE TW-PRECO(W-IX-WEB)     TO PED-PRECOUNITARIO
           MOVE TW-VALOR(W-IX-WEB)     TO PED-VALORTOTAL
           MOVE W-DATA-PED             TO PED-DATAEMISSAO
           MOVE "A"                    TO PED-STATUS
           MOVE W-PROXNUM              TO PED-NUM-PEDIDO
           MOVE W-IX-WEB               TO PED-NUM-ITEM
           MOVE ZEROS                  TO PED-QTDATENDIDA
           MOVE 1                      TO PED-LOCAL
           MOVE ZEROS                  TO PED-DESCPERC
           MOVE W-OPERADOR             TO PED-OPERADOR
           MOVE ZEROS                  TO PED-VENDEDOR
           PERFORM DEFINE-TAXA THRU DEFINE-TAXA-FIM
           WRITE REGPED
           IF ST-ERRO = "00" OR "02"
              MOVE "I" TO AUD-ACAO
              MOVE PED-COD TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              PERFORM ATUALIZA-CABECALHO
              PERFORM MOVIMENTA-ESTOQUE
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQPED - " ST-ERRO
              MOVE "00" TO ST-ERRO
              MOVE "S" TO W-ERRO-GRAVACAO.

       GRAVA-EXCECAO.
           MOVE W-PEDIDO-WEB  TO LE-PEDIDO-WEB
           MOVE W-CLI-CPFCNPJ TO LE-CPFCNPJ
           MOVE W-ITEM-ERRO   TO LE-ITEM
           MOVE W-MOTIVO      TO LE-MOTIVO
           WRITE REG-EXCEPTREL FROM LINHA-EXC
           ADD 1 TO W-TOT-REJEITADOS.

       GRAVA-AUDITORIA.
           MOVE "WEBIMP01" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

      *>---------[ CHECKPOINT DE RETOMADA DA CARGA ]------------------
       GRAVA-CHECKPT.
           MOVE "WEBIMP01" TO CKPT-PROGRAMA
           MOVE "1" TO CKPT-TIPO
           MOVE W-REG-CKPT TO CKPT-CHAVE-NUM
           MOVE SPACES TO CKPT-CHAVE-ALFA
           REWRITE REG-CHECKPT
                INVALID KEY
                WRITE REG-CHECKPT
                     INVALID KEY CONTINUE
                END-WRITE
           END-REWRITE.

       LIMPA-CHECKPT.
           MOVE "WEBIMP01" TO CKPT-PROGRAMA
           DELETE ARQCHECKPT
                INVALID KEY CONTINUE
           END-DELETE.

      *>---------[ PROXIMO CODIGO LIVRE DO ARQPED ]------------------
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
           PERFORM PESO-DO-ITEM
           MOVE PED-NUM-PEDIDO TO CAB-NUM-PEDIDO
           READ ARQPEDCAB
           IF ST-ERRO-CAB = "00"
              ADD PED-VALORTOTAL TO CAB-VALORTOTAL
              ADD 1 TO CAB-QTD-ITENS
              ADD W-PESO-ITEM TO CAB-PESO-BRUTO
                 ON SIZE ERROR
                    MOVE 999999,999 TO CAB-PESO-BRUTO
              END-ADD
              REWRITE REGPEDCAB
           ELSE
              MOVE PED-TIPOVENDA   TO CAB-TIPOVENDA
              MOVE PED-CLI-CPFCNPJ TO CAB-CLI-CPFCNPJ
              MOVE PED-FOR-CPFCNPJ TO CAB-FOR-CPFCNPJ
              MOVE PED-DATAEMISSAO TO CAB-DATAEMISSAO
              MOVE PED-STATUS      TO CAB-STATUS
              MOVE PED-VALORTOTAL  TO CAB-VALORTOTAL
              MOVE 1               TO CAB-QTD-ITENS
              MOVE W-COND-PAGTO    TO CAB-COND-PAGTO
              MOVE ZEROS TO CAB-NF-SERIE CAB-NF-NUMERO CAB-NF-DATA
              MOVE ZEROS TO CAB-TRANSP-CNPJ CAB-VOLUMES CAB-EXP-DATA
              MOVE SPACES TO CAB-TIPOFRETE
              MOVE W-PESO-ITEM     TO CAB-PESO-BRUTO
              WRITE REGPEDCAB
           END-IF
           MOVE "00" TO ST-ERRO-CAB.

      *>---------[ PESO BRUTO DO ITEM = QUANTIDADE X PESO UNITARIO ]--
       PESO-DO-ITEM.
           MOVE ZEROS TO W-PESO-ITEM
           IF PRO-CODIGO NOT = PED-COD-PRO
              MOVE PED-COD-PRO TO PRO-CODIGO
              READ ARQPRO
              IF ST-ERRO2 NOT = "00"
                 MOVE ZEROS TO PRO-PESO
              END-IF
              MOVE "00" TO ST-ERRO2
           END-IF
           COMPUTE W-PESO-ITEM = PED-QUANTIDADE * PRO-PESO
              ON SIZE ERROR
                 MOVE 999999,999 TO W-PESO-ITEM
           END-COMPUTE.

      *>---------[ BAIXA DE ESTOQUE - IGUAL AO LANCAMENTO ]----------
       MOVIMENTA-ESTOQUE.
           MOVE PED-COD-PRO TO W-KIT-PRODUTO
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT = ZEROS
              PERFORM MOVIMENTA-ITEM
           ELSE
              PERFORM MOVIMENTA-KIT.

       MOVIMENTA-ITEM.
           MOVE PED-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              IF PED-QUANTIDADE > PRO-QTDESTOQUE
                 COMPUTE W-QTDE-FALTA = PED-QUANTIDADE
                                      - PRO-QTDESTOQUE
                 MOVE PRO-QTDESTOQUE TO W-QTDE-MOVIDA
                 MOVE PRO-QTDESTOQUE TO PED-QTDATENDIDA
                 PERFORM GRAVA-BACKORDER
                 MOVE ZEROS TO PRO-QTDESTOQUE
              ELSE
                 MOVE PED-QUANTIDADE TO W-QTDE-MOVIDA
                 SUBTRACT PED-QUANTIDADE FROM PRO-QTDESTOQUE
                 MOVE PED-QUANTIDADE TO PED-QTDATENDIDA
              END-IF
              REWRITE REGPRO
              IF ST-ERRO2 = "00"
                 PERFORM GRAVA-ESTMOV
                 PERFORM BAIXA-LOCAL
                 PERFORM CONSOME-LOTES
              END-IF
              REWRITE REGPED
              MOVE "00" TO ST-ERRO
           END-IF.

      *>---------[ KIT: BAIXA OS COMPONENTES, NAO O KIT ]-------------
       MOVIMENTA-KIT.
           PERFORM CALCULA-DISP-KIT
           IF PED-QUANTIDADE > W-KIT-DISP
              COMPUTE W-QTDE-FALTA = PED-QUANTIDADE - W-KIT-DISP
              MOVE W-KIT-DISP TO W-KIT-ATENDIDO
              PERFORM GRAVA-BACKORDER
           ELSE
              MOVE PED-QUANTIDADE TO W-KIT-ATENDIDO
           END-IF
           MOVE W-KIT-ATENDIDO TO PED-QTDATENDIDA
           IF W-KIT-ATENDIDO > ZEROS
              PERFORM BAIXA-COMPONENTE
                      VARYING W-IX-KIT FROM 1 BY 1
                      UNTIL W-IX-KIT > W-QT-KIT
           END-IF
           REWRITE REGPED
           MOVE "00" TO ST-ERRO.

       BAIXA-COMPONENTE.
           MOVE TK-COMPONENTE(W-IX-KIT) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              COMPUTE W-QTDE-MOVIDA = W-KIT-ATENDIDO
                                    * TK-QTDE(W-IX-KIT)
              IF W-QTDE-MOVIDA > PRO-QTDESTOQUE
                 MOVE PRO-QTDESTOQUE TO W-QTDE-MOVIDA
              END-IF
              SUBTRACT W-QTDE-MOVIDA FROM PRO-QTDESTOQUE
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
           MOVE W-KIT-PRODUTO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS KIT-CHAVE
              INVALID KEY
                 GO TO CARREGA-KIT-FIM
           END-START.
       CARREGA-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO-KIT NOT = "00"
              GO TO CARREGA-KIT-FIM.
           IF KIT-CODIGO NOT = W-KIT-PRODUTO
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

       GRAVA-BACKORDER.
           MOVE PED-COD          TO BO-PED-COD
           MOVE PED-COD-PRO      TO BO-PRO-CODIGO
           MOVE PED-CLI-CPFCNPJ  TO BO-CLI-CPFCNPJ
           MOVE W-QTDE-FALTA     TO BO-QTDE-PENDENTE
           MOVE PED-DATAEMISSAO  TO BO-DATA
           MOVE "P" TO BO-STATUS
           WRITE REGBACK
           IF ST-ERRO-BO = "22"
              REWRITE REGBACK.
           MOVE "00" TO ST-ERRO-BO.

       GRAVA-ESTMOV.
           MOVE PRO-CODIGO TO MOV-PRO-CODIGO
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOV-DATAHORA
           MOVE PED-COD TO MOV-DOCUMENTO
           MOVE "V" TO MOV-TIPO
           MOVE "S" TO MOV-ENTSAI
           MOVE W-QTDE-MOVIDA  TO MOV-QTDE
           MOVE PRO-QTDESTOQUE TO MOV-SALDO
           WRITE REG-ESTMOV.

       BAIXA-LOCAL.
           MOVE PRO-CODIGO TO EL-PRO-CODIGO
           MOVE 1 TO EL-LOCAL
           READ ARQESTLOC
           IF ST-ERRO-LOC = "00"
              IF EL-SALDO > W-QTDE-MOVIDA
                 SUBTRACT W-QTDE-MOVIDA FROM EL-SALDO
              ELSE
                 MOVE ZEROS TO EL-SALDO
              END-IF
              REWRITE REGESTLOC
           ELSE
              MOVE ZEROS TO EL-SALDO EL-PTOREPOSICAO
              WRITE REGESTLOC
           END-IF
           MOVE "00" TO ST-ERRO-LOC.

      *>---------[ ALIQUOTA PELA UF DO CLIENTE (ARQTAXUF) ]----------
       DEFINE-TAXA.
           MOVE ZEROS TO PED-TAXA-APLICADA
           MOVE PED-COD-PRO TO PRO-CODIGO
           READ ARQPRO
              INVALID KEY
                 GO TO DEFINE-TAXA-FIM
           END-READ
           MOVE PRO-TAXA TO PED-TAXA-APLICADA
           IF PED-CLI-CPFCNPJ < 100000000000
              MOVE PED-CLI-CPFCNPJ TO CLI-CPF
              READ ARQCLI KEY IS CLI-CPF
                 INVALID KEY
                    GO TO DEFINE-TAXA-FIM
              END-READ
           ELSE
              MOVE PED-CLI-CPFCNPJ TO CNPJC
              READ ARQCLI KEY IS CNPJC
                 INVALID KEY
                    GO TO DEFINE-TAXA-FIM
              END-READ
           END-IF
           MOVE ESTADOC         TO TX-UF
           MOVE PRO-TIPOPRODUTO TO TX-TIPOPRODUTO
           READ ARQTAXUF
           IF ST-ERRO-TAX = "00"
              MOVE TX-ALIQUOTA TO PED-TAXA-APLICADA
              GO TO DEFINE-TAXA-FIM.
           MOVE 0 TO TX-TIPOPRODUTO
           READ ARQTAXUF
           IF ST-ERRO-TAX = "00"
              MOVE TX-ALIQUOTA TO PED-TAXA-APLICADA.
       DEFINE-TAXA-FIM.
           MOVE "00" TO ST-ERRO-TAX
           MOVE "00" TO ST-ERRO2
           MOVE "00" TO ST-ERRO3.

      *>---------[ BAIXA DE LOTES - VENCIMENTO MAIS PROXIMO ]--------
       CONSOME-LOTES.
           MOVE W-QTDE-MOVIDA TO W-QTDE-CONSUMIR
           MOVE "N" TO W-FIM-LOTE
           PERFORM CONSOME-LOTE-FEFO
                   UNTIL W-QTDE-CONSUMIR = ZEROS
                      OR W-FIM-LOTE = "S".

       CONSOME-LOTE-FEFO.
           PERFORM ACHA-LOTE-FEFO THRU ACHA-LOTE-FIM
           IF W-LOTE-ACHOU = "N"
              MOVE "S" TO W-FIM-LOTE
           ELSE
              MOVE PRO-CODIGO TO LOT-PRO-CODIGO
              MOVE W-LOTE-SEL TO LOT-NUMERO
              READ ARQLOTE
              IF ST-ERRO-LOT = "00"
                 IF LOT-SALDO > W-QTDE-CONSUMIR
                    MOVE W-QTDE-CONSUMIR TO W-QTDE-LOTE
                 ELSE
                    MOVE LOT-SALDO TO W-QTDE-LOTE
                 END-IF
                 SUBTRACT W-QTDE-LOTE FROM LOT-SALDO
                 SUBTRACT W-QTDE-LOTE FROM W-QTDE-CONSUMIR
                 REWRITE REGLOTE
                 MOVE "S" TO LM-TIPO
                 PERFORM GRAVA-LOTMOV THRU GRAVA-LOTMOV-FIM
              ELSE
                 MOVE "S" TO W-FIM-LOTE
                 MOVE "00" TO ST-ERRO-LOT
              END-IF
           END-IF.

      *>---------[ LOTE COM SALDO E MENOR DATA DE VALIDADE ]---------
       ACHA-LOTE-FEFO.
           MOVE "N" TO W-LOTE-ACHOU
           MOVE 99999999 TO W-MENOR-VALIDADE
           MOVE SPACES TO W-LOTE-SEL
           MOVE PRO-CODIGO TO LOT-PRO-CODIGO
           START ARQLOTE KEY IS EQUAL LOT-PRO-CODIGO
              INVALID KEY
                 GO TO ACHA-LOTE-FIM
           END-START.
       ACHA-LOTE-LOOP.
           READ ARQLOTE NEXT RECORD
           IF ST-ERRO-LOT NOT = "00"
              MOVE "00" TO ST-ERRO-LOT
              GO TO ACHA-LOTE-FIM.
           IF LOT-PRO-CODIGO NOT = PRO-CODIGO
              GO TO ACHA-LOTE-FIM.
           IF LOT-SALDO > ZEROS AND LOT-VALIDADE < W-MENOR-VALIDADE
              MOVE LOT-VALIDADE TO W-MENOR-VALIDADE
              MOVE LOT-NUMERO TO W-LOTE-SEL
              MOVE "S" TO W-LOTE-ACHOU.
           GO TO ACHA-LOTE-LOOP.
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
           MOVE PED-LOCAL       TO LM-LOCAL
           MOVE "WEBIMP01"      TO LM-PROGRAMA
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

      *>---------[ VALIDACAO DE CPF - DIGITO VERIFICADOR ]-----------
       VALIDA-CPF.
           MOVE "S" TO W-CPFCNPJ-OK
           MOVE ZEROS TO W-SOMA
           MOVE 10 TO W-PESO
           PERFORM SOMA-CPF VARYING W-I FROM 4 BY 1 UNTIL W-I > 12
           COMPUTE W-RESTO = FUNCTION MOD(W-SOMA, 11)
           IF W-RESTO < 2
              MOVE 0 TO W-DV1
           ELSE
              COMPUTE W-DV1 = 11 - W-RESTO
           END-IF
           IF W-DV1 NOT = W-DIG(13)
              MOVE "N" TO W-CPFCNPJ-OK
           ELSE
              MOVE ZEROS TO W-SOMA
              MOVE 11 TO W-PESO
              PERFORM SOMA-CPF VARYING W-I FROM 4 BY 1 UNTIL W-I > 13
              COMPUTE W-RESTO = FUNCTION MOD(W-SOMA, 11)
              IF W-RESTO < 2
                 MOVE 0 TO W-DV2
              ELSE
                 COMPUTE W-DV2 = 11 - W-RESTO
              END-IF
              IF W-DV2 NOT = W-DIG(14)
                 MOVE "N" TO W-CPFCNPJ-OK
              ELSE
                 MOVE "S" TO W-CPFCNPJ-OK
              END-IF
           END-IF.

       SOMA-CPF.
           COMPUTE W-SOMA = W-SOMA + W-DIG(W-I) * W-PESO
           SUBTRACT 1 FROM W-PESO.

      *>---------[ VALIDACAO DE CNPJ - DIGITO VERIFICADOR ]----------
       VALIDA-CNPJ.
           MOVE "S" TO W-CPFCNPJ-OK
           MOVE ZEROS TO W-SOMA
           PERFORM SOMA-CNPJ1 VARYING W-I FROM 1 BY 1 UNTIL W-I > 12
           COMPUTE W-RESTO = FUNCTION MOD(W-SOMA, 11)
           IF W-RESTO < 2
              MOVE 0 TO W-DV1
           ELSE
              COMPUTE W-DV1 = 11 - W-RESTO
           END-IF
           IF W-DV1 NOT = W-DIG(13)
              MOVE "N" TO W-CPFCNPJ-OK
           ELSE
              MOVE ZEROS TO W-SOMA
              PERFORM SOMA-CNPJ2 VARYING W-I FROM 1 BY 1 UNTIL W-I > 13
              COMPUTE W-RESTO = FUNCTION MOD(W-SOMA, 11)
              IF W-RESTO < 2
                 MOVE 0 TO W-DV2
              ELSE
                 COMPUTE W-DV2 = 11 - W-RESTO
              END-IF
              IF W-DV2 NOT = W-DIG(14)
                 MOVE "N" TO W-CPFCNPJ-OK
              ELSE
                 MOVE "S" TO W-CPFCNPJ-OK
              END-IF
           END-IF.

       SOMA-CNPJ1.
           COMPUTE W-SOMA = W-SOMA + W-DIG(W-I) * TP-CNPJ1(W-I).

       SOMA-CNPJ2.
           COMPUTE W-SOMA = W-SOMA + W-DIG(W-I) * TP-CNPJ2(W-I).

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
              MOVE "WEBIMP01" TO NUM-PROGRAMA
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
           MOVE "WEBIMP01" TO NUM-PROGRAMA
           REWRITE REGNUMCTL
           IF ST-ERRO-NUM = "00"
              MOVE NUM-ULTIMO TO W-NUM-RESERVADO.
           UNLOCK ARQNUMCTL.
       RESERVA-NUMERO-FIM.
           EXIT.

       ROT-FIM.
           STOP RUN.
       ROT-FIM2.
           STOP RUN.
