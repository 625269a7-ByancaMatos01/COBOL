       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> ATENDIMENTO AO TITULAR DE DADOS (LGPD)                *
      *> LOCALIZA TUDO O QUE SE REFERE A UMA PESSOA:           *
      *>   CLIENTE PELO CPF/CNPJ: ARQCLI, ARQPED, ARQPEDHIST,  *
      *>   ARQREC, ARQPRECLI, ARQORC E AUDITLOG (CLIE13)       *
      *>   FUNCIONARIO PELO CODIGO, NOME OU EMAIL: CADFUNC,    *
      *>   ARQFERIAS E AUDITLOG (FUNC13)                       *
      *>   AMIGO PELO NOME OU EMAIL: CADAMIGO E AUDITLOG       *
      *> R = SOMENTE RELATORIO (LGPDREL.DAT)                   *
      *> A = RELATORIO E ANONIMIZACAO: NOME, ENDERECO, EMAIL E *
      *>     TELEFONE VIRAM MARCADORES; CPF/CNPJ, PEDIDOS,     *
      *>     TITULOS E VALORES FICAM COMO ESTAO (TOTAIS FISCAIS*
      *>     E FINANCEIROS PRESERVADOS). RECUSADA SE HOUVER    *
      *>     TITULO OU PEDIDO EM ABERTO, OU FUNCIONARIO ATIVO  *
      *> CADA SOLICITACAO E SEU RESULTADO VAO PARA O LGPDLOG   *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               ALTERNATE RECORD KEY IS CODIGOC WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNPJC WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAILC WITH DUPLICATES
               FILE STATUS IS ST-ERRO.
       SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                  ALTERNATE RECORD KEY IS PED-COD-PRO WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-PED.
       SELECT ARQPEDHIST ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-PH.
       SELECT ARQREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REC-CHAVE
                 ALTERNATE RECORD KEY IS REC-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-REC.
       SELECT ARQPRECLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHAVE
               ALTERNATE RECORD KEY IS PC-PRO-CODIGO WITH DUPLICATES
               FILE STATUS IS ST-ERRO-PC.
       SELECT ARQORC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ORC-COD
                 ALTERNATE RECORD KEY IS ORC-NUM-ORCAMENTO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS ORC-CLI-CPFCNPJ
                           WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-ORC.
       SELECT CADFUNC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME OF REGFUNC WITH DUPLICATES
               FILE STATUS IS ST-ERRO-FUN.
       SELECT ARQFERIAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-COD
               ALTERNATE RECORD KEY IS FER-CODFUNC WITH DUPLICATES
               FILE STATUS IS ST-ERRO-FER.
       SELECT CADAMIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APELIDO
               ALTERNATE RECORD KEY IS NOME OF REGAMIGO WITH DUPLICATES
               FILE STATUS IS ST-ERRO-AMI.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.
       SELECT LGPDREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-REL.
       SELECT LGPDLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-LOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
       01 REGREC.
          03 REC-CHAVE.
             05 REC-NUM-PEDIDO       PIC 9(06).
             05 REC-PARCELA          PIC 9(02).
          03 REC-CLI-CPFCNPJ         PIC 9(14).
          03 REC-VALOR               PIC 9(14)V99.
          03 REC-VALOR-PAGO          PIC 9(14)V99.
          03 REC-DATA-EMISSAO        PIC 9(08).
          03 REC-DATA-VENCTO         PIC 9(08).
          03 REC-STATUS              PIC X(01).
             88 REC-ST-ABERTO           VALUE "A".
             88 REC-ST-QUITADO          VALUE "Q".
          03 REC-QTD-PARCELAS        PIC 9(02).
          03 REC-ENVIADO             PIC X(01).
             88 REC-ENV-BANCO           VALUE "S".
          03 REC-NOSSO-NUMERO        PIC 9(08).
          03 REC-DATA-PAGTO          PIC 9(08).
          03 REC-MULTA-PAGA          PIC 9(12)V99.
          03 REC-JUROS-PAGO          PIC 9(12)V99.
          03 REC-NIVEL-COBRANCA      PIC 9(01).
          03 REC-DATA-COBRANCA       PIC 9(08).

       FD ARQPRECLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQPRECLI.DAT".
       01 REGPRECLI.
          03 PC-CHAVE.
             05 PC-CLI-CPFCNPJ     PIC 9(14).
             05 PC-PRO-CODIGO      PIC 9(06).
          03 PC-PRECO              PIC 9(08)V99.
          03 PC-DATA-INICIO        PIC 9(08).
          03 PC-DATA-FIM           PIC 9(08).

       FD ARQORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORC.DAT".
       01 REGORC.
          03 ORC-COD                 PIC 9(06).
          03 ORC-NUM-ORCAMENTO       PIC 9(06).
          03 ORC-NUM-ITEM            PIC 9(03).
          03 ORC-CLI-CPFCNPJ         PIC 9(14).
          03 ORC-COD-PRO             PIC 9(09).
          03 ORC-QUANTIDADE          PIC 9(06).
          03 ORC-PRECOUNITARIO       PIC 9(08)V99.
          03 ORC-VALORTOTAL          PIC 9(14)V99.
          03 ORC-DATAEMISSAO         PIC 9(08).
          03 ORC-DATAVALIDADE        PIC 9(08).
          03 ORC-STATUS              PIC X(01).
             88 ORC-ST-PENDENTE         VALUE "P".
             88 ORC-ST-CONVERTIDO       VALUE "C".
             88 ORC-ST-CANCELADO        VALUE "X".

       FD CADFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
           03 CODIGO PIC 9(06).
           03 NOME PIC X(30).
           03 EMAIL PIC X(30).
           03 SEXO PIC X(01).
           03 DATA-ADMISSAO PIC 9(08).
           03 TIPO-SALARIO PIC X(01).
           03 SALARIO-BASE PIC 9(06)V99.
           03 DEPARTAMENTO PIC 9(02).
           03 CARGO PIC 9(02).
           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       FD ARQFERIAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
           03 FER-COD           PIC 9(06).
           03 FER-CODFUNC       PIC 9(06).
           03 FER-DATA-INICIO   PIC 9(08).
           03 FER-DATA-FIM      PIC 9(08).
           03 FER-DIAS          PIC 9(03).
           03 FER-VALOR-PAGO    PIC 9(08)V99.

       FD CADAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 REGAMIGO.
          03 APELIDO       PIC X(12).
          03 NOME          PIC X(30).
          03 ENDERECO      PIC X(50).
          03 CEP           PIC X(10).
          03 TELEFONE      PIC X(15).
          03 EMAIL         PIC X(30).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 TPAMIGO       PIC 9(01).
          03 DATANASC      PIC 9(08).

       FD AUDITLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       FD LGPDREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LGPDREL.DAT".
       01 REG-LGPDREL PIC X(132).

       FD LGPDLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LGPDLOG.DAT".
       01 REG-LGPDLOG.
          03 LG-DATAHORA          PIC 9(14).
          03 LG-OPERADOR          PIC X(10).
          03 LG-MODO              PIC X(01).
          03 LG-CPFCNPJ           PIC 9(14).
          03 LG-CODFUNC           PIC 9(06).
          03 LG-NOME              PIC X(30).
          03 LG-EMAIL             PIC X(33).
          03 LG-QTD-REGS          PIC 9(06).
          03 LG-RESULTADO         PIC X(40).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-PED      PIC X(02) VALUE "00".
       01 ST-ERRO-PH       PIC X(02) VALUE "00".
       01 ST-ERRO-REC      PIC X(02) VALUE "00".
       01 ST-ERRO-PC       PIC X(02) VALUE "00".
       01 ST-ERRO-ORC      PIC X(02) VALUE "00".
       01 ST-ERRO-FUN      PIC X(02) VALUE "00".
       01 ST-ERRO-FER      PIC X(02) VALUE "00".
       01 ST-ERRO-AMI      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-MODO           PIC X(01) VALUE SPACES.
          88 W-MODO-RELAT     VALUE "R" "r".
          88 W-MODO-ANONIM    VALUE "A" "a".
       01 W-CONFIRMA       PIC X(08) VALUE SPACES.
       01 W-RESULTADO      PIC X(40) VALUE SPACES.

      *> IDENTIFICACAO DO TITULAR
       01 W-DOC            PIC 9(14) VALUE ZEROS.
       01 W-DOC-TXT REDEFINES W-DOC PIC X(14).
       01 W-COD-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-COD-FUNC-TXT REDEFINES W-COD-FUNC PIC X(06).
       01 W-NOME           PIC X(30) VALUE SPACES.
       01 W-EMAIL          PIC X(33) VALUE SPACES.

      *> FLAGS DE ARQUIVO DISPONIVEL
       01 W-TEM-CLI        PIC X(01) VALUE "N".
       01 W-TEM-PED        PIC X(01) VALUE "N".
       01 W-TEM-PH         PIC X(01) VALUE "N".
       01 W-TEM-REC        PIC X(01) VALUE "N".
       01 W-TEM-PC         PIC X(01) VALUE "N".
       01 W-TEM-ORC        PIC X(01) VALUE "N".
       01 W-TEM-FUN        PIC X(01) VALUE "N".
       01 W-TEM-FER        PIC X(01) VALUE "N".
       01 W-TEM-AMI        PIC X(01) VALUE "N".
       01 W-TEM-AUD        PIC X(01) VALUE "N".
       01 W-FIM            PIC X(01) VALUE "N".

      *> CONTADORES
       01 W-ACHOU-CLI      PIC X(01) VALUE "N".
       01 W-CLI-CPF        PIC 9(11) VALUE ZEROS.
       01 W-CLI-CPF-TXT REDEFINES W-CLI-CPF PIC X(11).
       01 W-TOT-REGS       PIC 9(06) VALUE ZEROS.
       01 W-PED-ABERTOS    PIC 9(04) VALUE ZEROS.
       01 W-REC-ABERTOS    PIC 9(04) VALUE ZEROS.
       01 W-FUNC-ATIVOS    PIC 9(04) VALUE ZEROS.
       01 W-TOT-ANONIM     PIC 9(04) VALUE ZEROS.

      *> FUNCIONARIOS E AMIGOS ENCONTRADOS
       01 W-QTD-FUNC       PIC 9(02) VALUE ZEROS.
       01 W-IX             PIC 9(02) VALUE ZEROS.
       01 TABFUNC.
           03 TF-CODIGO     PIC 9(06) OCCURS 20 TIMES.
       01 W-QTD-AMIGO      PIC 9(02) VALUE ZEROS.
       01 TABAMIGO.
           03 TA-APELIDO    PIC X(12) OCCURS 20 TIMES.
       01 W-NOVO-APELIDO.
           03 FILLER        PIC X(04) VALUE "LGPD".
           03 W-NA-HORA     PIC 9(08).

      *> EDICAO
       01 W-ED-NUM         PIC Z(5)9.
       01 W-ED-ITEM        PIC ZZ9.
       01 W-ED-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-DATA        PIC 9999/99/99.
       01 W-ED-DATA2       PIC 9999/99/99.
       01 W-ED-TOT         PIC ZZZZZ9.

       01 LINHA-DET.
           03 LD-ARQUIVO       PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-CHAVE         PIC X(20).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-DETALHE       PIC X(100).

       PROCEDURE DIVISION.
       R0.
           DISPLAY "LGPD01 - DADOS DO TITULAR (LGPD)".
           DISPLAY "R=SOMENTE RELATORIO  A=RELATORIO E ANONIMIZACAO: ".
           ACCEPT W-MODO.
           IF NOT W-MODO-RELAT AND NOT W-MODO-ANONIM
              DISPLAY "*** OPCAO INVALIDA ***"
              GO TO ROT-FIM.
           DISPLAY "CPF/CNPJ DO CLIENTE (0=NENHUM): ".
           ACCEPT W-DOC.
           DISPLAY "CODIGO DO FUNCIONARIO (0=NENHUM): ".
           ACCEPT W-COD-FUNC.
           DISPLAY "NOME DO FUNCIONARIO/AMIGO (BRANCO=NENHUM): ".
           ACCEPT W-NOME.
           DISPLAY "EMAIL DO FUNCIONARIO/AMIGO (BRANCO=NENHUM): ".
           ACCEPT W-EMAIL.
           IF W-DOC = ZEROS AND W-COD-FUNC = ZEROS
              AND W-NOME = SPACES AND W-EMAIL = SPACES
              DISPLAY "*** INFORME AO MENOS UMA IDENTIFICACAO ***"
              GO TO ROT-FIM.
           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              DISPLAY "OPERADOR: "
              ACCEPT W-OPERADOR.

           OPEN OUTPUT LGPDREL
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO LGPDREL - "
                      ST-ERRO-REL
              GO TO ROT-FIM.
           OPEN EXTEND LGPDLOG
           IF ST-ERRO-LOG NOT = "00"
              IF ST-ERRO-LOG = "30"
                 OPEN OUTPUT LGPDLOG
                 CLOSE LGPDLOG
                 OPEN EXTEND LGPDLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO LGPDLOG - "
                         ST-ERRO-LOG
                 CLOSE LGPDREL
                 GO TO ROT-FIM.

      *>  NA ANONIMIZACAO OS CADASTROS SAO ABERTOS PARA ATUALIZACAO
           IF W-MODO-ANONIM
              OPEN I-O ARQCLI CADFUNC CADAMIGO
           ELSE
              OPEN INPUT ARQCLI CADFUNC CADAMIGO.
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEM-CLI.
           IF ST-ERRO-FUN = "00"
              MOVE "S" TO W-TEM-FUN.
           IF ST-ERRO-AMI = "00"
              MOVE "S" TO W-TEM-AMI.
           OPEN INPUT ARQPED
           IF ST-ERRO-PED = "00"
              MOVE "S" TO W-TEM-PED.
           OPEN INPUT ARQPEDHIST
           IF ST-ERRO-PH = "00"
              MOVE "S" TO W-TEM-PH.
           OPEN INPUT ARQREC
           IF ST-ERRO-REC = "00"
              MOVE "S" TO W-TEM-REC.
           OPEN INPUT ARQPRECLI
           IF ST-ERRO-PC = "00"
              MOVE "S" TO W-TEM-PC.
           OPEN INPUT ARQORC
           IF ST-ERRO-ORC = "00"
              MOVE "S" TO W-TEM-ORC.
           OPEN INPUT ARQFERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-TEM-FER.
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD = "00"
              MOVE "S" TO W-TEM-AUD.
           MOVE "00" TO ST-ERRO ST-ERRO-PED ST-ERRO-PH ST-ERRO-REC
                        ST-ERRO-PC ST-ERRO-ORC ST-ERRO-FUN ST-ERRO-FER
                        ST-ERRO-AMI ST-ERRO-AUD.

           MOVE "*** DADOS DO TITULAR - LGPD ***" TO REG-LGPDREL
           WRITE REG-LGPDREL
           MOVE SPACES TO REG-LGPDREL
           STRING "CPF/CNPJ: " W-DOC-TXT "  FUNCIONARIO: "
                  W-COD-FUNC-TXT "  NOME: " W-NOME
                  DELIMITED BY SIZE INTO REG-LGPDREL
           WRITE REG-LGPDREL
           MOVE SPACES TO REG-LGPDREL
           STRING "EMAIL: " W-EMAIL "  OPERADOR: " W-OPERADOR
                  DELIMITED BY SIZE INTO REG-LGPDREL
           WRITE REG-LGPDREL
           MOVE SPACES TO REG-LGPDREL
           WRITE REG-LGPDREL
           MOVE "ARQUIVO    CHAVE                DADOS"
                                              TO REG-LGPDREL
           WRITE REG-LGPDREL
           MOVE SPACES TO REG-LGPDREL
           WRITE REG-LGPDREL.

      *>---------[ LEVANTAMENTO DOS REGISTROS DO TITULAR ]-------------
       R1.
           IF W-DOC NOT = ZEROS
              PERFORM LISTA-CLIENTE THRU LISTA-CLIENTE-FIM
              PERFORM LISTA-PEDIDOS THRU LISTA-PEDIDOS-FIM
              PERFORM LISTA-HISTORICO THRU LISTA-HISTORICO-FIM
              PERFORM LISTA-TITULOS THRU LISTA-TITULOS-FIM
              PERFORM LISTA-PRECOS THRU LISTA-PRECOS-FIM
              PERFORM LISTA-ORCAMENTOS THRU LISTA-ORCAMENTOS-FIM.
           IF W-COD-FUNC NOT = ZEROS
              OR W-NOME NOT = SPACES OR W-EMAIL NOT = SPACES
              PERFORM LISTA-FUNCIONARIOS THRU LISTA-FUNCIONARIOS-FIM
              PERFORM LISTA-FERIAS THRU LISTA-FERIAS-FIM
                      VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTD-FUNC.
           IF W-NOME NOT = SPACES OR W-EMAIL NOT = SPACES
              PERFORM LISTA-AMIGOS THRU LISTA-AMIGOS-FIM.
           PERFORM LISTA-AUDITORIA THRU LISTA-AUDITORIA-FIM.

           MOVE SPACES TO REG-LGPDREL
           WRITE REG-LGPDREL
           MOVE W-TOT-REGS TO W-ED-TOT
           STRING "TOTAL DE REGISTROS ENCONTRADOS: " W-ED-TOT
                  DELIMITED BY SIZE INTO REG-LGPDREL
           WRITE REG-LGPDREL.

           IF W-TOT-REGS = ZEROS
              MOVE "NENHUM REGISTRO ENCONTRADO" TO W-RESULTADO
              GO TO R9.
           IF W-MODO-RELAT
              MOVE "RELATORIO EMITIDO" TO W-RESULTADO
              GO TO R9.

      *>---------[ ANONIMIZACAO ]--------------------------------------
       R2.
           IF W-REC-ABERTOS > ZEROS
              MOVE "RECUSADA - TITULO(S) EM ABERTO NO ARQREC"
                                              TO W-RESULTADO
              GO TO R9.
           IF W-PED-ABERTOS > ZEROS
              MOVE "RECUSADA - PEDIDO(S) EM ABERTO NO ARQPED"
                                              TO W-RESULTADO
              GO TO R9.
           IF W-FUNC-ATIVOS > ZEROS
              MOVE "RECUSADA - FUNCIONARIO ATIVO NO CADFUNC"
                                              TO W-RESULTADO
              GO TO R9.
           DISPLAY W-TOT-REGS " REGISTRO(S) - VER LGPDREL.DAT".
           DISPLAY "NOME, ENDERECO, EMAIL E TELEFONE SERAO APAGADOS.".
           DISPLAY "DIGITE CONFIRMA PARA PROSSEGUIR: ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "CONFIRMA"
              MOVE "CANCELADA PELO OPERADOR" TO W-RESULTADO
              GO TO R9.
           CLOSE AUDITLOG
           MOVE "N" TO W-TEM-AUD
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD = "00"
              MOVE "S" TO W-TEM-AUD.
           MOVE "00" TO ST-ERRO-AUD
           IF W-ACHOU-CLI = "S"
              PERFORM ANONIMIZA-CLIENTE THRU ANONIMIZA-CLIENTE-FIM.
           PERFORM ANONIMIZA-FUNCIONARIO THRU ANONIMIZA-FUNCIONARIO-FIM
                   VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-QTD-FUNC.
           PERFORM ANONIMIZA-AMIGO THRU ANONIMIZA-AMIGO-FIM
                   VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-QTD-AMIGO.
           MOVE SPACES TO W-RESULTADO
           MOVE W-TOT-ANONIM TO W-ED-TOT
           STRING "ANONIMIZADO - " W-ED-TOT " CADASTRO(S)"
                  DELIMITED BY SIZE INTO W-RESULTADO.

       R9.
           MOVE SPACES TO REG-LGPDREL
           WRITE REG-LGPDREL
           STRING "RESULTADO: " W-RESULTADO
                  DELIMITED BY SIZE INTO REG-LGPDREL
           WRITE REG-LGPDREL
           MOVE FUNCTION CURRENT-DATE(1:14) TO LG-DATAHORA
           MOVE W-OPERADOR  TO LG-OPERADOR
           MOVE W-MODO      TO LG-MODO
           MOVE W-DOC       TO LG-CPFCNPJ
           MOVE W-COD-FUNC  TO LG-CODFUNC
           MOVE W-NOME      TO LG-NOME
           MOVE W-EMAIL     TO LG-EMAIL
           MOVE W-TOT-REGS  TO LG-QTD-REGS
           MOVE W-RESULTADO TO LG-RESULTADO
           WRITE REG-LGPDLOG
           CLOSE LGPDREL LGPDLOG.
           IF W-TEM-CLI = "S"
              CLOSE ARQCLI.
           IF W-TEM-FUN = "S"
              CLOSE CADFUNC.
           IF W-TEM-AMI = "S"
              CLOSE CADAMIGO.
           IF W-TEM-PED = "S"
              CLOSE ARQPED.
           IF W-TEM-PH = "S"
              CLOSE ARQPEDHIST.
           IF W-TEM-REC = "S"
              CLOSE ARQREC.
           IF W-TEM-PC = "S"
              CLOSE ARQPRECLI.
           IF W-TEM-ORC = "S"
              CLOSE ARQORC.
           IF W-TEM-FER = "S"
              CLOSE ARQFERIAS.
           IF W-TEM-AUD = "S"
              CLOSE AUDITLOG.
           DISPLAY "LGPD01 -- " W-RESULTADO.
           DISPLAY "RELATORIO EM LGPDREL.DAT - SOLICITACAO NO LGPDLOG".
           GO TO ROT-FIM3.

      *>---------[ CLIENTE NO ARQCLI ]--------------------------------
       LISTA-CLIENTE.
           IF W-TEM-CLI NOT = "S"
              GO TO LISTA-CLIENTE-FIM.
           IF W-DOC < 100000000000
              MOVE W-DOC TO CLI-CPF
              READ ARQCLI KEY IS CLI-CPF
           ELSE
              MOVE W-DOC TO CNPJC
              READ ARQCLI KEY IS CNPJC.
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO LISTA-CLIENTE-FIM.
           MOVE "S" TO W-ACHOU-CLI
           MOVE CLI-CPF TO W-CLI-CPF
           MOVE "ARQCLI" TO LD-ARQUIVO
           MOVE W-DOC-TXT TO LD-CHAVE
           MOVE SPACES TO LD-DETALHE
           STRING NOMEC " " CIDADEC "/" ESTADOC " " EMAILC
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE
           MOVE SPACES TO LD-ARQUIVO LD-CHAVE LD-DETALHE
           STRING LOGRADOUROC " " NUMEROC " " COMPLEMENTOC " "
                  BAIRROC " TEL " TELEFONEC
                  DELIMITED BY SIZE INTO LD-DETALHE
           WRITE REG-LGPDREL FROM LINHA-DET.
       LISTA-CLIENTE-FIM.
           EXIT.

      *>---------[ ITENS DE PEDIDO NO ARQPED ]------------------------
       LISTA-PEDIDOS.
           IF W-TEM-PED NOT = "S"
              GO TO LISTA-PEDIDOS-FIM.
           MOVE W-DOC TO PED-CLI-CPFCNPJ
           START ARQPED KEY IS EQUAL PED-CLI-CPFCNPJ
              INVALID KEY
                 MOVE "00" TO ST-ERRO-PED
                 GO TO LISTA-PEDIDOS-FIM
           END-START.
       LISTA-PEDIDOS-LE.
           READ ARQPED NEXT RECORD
           IF ST-ERRO-PED NOT = "00"
              OR PED-CLI-CPFCNPJ NOT = W-DOC
              MOVE "00" TO ST-ERRO-PED
              GO TO LISTA-PEDIDOS-FIM.
           IF PED-ST-ABERTO
              ADD 1 TO W-PED-ABERTOS.
           MOVE "ARQPED" TO LD-ARQUIVO
           MOVE PED-COD TO W-ED-NUM
           MOVE W-ED-NUM TO LD-CHAVE
           MOVE PED-NUM-PEDIDO TO W-ED-NUM
           MOVE PED-NUM-ITEM TO W-ED-ITEM
           MOVE PED-DATAEMISSAO TO W-ED-DATA
           MOVE PED-VALORTOTAL TO W-ED-VALOR
           MOVE SPACES TO LD-DETALHE
           STRING "PEDIDO " W-ED-NUM "/" W-ED-ITEM " EM " W-ED-DATA
                  " VALOR " W-ED-VALOR " STATUS " PED-STATUS
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE
           GO TO LISTA-PEDIDOS-LE.
       LISTA-PEDIDOS-FIM.
           EXIT.

      *>---------[ PEDIDOS ARQUIVADOS NO ARQPEDHIST ]-----------------
       LISTA-HISTORICO.
           IF W-TEM-PH NOT = "S"
              GO TO LISTA-HISTORICO-FIM.
       LISTA-HISTORICO-LE.
           READ ARQPEDHIST NEXT RECORD
           IF ST-ERRO-PH NOT = "00"
              MOVE "00" TO ST-ERRO-PH
              GO TO LISTA-HISTORICO-FIM.
           IF PH-PED-CLI-CPFCNPJ NOT = W-DOC
              GO TO LISTA-HISTORICO-LE.
           MOVE "ARQPEDHIST" TO LD-ARQUIVO
           MOVE PH-PED-COD TO W-ED-NUM
           MOVE W-ED-NUM TO LD-CHAVE
           MOVE PH-PED-NUM-PEDIDO TO W-ED-NUM
           MOVE PH-PED-NUM-ITEM TO W-ED-ITEM
           MOVE PH-PED-DATAEMISSAO TO W-ED-DATA
           MOVE PH-PED-VALORTOTAL TO W-ED-VALOR
           MOVE SPACES TO LD-DETALHE
           STRING "PEDIDO " W-ED-NUM "/" W-ED-ITEM " EM " W-ED-DATA
                  " VALOR " W-ED-VALOR " STATUS " PH-PED-STATUS
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE
           GO TO LISTA-HISTORICO-LE.
       LISTA-HISTORICO-FIM.
           EXIT.

      *>---------[ TITULOS A RECEBER NO ARQREC ]-----------------------
       LISTA-TITULOS.
           IF W-TEM-REC NOT = "S"
              GO TO LISTA-TITULOS-FIM.
           MOVE W-DOC TO REC-CLI-CPFCNPJ
           START ARQREC KEY IS EQUAL REC-CLI-CPFCNPJ
              INVALID KEY
                 MOVE "00" TO ST-ERRO-REC
                 GO TO LISTA-TITULOS-FIM
           END-START.
       LISTA-TITULOS-LE.
           READ ARQREC NEXT RECORD
           IF ST-ERRO-REC NOT = "00"
              OR REC-CLI-CPFCNPJ NOT = W-DOC
              MOVE "00" TO ST-ERRO-REC
              GO TO LISTA-TITULOS-FIM.
           IF REC-ST-ABERTO
              ADD 1 TO W-REC-ABERTOS.
           MOVE "ARQREC" TO LD-ARQUIVO
           MOVE REC-NUM-PEDIDO TO W-ED-NUM
           MOVE REC-PARCELA TO W-ED-ITEM
           MOVE SPACES TO LD-CHAVE
           STRING W-ED-NUM "/" W-ED-ITEM
                  DELIMITED BY SIZE INTO LD-CHAVE
           MOVE REC-DATA-VENCTO TO W-ED-DATA
           MOVE REC-VALOR TO W-ED-VALOR
           MOVE SPACES TO LD-DETALHE
           STRING "VENCTO " W-ED-DATA " VALOR " W-ED-VALOR
                  " STATUS " REC-STATUS
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE
           GO TO LISTA-TITULOS-LE.
       LISTA-TITULOS-FIM.
           EXIT.

      *>---------[ PRECOS ESPECIAIS NO ARQPRECLI ]---------------------
       LISTA-PRECOS.
           IF W-TEM-PC NOT = "S"
              GO TO LISTA-PRECOS-FIM.
           MOVE W-DOC TO PC-CLI-CPFCNPJ
           MOVE ZEROS TO PC-PRO-CODIGO
           START ARQPRECLI KEY IS NOT LESS PC-CHAVE
              INVALID KEY
                 MOVE "00" TO ST-ERRO-PC
                 GO TO LISTA-PRECOS-FIM
           END-START.
       LISTA-PRECOS-LE.
           READ ARQPRECLI NEXT RECORD
           IF ST-ERRO-PC NOT = "00"
              OR PC-CLI-CPFCNPJ NOT = W-DOC
              MOVE "00" TO ST-ERRO-PC
              GO TO LISTA-PRECOS-FIM.
           MOVE "ARQPRECLI" TO LD-ARQUIVO
           MOVE PC-PRO-CODIGO TO W-ED-NUM
           MOVE W-ED-NUM TO LD-CHAVE
           MOVE PC-PRECO TO W-ED-VALOR
           MOVE PC-DATA-INICIO TO W-ED-DATA
           MOVE PC-DATA-FIM TO W-ED-DATA2
           MOVE SPACES TO LD-DETALHE
           STRING "PRECO " W-ED-VALOR " DE " W-ED-DATA " A "
                  W-ED-DATA2
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE
           GO TO LISTA-PRECOS-LE.
       LISTA-PRECOS-FIM.
           EXIT.

      *>---------[ ORCAMENTOS NO ARQORC ]------------------------------
       LISTA-ORCAMENTOS.
           IF W-TEM-ORC NOT = "S"
              GO TO LISTA-ORCAMENTOS-FIM.
           MOVE W-DOC TO ORC-CLI-CPFCNPJ
           START ARQORC KEY IS EQUAL ORC-CLI-CPFCNPJ
              INVALID KEY
                 MOVE "00" TO ST-ERRO-ORC
                 GO TO LISTA-ORCAMENTOS-FIM
           END-START.
       LISTA-ORCAMENTOS-LE.
           READ ARQORC NEXT RECORD
           IF ST-ERRO-ORC NOT = "00"
              OR ORC-CLI-CPFCNPJ NOT = W-DOC
              MOVE "00" TO ST-ERRO-ORC
              GO TO LISTA-ORCAMENTOS-FIM.
           MOVE "ARQORC" TO LD-ARQUIVO
           MOVE ORC-COD TO W-ED-NUM
           MOVE W-ED-NUM TO LD-CHAVE
           MOVE ORC-NUM-ORCAMENTO TO W-ED-NUM
           MOVE ORC-DATAEMISSAO TO W-ED-DATA
           MOVE ORC-VALORTOTAL TO W-ED-VALOR
           MOVE SPACES TO LD-DETALHE
           STRING "ORCAMENTO " W-ED-NUM " EM " W-ED-DATA
                  " VALOR " W-ED-VALOR " STATUS " ORC-STATUS
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE
           GO TO LISTA-ORCAMENTOS-LE.
       LISTA-ORCAMENTOS-FIM.
           EXIT.

      *>---------[ FUNCIONARIOS NO CADFUNC (CODIGO, NOME OU EMAIL) ]---
       LISTA-FUNCIONARIOS.
           IF W-TEM-FUN NOT = "S"
              GO TO LISTA-FUNCIONARIOS-FIM.
           MOVE ZEROS TO CODIGO
           START CADFUNC KEY IS NOT LESS CODIGO
              INVALID KEY
                 MOVE "00" TO ST-ERRO-FUN
                 GO TO LISTA-FUNCIONARIOS-FIM
           END-START.
       LISTA-FUNCIONARIOS-LE.
           READ CADFUNC NEXT RECORD
           IF ST-ERRO-FUN NOT = "00"
              MOVE "00" TO ST-ERRO-FUN
              GO TO LISTA-FUNCIONARIOS-FIM.
           IF (W-COD-FUNC = ZEROS OR CODIGO NOT = W-COD-FUNC)
              AND (W-NOME = SPACES OR NOME OF REGFUNC NOT = W-NOME)
              AND (W-EMAIL = SPACES OR EMAIL OF REGFUNC NOT = W-EMAIL)
              GO TO LISTA-FUNCIONARIOS-LE.
           IF W-QTD-FUNC < 20
              ADD 1 TO W-QTD-FUNC
              MOVE CODIGO TO TF-CODIGO(W-QTD-FUNC).
           IF SITUACAO NOT = "I"
              ADD 1 TO W-FUNC-ATIVOS.
           MOVE "CADFUNC" TO LD-ARQUIVO
           MOVE CODIGO TO W-ED-NUM
           MOVE W-ED-NUM TO LD-CHAVE
           MOVE DATA-ADMISSAO TO W-ED-DATA
           MOVE SPACES TO LD-DETALHE
           STRING NOME OF REGFUNC " " EMAIL OF REGFUNC
                  " ADMISSAO " W-ED-DATA " SITUACAO " SITUACAO
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE
           GO TO LISTA-FUNCIONARIOS-LE.
       LISTA-FUNCIONARIOS-FIM.
           EXIT.

      *>---------[ FERIAS DO FUNCIONARIO W-IX NO ARQFERIAS ]-----------
       LISTA-FERIAS.
           IF W-TEM-FER NOT = "S"
              GO TO LISTA-FERIAS-FIM.
           MOVE TF-CODIGO(W-IX) TO FER-CODFUNC
           START ARQFERIAS KEY IS EQUAL FER-CODFUNC
              INVALID KEY
                 MOVE "00" TO ST-ERRO-FER
                 GO TO LISTA-FERIAS-FIM
           END-START.
       LISTA-FERIAS-LE.
           READ ARQFERIAS NEXT RECORD
           IF ST-ERRO-FER NOT = "00"
              OR FER-CODFUNC NOT = TF-CODIGO(W-IX)
              MOVE "00" TO ST-ERRO-FER
              GO TO LISTA-FERIAS-FIM.
           MOVE "ARQFERIAS" TO LD-ARQUIVO
           MOVE FER-COD TO W-ED-NUM
           MOVE W-ED-NUM TO LD-CHAVE
           MOVE FER-DATA-INICIO TO W-ED-DATA
           MOVE FER-DATA-FIM TO W-ED-DATA2
           MOVE FER-VALOR-PAGO TO W-ED-VALOR
           MOVE SPACES TO LD-DETALHE
           STRING "FUNCIONARIO " FER-CODFUNC " DE " W-ED-DATA " A "
                  W-ED-DATA2 " VALOR " W-ED-VALOR
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE
           GO TO LISTA-FERIAS-LE.
       LISTA-FERIAS-FIM.
           EXIT.

      *>---------[ AMIGOS NO CADAMIGO (NOME OU EMAIL) ]----------------
       LISTA-AMIGOS.
           IF W-TEM-AMI NOT = "S"
              GO TO LISTA-AMIGOS-FIM.
           MOVE LOW-VALUES TO APELIDO
           START CADAMIGO KEY IS NOT LESS APELIDO
              INVALID KEY
                 MOVE "00" TO ST-ERRO-AMI
                 GO TO LISTA-AMIGOS-FIM
           END-START.
       LISTA-AMIGOS-LE.
           READ CADAMIGO NEXT RECORD
           IF ST-ERRO-AMI NOT = "00"
              MOVE "00" TO ST-ERRO-AMI
              GO TO LISTA-AMIGOS-FIM.
           IF (W-NOME = SPACES OR NOME OF REGAMIGO NOT = W-NOME)
              AND (W-EMAIL = SPACES OR EMAIL OF REGAMIGO NOT = W-EMAIL)
              GO TO LISTA-AMIGOS-LE.
           IF W-QTD-AMIGO < 20
              ADD 1 TO W-QTD-AMIGO
              MOVE APELIDO TO TA-APELIDO(W-QTD-AMIGO).
           MOVE "CADAMIGO" TO LD-ARQUIVO
           MOVE APELIDO TO LD-CHAVE
           MOVE SPACES TO LD-DETALHE
           STRING NOME OF REGAMIGO " " EMAIL OF REGAMIGO " TEL "
                  TELEFONE " " ENDERECO
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE
           GO TO LISTA-AMIGOS-LE.
       LISTA-AMIGOS-FIM.
           EXIT.

      *>---------[ REGISTROS DE AUDITORIA DOS CADASTROS ]--------------
       LISTA-AUDITORIA.
           IF W-TEM-AUD NOT = "S"
              GO TO LISTA-AUDITORIA-FIM.
       LISTA-AUDITORIA-LE.
           READ AUDITLOG NEXT RECORD
           IF ST-ERRO-AUD NOT = "00"
              MOVE "00" TO ST-ERRO-AUD
              GO TO LISTA-AUDITORIA-FIM.
      *>  O CLIE13 AUDITA PELO CLI-CPF DO CADASTRO
           IF W-ACHOU-CLI = "S" AND AUD-PROGRAMA = "CLIE13  "
              AND AUD-CHAVE(1:11) = W-CLI-CPF-TXT
              PERFORM LISTA-AUDITORIA-GRAVA
              GO TO LISTA-AUDITORIA-LE.
           IF AUD-PROGRAMA = "FUNC13  "
              PERFORM LISTA-AUDITORIA-FUNC
                      VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTD-FUNC.
           IF AUD-PROGRAMA = "AMIG13  "
              PERFORM LISTA-AUDITORIA-AMIGO
                      VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTD-AMIGO.
           GO TO LISTA-AUDITORIA-LE.
       LISTA-AUDITORIA-FIM.
           EXIT.

       LISTA-AUDITORIA-FUNC.
           IF AUD-CHAVE(1:6) = TF-CODIGO(W-IX)
              PERFORM LISTA-AUDITORIA-GRAVA
              MOVE W-QTD-FUNC TO W-IX.

       LISTA-AUDITORIA-AMIGO.
           IF AUD-CHAVE(1:12) = TA-APELIDO(W-IX)
              PERFORM LISTA-AUDITORIA-GRAVA
              MOVE W-QTD-AMIGO TO W-IX.

       LISTA-AUDITORIA-GRAVA.
           MOVE "AUDITLOG" TO LD-ARQUIVO
           MOVE AUD-CHAVE TO LD-CHAVE
           MOVE SPACES TO LD-DETALHE
           STRING AUD-PROGRAMA " " AUD-DATAHORA " ACAO " AUD-ACAO
                  " OPERADOR " AUD-OPERADOR
                  DELIMITED BY SIZE INTO LD-DETALHE
           PERFORM GRAVA-DETALHE.

      *>---------[ ANONIMIZACAO DO CLIENTE ]---------------------------
      *>  CPF/CNPJ, CODIGO, CIDADE/UF E LIMITE FICAM (VINCULO COM OS
      *>  PEDIDOS, TITULOS E TOTAIS POR REGIAO)
       ANONIMIZA-CLIENTE.
           MOVE "CLIENTE ANONIMIZADO (LGPD)" TO NOMEC
           MOVE "ANONIMIZADO" TO APELIDOC
           MOVE "ANONIMIZADO" TO LOGRADOUROC
           MOVE SPACES TO NUMEROC COMPLEMENTOC BAIRROC CONTATOC
           MOVE ZEROS TO CEPC TELEFONEC
           MOVE "anonimizado@lgpd.invalid" TO EMAILC
           REWRITE REGCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQCLI - " ST-ERRO
              MOVE "00" TO ST-ERRO
              GO TO ANONIMIZA-CLIENTE-FIM.
           ADD 1 TO W-TOT-ANONIM
           MOVE "LGPD01  " TO AUD-PROGRAMA
           MOVE "N" TO AUD-ACAO
           MOVE CLI-CPF TO AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.
       ANONIMIZA-CLIENTE-FIM.
           EXIT.

      *>---------[ ANONIMIZACAO DO FUNCIONARIO W-IX ]------------------
       ANONIMIZA-FUNCIONARIO.
           MOVE TF-CODIGO(W-IX) TO CODIGO
           READ CADFUNC
           IF ST-ERRO-FUN NOT = "00"
              MOVE "00" TO ST-ERRO-FUN
              GO TO ANONIMIZA-FUNCIONARIO-FIM.
           MOVE "FUNCIONARIO ANONIMIZADO (LGPD)" TO NOME OF REGFUNC
           MOVE "anonimizado@lgpd.invalid" TO EMAIL OF REGFUNC
           REWRITE REGFUNC
           IF ST-ERRO-FUN NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADFUNC - "
                      ST-ERRO-FUN
              MOVE "00" TO ST-ERRO-FUN
              GO TO ANONIMIZA-FUNCIONARIO-FIM.
           ADD 1 TO W-TOT-ANONIM
           MOVE "LGPD01  " TO AUD-PROGRAMA
           MOVE "N" TO AUD-ACAO
           MOVE CODIGO TO AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.
       ANONIMIZA-FUNCIONARIO-FIM.
           EXIT.

      *>---------[ ANONIMIZACAO DO AMIGO W-IX ]------------------------
      *>  O APELIDO E A CHAVE: O REGISTRO E REGRAVADO COM UMA CHAVE
      *>  NEUTRA (LGPD + HORA)
       ANONIMIZA-AMIGO.
           MOVE TA-APELIDO(W-IX) TO APELIDO
           READ CADAMIGO
           IF ST-ERRO-AMI NOT = "00"
              MOVE "00" TO ST-ERRO-AMI
              GO TO ANONIMIZA-AMIGO-FIM.
           DELETE CADAMIGO RECORD
           IF ST-ERRO-AMI NOT = "00"
              DISPLAY "ERRO NA EXCLUSAO DO ARQUIVO CADAMIGO - "
                      ST-ERRO-AMI
              MOVE "00" TO ST-ERRO-AMI
              GO TO ANONIMIZA-AMIGO-FIM.
           MOVE "AMIGO ANONIMIZADO (LGPD)" TO NOME OF REGAMIGO
           MOVE "ANONIMIZADO" TO ENDERECO
           MOVE SPACES TO CEP TELEFONE
           MOVE "anonimizado@lgpd.invalid" TO EMAIL OF REGAMIGO
           MOVE ZEROS TO DATANASC.
       ANONIMIZA-AMIGO-GRAVA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO W-NA-HORA
           MOVE W-NOVO-APELIDO TO APELIDO
           WRITE REGAMIGO
           IF ST-ERRO-AMI = "22"
              GO TO ANONIMIZA-AMIGO-GRAVA.
           IF ST-ERRO-AMI NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADAMIGO - "
                      ST-ERRO-AMI
              MOVE "00" TO ST-ERRO-AMI
              GO TO ANONIMIZA-AMIGO-FIM.
           ADD 1 TO W-TOT-ANONIM
           MOVE "LGPD01  " TO AUD-PROGRAMA
           MOVE "N" TO AUD-ACAO
           MOVE TA-APELIDO(W-IX) TO AUD-CHAVE
           PERFORM GRAVA-AUDITORIA
           MOVE APELIDO TO AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.
       ANONIMIZA-AMIGO-FIM.
           EXIT.

       GRAVA-DETALHE.
           WRITE REG-LGPDREL FROM LINHA-DET
           ADD 1 TO W-TOT-REGS.

       GRAVA-AUDITORIA.
           IF W-TEM-AUD = "S"
              MOVE W-OPERADOR TO AUD-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
              WRITE REG-AUDITLOG.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
