       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRESAL01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CREDITO DE SALARIO EM CONTA - REMESSA CNAB 240        *
      *> LE O HISTORICO DA FOLHA (ARQFOLHIST) DE UMA           *
      *> COMPETENCIA E TIPO DE FOLHA (MENSAL FECHADA, 13o      *
      *> 1a/2a PARCELA, FERIAS OU RESCISAO) E GRAVA UM CREDITO *
      *> (SEGMENTO A) POR FUNCIONARIO ATIVO COM CONTA NO       *
      *> CADFUNC (NA RESCISAO, O FUNCIONARIO DESLIGADO):       *
      *>   CRESAL.DAT    - ARQUIVO PARA O BANCO, UM LOTE POR   *
      *>                   FORMA DE LANCAMENTO (01 CONTA       *
      *>                   CORRENTE/SALARIO, 05 POUPANCA,      *
      *>                   41 TED PARA OUTRO BANCO)            *
      *>   CRESALREL.DAT - CREDITOS E TOTAIS DE CONTROLE       *
      *>   CRESALEXC.DAT - FUNCIONARIOS NAO CREDITADOS         *
      *> O TOTAL DE CONTROLE (CREDITADO + EXCECOES) BATE COM   *
      *> O TOTAL LIQUIDO DO FOPAG01 PARA A COMPETENCIA         *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS ST-ERRO.
       SELECT ARQFOLHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               ALTERNATE RECORD KEY IS FH-CODFUNC WITH DUPLICATES
               FILE STATUS IS ST-ERRO-FH.
       SELECT ARQFOLFEC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FF-COMPETENCIA
               FILE STATUS IS ST-ERRO-FF.
       SELECT CRESAL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO2.
       SELECT CRESALREL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO3.
       SELECT CRESALEXC ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQFOLHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFOLHIST.DAT".
       01 REGFOLHIST.
          03 FH-CHAVE.
             05 FH-COMPETENCIA       PIC 9(06).
             05 FH-CODFUNC           PIC 9(06).
             05 FH-TIPO-FOLHA        PIC X(01).
                88 FH-FOLHA-MENSAL      VALUE "M".
                88 FH-FOLHA-13-PARC1    VALUE "1".
                88 FH-FOLHA-13-PARC2    VALUE "2".
                88 FH-FOLHA-FERIAS      VALUE "F".
                88 FH-FOLHA-RESCISAO    VALUE "R".
          03 FH-NOME                 PIC X(30).
          03 FH-DEPARTAMENTO         PIC 9(02).
          03 FH-CARGO                PIC 9(02).
          03 FH-TIPO-SALARIO         PIC X(01).
          03 FH-SALARIO-BASE         PIC 9(06)V99.
          03 FH-SALARIO              PIC 9(08)V99.
          03 FH-EVENTOS OCCURS 9 TIMES.
             05 FH-EV-HORAS          PIC 9(03)V99.
             05 FH-EV-VALOR          PIC 9(08)V99.
          03 FH-BRUTO                PIC 9(08)V99.
          03 FH-INSS                 PIC 9(08)V99.
          03 FH-IRRF                 PIC 9(08)V99.
          03 FH-FGTS                 PIC 9(08)V99.
          03 FH-LIQUIDO              PIC S9(08)V99.
          03 FH-DATA-FECHA           PIC 9(08).

       FD ARQFOLFEC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFOLFEC.DAT".
       01 REGFOLFEC.
          03 FF-COMPETENCIA          PIC 9(06).
          03 FF-DATA-FECHA           PIC 9(08).
          03 FF-OPERADOR             PIC X(10).
          03 FF-HORAS-PERIODO        PIC 9(03).
          03 FF-DIAS-PERIODO         PIC 9(02).
          03 FF-QTD-FUNC             PIC 9(06).
          03 FF-TOT-BRUTO            PIC 9(10)V99.
          03 FF-TOT-INSS             PIC 9(10)V99.
          03 FF-TOT-IRRF             PIC 9(10)V99.
          03 FF-TOT-FGTS             PIC 9(10)V99.
          03 FF-TOT-LIQUIDO          PIC 9(10)V99.

       FD CRESAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRESAL.DAT".
       01 REG-CRESAL PIC X(240).

       FD CRESALREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRESALREL.DAT".
       01 REG-CRESALREL PIC X(100).

       FD CRESALEXC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRESALEXC.DAT".
       01 REG-CRESALEXC PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO-FH       PIC X(02) VALUE "00".
       01 ST-ERRO-FF       PIC X(02) VALUE "00".
       01 W-FIM-HIST       PIC X(01) VALUE "N".
       01 W-TEM-FECHAMENTO PIC X(01) VALUE "N".
       01 W-TIPO-FOLHA     PIC X(01) VALUE SPACES.
       01 W-ANO            PIC 9(04) VALUE ZEROS.
       01 W-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-GRP REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO    PIC 9(04).
           03 W-COMP-MES    PIC 9(02).
       01 W-DATA-CREDITO   PIC 9(08) VALUE ZEROS.
       01 W-DATA-CREDITO-GRP REDEFINES W-DATA-CREDITO.
           03 W-DCR-DIA     PIC 9(02).
           03 W-DCR-MES     PIC 9(02).
           03 W-DCR-ANO     PIC 9(04).
       01 W-MOTIVO         PIC X(35) VALUE SPACES.
       01 W-IDX-FORMA      PIC 9(01) VALUE ZEROS.
       01 W-FORMA-FUNC     PIC 9(01) VALUE ZEROS.
       01 W-LOTE           PIC 9(04) VALUE ZEROS.
       01 W-SEQ-LOTE       PIC 9(05) VALUE ZEROS.
       01 W-VALOR-LOTE     PIC 9(16)V99 VALUE ZEROS.
       01 W-QTD-REG-ARQ    PIC 9(06) VALUE ZEROS.
       01 W-QTD-FORMA      PIC 9(06) OCCURS 3 TIMES VALUE ZEROS.

      *> TOTAIS DE CONTROLE
       01 W-QTD-FOLHA      PIC 9(06) VALUE ZEROS.
       01 W-TOT-FOLHA      PIC S9(10)V99 VALUE ZEROS.
       01 W-QTD-CREDITO    PIC 9(06) VALUE ZEROS.
       01 W-TOT-CREDITO    PIC S9(10)V99 VALUE ZEROS.
       01 W-QTD-EXCECAO    PIC 9(06) VALUE ZEROS.
       01 W-TOT-EXCECAO    PIC S9(10)V99 VALUE ZEROS.

      *> DADOS DA EMPRESA PAGADORA INFORMADOS NA EXECUCAO
       01 W-EMP-CNPJ       PIC 9(14) VALUE ZEROS.
       01 W-EMP-NOME       PIC X(30) VALUE SPACES.
       01 W-CONVENIO       PIC X(20) VALUE SPACES.
       01 W-BANCO          PIC 9(03) VALUE ZEROS.
       01 W-BANCO-NOME     PIC X(30) VALUE SPACES.
       01 W-AGENCIA        PIC 9(05) VALUE ZEROS.
       01 W-AGENCIA-DV     PIC X(01) VALUE SPACES.
       01 W-CONTA          PIC 9(12) VALUE ZEROS.
       01 W-CONTA-DV       PIC X(01) VALUE SPACES.
       01 W-NSA            PIC 9(06) VALUE ZEROS.

      *> CONVERSAO AAAAMMDD -> DDMMAAAA DO LAYOUT DO BANCO
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
       01 W-HOJE-DMA.
           03 W-DMA-DIA     PIC 9(02).
           03 W-DMA-MES     PIC 9(02).
           03 W-DMA-ANO     PIC 9(04).
       01 W-HORA           PIC 9(06) VALUE ZEROS.

      *> FORMAS DE LANCAMENTO DO LOTE E CAMARA DE CENTRALIZACAO
       01 TABFORMAX.
           03 FILLER PIC X(05) VALUE "01000".
           03 FILLER PIC X(05) VALUE "05000".
           03 FILLER PIC X(05) VALUE "41018".
       01 TABFORMA REDEFINES TABFORMAX.
           03 TBFORMA OCCURS 3 TIMES.
              05 TB-FORMA       PIC X(02).
              05 TB-CAMARA      PIC X(03).

      *> CNAB 240 - HEADER DE ARQUIVO (REGISTRO 0)
       01 CNAB-HEADER-ARQ.
           03 HA-BANCO         PIC 9(03).
           03 HA-LOTE          PIC X(04) VALUE "0000".
           03 HA-TIPO          PIC X(01) VALUE "0".
           03 FILLER           PIC X(09) VALUE SPACES.
           03 HA-TIPO-INSC     PIC X(01) VALUE "2".
           03 HA-CNPJ          PIC 9(14).
           03 HA-CONVENIO      PIC X(20).
           03 HA-AGENCIA       PIC 9(05).
           03 HA-AGENCIA-DV    PIC X(01).
           03 HA-CONTA         PIC 9(12).
           03 HA-CONTA-DV      PIC X(01).
           03 HA-AGCONTA-DV    PIC X(01) VALUE SPACES.
           03 HA-EMPRESA       PIC X(30).
           03 HA-BANCO-NOME    PIC X(30).
           03 FILLER           PIC X(10) VALUE SPACES.
           03 HA-REMESSA       PIC X(01) VALUE "1".
           03 HA-DATA-GERACAO  PIC 9(08).
           03 HA-HORA-GERACAO  PIC 9(06).
           03 HA-NSA           PIC 9(06).
           03 HA-VERSAO        PIC X(03) VALUE "089".
           03 HA-DENSIDADE     PIC X(05) VALUE "01600".
           03 HA-RESERV-BANCO  PIC X(20) VALUE SPACES.
           03 HA-RESERV-EMPR   PIC X(20) VALUE SPACES.
           03 FILLER           PIC X(29) VALUE SPACES.

      *> CNAB 240 - HEADER DE LOTE (REGISTRO 1)
       01 CNAB-HEADER-LOTE.
           03 HL-BANCO         PIC 9(03).
           03 HL-LOTE          PIC 9(04).
           03 HL-TIPO          PIC X(01) VALUE "1".
           03 HL-OPERACAO      PIC X(01) VALUE "C".
           03 HL-SERVICO       PIC X(02) VALUE "30".
           03 HL-FORMA         PIC X(02).
           03 HL-VERSAO        PIC X(03) VALUE "045".
           03 FILLER           PIC X(01) VALUE SPACES.
           03 HL-TIPO-INSC     PIC X(01) VALUE "2".
           03 HL-CNPJ          PIC 9(14).
           03 HL-CONVENIO      PIC X(20).
           03 HL-AGENCIA       PIC 9(05).
           03 HL-AGENCIA-DV    PIC X(01).
           03 HL-CONTA         PIC 9(12).
           03 HL-CONTA-DV      PIC X(01).
           03 HL-AGCONTA-DV    PIC X(01) VALUE SPACES.
           03 HL-EMPRESA       PIC X(30).
           03 HL-MENSAGEM      PIC X(40).
           03 HL-ENDERECO      PIC X(30) VALUE SPACES.
           03 HL-NUMERO        PIC 9(05) VALUE ZEROS.
           03 HL-COMPLEMENTO   PIC X(15) VALUE SPACES.
           03 HL-CIDADE        PIC X(20) VALUE SPACES.
           03 HL-CEP           PIC 9(05) VALUE ZEROS.
           03 HL-CEP-COMPL     PIC 9(03) VALUE ZEROS.
           03 HL-UF            PIC X(02) VALUE SPACES.
           03 HL-FORMA-PAGTO   PIC X(02) VALUE "01".
           03 FILLER           PIC X(06) VALUE SPACES.
           03 HL-OCORRENCIAS   PIC X(10) VALUE SPACES.

      *> CNAB 240 - DETALHE SEGMENTO A (REGISTRO 3)
       01 CNAB-SEGMENTO-A.
           03 SA-BANCO         PIC 9(03).
           03 SA-LOTE          PIC 9(04).
           03 SA-TIPO          PIC X(01) VALUE "3".
           03 SA-SEQ           PIC 9(05).
           03 SA-SEGMENTO      PIC X(01) VALUE "A".
           03 SA-TIPO-MOV      PIC X(01) VALUE "0".
           03 SA-INSTRUCAO     PIC X(02) VALUE "00".
           03 SA-CAMARA        PIC X(03).
           03 SA-BANCO-FAV     PIC 9(03).
           03 SA-AGENCIA-FAV   PIC 9(05).
           03 SA-AGENCIA-FAV-DV PIC X(01) VALUE SPACES.
           03 SA-CONTA-FAV     PIC 9(12).
           03 SA-CONTA-FAV-DV  PIC X(01).
           03 SA-AGCONTA-DV    PIC X(01) VALUE SPACES.
           03 SA-NOME-FAV      PIC X(30).
           03 SA-SEU-NUMERO.
              05 SA-SN-COMPETENCIA PIC 9(06).
              05 SA-SN-TIPO     PIC X(01).
              05 SA-SN-CODFUNC  PIC 9(06).
              05 FILLER         PIC X(07) VALUE SPACES.
           03 SA-DATA-PAGTO    PIC 9(08).
           03 SA-MOEDA         PIC X(03) VALUE "BRL".
           03 SA-QTD-MOEDA     PIC 9(10)V9(05) VALUE ZEROS.
           03 SA-VALOR         PIC 9(13)V99.
           03 SA-NOSSO-NUMERO  PIC X(20) VALUE SPACES.
           03 SA-DATA-REAL     PIC 9(08) VALUE ZEROS.
           03 SA-VALOR-REAL    PIC 9(13)V99 VALUE ZEROS.
           03 SA-INFORMACOES   PIC X(40).
           03 SA-COMPL-SERVICO PIC X(02) VALUE SPACES.
           03 SA-FINALIDADE    PIC X(05) VALUE SPACES.
           03 SA-FINAL-COMPL   PIC X(02) VALUE SPACES.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 SA-AVISO         PIC X(01) VALUE "0".
           03 SA-OCORRENCIAS   PIC X(10) VALUE SPACES.

      *> CNAB 240 - TRAILER DE LOTE (REGISTRO 5)
       01 CNAB-TRAILER-LOTE.
           03 TL-BANCO         PIC 9(03).
           03 TL-LOTE          PIC 9(04).
           03 TL-TIPO          PIC X(01) VALUE "5".
           03 FILLER           PIC X(09) VALUE SPACES.
           03 TL-QTD-REG       PIC 9(06).
           03 TL-SOMA-VALOR    PIC 9(16)V99.
           03 TL-SOMA-MOEDA    PIC 9(13)V9(05) VALUE ZEROS.
           03 TL-AVISO         PIC 9(06) VALUE ZEROS.
           03 FILLER           PIC X(165) VALUE SPACES.
           03 TL-OCORRENCIAS   PIC X(10) VALUE SPACES.

      *> CNAB 240 - TRAILER DE ARQUIVO (REGISTRO 9)
       01 CNAB-TRAILER-ARQ.
           03 TA-BANCO         PIC 9(03).
           03 TA-LOTE          PIC X(04) VALUE "9999".
           03 TA-TIPO          PIC X(01) VALUE "9".
           03 FILLER           PIC X(09) VALUE SPACES.
           03 TA-QTD-LOTES     PIC 9(06).
           03 TA-QTD-REG       PIC 9(06).
           03 TA-QTD-CONTAS    PIC 9(06) VALUE ZEROS.
           03 FILLER           PIC X(205) VALUE SPACES.

       01 LINHA-CABEC1.
           03 FILLER           PIC X(35) VALUE
               "*** CREDITO DE SALARIO EM CONTA - ".
           03 LC-TIPO          PIC X(18).
           03 FILLER           PIC X(13) VALUE " COMPETENCIA ".
           03 LC-MES           PIC 99.
           03 FILLER           PIC X(01) VALUE "/".
           03 LC-ANO           PIC 9999.
       01 LINHA-DET.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-BANCO         PIC 9(03).
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-AGENCIA       PIC 9(05).
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-CONTA         PIC Z(11)9.
           03 FILLER           PIC X(01) VALUE "-".
           03 LD-CONTA-DV      PIC X(01).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-FORMA         PIC X(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VALOR         PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-EXC.
           03 LE-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-VALOR         PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-MOTIVO        PIC X(35).
       01 LINHA-TOT.
           03 LT-ROTULO        PIC X(45).
           03 LT-QTD           PIC ZZZ.ZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LT-VALOR         PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "CRESAL01 - CREDITO DE SALARIO EM CONTA (CNAB 240)".
           DISPLAY "TIPO DE FOLHA (M=MENSAL 1/2=PARCELA DO 13o "
                   "F=FERIAS R=RESCISAO): ".
           ACCEPT W-TIPO-FOLHA.
           IF W-TIPO-FOLHA = "m"
              MOVE "M" TO W-TIPO-FOLHA.
           IF W-TIPO-FOLHA = "f"
              MOVE "F" TO W-TIPO-FOLHA.
           IF W-TIPO-FOLHA = "r"
              MOVE "R" TO W-TIPO-FOLHA.
           IF W-TIPO-FOLHA NOT = "M" AND NOT = "1" AND NOT = "2"
                       AND NOT = "F" AND NOT = "R"
              DISPLAY "*** TIPO DE FOLHA INVALIDO ***"
              GO TO ROT-FIM.
           IF W-TIPO-FOLHA = "1" OR W-TIPO-FOLHA = "2"
              DISPLAY "INFORME O ANO BASE DO 13o (AAAA): "
              ACCEPT W-ANO
              IF W-TIPO-FOLHA = "1"
                 COMPUTE W-COMPETENCIA = W-ANO * 100 + 11
              ELSE
                 COMPUTE W-COMPETENCIA = W-ANO * 100 + 12
              END-IF
           ELSE
              DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
              ACCEPT W-COMPETENCIA.
           IF W-COMP-ANO = ZEROS
              OR W-COMP-MES < 1 OR W-COMP-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIM.
           DISPLAY "DATA DO CREDITO (DDMMAAAA): ".
           ACCEPT W-DATA-CREDITO.
           IF W-DCR-DIA < 1 OR W-DCR-DIA > 31
              OR W-DCR-MES < 1 OR W-DCR-MES > 12
              OR W-DCR-ANO = ZEROS
              DISPLAY "*** DATA DO CREDITO INVALIDA ***"
              GO TO ROT-FIM.
           DISPLAY "CNPJ DA EMPRESA: ".
           ACCEPT W-EMP-CNPJ.
           DISPLAY "NOME DA EMPRESA: ".
           ACCEPT W-EMP-NOME.
           DISPLAY "CONVENIO DE PAGAMENTO NO BANCO: ".
           ACCEPT W-CONVENIO.
           DISPLAY "CODIGO DO BANCO: ".
           ACCEPT W-BANCO.
           DISPLAY "NOME DO BANCO: ".
           ACCEPT W-BANCO-NOME.
           DISPLAY "AGENCIA DE DEBITO (5 DIGITOS): ".
           ACCEPT W-AGENCIA.
           DISPLAY "DIGITO DA AGENCIA: ".
           ACCEPT W-AGENCIA-DV.
           DISPLAY "CONTA DE DEBITO (12 DIGITOS): ".
           ACCEPT W-CONTA.
           DISPLAY "DIGITO DA CONTA: ".
           ACCEPT W-CONTA-DV.
           DISPLAY "NUMERO SEQUENCIAL DO ARQUIVO (0=1): ".
           ACCEPT W-NSA.
           IF W-NSA = ZEROS
              MOVE 1 TO W-NSA.
           IF W-EMP-CNPJ = ZEROS OR W-BANCO = ZEROS
              OR W-AGENCIA = ZEROS OR W-CONTA = ZEROS
              DISPLAY "DADOS DA EMPRESA PAGADORA INCOMPLETOS"
              GO TO ROT-FIM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-HORA
           MOVE W-HOJE-DIA TO W-DMA-DIA
           MOVE W-HOJE-MES TO W-DMA-MES
           MOVE W-HOJE-ANO TO W-DMA-ANO.

      *>  FOLHA MENSAL SO VAI AO BANCO DEPOIS DO FECHAMENTO (FOLFEC01)
           OPEN INPUT ARQFOLFEC
           IF ST-ERRO-FF = "00"
              MOVE W-COMPETENCIA TO FF-COMPETENCIA
              READ ARQFOLFEC
              IF ST-ERRO-FF = "00"
                 MOVE "S" TO W-TEM-FECHAMENTO
              END-IF
              CLOSE ARQFOLFEC
           END-IF.
           IF W-TIPO-FOLHA = "M" AND W-TEM-FECHAMENTO NOT = "S"
              DISPLAY "*** COMPETENCIA " W-COMPETENCIA
                      " NAO FECHADA - EXECUTAR O FOLFEC01 ***"
              GO TO ROT-FIM.

           OPEN INPUT ARQFOLHIST
           IF ST-ERRO-FH NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOLHIST - "
                      ST-ERRO-FH
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - " ST-ERRO
              CLOSE ARQFOLHIST
              GO TO ROT-FIM.
           OPEN OUTPUT CRESAL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CRESAL - " ST-ERRO2
              CLOSE ARQFOLHIST CADFUNC
              GO TO ROT-FIM.
           OPEN OUTPUT CRESALREL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CRESALREL - "
                      ST-ERRO3
              CLOSE ARQFOLHIST CADFUNC CRESAL
              GO TO ROT-FIM.
           OPEN OUTPUT CRESALEXC
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CRESALEXC - "
                      ST-ERRO4
              CLOSE ARQFOLHIST CADFUNC CRESAL CRESALREL
              GO TO ROT-FIM.

           EVALUATE W-TIPO-FOLHA
              WHEN "M" MOVE "FOLHA MENSAL"       TO LC-TIPO
              WHEN "1" MOVE "13o - 1a PARCELA"   TO LC-TIPO
              WHEN "2" MOVE "13o - 2a PARCELA"   TO LC-TIPO
              WHEN "F" MOVE "FERIAS"             TO LC-TIPO
              WHEN "R" MOVE "RESCISAO"           TO LC-TIPO
           END-EVALUATE
           MOVE W-COMP-MES TO LC-MES
           MOVE W-COMP-ANO TO LC-ANO
           WRITE REG-CRESALREL FROM LINHA-CABEC1
           MOVE "CODIGO  NOME                            BCO/AGENC/
      -         "       CONTA    FL          VALOR" TO REG-CRESALREL
           WRITE REG-CRESALREL
           MOVE SPACES TO REG-CRESALREL
           WRITE REG-CRESALREL
           WRITE REG-CRESALEXC FROM LINHA-CABEC1
           MOVE "CODIGO  NOME                                  LIQUIDO
      -         "  MOTIVO" TO REG-CRESALEXC
           WRITE REG-CRESALEXC
           MOVE SPACES TO REG-CRESALEXC
           WRITE REG-CRESALEXC.

      *>---------[ 1a PASSADA - CONFERENCIA E EXCECOES ]----------------
       R1.
           PERFORM POSICIONA-HIST
           PERFORM UNTIL W-FIM-HIST = "S"
              PERFORM LER-HIST
              IF W-FIM-HIST NOT = "S"
                 PERFORM CONFERE-FUNC
              END-IF
           END-PERFORM.

      *>---------[ ARQUIVO CNAB 240 - UM LOTE POR FORMA ]--------------
       R2.
           PERFORM GRAVA-HEADER-ARQ
           PERFORM VARYING W-IDX-FORMA FROM 1 BY 1 UNTIL W-IDX-FORMA > 3
              IF W-QTD-FORMA(W-IDX-FORMA) > ZEROS
                 PERFORM GERA-LOTE
              END-IF
           END-PERFORM
           PERFORM GRAVA-TRAILER-ARQ.

      *>---------[ TOTAIS DE CONTROLE ]---------------------------------
       R3.
           MOVE SPACES TO REG-CRESALREL
           WRITE REG-CRESALREL
           MOVE "CREDITOS GRAVADOS NO ARQUIVO DO BANCO      :"
                                                        TO LT-ROTULO
           MOVE W-QTD-CREDITO TO LT-QTD
           MOVE W-TOT-CREDITO TO LT-VALOR
           WRITE REG-CRESALREL FROM LINHA-TOT
           MOVE "FUNCIONARIOS NAO CREDITADOS (CRESALEXC)    :"
                                                        TO LT-ROTULO
           MOVE W-QTD-EXCECAO TO LT-QTD
           MOVE W-TOT-EXCECAO TO LT-VALOR
           WRITE REG-CRESALREL FROM LINHA-TOT
           MOVE "TOTAL LIQUIDO DA FOLHA (CONTROLE)          :"
                                                        TO LT-ROTULO
           MOVE W-QTD-FOLHA TO LT-QTD
           MOVE W-TOT-FOLHA TO LT-VALOR
           WRITE REG-CRESALREL FROM LINHA-TOT
           IF W-TIPO-FOLHA = "M"
              MOVE "TOTAL LIQUIDO NO FECHAMENTO (FOPAG01)      :"
                                                        TO LT-ROTULO
              MOVE FF-QTD-FUNC    TO LT-QTD
              MOVE FF-TOT-LIQUIDO TO LT-VALOR
              WRITE REG-CRESALREL FROM LINHA-TOT
              IF FF-TOT-LIQUIDO = W-TOT-FOLHA
                 MOVE "*** TOTAL DE CONTROLE CONFERE COM O FECHAMENTO"
                                                    TO REG-CRESALREL
              ELSE
                 MOVE "*** DIVERGENCIA ENTRE HISTORICO E FECHAMENTO"
                                                    TO REG-CRESALREL
              END-IF
              WRITE REG-CRESALREL
           END-IF.
           IF W-QTD-EXCECAO = ZEROS
              MOVE "NENHUMA EXCECAO" TO REG-CRESALEXC
              WRITE REG-CRESALEXC.

           CLOSE ARQFOLHIST CADFUNC CRESAL CRESALREL CRESALEXC.
           DISPLAY "REMESSA GERADA EM CRESAL.DAT -- "
                   W-QTD-CREDITO " CREDITOS -- "
                   W-QTD-EXCECAO " EXCECOES".
           DISPLAY "RELATORIO EM CRESALREL.DAT - EXCECOES EM "
                   "CRESALEXC.DAT".
           GO TO ROT-FIM3.

      *>---------[ POSICIONA NO INICIO DA COMPETENCIA ]-----------------
       POSICIONA-HIST.
           MOVE "N" TO W-FIM-HIST
           MOVE W-COMPETENCIA TO FH-COMPETENCIA
           MOVE ZEROS TO FH-CODFUNC
           MOVE SPACES TO FH-TIPO-FOLHA
           START ARQFOLHIST KEY IS NOT LESS THAN FH-CHAVE
           IF ST-ERRO-FH NOT = "00"
              MOVE "S" TO W-FIM-HIST.

      *>  PROXIMO REGISTRO DA COMPETENCIA DO TIPO DE FOLHA PEDIDO
       LER-HIST.
           READ ARQFOLHIST NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-HIST
           END-READ
           IF W-FIM-HIST NOT = "S"
              IF FH-COMPETENCIA NOT = W-COMPETENCIA
                 MOVE "S" TO W-FIM-HIST
              ELSE
                 IF FH-TIPO-FOLHA NOT = W-TIPO-FOLHA
                    GO TO LER-HIST
                 END-IF
              END-IF
           END-IF.

      *>---------[ SITUACAO DO FUNCIONARIO PARA O CREDITO ]-------------
      *>  W-MOTIVO EM BRANCO = CREDITAR NA FORMA W-FORMA-FUNC
       AVALIA-FUNC.
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS TO W-FORMA-FUNC
           MOVE FH-CODFUNC TO CODIGO
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE FH-NOME TO NOME
              MOVE "FUNCIONARIO NAO CADASTRADO" TO W-MOTIVO
           ELSE
              IF SITUACAO = "I" AND NOT FH-FOLHA-RESCISAO
                 MOVE "FUNCIONARIO DESLIGADO" TO W-MOTIVO
              ELSE
                 IF FH-LIQUIDO NOT > ZEROS
                    MOVE "LIQUIDO ZERADO OU NEGATIVO" TO W-MOTIVO
                 ELSE
                    IF BANCO = ZEROS OR AGENCIA = ZEROS
                       OR CONTA = ZEROS
                       MOVE "SEM DADOS BANCARIOS NO CADASTRO"
                                                      TO W-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO
           IF W-MOTIVO = SPACES
              IF BANCO NOT = W-BANCO
                 MOVE 3 TO W-FORMA-FUNC
              ELSE
                 IF TIPO-CONTA = "P"
                    MOVE 2 TO W-FORMA-FUNC
                 ELSE
                    MOVE 1 TO W-FORMA-FUNC
                 END-IF
              END-IF
           END-IF.

       CONFERE-FUNC.
           PERFORM AVALIA-FUNC
           ADD 1 TO W-QTD-FOLHA
           ADD FH-LIQUIDO TO W-TOT-FOLHA
           IF W-MOTIVO = SPACES
              ADD 1 TO W-QTD-FORMA(W-FORMA-FUNC)
           ELSE
              MOVE FH-CODFUNC TO LE-CODIGO
              MOVE NOME       TO LE-NOME
              MOVE FH-LIQUIDO TO LE-VALOR
              MOVE W-MOTIVO   TO LE-MOTIVO
              WRITE REG-CRESALEXC FROM LINHA-EXC
              ADD 1 TO W-QTD-EXCECAO
              ADD FH-LIQUIDO TO W-TOT-EXCECAO
           END-IF.

      *>---------[ LOTE DE UMA FORMA DE LANCAMENTO ]--------------------
       GERA-LOTE.
           ADD 1 TO W-LOTE
           MOVE ZEROS TO W-SEQ-LOTE W-VALOR-LOTE
           MOVE W-BANCO        TO HL-BANCO
           MOVE W-LOTE         TO HL-LOTE
           MOVE TB-FORMA(W-IDX-FORMA) TO HL-FORMA
           MOVE W-EMP-CNPJ     TO HL-CNPJ
           MOVE W-CONVENIO     TO HL-CONVENIO
           MOVE W-AGENCIA      TO HL-AGENCIA
           MOVE W-AGENCIA-DV   TO HL-AGENCIA-DV
           MOVE W-CONTA        TO HL-CONTA
           MOVE W-CONTA-DV     TO HL-CONTA-DV
           MOVE W-EMP-NOME     TO HL-EMPRESA
           MOVE LINHA-CABEC1(5:40) TO HL-MENSAGEM
           WRITE REG-CRESAL FROM CNAB-HEADER-LOTE
           ADD 1 TO W-QTD-REG-ARQ
           PERFORM POSICIONA-HIST
           PERFORM UNTIL W-FIM-HIST = "S"
              PERFORM LER-HIST
              IF W-FIM-HIST NOT = "S"
                 PERFORM AVALIA-FUNC
                 IF W-MOTIVO = SPACES
                    AND W-FORMA-FUNC = W-IDX-FORMA
                    PERFORM GRAVA-SEGMENTO-A
                 END-IF
              END-IF
           END-PERFORM
           MOVE W-BANCO        TO TL-BANCO
           MOVE W-LOTE         TO TL-LOTE
           COMPUTE TL-QTD-REG = W-SEQ-LOTE + 2
           MOVE W-VALOR-LOTE   TO TL-SOMA-VALOR
           WRITE REG-CRESAL FROM CNAB-TRAILER-LOTE
           ADD 1 TO W-QTD-REG-ARQ.

       GRAVA-SEGMENTO-A.
           ADD 1 TO W-SEQ-LOTE
           MOVE W-BANCO        TO SA-BANCO
           MOVE W-LOTE         TO SA-LOTE
           MOVE W-SEQ-LOTE     TO SA-SEQ
           MOVE TB-CAMARA(W-IDX-FORMA) TO SA-CAMARA
           MOVE BANCO          TO SA-BANCO-FAV
           MOVE AGENCIA        TO SA-AGENCIA-FAV
           MOVE CONTA          TO SA-CONTA-FAV
           MOVE CONTA-DV       TO SA-CONTA-FAV-DV
           MOVE NOME           TO SA-NOME-FAV
           MOVE FH-COMPETENCIA TO SA-SN-COMPETENCIA
           MOVE FH-TIPO-FOLHA  TO SA-SN-TIPO
           MOVE FH-CODFUNC     TO SA-SN-CODFUNC
           MOVE W-DATA-CREDITO TO SA-DATA-PAGTO
           MOVE FH-LIQUIDO     TO SA-VALOR
           MOVE LC-TIPO        TO SA-INFORMACOES
           WRITE REG-CRESAL FROM CNAB-SEGMENTO-A
           ADD 1 TO W-QTD-REG-ARQ
           ADD FH-LIQUIDO TO W-VALOR-LOTE
           ADD 1 TO W-QTD-CREDITO
           ADD FH-LIQUIDO TO W-TOT-CREDITO
           MOVE FH-CODFUNC     TO LD-CODIGO
           MOVE NOME           TO LD-NOME
           MOVE BANCO          TO LD-BANCO
           MOVE AGENCIA        TO LD-AGENCIA
           MOVE CONTA          TO LD-CONTA
           MOVE CONTA-DV       TO LD-CONTA-DV
           MOVE TB-FORMA(W-IDX-FORMA) TO LD-FORMA
           MOVE FH-LIQUIDO     TO LD-VALOR
           WRITE REG-CRESALREL FROM LINHA-DET.

      *>---------[ HEADER E TRAILER DO ARQUIVO ]------------------------
       GRAVA-HEADER-ARQ.
           MOVE W-BANCO        TO HA-BANCO
           MOVE W-EMP-CNPJ     TO HA-CNPJ
           MOVE W-CONVENIO     TO HA-CONVENIO
           MOVE W-AGENCIA      TO HA-AGENCIA
           MOVE W-AGENCIA-DV   TO HA-AGENCIA-DV
           MOVE W-CONTA        TO HA-CONTA
           MOVE W-CONTA-DV     TO HA-CONTA-DV
           MOVE W-EMP-NOME     TO HA-EMPRESA
           MOVE W-BANCO-NOME   TO HA-BANCO-NOME
           MOVE W-HOJE-DMA     TO HA-DATA-GERACAO
           MOVE W-HORA         TO HA-HORA-GERACAO
           MOVE W-NSA          TO HA-NSA
           WRITE REG-CRESAL FROM CNAB-HEADER-ARQ
           ADD 1 TO W-QTD-REG-ARQ.

       GRAVA-TRAILER-ARQ.
           ADD 1 TO W-QTD-REG-ARQ
           MOVE W-BANCO        TO TA-BANCO
           MOVE W-LOTE         TO TA-QTD-LOTES
           MOVE W-QTD-REG-ARQ  TO TA-QTD-REG
           WRITE REG-CRESAL FROM CNAB-TRAILER-ARQ.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
