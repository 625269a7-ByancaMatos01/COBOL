       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLREM01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> REMESSA DE COBRANCA BANCARIA (BOLETO) - CNAB 400      *
      *> TITULOS EM ABERTO DO ARQREC AINDA NAO ENVIADOS AO     *
      *> BANCO -> ARQUIVO BOLREM.DAT. O NOSSO NUMERO E A       *
      *> CHAVE DO TITULO (PEDIDO + PARCELA) E O TITULO FICA    *
      *> MARCADO COMO ENVIADO PARA NAO SAIR EM OUTRA REMESSA   *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REC-CHAVE
                 ALTERNATE RECORD KEY IS REC-CLI-CPFCNPJ WITH DUPLICATES
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
       SELECT BOLREM ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
       SELECT BOLREMREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
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

       FD BOLREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLREM.DAT".
       01 REG-BOLREM PIC X(400).

       FD BOLREMREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLREMREL.DAT".
       01 REG-BOLREMREL PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-FIM-ARQREC     PIC X(01) VALUE "N".
       01 W-CLI-OK         PIC X(01) VALUE "N".
       01 W-SEQ            PIC 9(06) VALUE ZEROS.
       01 W-TOT-ENVIADOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMCLI     PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR      PIC 9(14)V99 VALUE ZEROS.
       01 W-SALDO          PIC 9(14)V99 VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
      *> JUROS DE MORA AO MES (%) - MESMA TAXA DA BAIXA NO CTAREC13
       01 W-PERC-JUROS-MES PIC 9(02)V99 VALUE 1.

      *> DADOS DO CEDENTE INFORMADOS NA EXECUCAO
       01 W-EMP-CNPJ       PIC 9(14) VALUE ZEROS.
       01 W-EMP-NOME       PIC X(30) VALUE SPACES.
       01 W-BANCO          PIC 9(03) VALUE ZEROS.
       01 W-BANCO-NOME     PIC X(15) VALUE SPACES.
       01 W-AGENCIA        PIC 9(04) VALUE ZEROS.
       01 W-CONTA          PIC 9(05) VALUE ZEROS.
       01 W-CONTA-DAC      PIC 9(01) VALUE ZEROS.
       01 W-CARTEIRA       PIC 9(03) VALUE ZEROS.

      *> CONVERSAO AAAAMMDD -> DDMMAA DO LAYOUT DO BANCO
       01 W-DATA-AMD       PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD-R REDEFINES W-DATA-AMD.
           03 W-AMD-SECULO  PIC 9(02).
           03 W-AMD-ANO     PIC 9(02).
           03 W-AMD-MES     PIC 9(02).
           03 W-AMD-DIA     PIC 9(02).
       01 W-DATA-DMA.
           03 W-DMA-DIA     PIC 9(02).
           03 W-DMA-MES     PIC 9(02).
           03 W-DMA-ANO     PIC 9(02).

      *> CNAB 400 - REGISTRO HEADER DE ARQUIVO (TIPO 0)
       01 CNAB-HEADER.
           03 CH-TIPO          PIC X(01) VALUE "0".
           03 CH-OPERACAO      PIC X(01) VALUE "1".
           03 CH-LIT-REMESSA   PIC X(07) VALUE "REMESSA".
           03 CH-SERVICO       PIC X(02) VALUE "01".
           03 CH-LIT-SERVICO   PIC X(15) VALUE "COBRANCA".
           03 CH-AGENCIA       PIC 9(04).
           03 CH-ZEROS         PIC X(02) VALUE "00".
           03 CH-CONTA         PIC 9(05).
           03 CH-CONTA-DAC     PIC 9(01).
           03 FILLER           PIC X(08) VALUE SPACES.
           03 CH-EMPRESA       PIC X(30).
           03 CH-BANCO         PIC 9(03).
           03 CH-BANCO-NOME    PIC X(15).
           03 CH-DATA-GRAVACAO PIC X(06).
           03 FILLER           PIC X(294) VALUE SPACES.
           03 CH-SEQ           PIC 9(06).

      *> CNAB 400 - REGISTRO DE TRANSACAO (TIPO 1)
       01 CNAB-DETALHE.
           03 CD-TIPO          PIC X(01) VALUE "1".
           03 CD-TIPO-INSC     PIC X(02) VALUE "02".
           03 CD-EMP-CNPJ      PIC 9(14).
           03 CD-AGENCIA       PIC 9(04).
           03 CD-ZEROS         PIC X(02) VALUE "00".
           03 CD-CONTA         PIC 9(05).
           03 CD-CONTA-DAC     PIC 9(01).
           03 FILLER           PIC X(04) VALUE SPACES.
           03 CD-INSTRUCAO     PIC 9(04) VALUE ZEROS.
           03 CD-USO-EMPRESA.
              05 CD-UE-LITERAL  PIC X(07) VALUE "PEDIDO ".
              05 CD-UE-PEDIDO   PIC 9(06).
              05 CD-UE-BARRA    PIC X(01) VALUE "/".
              05 CD-UE-PARCELA  PIC 9(02).
              05 FILLER         PIC X(09) VALUE SPACES.
           03 CD-NOSSO-NUMERO  PIC 9(08).
           03 CD-QTD-MOEDA     PIC 9(13) VALUE ZEROS.
           03 CD-CARTEIRA      PIC 9(03).
           03 FILLER           PIC X(21) VALUE SPACES.
           03 CD-COD-CARTEIRA  PIC X(01) VALUE "I".
           03 CD-OCORRENCIA    PIC X(02) VALUE "01".
           03 CD-DOCUMENTO.
              05 CD-DOC-PEDIDO  PIC 9(06).
              05 CD-DOC-BARRA   PIC X(01) VALUE "/".
              05 CD-DOC-PARCELA PIC 9(02).
              05 FILLER         PIC X(01) VALUE SPACES.
           03 CD-VENCIMENTO    PIC X(06).
           03 CD-VALOR         PIC 9(11)V99.
           03 CD-BANCO         PIC 9(03).
           03 CD-AGENCIA-COBR  PIC 9(05) VALUE ZEROS.
           03 CD-ESPECIE       PIC X(02) VALUE "01".
           03 CD-ACEITE        PIC X(01) VALUE "N".
           03 CD-EMISSAO       PIC X(06).
           03 CD-INSTRUCAO1    PIC X(02) VALUE SPACES.
           03 CD-INSTRUCAO2    PIC X(02) VALUE SPACES.
           03 CD-JUROS-DIA     PIC 9(11)V99 VALUE ZEROS.
           03 CD-DESC-DATA     PIC 9(06) VALUE ZEROS.
           03 CD-DESC-VALOR    PIC 9(11)V99 VALUE ZEROS.
           03 CD-IOF           PIC 9(11)V99 VALUE ZEROS.
           03 CD-ABATIMENTO    PIC 9(11)V99 VALUE ZEROS.
           03 CD-SAC-TIPO-INSC PIC X(02).
           03 CD-SAC-CPFCNPJ   PIC 9(14).
           03 CD-SAC-NOME      PIC X(30).
           03 FILLER           PIC X(10) VALUE SPACES.
           03 CD-SAC-ENDERECO  PIC X(40).
           03 CD-SAC-BAIRRO    PIC X(12).
           03 CD-SAC-CEP       PIC 9(08).
           03 CD-SAC-CIDADE    PIC X(15).
           03 CD-SAC-UF        PIC X(02).
           03 CD-SACADOR       PIC X(30) VALUE SPACES.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 CD-DATA-MORA     PIC 9(06) VALUE ZEROS.
           03 CD-PRAZO         PIC 9(02) VALUE ZEROS.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 CD-SEQ           PIC 9(06).

      *> CNAB 400 - REGISTRO TRAILER DE ARQUIVO (TIPO 9)
       01 CNAB-TRAILER.
           03 CT-TIPO          PIC X(01) VALUE "9".
           03 FILLER           PIC X(393) VALUE SPACES.
           03 CT-SEQ           PIC 9(06).

       01 LINHA-DET.
           03 LD-PEDIDO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LD-PARCELA       PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-NOSSO-NUMERO  PIC 9(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CLIENTE       PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VENCTO        PIC 9999/99/99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VALOR         PIC Z(12)9,99.

       01 LINHA-SEMCLI.
           03 LS-PEDIDO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LS-PARCELA       PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LS-CPFCNPJ       PIC 9(14).
           03 FILLER           PIC X(40) VALUE
               "  CLIENTE NAO CADASTRADO - NAO ENVIADO".

       01 LINHA-TOT.
           03 FILLER           PIC X(20) VALUE SPACES.
           03 LT-ROTULO        PIC X(20).
           03 LT-VALOR         PIC Z(12)9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "BOLREM01 - REMESSA DE COBRANCA (CNAB 400)".
           DISPLAY "CNPJ DO CEDENTE: ".
           ACCEPT W-EMP-CNPJ.
           DISPLAY "NOME DO CEDENTE: ".
           ACCEPT W-EMP-NOME.
           DISPLAY "CODIGO DO BANCO: ".
           ACCEPT W-BANCO.
           DISPLAY "NOME DO BANCO: ".
           ACCEPT W-BANCO-NOME.
           DISPLAY "AGENCIA (4 DIGITOS): ".
           ACCEPT W-AGENCIA.
           DISPLAY "CONTA (5 DIGITOS): ".
           ACCEPT W-CONTA.
           DISPLAY "DIGITO DA CONTA: ".
           ACCEPT W-CONTA-DAC.
           DISPLAY "CARTEIRA: ".
           ACCEPT W-CARTEIRA.
           IF W-EMP-CNPJ = ZEROS OR W-BANCO = ZEROS
              OR W-AGENCIA = ZEROS OR W-CONTA = ZEROS
              DISPLAY "DADOS DO CEDENTE INCOMPLETOS"
              GO TO ROT-FIM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE.

           OPEN I-O ARQREC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQREC - " ST-ERRO
              GO TO ROT-FIM.

           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCLI - " ST-ERRO2
              CLOSE ARQREC
              GO TO ROT-FIM.

           OPEN OUTPUT BOLREM
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BOLREM - " ST-ERRO3
              CLOSE ARQREC ARQCLI
              GO TO ROT-FIM.

           OPEN OUTPUT BOLREMREL
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BOLREMREL - "
                      ST-ERRO4
              CLOSE ARQREC ARQCLI BOLREM
              GO TO ROT-FIM.

           MOVE "*** REMESSA DE COBRANCA BANCARIA ***"
                                              TO REG-BOLREMREL
           WRITE REG-BOLREMREL
           MOVE "PEDIDO/PC  NOSSO NR  SACADO                        "
                                              TO REG-BOLREMREL
           MOVE "  VENCIMENTO            VALOR"
                                     TO REG-BOLREMREL(53:29)
           WRITE REG-BOLREMREL
           MOVE SPACES TO REG-BOLREMREL
           WRITE REG-BOLREMREL.

           PERFORM GRAVA-HEADER.

       R1.
           PERFORM UNTIL W-FIM-ARQREC = "S"
              READ ARQREC NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQREC
              NOT AT END
                 IF REC-ST-ABERTO AND NOT REC-ENV-BANCO
                    PERFORM ENVIA-TITULO THRU ENVIA-TITULO-FIM
                 END-IF
           END-PERFORM.

           PERFORM GRAVA-TRAILER.

           IF W-TOT-ENVIADOS = ZEROS
              MOVE "NENHUM TITULO NOVO A ENVIAR" TO REG-BOLREMREL
              WRITE REG-BOLREMREL
           ELSE
              MOVE SPACES TO REG-BOLREMREL
              WRITE REG-BOLREMREL
              MOVE "TOTAL DA REMESSA" TO LT-ROTULO
              MOVE W-TOT-VALOR TO LT-VALOR
              WRITE REG-BOLREMREL FROM LINHA-TOT.

           CLOSE ARQREC ARQCLI BOLREM BOLREMREL.
           DISPLAY "REMESSA GERADA EM BOLREM.DAT -- "
                   W-TOT-ENVIADOS " TITULOS ENVIADOS -- "
                   W-TOT-SEMCLI " SEM CLIENTE".
           DISPLAY "RELATORIO GERADO EM BOLREMREL.DAT".
           GO TO ROT-FIM3.

      *>---------[ HEADER DO ARQUIVO DE REMESSA ]---------------------
       GRAVA-HEADER.
           MOVE W-AGENCIA      TO CH-AGENCIA
           MOVE W-CONTA        TO CH-CONTA
           MOVE W-CONTA-DAC    TO CH-CONTA-DAC
           MOVE W-EMP-NOME     TO CH-EMPRESA
           MOVE W-BANCO        TO CH-BANCO
           MOVE W-BANCO-NOME   TO CH-BANCO-NOME
           MOVE W-HOJE         TO W-DATA-AMD
           PERFORM CONVERTE-DATA
           MOVE W-DATA-DMA     TO CH-DATA-GRAVACAO
           ADD 1 TO W-SEQ
           MOVE W-SEQ          TO CH-SEQ
           WRITE REG-BOLREM FROM CNAB-HEADER.

      *>---------[ UM BOLETO POR TITULO EM ABERTO NAO ENVIADO ]-------
       ENVIA-TITULO.
           COMPUTE W-SALDO = REC-VALOR - REC-VALOR-PAGO
           IF W-SALDO = ZEROS
              GO TO ENVIA-TITULO-FIM.
           PERFORM LE-CLIENTE
           IF W-CLI-OK = "N"
              MOVE REC-NUM-PEDIDO  TO LS-PEDIDO
              MOVE REC-PARCELA     TO LS-PARCELA
              MOVE REC-CLI-CPFCNPJ TO LS-CPFCNPJ
              WRITE REG-BOLREMREL FROM LINHA-SEMCLI
              ADD 1 TO W-TOT-SEMCLI
              GO TO ENVIA-TITULO-FIM.

           MOVE REC-CHAVE        TO REC-NOSSO-NUMERO
           MOVE W-EMP-CNPJ       TO CD-EMP-CNPJ
           MOVE W-AGENCIA        TO CD-AGENCIA
           MOVE W-CONTA          TO CD-CONTA
           MOVE W-CONTA-DAC      TO CD-CONTA-DAC
           MOVE REC-NUM-PEDIDO   TO CD-UE-PEDIDO CD-DOC-PEDIDO
           MOVE REC-PARCELA      TO CD-UE-PARCELA CD-DOC-PARCELA
           MOVE REC-NOSSO-NUMERO TO CD-NOSSO-NUMERO
           MOVE W-CARTEIRA       TO CD-CARTEIRA
           MOVE REC-DATA-VENCTO  TO W-DATA-AMD
           PERFORM CONVERTE-DATA
           MOVE W-DATA-DMA       TO CD-VENCIMENTO
           MOVE W-SALDO          TO CD-VALOR
           COMPUTE CD-JUROS-DIA ROUNDED =
                   W-SALDO * W-PERC-JUROS-MES / 100 / 30
           MOVE W-BANCO          TO CD-BANCO
           MOVE REC-DATA-EMISSAO TO W-DATA-AMD
           PERFORM CONVERTE-DATA
           MOVE W-DATA-DMA       TO CD-EMISSAO
           IF REC-CLI-CPFCNPJ < 100000000000
              MOVE "01" TO CD-SAC-TIPO-INSC
           ELSE
              MOVE "02" TO CD-SAC-TIPO-INSC
           END-IF
           MOVE REC-CLI-CPFCNPJ  TO CD-SAC-CPFCNPJ
           MOVE NOMEC            TO CD-SAC-NOME
           MOVE SPACES           TO CD-SAC-ENDERECO
           STRING LOGRADOUROC DELIMITED BY "  "
                  ", "        DELIMITED BY SIZE
                  NUMEROC     DELIMITED BY "  "
                  INTO CD-SAC-ENDERECO
           MOVE BAIRROC          TO CD-SAC-BAIRRO
           MOVE CEPC             TO CD-SAC-CEP
           MOVE CIDADEC          TO CD-SAC-CIDADE
           MOVE ESTADOC          TO CD-SAC-UF
           ADD 1 TO W-SEQ
           MOVE W-SEQ            TO CD-SEQ
           WRITE REG-BOLREM FROM CNAB-DETALHE

           MOVE "S" TO REC-ENVIADO
           REWRITE REGREC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ATUALIZACAO DO ARQUIVO ARQREC - "
                      ST-ERRO " TITULO " REC-CHAVE.
           MOVE "00" TO ST-ERRO

           MOVE REC-NUM-PEDIDO   TO LD-PEDIDO
           MOVE REC-PARCELA      TO LD-PARCELA
           MOVE REC-NOSSO-NUMERO TO LD-NOSSO-NUMERO
           MOVE NOMEC            TO LD-CLIENTE
           MOVE REC-DATA-VENCTO  TO LD-VENCTO
           MOVE W-SALDO          TO LD-VALOR
           WRITE REG-BOLREMREL FROM LINHA-DET
           ADD W-SALDO TO W-TOT-VALOR
           ADD 1 TO W-TOT-ENVIADOS.
       ENVIA-TITULO-FIM.
           EXIT.

      *>---------[ TRAILER DO ARQUIVO DE REMESSA ]--------------------
       GRAVA-TRAILER.
           ADD 1 TO W-SEQ
           MOVE W-SEQ TO CT-SEQ
           WRITE REG-BOLREM FROM CNAB-TRAILER.

      *>---------[ SACADO DO TITULO - CPF OU CNPJ ]-------------------
       LE-CLIENTE.
           MOVE "S" TO W-CLI-OK
           IF REC-CLI-CPFCNPJ < 100000000000
              MOVE REC-CLI-CPFCNPJ TO CLI-CPF
              READ ARQCLI KEY IS CLI-CPF
                 INVALID KEY
                    MOVE "N" TO W-CLI-OK
              END-READ
           ELSE
              MOVE REC-CLI-CPFCNPJ TO CNPJC
              READ ARQCLI KEY IS CNPJC
                 INVALID KEY
                    MOVE "N" TO W-CLI-OK
              END-READ
           END-IF
           MOVE "00" TO ST-ERRO2.

       CONVERTE-DATA.
           MOVE W-AMD-DIA TO W-DMA-DIA
           MOVE W-AMD-MES TO W-DMA-MES
           MOVE W-AMD-ANO TO W-DMA-ANO.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
