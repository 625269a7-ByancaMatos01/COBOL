       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARCOB01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CARTAS DE COBRANCA DE TITULOS VENCIDOS (ARQREC)       *
      *> UMA CARTA POR CLIENTE COM TITULOS VENCIDOS HA MAIS DE *
      *> N DIAS, COM O VALOR ATUALIZADO (MULTA 2% + JUROS 1%   *
      *> AO MES PRO RATA DIA, MESMA REGRA DO CTAREC13).        *
      *> NIVEL DA CARTA: 1 = ATE 29 DIAS, 2 = 30 A 59 DIAS,    *
      *> 3 = 60 DIAS OU MAIS. O NIVEL ENVIADO FICA GRAVADO NO  *
      *> TITULO (REC-NIVEL-COBRANCA) E A CARTA SO E REEMITIDA  *
      *> QUANDO ALGUM TITULO SOBE DE NIVEL                     *
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
       SELECT CARCOB ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.

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

       FD CARCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARCOB.DAT".
       01 REG-CARCOB PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 W-FIM-ARQREC     PIC X(01) VALUE "N".
       01 W-DIAS-MINIMO    PIC 9(03) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-JULIANO   PIC 9(07) VALUE ZEROS.
       01 W-CLI-ATUAL      PIC 9(14) VALUE ZEROS.
       01 W-CLI-PROX       PIC 9(14) VALUE ZEROS.
       01 W-SALDO          PIC 9(14)V99 VALUE ZEROS.
       01 W-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.
       01 W-DIAS-JUROS     PIC 9(05) VALUE ZEROS.
       01 W-DATA-BASE-JUR  PIC 9(08) VALUE ZEROS.
       01 W-MULTA          PIC 9(12)V99 VALUE ZEROS.
       01 W-JUROS          PIC 9(12)V99 VALUE ZEROS.
       01 W-NIVEL          PIC 9(01) VALUE ZEROS.
       01 W-NIVEL-CARTA    PIC 9(01) VALUE ZEROS.
       01 W-SOBE-NIVEL     PIC X(01) VALUE "N".
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-QTD-TIT        PIC 9(02) VALUE ZEROS.
       01 W-TOT-CARTAS     PIC 9(06) VALUE ZEROS.
       01 W-TOT-NIVEL1     PIC 9(06) VALUE ZEROS.
       01 W-TOT-NIVEL2     PIC 9(06) VALUE ZEROS.
       01 W-TOT-NIVEL3     PIC 9(06) VALUE ZEROS.
       01 W-CARTA-TOTAL    PIC 9(14)V99 VALUE ZEROS.
       01 W-ENDERECO       PIC X(60) VALUE SPACES.

      *> ENCARGOS POR ATRASO (CONTRATUAIS)
       01 W-PERC-MULTA     PIC 9(02)V99 VALUE 2.
       01 W-PERC-JUROS-MES PIC 9(02)V99 VALUE 1.

      *> TITULOS VENCIDOS DO CLIENTE EM PROCESSAMENTO
       01 W-TAB-TITULOS.
           03 W-TT OCCURS 50 TIMES.
              05 W-TT-CHAVE      PIC 9(08).
              05 W-TT-CHAVE-R REDEFINES W-TT-CHAVE.
                 07 W-TT-PEDIDO  PIC 9(06).
                 07 W-TT-PARCELA PIC 9(02).
              05 W-TT-VENCTO     PIC 9(08).
              05 W-TT-DIAS       PIC 9(05).
              05 W-TT-SALDO      PIC 9(14)V99.
              05 W-TT-MULTA      PIC 9(12)V99.
              05 W-TT-JUROS      PIC 9(12)V99.
              05 W-TT-NIVEL      PIC 9(01).

      *> TEXTO DA CARTA POR NIVEL
       01 TABTEXTOX.
           03 FILLER PIC X(70) VALUE
              "CONSTA EM NOSSOS REGISTROS O(S) TITULO(S) ABAIXO AINDA EM
      -       " ABERTO.".
           03 FILLER PIC X(70) VALUE
              "CASO O PAGAMENTO JA TENHA SIDO EFETUADO, FAVOR DESCONSIDE
      -       "RAR.".
           03 FILLER PIC X(70) VALUE
              "SEGUNDO AVISO: NAO IDENTIFICAMOS O PAGAMENTO DO(S) TITULO
      -       "(S) ABAIXO.".
           03 FILLER PIC X(70) VALUE
              "SOLICITAMOS A REGULARIZACAO NO PRAZO DE 5 (CINCO) DIAS.".
           03 FILLER PIC X(70) VALUE
              "ULTIMO AVISO: TITULO(S) ABAIXO VENCIDO(S) HA MAIS DE 60 D
      -       "IAS.".
           03 FILLER PIC X(70) VALUE
              "SEM REGULARIZACAO EM 5 DIAS O DEBITO SERA ENVIADO A PROTE
      -       "STO.".
       01 TABTEXTO REDEFINES TABTEXTOX.
           03 TB-TEXTO OCCURS 3 TIMES.
              05 TB-TEXTO-L1 PIC X(70).
              05 TB-TEXTO-L2 PIC X(70).

       01 LINHA-MOLDURA    PIC X(90) VALUE ALL "=".
       01 LINHA-TITULO.
           03 FILLER           PIC X(25) VALUE SPACES.
           03 FILLER           PIC X(18) VALUE "AVISO DE COBRANCA ".
           03 FILLER           PIC X(07) VALUE "NIVEL ".
           03 LTI-NIVEL        PIC 9.
           03 FILLER           PIC X(20) VALUE SPACES.
           03 LTI-DATA         PIC 9999/99/99.
       01 LINHA-DEST.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 LDE-TEXTO        PIC X(85).
       01 LINHA-CEP.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 FILLER           PIC X(04) VALUE "CEP ".
           03 LCE-CEP          PIC 99999B999.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LCE-CIDADE       PIC X(24).
           03 FILLER           PIC X(03) VALUE " - ".
           03 LCE-ESTADO       PIC X(02).
       01 LINHA-TEXTO.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 LTX-TEXTO        PIC X(70).
       01 LINHA-CABTIT.
           03 FILLER           PIC X(45) VALUE
               "     PEDIDO/PC  VENCIMENTO  DIAS        SALDO".
           03 FILLER           PIC X(45) VALUE
               "      MULTA      JUROS      VALOR ATUALIZADO".
       01 LINHA-TIT.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 LTT-PEDIDO       PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE "/".
           03 LTT-PARCELA      PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LTT-VENCTO       PIC 9999/99/99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LTT-DIAS         PIC ZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LTT-SALDO        PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LTT-MULTA        PIC ZZZZZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LTT-JUROS        PIC ZZZZZZ9,99.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LTT-ATUALIZADO   PIC Z(12)9,99.
       01 LINHA-TOTCARTA.
           03 FILLER           PIC X(54) VALUE SPACES.
           03 FILLER           PIC X(20) VALUE "TOTAL ATUALIZADO : ".
           03 LTC-TOTAL        PIC Z(12)9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "CARCOB01 - CARTAS DE COBRANCA".
           DISPLAY "TITULOS VENCIDOS HA MAIS DE QUANTOS DIAS (0=15): ".
           ACCEPT W-DIAS-MINIMO.
           IF W-DIAS-MINIMO = ZEROS
              MOVE 15 TO W-DIAS-MINIMO.

           OPEN I-O ARQREC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQREC - " ST-ERRO
              GO TO ROT-FIM.

           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCLI - " ST-ERRO2
              CLOSE ARQREC
              GO TO ROT-FIM.

           OPEN OUTPUT CARCOB
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CARCOB - " ST-ERRO3
              CLOSE ARQREC ARQCLI
              GO TO ROT-FIM.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
           COMPUTE W-HOJE-JULIANO = FUNCTION INTEGER-OF-DATE(W-HOJE).

       R1.
           MOVE ZEROS TO REC-CLI-CPFCNPJ
           START ARQREC KEY IS NOT LESS REC-CLI-CPFCNPJ
              INVALID KEY
                 MOVE "S" TO W-FIM-ARQREC
           END-START.

           PERFORM UNTIL W-FIM-ARQREC = "S"
              READ ARQREC NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQREC
              NOT AT END
                 IF REC-CLI-CPFCNPJ NOT = W-CLI-ATUAL
                    PERFORM TROCA-CLIENTE
                 END-IF
                 IF REC-ST-ABERTO
                    PERFORM ACUMULA-TITULO THRU ACUMULA-TITULO-FIM
                 END-IF
           END-PERFORM.

           IF W-QTD-TIT NOT = ZEROS
              PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM.

           CLOSE ARQREC ARQCLI CARCOB.
           DISPLAY "CARTAS GERADAS EM CARCOB.DAT -- " W-TOT-CARTAS
                   " CARTAS".
           DISPLAY "NIVEL 1: " W-TOT-NIVEL1 "  NIVEL 2: " W-TOT-NIVEL2
                   "  NIVEL 3: " W-TOT-NIVEL3.
           GO TO ROT-FIM3.

      *>---------[ QUEBRA DE CLIENTE ]--------------------------------
      *>  A CARTA REGRAVA OS TITULOS DO CLIENTE ANTERIOR POR LEITURA
      *>  DIRETA; A LEITURA SEQUENCIAL E REPOSICIONADA NO PRIMEIRO
      *>  TITULO DO NOVO CLIENTE
       TROCA-CLIENTE.
           MOVE REC-CLI-CPFCNPJ TO W-CLI-PROX
           IF W-QTD-TIT NOT = ZEROS
              PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM
              MOVE W-CLI-PROX TO REC-CLI-CPFCNPJ
              START ARQREC KEY IS NOT LESS REC-CLI-CPFCNPJ
                 INVALID KEY
                    MOVE "S" TO W-FIM-ARQREC
              END-START
              READ ARQREC NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM-ARQREC
              END-READ
           END-IF
           MOVE W-CLI-PROX TO W-CLI-ATUAL
           MOVE ZEROS TO W-QTD-TIT.

      *>---------[ TITULO VENCIDO HA MAIS DE N DIAS ]-----------------
       ACUMULA-TITULO.
           IF W-FIM-ARQREC = "S"
              GO TO ACUMULA-TITULO-FIM.
           COMPUTE W-DIAS-ATRASO = W-HOJE-JULIANO
                   - FUNCTION INTEGER-OF-DATE(REC-DATA-VENCTO)
           IF W-DIAS-ATRASO <= W-DIAS-MINIMO
              GO TO ACUMULA-TITULO-FIM.
           IF W-QTD-TIT = 50
              DISPLAY "CLIENTE " REC-CLI-CPFCNPJ
                      " COM MAIS DE 50 TITULOS VENCIDOS - TITULO "
                      REC-CHAVE " NAO LISTADO"
              GO TO ACUMULA-TITULO-FIM.
           ADD 1 TO W-QTD-TIT
           COMPUTE W-SALDO = REC-VALOR - REC-VALOR-PAGO
           PERFORM CALC-ENCARGOS
           IF W-DIAS-ATRASO >= 60
              MOVE 3 TO W-NIVEL
           ELSE
              IF W-DIAS-ATRASO >= 30
                 MOVE 2 TO W-NIVEL
              ELSE
                 MOVE 1 TO W-NIVEL.
           IF W-NIVEL < REC-NIVEL-COBRANCA
              MOVE REC-NIVEL-COBRANCA TO W-NIVEL.
           MOVE REC-CHAVE       TO W-TT-CHAVE(W-QTD-TIT)
           MOVE REC-DATA-VENCTO TO W-TT-VENCTO(W-QTD-TIT)
           MOVE W-DIAS-ATRASO   TO W-TT-DIAS(W-QTD-TIT)
           MOVE W-SALDO         TO W-TT-SALDO(W-QTD-TIT)
           MOVE W-MULTA         TO W-TT-MULTA(W-QTD-TIT)
           MOVE W-JUROS         TO W-TT-JUROS(W-QTD-TIT)
           MOVE W-NIVEL         TO W-TT-NIVEL(W-QTD-TIT)
           IF W-NIVEL > REC-NIVEL-COBRANCA
              MOVE "S" TO W-SOBE-NIVEL.
       ACUMULA-TITULO-FIM.
           EXIT.

      *>---------[ MULTA E JUROS ATE HOJE - REGRA DO CTAREC13 ]-------
       CALC-ENCARGOS.
           MOVE ZEROS TO W-MULTA W-JUROS
           IF REC-MULTA-PAGA = ZEROS
              COMPUTE W-MULTA ROUNDED = W-SALDO * W-PERC-MULTA / 100.
           MOVE REC-DATA-VENCTO TO W-DATA-BASE-JUR
           IF REC-DATA-PAGTO > W-DATA-BASE-JUR
              AND REC-DATA-PAGTO < W-HOJE
              MOVE REC-DATA-PAGTO TO W-DATA-BASE-JUR.
           COMPUTE W-DIAS-JUROS = W-HOJE-JULIANO
                   - FUNCTION INTEGER-OF-DATE(W-DATA-BASE-JUR)
           COMPUTE W-JUROS ROUNDED =
                   W-SALDO * W-PERC-JUROS-MES / 100
                   * W-DIAS-JUROS / 30.

      *>---------[ EMITE A CARTA SE ALGUM TITULO SUBIU DE NIVEL ]------
       FECHA-CLIENTE.
           IF W-SOBE-NIVEL NOT = "S"
              GO TO FECHA-CLIENTE-FIM.
           MOVE ZEROS TO W-NIVEL-CARTA W-CARTA-TOTAL
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TIT
              IF W-TT-NIVEL(W-IND) > W-NIVEL-CARTA
                 MOVE W-TT-NIVEL(W-IND) TO W-NIVEL-CARTA
              END-IF
           END-PERFORM
           PERFORM LE-CLIENTE
           PERFORM EMITE-CARTA
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TIT
              PERFORM MARCA-TITULO
           END-PERFORM
           ADD 1 TO W-TOT-CARTAS
           EVALUATE W-NIVEL-CARTA
              WHEN 1 ADD 1 TO W-TOT-NIVEL1
              WHEN 2 ADD 1 TO W-TOT-NIVEL2
              WHEN 3 ADD 1 TO W-TOT-NIVEL3
           END-EVALUATE.
       FECHA-CLIENTE-FIM.
           MOVE "N" TO W-SOBE-NIVEL.

       LE-CLIENTE.
           IF W-CLI-ATUAL < 100000000000
              MOVE W-CLI-ATUAL TO CLI-CPF
              READ ARQCLI KEY IS CLI-CPF
                 INVALID KEY
                    MOVE "(CLIENTE NAO CADASTRADO)" TO NOMEC
                    MOVE SPACES TO LOGRADOUROC NUMEROC COMPLEMENTOC
                                   BAIRROC CIDADEC ESTADOC
                    MOVE ZEROS TO CEPC
              END-READ
           ELSE
              MOVE W-CLI-ATUAL TO CNPJC
              READ ARQCLI KEY IS CNPJC
                 INVALID KEY
                    MOVE "(CLIENTE NAO CADASTRADO)" TO NOMEC
                    MOVE SPACES TO LOGRADOUROC NUMEROC COMPLEMENTOC
                                   BAIRROC CIDADEC ESTADOC
                    MOVE ZEROS TO CEPC
              END-READ
           END-IF
           MOVE "00" TO ST-ERRO2.

       EMITE-CARTA.
           WRITE REG-CARCOB FROM LINHA-MOLDURA
           MOVE W-NIVEL-CARTA TO LTI-NIVEL
           MOVE W-HOJE        TO LTI-DATA
           WRITE REG-CARCOB FROM LINHA-TITULO
           WRITE REG-CARCOB FROM LINHA-MOLDURA
           MOVE SPACES TO REG-CARCOB
           WRITE REG-CARCOB
           MOVE NOMEC TO LDE-TEXTO
           WRITE REG-CARCOB FROM LINHA-DEST
           MOVE SPACES TO W-ENDERECO
           STRING LOGRADOUROC  DELIMITED BY "  "
                  ", "         DELIMITED BY SIZE
                  NUMEROC      DELIMITED BY "  "
                  " "          DELIMITED BY SIZE
                  COMPLEMENTOC DELIMITED BY "  "
                  INTO W-ENDERECO
           MOVE W-ENDERECO TO LDE-TEXTO
           WRITE REG-CARCOB FROM LINHA-DEST
           MOVE BAIRROC TO LDE-TEXTO
           WRITE REG-CARCOB FROM LINHA-DEST
           MOVE CEPC    TO LCE-CEP
           MOVE CIDADEC TO LCE-CIDADE
           MOVE ESTADOC TO LCE-ESTADO
           WRITE REG-CARCOB FROM LINHA-CEP
           MOVE SPACES TO REG-CARCOB
           WRITE REG-CARCOB
           WRITE REG-CARCOB
           MOVE TB-TEXTO-L1(W-NIVEL-CARTA) TO LTX-TEXTO
           WRITE REG-CARCOB FROM LINHA-TEXTO
           MOVE TB-TEXTO-L2(W-NIVEL-CARTA) TO LTX-TEXTO
           WRITE REG-CARCOB FROM LINHA-TEXTO
           MOVE SPACES TO REG-CARCOB
           WRITE REG-CARCOB
           WRITE REG-CARCOB FROM LINHA-CABTIT
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TIT
              MOVE W-TT-PEDIDO(W-IND)  TO LTT-PEDIDO
              MOVE W-TT-PARCELA(W-IND) TO LTT-PARCELA
              MOVE W-TT-VENCTO(W-IND)  TO LTT-VENCTO
              MOVE W-TT-DIAS(W-IND)    TO LTT-DIAS
              MOVE W-TT-SALDO(W-IND)   TO LTT-SALDO
              MOVE W-TT-MULTA(W-IND)   TO LTT-MULTA
              MOVE W-TT-JUROS(W-IND)   TO LTT-JUROS
              COMPUTE W-SALDO = W-TT-SALDO(W-IND)
                      + W-TT-MULTA(W-IND) + W-TT-JUROS(W-IND)
              MOVE W-SALDO             TO LTT-ATUALIZADO
              ADD W-SALDO TO W-CARTA-TOTAL
              WRITE REG-CARCOB FROM LINHA-TIT
           END-PERFORM
           MOVE SPACES TO REG-CARCOB
           WRITE REG-CARCOB
           MOVE W-CARTA-TOTAL TO LTC-TOTAL
           WRITE REG-CARCOB FROM LINHA-TOTCARTA
           MOVE SPACES TO REG-CARCOB
           WRITE REG-CARCOB
           WRITE REG-CARCOB.

      *>---------[ GRAVA NO TITULO O NIVEL DA COBRANCA ENVIADA ]-------
       MARCA-TITULO.
           MOVE W-TT-CHAVE(W-IND) TO REC-CHAVE
           READ ARQREC
           IF ST-ERRO = "00"
              MOVE W-TT-NIVEL(W-IND) TO REC-NIVEL-COBRANCA
              MOVE W-HOJE            TO REC-DATA-COBRANCA
              REWRITE REGREC
              IF ST-ERRO NOT = "00"
                 DISPLAY "ERRO NA ATUALIZACAO DO ARQUIVO ARQREC - "
                         ST-ERRO " TITULO " REC-CHAVE
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
