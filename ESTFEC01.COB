       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTFEC01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> FECHAMENTO MENSAL DE ESTOQUE                          *
      *> MODO F - CONGELA NO ARQESTSNAP, POR PRODUTO (LOCAL 00)*
      *>   E POR LOCAL DO ARQESTLOC, A QUANTIDADE E O CUSTO    *
      *>   UNITARIO NO ULTIMO DIA DO MES. O SALDO DO PRODUTO E *
      *>   O ATUAL MENOS O QUE O ARQESTMOV MOVIMENTOU DEPOIS DO *
      *>   FIM DO MES; O SALDO POR LOCAL E O DA DATA DO        *
      *>   FECHAMENTO. GUARDA TAMBEM OS TOTAIS DO MES POR TIPO *
      *>   DE MOVIMENTO E O SALDO FINAL DO MES ANTERIOR.       *
      *>   O MES FECHADO FICA NO ARQESTFEC.                    *
      *> MODO R - REEMITE O RELATORIO DE UM MES JA FECHADO     *
      *> RELATORIO EM ESTFECREL.DAT: INICIAL, RECEBIMENTOS,    *
      *> VENDAS, DEVOLUCOES, TRANSFERENCIAS, AJUSTES, OUTROS E *
      *> FINAL, MARCANDO DIVERG QUANDO INICIAL + MOVIMENTOS    *
      *> NAO FECHA COM O FINAL CONGELADO                       *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRO-CODIGO
                  ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS PRO-EAN WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQESTMOV ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-MOV.
       SELECT ARQESTLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EL-CHAVE
                      FILE STATUS  IS ST-ERRO-LOC.
       SELECT ARQESTSNAP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ES-CHAVE
                      FILE STATUS  IS ST-ERRO-SNP.
       SELECT ARQESTFEC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EF-ANOMES
                      FILE STATUS  IS ST-ERRO-FEC.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.
       SELECT ESTFECREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQESTLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTLOC.DAT".
       01 REGESTLOC.
          03 EL-CHAVE.
             05 EL-PRO-CODIGO        PIC 9(06).
             05 EL-LOCAL             PIC 9(02).
          03 EL-SALDO                PIC 9(06).
          03 EL-PTOREPOSICAO         PIC 9(06).

       FD ARQESTSNAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTSNAP.DAT".
       01 REGESTSNAP.
          03 ES-CHAVE.
             05 ES-ANOMES            PIC 9(06).
             05 ES-PRO-CODIGO        PIC 9(06).
             05 ES-LOCAL             PIC 9(02).
          03 ES-DESCRICAO            PIC X(30).
          03 ES-QTD-INICIAL          PIC S9(07).
          03 ES-RECEBIMENTOS         PIC S9(07).
          03 ES-VENDAS               PIC S9(07).
          03 ES-DEVOLUCOES           PIC S9(07).
          03 ES-TRANSFERENCIAS       PIC S9(07).
          03 ES-AJUSTES              PIC S9(07).
          03 ES-OUTROS               PIC S9(07).
          03 ES-QTD-FINAL            PIC S9(07).
          03 ES-CUSTO                PIC 9(06)V99.
          03 ES-SEM-ANTERIOR         PIC X(01).

       FD ARQESTFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTFEC.DAT".
       01 REGESTFEC.
          03 EF-ANOMES               PIC 9(06).
          03 EF-DATA-FECHA           PIC 9(08).
          03 EF-OPERADOR             PIC X(10).
          03 EF-QTD-PRODUTOS         PIC 9(06).
          03 EF-QTD-DIVERG           PIC 9(06).
          03 EF-VALOR-TOTAL          PIC S9(11)V99.

       FD AUDITLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       FD ESTFECREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTFECREL.DAT".
       01 REG-ESTFECREL PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MOV      PIC X(02) VALUE "00".
       01 ST-ERRO-LOC      PIC X(02) VALUE "00".
       01 ST-ERRO-SNP      PIC X(02) VALUE "00".
       01 ST-ERRO-FEC      PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-MODO           PIC X(01) VALUE SPACES.
       01 W-CONFIRMA       PIC X(01) VALUE "N".
       01 W-TEM-MOV        PIC X(01) VALUE "N".
       01 W-TEM-LOC        PIC X(01) VALUE "N".
       01 W-ANOMES         PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-GRP REDEFINES W-ANOMES.
           03 W-AM-ANO      PIC 9(04).
           03 W-AM-MES      PIC 9(02).
       01 W-ANOMES-ANT     PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-PROX    PIC 9(06) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM       PIC 9(08) VALUE ZEROS.
       01 W-DATA-MOV       PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUX       PIC 9(08) VALUE ZEROS.
       01 W-QTDE           PIC S9(07) VALUE ZEROS.
       01 W-CALCULADO      PIC S9(07) VALUE ZEROS.
       01 W-INICIAL        PIC S9(07) VALUE ZEROS.
       01 W-SEM-ANTERIOR   PIC X(01) VALUE "N".
       01 W-VALOR          PIC S9(11)V99 VALUE ZEROS.
       01 W-TOT-PRODUTOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-LOCAIS     PIC 9(06) VALUE ZEROS.
       01 W-TOT-MOVS       PIC 9(07) VALUE ZEROS.
       01 W-TOT-DIVERG     PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEM-ANT    PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR      PIC S9(11)V99 VALUE ZEROS.

       01 LINHA-CABEC1.
           03 FILLER           PIC X(40) VALUE
               "*** MOVIMENTACAO DE ESTOQUE - MES ".
           03 LC-MES           PIC 99.
           03 FILLER           PIC X(01) VALUE "/".
           03 LC-ANO           PIC 9999.
           03 FILLER           PIC X(20) VALUE
               "   FECHADO EM ".
           03 LC-DATA          PIC 9999/99/99.
           03 FILLER           PIC X(05) VALUE " POR ".
           03 LC-OPERADOR      PIC X(10).
       01 LINHA-COL.
           03 FILLER           PIC X(07) VALUE "CODIGO ".
           03 FILLER           PIC X(20) VALUE "DESCRICAO".
           03 FILLER           PIC X(09) VALUE "  INICIAL".
           03 FILLER           PIC X(09) VALUE " RECEBIM.".
           03 FILLER           PIC X(09) VALUE "   VENDAS".
           03 FILLER           PIC X(09) VALUE "   DEVOL.".
           03 FILLER           PIC X(09) VALUE "  TRANSF.".
           03 FILLER           PIC X(09) VALUE "  AJUSTES".
           03 FILLER           PIC X(09) VALUE "   OUTROS".
           03 FILLER           PIC X(09) VALUE "    FINAL".
           03 FILLER           PIC X(11) VALUE "  CUSTO UN.".
           03 FILLER           PIC X(15) VALUE "    VALOR FINAL".
           03 FILLER           PIC X(07) VALUE " SITUAC".
       01 LINHA-DET.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-DESCRICAO     PIC X(20).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-INICIAL       PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-RECEB         PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-VENDAS        PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-DEVOL         PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-TRANSF        PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-AJUSTE        PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-OUTROS        PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-FINAL         PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-CUSTO         PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-VALOR         PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-SITUACAO      PIC X(06).
       01 LINHA-LOC.
           03 FILLER           PIC X(09) VALUE SPACES.
           03 FILLER           PIC X(06) VALUE "LOCAL ".
           03 LL-LOCAL         PIC 99.
           03 FILLER           PIC X(11) VALUE SPACES.
           03 LL-INICIAL       PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(55) VALUE SPACES.
           03 LL-FINAL         PIC -ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LL-CUSTO         PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LL-VALOR         PIC -ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           03 LT-ROTULO        PIC X(40).
           03 LT-QTDE          PIC ZZZ.ZZ9.
       01 LINHA-TOTAL2.
           03 LT2-ROTULO       PIC X(40).
           03 LT2-VALOR        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "ESTFEC01 - FECHAMENTO MENSAL DE ESTOQUE".
           DISPLAY "MODO (F=FECHAR O MES  R=REEMITIR RELATORIO): ".
           ACCEPT W-MODO.
           IF W-MODO = "f"
              MOVE "F" TO W-MODO.
           IF W-MODO = "r"
              MOVE "R" TO W-MODO.
           IF W-MODO NOT = "F" AND W-MODO NOT = "R"
              DISPLAY "*** MODO INVALIDO ***"
              GO TO ROT-FIM.
           DISPLAY "INFORME O MES (AAAAMM): ".
           ACCEPT W-ANOMES.
           IF W-ANOMES = ZEROS
              OR W-AM-MES < 1 OR W-AM-MES > 12
              DISPLAY "*** MES INVALIDO ***"
              GO TO ROT-FIM.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE
           COMPUTE W-DATA-INI = W-ANOMES * 100 + 1
           IF W-AM-MES = 12
              COMPUTE W-ANOMES-PROX = (W-AM-ANO + 1) * 100 + 1
           ELSE
              COMPUTE W-ANOMES-PROX = W-ANOMES + 1.
           IF W-AM-MES = 1
              COMPUTE W-ANOMES-ANT = (W-AM-ANO - 1) * 100 + 12
           ELSE
              COMPUTE W-ANOMES-ANT = W-ANOMES - 1.
           COMPUTE W-DATA-AUX = W-ANOMES-PROX * 100 + 1
           COMPUTE W-DATA-FIM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-DATA-AUX) - 1).

           IF W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR
           ELSE
              MOVE "ESTFEC    " TO W-OPERADOR.

           IF W-MODO = "R"
              GO TO REEMITE-001.

      *>---------[ MODO F - FECHAMENTO DO MES ]------------------------
       FECHA-001.
           IF W-DATA-FIM NOT < W-HOJE
              DISPLAY "*** O MES AINDA NAO TERMINOU ***"
              GO TO ROT-FIM.

           OPEN I-O ARQESTFEC
           IF ST-ERRO-FEC NOT = "00"
              IF ST-ERRO-FEC = "30"
                 OPEN OUTPUT ARQESTFEC
                 CLOSE ARQESTFEC
                 OPEN I-O ARQESTFEC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQESTFEC - "
                         ST-ERRO-FEC
                 GO TO ROT-FIM.
           MOVE W-ANOMES TO EF-ANOMES
           READ ARQESTFEC
           IF ST-ERRO-FEC = "00"
              DISPLAY "*** MES JA FECHADO EM " EF-DATA-FECHA
                      " POR " EF-OPERADOR " ***"
              CLOSE ARQESTFEC
              GO TO ROT-FIM.
           MOVE "00" TO ST-ERRO-FEC
           MOVE W-ANOMES-ANT TO EF-ANOMES
           READ ARQESTFEC
           IF ST-ERRO-FEC NOT = "00"
              DISPLAY "ATENCAO: MES ANTERIOR (" W-ANOMES-ANT
                      ") NAO FOI FECHADO - SALDO INICIAL FICA ZERADO".
           MOVE "00" TO ST-ERRO-FEC

           DISPLAY "CONFIRMA O FECHAMENTO DO ESTOQUE DO MES (S/N)? ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              DISPLAY "*** FECHAMENTO CANCELADO ***"
              CLOSE ARQESTFEC
              GO TO ROT-FIM3.

           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO - " ST-ERRO
              CLOSE ARQESTFEC
              GO TO ROT-FIM.

           OPEN I-O ARQESTSNAP
           IF ST-ERRO-SNP NOT = "00"
              IF ST-ERRO-SNP = "30"
                 OPEN OUTPUT ARQESTSNAP
                 CLOSE ARQESTSNAP
                 OPEN I-O ARQESTSNAP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQESTSNAP - "
                         ST-ERRO-SNP
                 CLOSE ARQESTFEC ARQPRO
                 GO TO ROT-FIM.

           OPEN OUTPUT ESTFECREL
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTFECREL - "
                      ST-ERRO-REL
              CLOSE ARQESTFEC ARQPRO ARQESTSNAP
              GO TO ROT-FIM.

           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO-AUD
                 CLOSE ARQESTFEC ARQPRO ARQESTSNAP ESTFECREL
                 GO TO ROT-FIM.

      *>  SEM DIARIO NAO HA MOVIMENTOS NO MES; SEM ARQESTLOC SO O
      *>  SALDO DO PRODUTO E CONGELADO
           OPEN INPUT ARQESTMOV
           IF ST-ERRO-MOV = "00"
              MOVE "S" TO W-TEM-MOV.
           OPEN INPUT ARQESTLOC
           IF ST-ERRO-LOC = "00"
              MOVE "S" TO W-TEM-LOC.

       FECHA-002.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FECHA-003.
           MOVE PRO-CODIGO TO ES-PRO-CODIGO
           MOVE ZEROS      TO ES-LOCAL
           PERFORM BUSCA-INICIAL
           MOVE W-ANOMES         TO ES-ANOMES
           MOVE PRO-CODIGO       TO ES-PRO-CODIGO
           MOVE ZEROS            TO ES-LOCAL
           MOVE PRO-QTDESTOQUE   TO ES-QTD-FINAL
           PERFORM GRAVA-SNAP
           ADD 1 TO W-TOT-PRODUTOS
           GO TO FECHA-002.

       FECHA-003.
           IF W-TEM-LOC NOT = "S"
              GO TO FECHA-004.
           READ ARQESTLOC NEXT RECORD
           IF ST-ERRO-LOC NOT = "00"
              GO TO FECHA-004.
           MOVE EL-PRO-CODIGO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO FECHA-003.
           MOVE EL-PRO-CODIGO TO ES-PRO-CODIGO
           MOVE EL-LOCAL      TO ES-LOCAL
           PERFORM BUSCA-INICIAL
           MOVE W-ANOMES      TO ES-ANOMES
           MOVE EL-PRO-CODIGO TO ES-PRO-CODIGO
           MOVE EL-LOCAL      TO ES-LOCAL
           MOVE EL-SALDO      TO ES-QTD-FINAL
           PERFORM GRAVA-SNAP
           ADD 1 TO W-TOT-LOCAIS
           GO TO FECHA-003.

      *>  MOVIMENTO DENTRO DO MES SOMA NO TIPO; MOVIMENTO POSTERIOR
      *>  AO FIM DO MES E DESFEITO NO SALDO FINAL DO PRODUTO
       FECHA-004.
           IF W-TEM-MOV NOT = "S"
              GO TO FECHA-005.
           READ ARQESTMOV NEXT RECORD
           IF ST-ERRO-MOV NOT = "00"
              GO TO FECHA-005.
           MOVE MOV-DATAHORA(1:8) TO W-DATA-MOV
           IF W-DATA-MOV < W-DATA-INI
              GO TO FECHA-004.
           MOVE W-ANOMES       TO ES-ANOMES
           MOVE MOV-PRO-CODIGO TO ES-PRO-CODIGO
           MOVE ZEROS          TO ES-LOCAL
           READ ARQESTSNAP
           IF ST-ERRO-SNP NOT = "00"
              MOVE "00" TO ST-ERRO-SNP
              GO TO FECHA-004.
           MOVE MOV-QTDE TO W-QTDE
           IF MOV-ENTSAI = "S"
              COMPUTE W-QTDE = ZERO - W-QTDE.
           IF W-DATA-MOV > W-DATA-FIM
              SUBTRACT W-QTDE FROM ES-QTD-FINAL
           ELSE
              ADD 1 TO W-TOT-MOVS
              EVALUATE MOV-TIPO
                 WHEN "R"
                 WHEN "C"
                    ADD W-QTDE TO ES-RECEBIMENTOS
                 WHEN "V"
                    ADD W-QTDE TO ES-VENDAS
                 WHEN "D"
                    ADD W-QTDE TO ES-DEVOLUCOES
                 WHEN "T"
                    ADD W-QTDE TO ES-TRANSFERENCIAS
                 WHEN "J"
                    ADD W-QTDE TO ES-AJUSTES
                 WHEN OTHER
                    ADD W-QTDE TO ES-OUTROS
              END-EVALUATE
           END-IF
           REWRITE REGESTSNAP
           GO TO FECHA-004.

       FECHA-005.
           PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM.

           MOVE W-ANOMES       TO EF-ANOMES
           MOVE W-HOJE         TO EF-DATA-FECHA
           MOVE W-OPERADOR     TO EF-OPERADOR
           MOVE W-TOT-PRODUTOS TO EF-QTD-PRODUTOS
           MOVE W-TOT-DIVERG   TO EF-QTD-DIVERG
           MOVE W-TOT-VALOR    TO EF-VALOR-TOTAL
           WRITE REGESTFEC
           IF ST-ERRO-FEC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQESTFEC - "
                      ST-ERRO-FEC.

           MOVE "ESTFEC01"    TO AUD-PROGRAMA
           MOVE W-OPERADOR    TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE "I"           TO AUD-ACAO
           MOVE W-ANOMES      TO AUD-CHAVE
           WRITE REG-AUDITLOG.

           IF W-TEM-MOV = "S"
              CLOSE ARQESTMOV.
           IF W-TEM-LOC = "S"
              CLOSE ARQESTLOC.
           CLOSE ARQPRO ARQESTSNAP ARQESTFEC ESTFECREL AUDITLOG.
           DISPLAY "ESTOQUE DO MES " W-ANOMES " FECHADO -- "
                   W-TOT-PRODUTOS " PRODUTOS -- " W-TOT-LOCAIS
                   " LOCAIS -- " W-TOT-MOVS " MOVIMENTOS".
           IF W-TOT-DIVERG NOT = ZEROS
              DISPLAY "*** " W-TOT-DIVERG " PRODUTOS COM DIVERGENCIA "
                      "ENTRE SALDO E MOVIMENTOS ***".
           DISPLAY "RELATORIO EM ESTFECREL.DAT".
           GO TO ROT-FIM3.

      *>---------[ SALDO FINAL DO MES ANTERIOR PARA A MESMA CHAVE ]---
       BUSCA-INICIAL.
           MOVE W-ANOMES-ANT TO ES-ANOMES
           READ ARQESTSNAP
           IF ST-ERRO-SNP = "00"
              MOVE ES-QTD-FINAL TO W-INICIAL
              MOVE "N" TO W-SEM-ANTERIOR
           ELSE
              MOVE ZEROS TO W-INICIAL
              MOVE "S" TO W-SEM-ANTERIOR
              MOVE "00" TO ST-ERRO-SNP.

       GRAVA-SNAP.
           MOVE PRO-DESCRICAO  TO ES-DESCRICAO
           MOVE W-INICIAL      TO ES-QTD-INICIAL
           MOVE W-SEM-ANTERIOR TO ES-SEM-ANTERIOR
           MOVE PRO-CUSTO      TO ES-CUSTO
           MOVE ZEROS TO ES-RECEBIMENTOS ES-VENDAS ES-DEVOLUCOES
                         ES-TRANSFERENCIAS ES-AJUSTES ES-OUTROS
      *>  SOBRAS DE UM FECHAMENTO INTERROMPIDO SAO SOBREPOSTAS
           WRITE REGESTSNAP
                INVALID KEY
                REWRITE REGESTSNAP
                     INVALID KEY CONTINUE
                END-REWRITE
           END-WRITE.

      *>---------[ MODO R - REEMISSAO DO RELATORIO ]------------------
       REEMITE-001.
           OPEN INPUT ARQESTFEC
           IF ST-ERRO-FEC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQESTFEC - "
                      ST-ERRO-FEC
              GO TO ROT-FIM.
           MOVE W-ANOMES TO EF-ANOMES
           READ ARQESTFEC
           IF ST-ERRO-FEC NOT = "00"
              DISPLAY "*** MES " W-ANOMES " NAO FOI FECHADO ***"
              CLOSE ARQESTFEC
              GO TO ROT-FIM.
           MOVE EF-DATA-FECHA TO W-HOJE
           MOVE EF-OPERADOR   TO W-OPERADOR
           CLOSE ARQESTFEC.

           OPEN INPUT ARQESTSNAP
           IF ST-ERRO-SNP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQESTSNAP - "
                      ST-ERRO-SNP
              GO TO ROT-FIM.
           OPEN OUTPUT ESTFECREL
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTFECREL - "
                      ST-ERRO-REL
              CLOSE ARQESTSNAP
              GO TO ROT-FIM.

           PERFORM EMITE-RELATORIO THRU EMITE-RELATORIO-FIM.
           CLOSE ARQESTSNAP ESTFECREL.
           DISPLAY "RELATORIO DO MES " W-ANOMES " EM ESTFECREL.DAT -- "
                   W-TOT-DIVERG " DIVERGENCIAS".
           GO TO ROT-FIM3.

      *>---------[ RELATORIO DE MOVIMENTACAO DO MES FECHADO ]---------
       EMITE-RELATORIO.
           MOVE ZEROS TO W-TOT-DIVERG W-TOT-SEM-ANT W-TOT-VALOR
           MOVE W-AM-MES   TO LC-MES
           MOVE W-AM-ANO   TO LC-ANO
           MOVE W-HOJE     TO LC-DATA
           MOVE W-OPERADOR TO LC-OPERADOR
           WRITE REG-ESTFECREL FROM LINHA-CABEC1
           MOVE SPACES TO REG-ESTFECREL
           WRITE REG-ESTFECREL
           WRITE REG-ESTFECREL FROM LINHA-COL
           MOVE SPACES TO REG-ESTFECREL
           WRITE REG-ESTFECREL
           MOVE W-ANOMES TO ES-ANOMES
           MOVE ZEROS TO ES-PRO-CODIGO ES-LOCAL
           START ARQESTSNAP KEY IS NOT LESS ES-CHAVE
              INVALID KEY
                 GO TO EMITE-RELATORIO-TOTAL
           END-START.
       EMITE-RELATORIO-LOOP.
           READ ARQESTSNAP NEXT RECORD
           IF ST-ERRO-SNP NOT = "00"
              GO TO EMITE-RELATORIO-TOTAL.
           IF ES-ANOMES NOT = W-ANOMES
              GO TO EMITE-RELATORIO-TOTAL.
           COMPUTE W-VALOR = ES-QTD-FINAL * ES-CUSTO
           IF ES-LOCAL NOT = ZEROS
              MOVE ES-LOCAL       TO LL-LOCAL
              MOVE ES-QTD-INICIAL TO LL-INICIAL
              MOVE ES-QTD-FINAL   TO LL-FINAL
              MOVE ES-CUSTO       TO LL-CUSTO
              MOVE W-VALOR        TO LL-VALOR
              WRITE REG-ESTFECREL FROM LINHA-LOC
              GO TO EMITE-RELATORIO-LOOP.
           ADD W-VALOR TO W-TOT-VALOR
           COMPUTE W-CALCULADO = ES-QTD-INICIAL + ES-RECEBIMENTOS
                               + ES-VENDAS + ES-DEVOLUCOES
                               + ES-TRANSFERENCIAS + ES-AJUSTES
                               + ES-OUTROS
           MOVE SPACES TO LD-SITUACAO
           IF W-CALCULADO NOT = ES-QTD-FINAL
              IF ES-SEM-ANTERIOR = "S"
                 MOVE "S/ANT" TO LD-SITUACAO
                 ADD 1 TO W-TOT-SEM-ANT
              ELSE
                 MOVE "DIVERG" TO LD-SITUACAO
                 ADD 1 TO W-TOT-DIVERG
              END-IF
           END-IF
           MOVE ES-PRO-CODIGO     TO LD-CODIGO
           MOVE ES-DESCRICAO      TO LD-DESCRICAO
           MOVE ES-QTD-INICIAL    TO LD-INICIAL
           MOVE ES-RECEBIMENTOS   TO LD-RECEB
           MOVE ES-VENDAS         TO LD-VENDAS
           MOVE ES-DEVOLUCOES     TO LD-DEVOL
           MOVE ES-TRANSFERENCIAS TO LD-TRANSF
           MOVE ES-AJUSTES        TO LD-AJUSTE
           MOVE ES-OUTROS         TO LD-OUTROS
           MOVE ES-QTD-FINAL      TO LD-FINAL
           MOVE ES-CUSTO          TO LD-CUSTO
           MOVE W-VALOR           TO LD-VALOR
           WRITE REG-ESTFECREL FROM LINHA-DET
           GO TO EMITE-RELATORIO-LOOP.
       EMITE-RELATORIO-TOTAL.
           MOVE "00" TO ST-ERRO-SNP
           MOVE SPACES TO REG-ESTFECREL
           WRITE REG-ESTFECREL
           MOVE "VALOR TOTAL DO ESTOQUE NO FIM DO MES :" TO LT2-ROTULO
           MOVE W-TOT-VALOR TO LT2-VALOR
           WRITE REG-ESTFECREL FROM LINHA-TOTAL2
           MOVE "PRODUTOS COM DIVERGENCIA (DIVERG)    :" TO LT-ROTULO
           MOVE W-TOT-DIVERG TO LT-QTDE
           WRITE REG-ESTFECREL FROM LINHA-TOTAL
           MOVE "SEM FECHAMENTO ANTERIOR (S/ANT)      :" TO LT-ROTULO
           MOVE W-TOT-SEM-ANT TO LT-QTDE
           WRITE REG-ESTFECREL FROM LINHA-TOTAL.
       EMITE-RELATORIO-FIM.
           EXIT.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
