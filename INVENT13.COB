      *> INVENTARIO FISICO: CONGELA LISTA DE CONTAGEM, DIGITA  *
      *> QUANTIDADES, RELATORIO DE DIVERGENCIA E APROVACAO DOS *
      *> AJUSTES (ARQINV/ARQPRO/ARQESTMOV/AUDITLOG)            *
      *> LOCAL 0 = CONTAGEM DO TOTAL DO PRODUTO; AS LISTAS DA  *
      *> CONTAGEM CICLICA (CICLO01) VEM POR LOCAL (ARQESTLOC). *
      *> A APROVACAO GRAVA O HISTORICO DE ACURACIA (ARQCONTHIS)*
      *> E A DATA DA ULTIMA CONTAGEM NO ARQCICLO               *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT ARQINV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS INV-CHAVE
                      FILE STATUS  IS ST-ERRO2.
       SELECT INVREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
       SELECT ARQESTMOV ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-MOV.
       SELECT ARQESTLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EL-CHAVE
                      FILE STATUS  IS ST-ERRO-LOC.
       SELECT ARQCICLO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CIC-CHAVE
                      FILE STATUS  IS ST-ERRO-CIC.
       SELECT ARQCONTHIS ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-HIS.
       SELECT ARQABC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ABC-PRO-CODIGO
                      FILE STATUS  IS ST-ERRO-ABC.
       SELECT ARQPERCTB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PER-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-PER.

       DATA DIVISION.
       FILE SECTION.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQINV.DAT".
       01 REGINV.
          03 INV-CHAVE.
             05 INV-PRO-CODIGO       PIC 9(06).
             05 INV-LOCAL            PIC 9(02).
          03 INV-DESCRICAO           PIC X(30).
          03 INV-QTD-SISTEMA         PIC 9(06).
          03 INV-QTD-CONTADA         PIC 9(06).
             88 INV-ST-DIGITADO         VALUE "D".
             88 INV-ST-APROVADO         VALUE "A".
          03 INV-DATA                PIC 9(08).
          03 INV-CLASSE              PIC X(01).

       FD INVREL
               LABEL RECORD IS STANDARD
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

       FD ARQCICLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCICLO.DAT".
       01 REGCICLO.
          03 CIC-CHAVE.
             05 CIC-PRO-CODIGO       PIC 9(06).
             05 CIC-LOCAL            PIC 9(02).
          03 CIC-CLASSE              PIC X(01).
          03 CIC-ULT-CONTAGEM        PIC 9(08).
          03 CIC-DATA-LISTA          PIC 9(08).

       FD ARQCONTHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONTHIS.DAT".
       01 REGCONTHIS.
          03 CH-DATA                 PIC 9(08).
          03 CH-PRO-CODIGO           PIC 9(06).
          03 CH-LOCAL                PIC 9(02).
          03 CH-CLASSE               PIC X(01).
          03 CH-QTD-SISTEMA          PIC 9(06).
          03 CH-QTD-CONTADA          PIC 9(06).
          03 CH-CUSTO                PIC 9(06)V99.
          03 CH-OPERADOR             PIC X(10).

       FD ARQABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQABC.DAT".
       01 REGABC.
          03 ABC-PRO-CODIGO          PIC 9(06).
          03 ABC-CLASSE              PIC X(01).
          03 ABC-PERC-ACUM           PIC 9(03)V99.
          03 ABC-DATA                PIC 9(08).

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

       WORKING-STORAGE SECTION.
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 ST-ERRO-MOV      PIC X(02) VALUE "00".
       01 ST-ERRO-LOC      PIC X(02) VALUE "00".
       01 ST-ERRO-CIC      PIC X(02) VALUE "00".
       01 ST-ERRO-HIS      PIC X(02) VALUE "00".
       01 ST-ERRO-ABC      PIC X(02) VALUE "00".
       01 ST-ERRO-PER      PIC X(02) VALUE "00".
       01 W-TEM-PERCTB     PIC X(01) VALUE "N".
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-TEM-ABC        PIC X(01) VALUE "N".
       01 W-TOT-CICLO      PIC 9(03) VALUE ZEROS.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-FIM-ARQ        PIC X(01) VALUE "N".

       01 LINHA-DET.
           03 LD-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LD-LOCAL         PIC Z9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-DESCRICAO     PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
               VALUE  "        DIGITACAO DA CONTAGEM DE INVENTARIO".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO PRODUTO :".
           05  LINE 05  COLUMN 01
               VALUE  "   LOCAL (0=TOTAL)   :".
           05  LINE 06  COLUMN 01
               VALUE  "   DESCRICAO         :".
           05  LINE 08  COLUMN 01
           05  TINV-PRO-CODIGO
               LINE 04  COLUMN 25  PIC 9(06)
               USING  INV-PRO-CODIGO.
           05  TINV-LOCAL
               LINE 05  COLUMN 25  PIC 99
               USING  INV-LOCAL.
           05  TINV-DESCRICAO
               LINE 06  COLUMN 25  PIC X(30)
               USING  INV-DESCRICAO.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO ARQINV AUDITLOG
                 GO TO ROT-FIM2.
       R0B.
           OPEN I-O ARQESTLOC
           IF ST-ERRO-LOC NOT = "00"
              IF ST-ERRO-LOC = "30"
                 OPEN OUTPUT ARQESTLOC
                 CLOSE ARQESTLOC
                 OPEN I-O ARQESTLOC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQESTLOC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO ARQINV AUDITLOG ARQESTMOV
                 GO TO ROT-FIM2.
           OPEN I-O ARQCICLO
           IF ST-ERRO-CIC NOT = "00"
              IF ST-ERRO-CIC = "30"
                 OPEN OUTPUT ARQCICLO
                 CLOSE ARQCICLO
                 OPEN I-O ARQCICLO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCICLO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO ARQINV AUDITLOG ARQESTMOV ARQESTLOC
                 GO TO ROT-FIM2.
           OPEN EXTEND ARQCONTHIS
           IF ST-ERRO-HIS NOT = "00"
              IF ST-ERRO-HIS = "30"
                 OPEN OUTPUT ARQCONTHIS
                 CLOSE ARQCONTHIS
                 OPEN EXTEND ARQCONTHIS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONTHIS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO ARQINV AUDITLOG ARQESTMOV ARQESTLOC
                       ARQCICLO
                 GO TO ROT-FIM2.
           OPEN INPUT ARQABC
           IF ST-ERRO-ABC = "00"
              MOVE "S" TO W-TEM-ABC.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE.
       INIC-OPC.
           DISPLAY (01, 01) ERASE
              MOVE "S" TO W-FIM-ARQ
           ELSE
              MOVE PRO-CODIGO     TO INV-PRO-CODIGO
              MOVE ZEROS          TO INV-LOCAL
              PERFORM BUSCA-CLASSE
              MOVE PRO-DESCRICAO  TO INV-DESCRICAO
              MOVE PRO-QTDESTOQUE TO INV-QTD-SISTEMA
              MOVE ZEROS          TO INV-QTD-CONTADA
           END-IF.
      *>---------[ DIGITACAO DAS QUANTIDADES CONTADAS ]---------------
       DIGITA-001.
           MOVE ZEROS TO INV-PRO-CODIGO INV-LOCAL INV-QTD-SISTEMA
                         INV-QTD-CONTADA
           MOVE SPACES TO INV-DESCRICAO
           DISPLAY TELACONT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INIC-OPC.
       DIGITA-002A.
           ACCEPT TINV-LOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DIGITA-001.
           READ ARQINV
           IF ST-ERRO2 = "23"
              MOVE "*** PRODUTO FORA DA LISTA DE CONTAGEM ***" TO MENS
           MOVE "*** DIVERGENCIAS DO INVENTARIO FISICO ***"
                                              TO REG-INVREL
           WRITE REG-INVREL
           MOVE "CODIGO LC  DESCRICAO                       SISTEMA  CON
      -    "TADA    DIFER.              VALOR" TO REG-INVREL
           WRITE REG-INVREL
           MOVE SPACES TO REG-INVREL
           WRITE REG-INVREL
                                     - INV-QTD-SISTEMA
                 COMPUTE W-VALOR-DIVERG = W-DIFERENCA * INV-CUSTO
                 MOVE INV-PRO-CODIGO  TO LD-CODIGO
                 MOVE INV-LOCAL       TO LD-LOCAL
                 MOVE INV-DESCRICAO   TO LD-DESCRICAO
                 MOVE INV-QTD-SISTEMA TO LD-SISTEMA
                 MOVE INV-QTD-CONTADA TO LD-CONTADA
           END-IF.
      *>---------[ APROVACAO E LANCAMENTO DOS AJUSTES ]---------------
       APROVA-001.
           MOVE W-DATA-HOJE TO W-DATA-LANC
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "*** PERIODO CONTABIL FECHADO - AJUSTE NAO LANCADO"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (16, 10)
               "CONFIRMA O LANCAMENTO DOS AJUSTES (S/N) ?"
                 IF INV-QTD-CONTADA NOT = INV-QTD-SISTEMA
                    PERFORM POSTA-AJUSTE
                 END-IF
                 PERFORM GRAVA-HISTORICO
                 PERFORM ATUALIZA-CICLO THRU ATUALIZA-CICLO-FIM
                 MOVE "A" TO INV-STATUS
                 REWRITE REGINV
              END-IF
           READ ARQPRO
           IF ST-ERRO = "00"
              COMPUTE W-DIFERENCA = INV-QTD-CONTADA - INV-QTD-SISTEMA
              IF INV-LOCAL = ZEROS
                 MOVE INV-QTD-CONTADA TO PRO-QTDESTOQUE
              ELSE
                 PERFORM AJUSTA-LOCAL
                 IF W-DIFERENCA < ZEROS
                    AND (ZERO - W-DIFERENCA) > PRO-QTDESTOQUE
                    MOVE ZEROS TO PRO-QTDESTOQUE
                 ELSE
                    COMPUTE PRO-QTDESTOQUE = PRO-QTDESTOQUE
                                           + W-DIFERENCA
                 END-IF
              END-IF
              REWRITE REGPRO
              IF ST-ERRO = "00"
                 MOVE "J" TO AUD-ACAO
              MOVE "00" TO ST-ERRO
           END-IF.

      *>---------[ SALDO DO LOCAL PASSA A SER O CONTADO ]-------------
       AJUSTA-LOCAL.
           MOVE INV-PRO-CODIGO TO EL-PRO-CODIGO
           MOVE INV-LOCAL      TO EL-LOCAL
           READ ARQESTLOC
           IF ST-ERRO-LOC = "00"
              MOVE INV-QTD-CONTADA TO EL-SALDO
              REWRITE REGESTLOC
           ELSE
              MOVE INV-QTD-CONTADA TO EL-SALDO
              MOVE ZEROS TO EL-PTOREPOSICAO
              WRITE REGESTLOC
           END-IF
           MOVE "00" TO ST-ERRO-LOC.

      *>---------[ HISTORICO PARA O RELATORIO DE ACURACIA ]-----------
       GRAVA-HISTORICO.
           MOVE W-DATA-HOJE     TO CH-DATA
           MOVE INV-PRO-CODIGO  TO CH-PRO-CODIGO
           MOVE INV-LOCAL       TO CH-LOCAL
           MOVE INV-CLASSE      TO CH-CLASSE
           IF CH-CLASSE NOT = "A" AND NOT = "B"
              MOVE "C" TO CH-CLASSE.
           MOVE INV-QTD-SISTEMA TO CH-QTD-SISTEMA
           MOVE INV-QTD-CONTADA TO CH-QTD-CONTADA
           MOVE INV-CUSTO       TO CH-CUSTO
           MOVE W-OPERADOR      TO CH-OPERADOR
           WRITE REGCONTHIS.

      *>---------[ DATA DA ULTIMA CONTAGEM POR PRODUTO/LOCAL ]--------
      *>  CONTAGEM DO TOTAL (LOCAL 0) VALE PARA TODOS OS LOCAIS
       ATUALIZA-CICLO.
           MOVE ZEROS TO W-TOT-CICLO
           IF INV-LOCAL NOT = ZEROS
              GO TO ATUALIZA-CICLO-GRAVA.
           MOVE INV-PRO-CODIGO TO CIC-PRO-CODIGO
           MOVE ZEROS TO CIC-LOCAL
           START ARQCICLO KEY IS NOT LESS CIC-CHAVE
              INVALID KEY
                 GO TO ATUALIZA-CICLO-GRAVA
           END-START.
       ATUALIZA-CICLO-LOOP.
           READ ARQCICLO NEXT RECORD
           IF ST-ERRO-CIC NOT = "00"
              GO TO ATUALIZA-CICLO-GRAVA.
           IF CIC-PRO-CODIGO NOT = INV-PRO-CODIGO
              GO TO ATUALIZA-CICLO-GRAVA.
           MOVE W-DATA-HOJE TO CIC-ULT-CONTAGEM
           REWRITE REGCICLO
           ADD 1 TO W-TOT-CICLO
           GO TO ATUALIZA-CICLO-LOOP.
       ATUALIZA-CICLO-GRAVA.
           MOVE "00" TO ST-ERRO-CIC
           IF W-TOT-CICLO NOT = ZEROS
              GO TO ATUALIZA-CICLO-FIM.
           MOVE INV-PRO-CODIGO TO CIC-PRO-CODIGO
           MOVE INV-LOCAL      TO CIC-LOCAL
           READ ARQCICLO
           IF ST-ERRO-CIC = "00"
              MOVE W-DATA-HOJE TO CIC-ULT-CONTAGEM
              REWRITE REGCICLO
           ELSE
              MOVE INV-CLASSE  TO CIC-CLASSE
              MOVE W-DATA-HOJE TO CIC-ULT-CONTAGEM
              MOVE ZEROS       TO CIC-DATA-LISTA
              WRITE REGCICLO
           END-IF.
       ATUALIZA-CICLO-FIM.
           MOVE "00" TO ST-ERRO-CIC.

      *>---------[ CLASSE ABC DO PRODUTO (SEM CLASSE = C) ]------------
       BUSCA-CLASSE.
           MOVE "C" TO INV-CLASSE
           IF W-TEM-ABC = "S"
              MOVE PRO-CODIGO TO ABC-PRO-CODIGO
              READ ARQABC
              IF ST-ERRO-ABC = "00"
                 MOVE ABC-CLASSE TO INV-CLASSE
              END-IF
              MOVE "00" TO ST-ERRO-ABC
           END-IF.

       GRAVA-AUDITORIA.
           MOVE "INVENT13" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

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

       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-TEM-ABC = "S"
              CLOSE ARQABC.
           CLOSE ARQPRO ARQINV AUDITLOG ARQESTMOV ARQESTLOC ARQCICLO
                 ARQCONTHIS.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
       ROT-FIM2.
           GOBACK.

