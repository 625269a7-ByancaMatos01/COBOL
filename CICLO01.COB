       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLO01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CONTAGEM CICLICA DIRIGIDA PELA CURVA ABC (ARQABC)     *
      *> MODO G - GERA NO ARQINV A LISTA DE CONTAGEM DA SEMANA *
      *>   SO COM OS PRODUTO/LOCAL CUJA ULTIMA CONTAGEM        *
      *>   (ARQCICLO) VENCE ATE O SABADO, CONFORME A           *
      *>   FREQUENCIA DA CLASSE; DIGITACAO E APROVACAO SEGUEM  *
      *>   NO INVENT13. LISTA IMPRESSA EM CICLOREL.DAT         *
      *> MODO P - ALTERA A FREQUENCIA EM DIAS DE CADA CLASSE   *
      *>   (CICLOPRM.DAT - PADRAO A=30 B=90 C=365)             *
      *> MODO R - ACURACIA DAS CONTAGENS POR MES E CLASSE A    *
      *>   PARTIR DO HISTORICO (ARQCONTHIS) EM CICLOREL.DAT    *
      *> PRODUTO SEM CLASSE NO ARQABC E TRATADO COMO C         *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CICLOPRM ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-PRM.
       SELECT ARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRO-CODIGO
                  ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS PRO-EAN WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQINV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS INV-CHAVE
                      FILE STATUS  IS ST-ERRO2.
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
       SELECT ARQABC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ABC-PRO-CODIGO
                      FILE STATUS  IS ST-ERRO-ABC.
       SELECT ARQCONTHIS ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-HIS.
       SELECT CICLOREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CICLOPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CICLOPRM.DAT".
       01 REG-CICLOPRM.
          03 PRM-CLASSE              PIC X(01).
          03 PRM-DIAS                PIC 9(03).

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
          03 INV-CUSTO               PIC 9(06)V99.
          03 INV-STATUS              PIC X(01).
          03 INV-DATA                PIC 9(08).
          03 INV-CLASSE              PIC X(01).

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

       FD ARQABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQABC.DAT".
       01 REGABC.
          03 ABC-PRO-CODIGO          PIC 9(06).
          03 ABC-CLASSE              PIC X(01).
          03 ABC-PERC-ACUM           PIC 9(03)V99.
          03 ABC-DATA                PIC 9(08).

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

       FD CICLOREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CICLOREL.DAT".
       01 REG-CICLOREL PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-PRM      PIC X(02) VALUE "00".
       01 ST-ERRO-LOC      PIC X(02) VALUE "00".
       01 ST-ERRO-CIC      PIC X(02) VALUE "00".
       01 ST-ERRO-ABC      PIC X(02) VALUE "00".
       01 ST-ERRO-HIS      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-MODO           PIC X(01) VALUE SPACES.
       01 W-OPCAO          PIC X(01) VALUE SPACES.
       01 W-TEM-LOC        PIC X(01) VALUE "N".
       01 W-TEM-ABC        PIC X(01) VALUE "N".
       01 W-FIM-PRM        PIC X(01) VALUE "N".
       01 W-CLASSE         PIC X(01) VALUE SPACES.
       01 W-IX-CLASSE      PIC 9(01) VALUE ZEROS.
       01 W-IDX            PIC 9(03) VALUE ZEROS.
       01 W-LOC            PIC 9(02) VALUE ZEROS.
       01 W-SALDO          PIC 9(06) VALUE ZEROS.
       01 W-QT-LOCAIS      PIC 9(03) VALUE ZEROS.
       01 W-PENDENTES      PIC 9(05) VALUE ZEROS.
       01 W-DIAS           PIC 9(03) VALUE ZEROS.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-LIMITE    PIC 9(08) VALUE ZEROS.
       01 W-DIA-HOJE       PIC 9(07) VALUE ZEROS.
       01 W-DIA-LIMITE     PIC 9(07) VALUE ZEROS.
       01 W-DIA-VENCE      PIC 9(07) VALUE ZEROS.
       01 W-DOW            PIC 9(01) VALUE ZEROS.
       01 W-VENCIDO        PIC X(01) VALUE "N".
       01 W-MES-INICIAL    PIC 9(06) VALUE ZEROS.
       01 W-MES            PIC 9(06) VALUE ZEROS.
       01 W-IX-MES         PIC 9(02) VALUE ZEROS.
       01 W-ESTOURO        PIC X(01) VALUE "N".
       01 W-DIFERENCA      PIC S9(07) VALUE ZEROS.
       01 W-VALOR          PIC 9(11)V99 VALUE ZEROS.
       01 W-PERC           PIC 9(03)V99 VALUE ZEROS.

      *> FREQUENCIA EM DIAS POR CLASSE (1=A 2=B 3=C)
       01 TABFREQ.
           03 TBFREQ OCCURS 3 TIMES.
               05 TF-CLASSE      PIC X(01).
               05 TF-DIAS        PIC 9(03).

      *> FREQUENCIAS PADRAO GRAVADAS QUANDO O CICLOPRM NAO EXISTE
       01 TABPADRAOX.
           03 FILLER PIC X(04) VALUE "A030".
           03 FILLER PIC X(04) VALUE "B090".
           03 FILLER PIC X(04) VALUE "C365".
       01 TABPADRAO REDEFINES TABPADRAOX.
           03 TBPADRAO PIC X(04) OCCURS 3 TIMES.

      *> TOTAIS DA LISTA GERADA POR CLASSE - MODO G
       01 TABTOTG.
           03 TBTOTG OCCURS 3 TIMES.
               05 TG-AVALIADOS   PIC 9(06).
               05 TG-NA-LISTA    PIC 9(06).
               05 TG-NUNCA       PIC 9(06).

      *> ACUMULADOS DO HISTORICO POR MES E CLASSE - MODO R
       01 W-QT-MESES       PIC 9(02) VALUE ZEROS.
       01 TABMES.
           03 TBMES OCCURS 60 TIMES.
               05 TM-MES         PIC 9(06).
               05 TM-CLASSE OCCURS 3 TIMES.
                  07 TM-LINHAS      PIC 9(06).
                  07 TM-EXATAS      PIC 9(06).
                  07 TM-VLR-DIF     PIC 9(11)V99.
                  07 TM-VLR-SIS     PIC 9(11)V99.
       01 TABTOTR.
           03 TBTOTR OCCURS 3 TIMES.
               05 TR-LINHAS      PIC 9(07).
               05 TR-EXATAS      PIC 9(07).
               05 TR-VLR-DIF     PIC 9(11)V99.
               05 TR-VLR-SIS     PIC 9(11)V99.

       01 LINHA-CAB-G.
           03 FILLER           PIC X(40) VALUE
              "*** CONTAGEM CICLICA - LISTA GERADA EM  ".
           03 LG-DATA          PIC 9999/99/99.
           03 FILLER           PIC X(18) VALUE
              " - VENCIDOS ATE   ".
           03 LG-LIMITE        PIC 9999/99/99.
       01 LINHA-FREQ.
           03 FILLER           PIC X(24) VALUE
              "FREQUENCIA (DIAS) - A: ".
           03 LF-DIAS-A        PIC ZZ9.
           03 FILLER           PIC X(06) VALUE "   B: ".
           03 LF-DIAS-B        PIC ZZ9.
           03 FILLER           PIC X(06) VALUE "   C: ".
           03 LF-DIAS-C        PIC ZZ9.
       01 LINHA-COL-G.
           03 FILLER           PIC X(40) VALUE
              "CODIGO LC  DESCRICAO                    ".
           03 FILLER           PIC X(40) VALUE
              "  CL  ULT.CONTAGEM  SISTEMA  CONTADO    ".
       01 LINHA-DET-G.
           03 LG-CODIGO        PIC Z(5)9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LG-LOCAL         PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LG-DESCRICAO     PIC X(30).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 LG-CLASSE        PIC X(01).
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LG-ULTIMA        PIC X(10).
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LG-SISTEMA       PIC ZZZ.ZZ9.
           03 FILLER           PIC X(11) VALUE "  ________".
       01 LINHA-TOT-G.
           03 FILLER           PIC X(07) VALUE "CLASSE ".
           03 LTG-CLASSE       PIC X(01).
           03 FILLER           PIC X(04) VALUE " -  ".
           03 LTG-LISTA        PIC ZZZ.ZZ9.
           03 FILLER           PIC X(15) VALUE " NA LISTA DE   ".
           03 LTG-AVALIADOS    PIC ZZZ.ZZ9.
           03 FILLER           PIC X(22) VALUE
              " PRODUTO/LOCAL (NUNCA ".
           03 FILLER           PIC X(10) VALUE "CONTADOS: ".
           03 LTG-NUNCA        PIC ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE ")".

       01 LINHA-CAB-R.
           03 FILLER           PIC X(40) VALUE
              "*** ACURACIA DA CONTAGEM CICLICA POR CLA".
           03 FILLER           PIC X(20) VALUE
              "SSE - EMITIDO EM    ".
           03 LR-DATA          PIC 9999/99/99.
       01 LINHA-COL-R.
           03 FILLER           PIC X(40) VALUE
              "MES      CL  LINHAS  EXATAS  ACUR.%     ".
           03 FILLER           PIC X(40) VALUE
              "  VALOR DIFERENCAS     VALOR SISTEMA  AC".
           03 FILLER           PIC X(08) VALUE
              "UR.VLR.%".
       01 LINHA-DET-R.
           03 LR-MES           PIC 9999/99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-CLASSE        PIC X(01).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-LINHAS        PIC ZZZ.ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LR-EXATAS        PIC ZZZ.ZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-ACUR          PIC ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-VLR-DIF       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 LR-VLR-SIS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LR-ACUR-VLR      PIC ZZ9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "CICLO01 - CONTAGEM CICLICA PELA CURVA ABC".
           DISPLAY "MODO (G=GERA LISTA  P=FREQUENCIAS  R=ACURACIA): ".
           ACCEPT W-MODO.
           IF W-MODO = "g"
              MOVE "G" TO W-MODO.
           IF W-MODO = "p"
              MOVE "P" TO W-MODO.
           IF W-MODO = "r"
              MOVE "R" TO W-MODO.
           IF W-MODO NOT = "G" AND W-MODO NOT = "P"
                             AND W-MODO NOT = "R"
              DISPLAY "*** MODO INVALIDO ***"
              GO TO ROT-FIM.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE
           COMPUTE W-DIA-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           COMPUTE W-DOW = FUNCTION MOD(W-DIA-HOJE 7) + 1
      *>  A LISTA DA SEMANA COBRE O QUE VENCE ATE O SABADO
           COMPUTE W-DIA-LIMITE = W-DIA-HOJE + 7 - W-DOW
           COMPUTE W-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(W-DIA-LIMITE).

           PERFORM CARREGA-FREQUENCIAS THRU CARREGA-FREQUENCIAS-FIM.
           IF W-MODO = "P"
              PERFORM ALTERA-FREQUENCIAS
              GO TO ROT-FIM3.
           IF W-MODO = "R"
              PERFORM RELATA-ACURACIA THRU RELATA-ACURACIA-FIM
              GO TO ROT-FIM3.

      *>---------[ MODO G - LISTA DE CONTAGEM DA SEMANA ]-------------
       GERA-001.
           PERFORM VERIFICA-PENDENTES THRU VERIFICA-PENDENTES-FIM.
           IF W-PENDENTES NOT = ZEROS
              DISPLAY "ARQINV TEM " W-PENDENTES
                      " CONTAGENS DIGITADAS E NAO APROVADAS"
              DISPLAY "GERAR NOVA LISTA E DESCARTA-LAS (S/N): "
              ACCEPT W-OPCAO
              IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                 DISPLAY "*** LISTA NAO GERADA ***"
                 GO TO ROT-FIM3.

           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO - " ST-ERRO
              GO TO ROT-FIM.

           OPEN I-O ARQCICLO
           IF ST-ERRO-CIC NOT = "00"
              IF ST-ERRO-CIC = "30"
                 OPEN OUTPUT ARQCICLO
                 CLOSE ARQCICLO
                 OPEN I-O ARQCICLO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCICLO - "
                         ST-ERRO-CIC
                 CLOSE ARQPRO
                 GO TO ROT-FIM.

           OPEN OUTPUT ARQINV
           CLOSE ARQINV
           OPEN I-O ARQINV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQINV - " ST-ERRO2
              CLOSE ARQPRO ARQCICLO
              GO TO ROT-FIM.

           OPEN OUTPUT CICLOREL
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CICLOREL - "
                      ST-ERRO-REL
              CLOSE ARQPRO ARQCICLO ARQINV
              GO TO ROT-FIM.

      *>  SEM ARQESTLOC CONTA O TOTAL DO PRODUTO (LOCAL 00);
      *>  SEM ARQABC TODOS OS PRODUTOS FICAM NA CLASSE C
           OPEN INPUT ARQESTLOC
           IF ST-ERRO-LOC = "00"
              MOVE "S" TO W-TEM-LOC.
           OPEN INPUT ARQABC
           IF ST-ERRO-ABC = "00"
              MOVE "S" TO W-TEM-ABC
           ELSE
              DISPLAY "ARQABC NAO ENCONTRADO - RODE O ABC01 ANTES;"
              DISPLAY "TODOS OS PRODUTOS SERAO TRATADOS COMO CLASSE C".

           MOVE ZEROS TO TABTOTG
           MOVE W-DATA-HOJE   TO LG-DATA
           MOVE W-DATA-LIMITE TO LG-LIMITE
           WRITE REG-CICLOREL FROM LINHA-CAB-G
           MOVE TF-DIAS(1) TO LF-DIAS-A
           MOVE TF-DIAS(2) TO LF-DIAS-B
           MOVE TF-DIAS(3) TO LF-DIAS-C
           WRITE REG-CICLOREL FROM LINHA-FREQ
           MOVE SPACES TO REG-CICLOREL
           WRITE REG-CICLOREL
           WRITE REG-CICLOREL FROM LINHA-COL-G
           MOVE SPACES TO REG-CICLOREL
           WRITE REG-CICLOREL.

       GERA-002.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GERA-003.
           PERFORM BUSCA-CLASSE
           MOVE ZEROS TO W-QT-LOCAIS
           IF W-TEM-LOC = "S"
              PERFORM PERCORRE-LOCAIS THRU PERCORRE-LOCAIS-FIM.
           IF W-QT-LOCAIS = ZEROS
              MOVE ZEROS          TO W-LOC
              MOVE PRO-QTDESTOQUE TO W-SALDO
              PERFORM AVALIA-ITEM THRU AVALIA-ITEM-FIM.
           GO TO GERA-002.

       GERA-003.
           MOVE SPACES TO REG-CICLOREL
           WRITE REG-CICLOREL
           PERFORM VARYING W-IX-CLASSE FROM 1 BY 1
                     UNTIL W-IX-CLASSE > 3
              MOVE TF-CLASSE(W-IX-CLASSE)    TO LTG-CLASSE
              MOVE TG-NA-LISTA(W-IX-CLASSE)  TO LTG-LISTA
              MOVE TG-AVALIADOS(W-IX-CLASSE) TO LTG-AVALIADOS
              MOVE TG-NUNCA(W-IX-CLASSE)     TO LTG-NUNCA
              WRITE REG-CICLOREL FROM LINHA-TOT-G
           END-PERFORM.

           CLOSE ARQPRO ARQCICLO ARQINV CICLOREL.
           IF W-TEM-LOC = "S"
              CLOSE ARQESTLOC.
           IF W-TEM-ABC = "S"
              CLOSE ARQABC.
           DISPLAY "LISTA GERADA NO ARQINV: "
                   TG-NA-LISTA(1) " A / " TG-NA-LISTA(2) " B / "
                   TG-NA-LISTA(3) " C"
           DISPLAY "DIGITE AS CONTAGENS NO INVENT13 - "
                   "RELATORIO EM CICLOREL.DAT".
           GO TO ROT-FIM3.

      *>---------[ CADA LOCAL DO PRODUTO NO ARQESTLOC ]---------------
       PERCORRE-LOCAIS.
           MOVE PRO-CODIGO TO EL-PRO-CODIGO
           MOVE ZEROS TO EL-LOCAL
           START ARQESTLOC KEY IS NOT LESS EL-CHAVE
              INVALID KEY
                 GO TO PERCORRE-LOCAIS-FIM
           END-START.
       PERCORRE-LOCAIS-LOOP.
           READ ARQESTLOC NEXT RECORD
           IF ST-ERRO-LOC NOT = "00"
              GO TO PERCORRE-LOCAIS-FIM.
           IF EL-PRO-CODIGO NOT = PRO-CODIGO
              GO TO PERCORRE-LOCAIS-FIM.
           ADD 1 TO W-QT-LOCAIS
           MOVE EL-LOCAL TO W-LOC
           MOVE EL-SALDO TO W-SALDO
           PERFORM AVALIA-ITEM THRU AVALIA-ITEM-FIM
           GO TO PERCORRE-LOCAIS-LOOP.
       PERCORRE-LOCAIS-FIM.
           MOVE "00" TO ST-ERRO-LOC.

      *>---------[ PRODUTO/LOCAL VENCIDO ENTRA NA LISTA ]-------------
       AVALIA-ITEM.
           ADD 1 TO TG-AVALIADOS(W-IX-CLASSE)
           MOVE "N" TO W-VENCIDO
           MOVE PRO-CODIGO TO CIC-PRO-CODIGO
           MOVE W-LOC      TO CIC-LOCAL
           READ ARQCICLO
           IF ST-ERRO-CIC NOT = "00"
              MOVE W-CLASSE TO CIC-CLASSE
              MOVE ZEROS    TO CIC-ULT-CONTAGEM CIC-DATA-LISTA
              WRITE REGCICLO
              MOVE "00" TO ST-ERRO-CIC.
           IF CIC-ULT-CONTAGEM = ZEROS
              MOVE "S" TO W-VENCIDO
              ADD 1 TO TG-NUNCA(W-IX-CLASSE)
           ELSE
              COMPUTE W-DIA-VENCE =
                      FUNCTION INTEGER-OF-DATE(CIC-ULT-CONTAGEM)
                      + TF-DIAS(W-IX-CLASSE)
              IF W-DIA-VENCE NOT > W-DIA-LIMITE
                 MOVE "S" TO W-VENCIDO
              END-IF
           END-IF
           MOVE W-CLASSE TO CIC-CLASSE
           IF W-VENCIDO = "S"
              MOVE W-DATA-HOJE TO CIC-DATA-LISTA.
           REWRITE REGCICLO
           IF W-VENCIDO NOT = "S"
              GO TO AVALIA-ITEM-FIM.

           MOVE PRO-CODIGO     TO INV-PRO-CODIGO
           MOVE W-LOC          TO INV-LOCAL
           MOVE PRO-DESCRICAO  TO INV-DESCRICAO
           MOVE W-SALDO        TO INV-QTD-SISTEMA
           MOVE ZEROS          TO INV-QTD-CONTADA
           MOVE PRO-CUSTO      TO INV-CUSTO
           MOVE "P"            TO INV-STATUS
           MOVE W-DATA-HOJE    TO INV-DATA
           MOVE W-CLASSE       TO INV-CLASSE
           WRITE REGINV
           ADD 1 TO TG-NA-LISTA(W-IX-CLASSE)

           MOVE PRO-CODIGO    TO LG-CODIGO
           MOVE W-LOC         TO LG-LOCAL
           MOVE PRO-DESCRICAO TO LG-DESCRICAO
           MOVE W-CLASSE      TO LG-CLASSE
           IF CIC-ULT-CONTAGEM = ZEROS
              MOVE "NUNCA"    TO LG-ULTIMA
           ELSE
              MOVE CIC-ULT-CONTAGEM(1:4) TO LG-ULTIMA(1:4)
              MOVE "/"                   TO LG-ULTIMA(5:1)
              MOVE CIC-ULT-CONTAGEM(5:2) TO LG-ULTIMA(6:2)
              MOVE "/"                   TO LG-ULTIMA(8:1)
              MOVE CIC-ULT-CONTAGEM(7:2) TO LG-ULTIMA(9:2)
           END-IF
           MOVE W-SALDO       TO LG-SISTEMA
           WRITE REG-CICLOREL FROM LINHA-DET-G.
       AVALIA-ITEM-FIM.
           EXIT.

      *>---------[ CONTAGENS DIGITADAS E AINDA NAO APROVADAS ]--------
       VERIFICA-PENDENTES.
           MOVE ZEROS TO W-PENDENTES
           OPEN INPUT ARQINV
           IF ST-ERRO2 NOT = "00"
              GO TO VERIFICA-PENDENTES-FIM.
       VERIFICA-PENDENTES-LOOP.
           READ ARQINV NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQINV
              GO TO VERIFICA-PENDENTES-FIM.
           IF INV-STATUS = "D"
              ADD 1 TO W-PENDENTES.
           GO TO VERIFICA-PENDENTES-LOOP.
       VERIFICA-PENDENTES-FIM.
           MOVE "00" TO ST-ERRO2.

      *>---------[ CLASSE ABC DO PRODUTO (SEM CLASSE = C) ]------------
       BUSCA-CLASSE.
           MOVE "C" TO W-CLASSE
           IF W-TEM-ABC = "S"
              MOVE PRO-CODIGO TO ABC-PRO-CODIGO
              READ ARQABC
              IF ST-ERRO-ABC = "00"
                 MOVE ABC-CLASSE TO W-CLASSE
              END-IF
              MOVE "00" TO ST-ERRO-ABC
           END-IF
           PERFORM INDICE-CLASSE.

       INDICE-CLASSE.
           EVALUATE W-CLASSE
              WHEN "A"
                 MOVE 1 TO W-IX-CLASSE
              WHEN "B"
                 MOVE 2 TO W-IX-CLASSE
              WHEN OTHER
                 MOVE "C" TO W-CLASSE
                 MOVE 3 TO W-IX-CLASSE
           END-EVALUATE.

      *>---------[ FREQUENCIAS DO CICLOPRM (CRIA COM O PADRAO) ]-------
       CARREGA-FREQUENCIAS.
           PERFORM VARYING W-IX-CLASSE FROM 1 BY 1
                     UNTIL W-IX-CLASSE > 3
              MOVE TBPADRAO(W-IX-CLASSE) TO TBFREQ(W-IX-CLASSE)
           END-PERFORM
           OPEN INPUT CICLOPRM
           IF ST-ERRO-PRM NOT = "00"
              IF ST-ERRO-PRM = "30"
                 PERFORM GRAVA-FREQUENCIAS
                 DISPLAY "CICLOPRM.DAT CRIADO COM AS FREQUENCIAS PADRAO"
                 GO TO CARREGA-FREQUENCIAS-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CICLOPRM - "
                         ST-ERRO-PRM
                 GO TO ROT-FIM.
           PERFORM UNTIL W-FIM-PRM = "S"
              READ CICLOPRM NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-PRM
              NOT AT END
                 MOVE PRM-CLASSE TO W-CLASSE
                 PERFORM INDICE-CLASSE
                 IF PRM-CLASSE = W-CLASSE AND PRM-DIAS > ZEROS
                    MOVE PRM-DIAS TO TF-DIAS(W-IX-CLASSE)
                 END-IF
           END-PERFORM
           CLOSE CICLOPRM.
       CARREGA-FREQUENCIAS-FIM.
           EXIT.

       GRAVA-FREQUENCIAS.
           OPEN OUTPUT CICLOPRM
           PERFORM VARYING W-IX-CLASSE FROM 1 BY 1
                     UNTIL W-IX-CLASSE > 3
              MOVE TBFREQ(W-IX-CLASSE) TO REG-CICLOPRM
              WRITE REG-CICLOPRM
           END-PERFORM
           CLOSE CICLOPRM.

      *>---------[ MODO P - ALTERA AS FREQUENCIAS POR CLASSE ]---------
       ALTERA-FREQUENCIAS.
           PERFORM VARYING W-IX-CLASSE FROM 1 BY 1
                     UNTIL W-IX-CLASSE > 3
              DISPLAY "CLASSE " TF-CLASSE(W-IX-CLASSE)
                      " - FREQUENCIA ATUAL " TF-DIAS(W-IX-CLASSE)
                      " DIAS - NOVA (0=MANTEM): "
              ACCEPT W-DIAS
              IF W-DIAS > ZEROS
                 MOVE W-DIAS TO TF-DIAS(W-IX-CLASSE)
              END-IF
           END-PERFORM
           PERFORM GRAVA-FREQUENCIAS
           DISPLAY "FREQUENCIAS GRAVADAS - A: " TF-DIAS(1)
                   " B: " TF-DIAS(2) " C: " TF-DIAS(3).

      *>---------[ MODO R - ACURACIA POR MES E CLASSE ]---------------
       RELATA-ACURACIA.
           DISPLAY "MES INICIAL (AAAAMM, 0=TODO O HISTORICO): ".
           ACCEPT W-MES-INICIAL.
           OPEN INPUT ARQCONTHIS
           IF ST-ERRO-HIS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCONTHIS - "
                      ST-ERRO-HIS
              GO TO ROT-FIM.
           MOVE ZEROS TO TABMES TABTOTR.
       RELATA-ACURACIA-LE.
           READ ARQCONTHIS NEXT RECORD
           IF ST-ERRO-HIS NOT = "00"
              GO TO RELATA-ACURACIA-IMPRIME.
           MOVE CH-DATA(1:6) TO W-MES
           IF W-MES < W-MES-INICIAL
              GO TO RELATA-ACURACIA-LE.
           PERFORM VARYING W-IX-MES FROM 1 BY 1
                     UNTIL W-IX-MES > W-QT-MESES
                        OR TM-MES(W-IX-MES) = W-MES
              CONTINUE
           END-PERFORM
           IF W-IX-MES > W-QT-MESES
              IF W-QT-MESES = 60
                 MOVE "S" TO W-ESTOURO
                 GO TO RELATA-ACURACIA-LE
              END-IF
              ADD 1 TO W-QT-MESES
              MOVE W-MES TO TM-MES(W-IX-MES)
           END-IF
           MOVE CH-CLASSE TO W-CLASSE
           PERFORM INDICE-CLASSE
           COMPUTE W-DIFERENCA = CH-QTD-CONTADA - CH-QTD-SISTEMA
           IF W-DIFERENCA < ZEROS
              COMPUTE W-DIFERENCA = ZERO - W-DIFERENCA.
           ADD 1 TO TM-LINHAS(W-IX-MES W-IX-CLASSE)
                    TR-LINHAS(W-IX-CLASSE)
           IF W-DIFERENCA = ZEROS
              ADD 1 TO TM-EXATAS(W-IX-MES W-IX-CLASSE)
                       TR-EXATAS(W-IX-CLASSE).
           COMPUTE W-VALOR = W-DIFERENCA * CH-CUSTO
           ADD W-VALOR TO TM-VLR-DIF(W-IX-MES W-IX-CLASSE)
                          TR-VLR-DIF(W-IX-CLASSE)
           COMPUTE W-VALOR = CH-QTD-SISTEMA * CH-CUSTO
           ADD W-VALOR TO TM-VLR-SIS(W-IX-MES W-IX-CLASSE)
                          TR-VLR-SIS(W-IX-CLASSE)
           GO TO RELATA-ACURACIA-LE.

       RELATA-ACURACIA-IMPRIME.
           CLOSE ARQCONTHIS
           OPEN OUTPUT CICLOREL
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CICLOREL - "
                      ST-ERRO-REL
              GO TO ROT-FIM.
           MOVE W-DATA-HOJE TO LR-DATA
           WRITE REG-CICLOREL FROM LINHA-CAB-R
           MOVE SPACES TO REG-CICLOREL
           WRITE REG-CICLOREL
           WRITE REG-CICLOREL FROM LINHA-COL-R
           MOVE SPACES TO REG-CICLOREL
           WRITE REG-CICLOREL
           PERFORM VARYING W-IX-MES FROM 1 BY 1
                     UNTIL W-IX-MES > W-QT-MESES
              PERFORM VARYING W-IX-CLASSE FROM 1 BY 1
                        UNTIL W-IX-CLASSE > 3
                 IF TM-LINHAS(W-IX-MES W-IX-CLASSE) > ZEROS
                    MOVE TM-MES(W-IX-MES) TO LR-MES
                    PERFORM IMPRIME-MES-CLASSE
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO REG-CICLOREL
           WRITE REG-CICLOREL
           PERFORM VARYING W-IX-CLASSE FROM 1 BY 1
                     UNTIL W-IX-CLASSE > 3
              IF TR-LINHAS(W-IX-CLASSE) > ZEROS
                 PERFORM IMPRIME-TOTAL-CLASSE
              END-IF
           END-PERFORM
           CLOSE CICLOREL
           IF W-ESTOURO = "S"
              DISPLAY "*** MAIS DE 60 MESES - INFORME O MES INICIAL".
           DISPLAY "RELATORIO DE ACURACIA GERADO EM CICLOREL.DAT".
       RELATA-ACURACIA-FIM.
           EXIT.

       IMPRIME-MES-CLASSE.
           MOVE TF-CLASSE(W-IX-CLASSE) TO LR-CLASSE
           MOVE TM-LINHAS(W-IX-MES W-IX-CLASSE) TO LR-LINHAS
           MOVE TM-EXATAS(W-IX-MES W-IX-CLASSE) TO LR-EXATAS
           COMPUTE W-PERC ROUNDED =
                   TM-EXATAS(W-IX-MES W-IX-CLASSE) * 100
                 / TM-LINHAS(W-IX-MES W-IX-CLASSE)
           MOVE W-PERC TO LR-ACUR
           MOVE TM-VLR-DIF(W-IX-MES W-IX-CLASSE) TO LR-VLR-DIF
           MOVE TM-VLR-SIS(W-IX-MES W-IX-CLASSE) TO LR-VLR-SIS
           MOVE 100 TO W-PERC
           IF TM-VLR-SIS(W-IX-MES W-IX-CLASSE) > ZEROS
              IF TM-VLR-DIF(W-IX-MES W-IX-CLASSE)
                 < TM-VLR-SIS(W-IX-MES W-IX-CLASSE)
                 COMPUTE W-PERC ROUNDED = 100 -
                         TM-VLR-DIF(W-IX-MES W-IX-CLASSE) * 100
                       / TM-VLR-SIS(W-IX-MES W-IX-CLASSE)
              ELSE
                 MOVE ZEROS TO W-PERC
              END-IF
           END-IF
           MOVE W-PERC TO LR-ACUR-VLR
           WRITE REG-CICLOREL FROM LINHA-DET-R.

       IMPRIME-TOTAL-CLASSE.
           MOVE TF-CLASSE(W-IX-CLASSE) TO LR-CLASSE
           MOVE TR-LINHAS(W-IX-CLASSE) TO LR-LINHAS
           MOVE TR-EXATAS(W-IX-CLASSE) TO LR-EXATAS
           COMPUTE W-PERC ROUNDED =
                   TR-EXATAS(W-IX-CLASSE) * 100 / TR-LINHAS(W-IX-CLASSE)
           MOVE W-PERC TO LR-ACUR
           MOVE TR-VLR-DIF(W-IX-CLASSE) TO LR-VLR-DIF
           MOVE TR-VLR-SIS(W-IX-CLASSE) TO LR-VLR-SIS
           MOVE 100 TO W-PERC
           IF TR-VLR-SIS(W-IX-CLASSE) > ZEROS
              IF TR-VLR-DIF(W-IX-CLASSE) < TR-VLR-SIS(W-IX-CLASSE)
                 COMPUTE W-PERC ROUNDED = 100 -
                         TR-VLR-DIF(W-IX-CLASSE) * 100
                       / TR-VLR-SIS(W-IX-CLASSE)
              ELSE
                 MOVE ZEROS TO W-PERC
              END-IF
           END-IF
           MOVE W-PERC TO LR-ACUR-VLR
           MOVE LINHA-DET-R TO REG-CICLOREL
           MOVE "TOTAL  " TO REG-CICLOREL(1:7)
           WRITE REG-CICLOREL.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
