       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFLAC01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> MAPA MENSAL DA NUMERACAO DE NF-E POR SERIE. PERCORRE  *
      *> O ARQNFE DO NUMERO INICIAL AO ULTIMO DA SERIE:        *
      *> LISTA AS NOTAS EMITIDAS E CANCELADAS NO MES (PELA     *
      *> EMISSAO) E AS INUTILIZADAS NO MES (PELA DATA DO       *
      *> EVENTO), E TODA FAIXA SEM REGISTRO NA SERIE, QUE      *
      *> PRECISA SER INUTILIZADA PELO NFCANC01.                *
      *> SAIDA EM NFLACREL.DAT                                 *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNFSERIE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NS-SERIE
                      FILE STATUS  IS ST-ERRO-NS.
       SELECT ARQNFE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NF-CHAVE
                 ALTERNATE RECORD KEY IS NF-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-NF.
       SELECT NFLACREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.

       DATA DIVISION.
       FILE SECTION.
       FD ARQNFSERIE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFSERIE.DAT".
       01 REGNFSERIE.
          03 NS-SERIE               PIC 9(03).
          03 NS-DESCRICAO           PIC X(30).
          03 NS-NUM-INICIAL         PIC 9(09).
          03 NS-ULTIMO              PIC 9(09).
          03 NS-EMIT-CNPJ           PIC 9(14).
          03 NS-EMIT-IE             PIC X(14).
          03 NS-EMIT-NOME           PIC X(30).
          03 NS-EMIT-UF             PIC X(02).

       FD ARQNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFE.DAT".
       01 REGNFE.
          03 NF-CHAVE.
             05 NF-SERIE             PIC 9(03).
             05 NF-NUMERO            PIC 9(09).
          03 NF-SITUACAO             PIC X(01).
             88 NF-EMITIDA              VALUE "E".
             88 NF-CANCELADA            VALUE "C".
             88 NF-INUTILIZADA          VALUE "I".
          03 NF-NUM-PEDIDO           PIC 9(06).
          03 NF-CLI-CPFCNPJ          PIC 9(14).
          03 NF-DATA-EMISSAO         PIC 9(08).
          03 NF-VALOR                PIC 9(14)V99.
          03 NF-DATA-EVENTO          PIC 9(08).
          03 NF-MOTIVO               PIC X(40).
          03 NF-OPERADOR             PIC X(10).

       FD NFLACREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFLACREL.DAT".
       01 REG-NFLACREL PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO-NS       PIC X(02) VALUE "00".
       01 ST-ERRO-NF       PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 W-SERIE          PIC 9(03) VALUE ZEROS.
       01 W-MES            PIC 9(06) VALUE ZEROS.
       01 W-MES-DOC        PIC 9(06) VALUE ZEROS.
       01 W-ESPERADO       PIC 9(09) VALUE ZEROS.
       01 W-GAP-FIM        PIC 9(09) VALUE ZEROS.
       01 W-QTD-EMITIDAS   PIC 9(06) VALUE ZEROS.
       01 W-QTD-CANCELADAS PIC 9(06) VALUE ZEROS.
       01 W-QTD-INUTIL     PIC 9(06) VALUE ZEROS.
       01 W-QTD-FALTANTES  PIC 9(09) VALUE ZEROS.
       01 W-VALOR-EMITIDAS PIC 9(14)V99 VALUE ZEROS.

       01 LINHA-TITULO.
           03 FILLER           PIC X(25) VALUE
              "*** MAPA DE NF-E - SERIE ".
           03 LTI-SERIE        PIC 9(03).
           03 FILLER           PIC X(08) VALUE " - MES ".
           03 LTI-MES          PIC 9999/99.
           03 FILLER           PIC X(04) VALUE " ***".
       01 LINHA-DET.
           03 LD-NUMERO        PIC Z(8)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-SITUACAO      PIC X(12).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-DATA          PIC 9999/99/99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-PEDIDO        PIC Z(5)9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-MOTIVO        PIC X(30).
       01 LINHA-GAP.
           03 LG-INICIO        PIC Z(8)9.
           03 FILLER           PIC X(03) VALUE " A ".
           03 LG-FIM           PIC Z(8)9.
           03 FILLER           PIC X(40) VALUE
              "  *** SEM REGISTRO - INUTILIZAR ***".
       01 LINHA-TOT.
           03 LT-ROTULO        PIC X(30).
           03 LT-QTDE          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "NFLAC01 - MAPA MENSAL DA NUMERACAO DE NF-E".
           DISPLAY "SERIE DA NF-E: ".
           ACCEPT W-SERIE.
           DISPLAY "MES DE REFERENCIA (AAAAMM): ".
           ACCEPT W-MES.
           IF W-MES(5:2) < "01" OR W-MES(5:2) > "12"
              DISPLAY "*** MES INVALIDO ***"
              GO TO ROT-FIM.

           OPEN INPUT ARQNFSERIE
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFSERIE - "
                      ST-ERRO-NS
              GO TO ROT-FIM.
           MOVE W-SERIE TO NS-SERIE
           READ ARQNFSERIE
           IF ST-ERRO-NS NOT = "00"
              DISPLAY "*** SERIE NAO CADASTRADA ***"
              CLOSE ARQNFSERIE
              GO TO ROT-FIM.

           OPEN INPUT ARQNFE
           IF ST-ERRO-NF NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFE - "
                      ST-ERRO-NF
              CLOSE ARQNFSERIE
              GO TO ROT-FIM.

           OPEN OUTPUT NFLACREL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO NFLACREL - "
                      ST-ERRO3
              CLOSE ARQNFSERIE ARQNFE
              GO TO ROT-FIM.

           MOVE W-SERIE TO LTI-SERIE
           MOVE W-MES   TO LTI-MES
           WRITE REG-NFLACREL FROM LINHA-TITULO
           MOVE NS-EMIT-NOME TO REG-NFLACREL
           WRITE REG-NFLACREL
           MOVE "   NUMERO  SITUACAO      EMISSAO/EVT  PEDIDO
      -    "         VALOR  JUSTIFICATIVA" TO REG-NFLACREL
           WRITE REG-NFLACREL
           MOVE SPACES TO REG-NFLACREL
           WRITE REG-NFLACREL.

      *>---------[ NUMERACAO DA SERIE EM ORDEM DE CHAVE ]-------------
       R1.
           MOVE NS-NUM-INICIAL TO W-ESPERADO
           IF NS-ULTIMO < NS-NUM-INICIAL
              GO TO R2.
           MOVE W-SERIE        TO NF-SERIE
           MOVE NS-NUM-INICIAL TO NF-NUMERO
           START ARQNFE KEY IS NOT LESS NF-CHAVE
              INVALID KEY
                 GO TO R2
           END-START.
       R1-LOOP.
           READ ARQNFE NEXT RECORD
           IF ST-ERRO-NF NOT = "00"
              GO TO R2.
           IF NF-SERIE NOT = W-SERIE
              GO TO R2.
           IF NF-NUMERO > W-ESPERADO
              COMPUTE W-GAP-FIM = NF-NUMERO - 1
              PERFORM EMITE-GAP.
           PERFORM EMITE-DOCUMENTO
           COMPUTE W-ESPERADO = NF-NUMERO + 1
           GO TO R1-LOOP.

      *>  NUMEROS DADOS PELA SERIE DEPOIS DO ULTIMO REGISTRO
       R2.
           IF W-ESPERADO NOT > NS-ULTIMO
              MOVE NS-ULTIMO TO W-GAP-FIM
              PERFORM EMITE-GAP.

           MOVE SPACES TO REG-NFLACREL
           WRITE REG-NFLACREL
           MOVE "NOTAS EMITIDAS NO MES        " TO LT-ROTULO
           MOVE W-QTD-EMITIDAS   TO LT-QTDE
           MOVE W-VALOR-EMITIDAS TO LT-VALOR
           WRITE REG-NFLACREL FROM LINHA-TOT
           MOVE ZEROS TO LT-VALOR
           MOVE "NOTAS CANCELADAS NO MES      " TO LT-ROTULO
           MOVE W-QTD-CANCELADAS TO LT-QTDE
           WRITE REG-NFLACREL FROM LINHA-TOT
           MOVE "NUMEROS INUTILIZADOS NO MES  " TO LT-ROTULO
           MOVE W-QTD-INUTIL     TO LT-QTDE
           WRITE REG-NFLACREL FROM LINHA-TOT
           MOVE "NUMEROS SEM REGISTRO NA SERIE" TO LT-ROTULO
           MOVE W-QTD-FALTANTES  TO LT-QTDE
           WRITE REG-NFLACREL FROM LINHA-TOT.

           CLOSE ARQNFSERIE ARQNFE NFLACREL.
           DISPLAY "RELATORIO GERADO EM NFLACREL.DAT -- "
                   W-QTD-FALTANTES " NUMEROS SEM REGISTRO".
           IF W-QTD-FALTANTES NOT = ZEROS
              GO TO ROT-FIM2.
           GO TO ROT-FIM3.

      *>---------[ DOCUMENTO DO MES ]---------------------------------
       EMITE-DOCUMENTO.
           IF NF-INUTILIZADA
              MOVE NF-DATA-EVENTO(1:6) TO W-MES-DOC
           ELSE
              MOVE NF-DATA-EMISSAO(1:6) TO W-MES-DOC.
           IF W-MES-DOC = W-MES
              MOVE NF-NUMERO     TO LD-NUMERO
              MOVE NF-NUM-PEDIDO TO LD-PEDIDO
              MOVE NF-VALOR      TO LD-VALOR
              MOVE NF-MOTIVO     TO LD-MOTIVO
              IF NF-EMITIDA
                 MOVE "EMITIDA     " TO LD-SITUACAO
                 MOVE NF-DATA-EMISSAO TO LD-DATA
                 ADD 1 TO W-QTD-EMITIDAS
                 ADD NF-VALOR TO W-VALOR-EMITIDAS
              ELSE
                 IF NF-CANCELADA
                    MOVE "CANCELADA   " TO LD-SITUACAO
                    MOVE NF-DATA-EMISSAO TO LD-DATA
                    ADD 1 TO W-QTD-CANCELADAS
                 ELSE
                    MOVE "INUTILIZADA " TO LD-SITUACAO
                    MOVE NF-DATA-EVENTO TO LD-DATA
                    ADD 1 TO W-QTD-INUTIL
                 END-IF
              END-IF
              WRITE REG-NFLACREL FROM LINHA-DET.

      *>---------[ FAIXA SEM REGISTRO (W-ESPERADO A W-GAP-FIM) ]------
       EMITE-GAP.
           MOVE W-ESPERADO TO LG-INICIO
           MOVE W-GAP-FIM  TO LG-FIM
           WRITE REG-NFLACREL FROM LINHA-GAP
           COMPUTE W-QTD-FALTANTES =
                   W-QTD-FALTANTES + W-GAP-FIM - W-ESPERADO + 1.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM2.
           MOVE 4 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
