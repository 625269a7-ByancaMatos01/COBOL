       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCONV01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CONVERSAO UNICA DO CADASTRO DE PRODUTOS PARA O LAYOUT *
      *> COM PESO UNITARIO (PRO-PESO, EM KG). LE O ARQUIVO     *
      *> ATUAL (COM EAN/UNIDADE DE COMPRA) E GRAVA UMA COPIA   *
      *> "2" NO LAYOUT NOVO, COM O PESO ZERADO:                *
      *>   ARQPRO.DAT    -> ARQPRO2.DAT                        *
      *> APOS CONFERIR, RENOMEAR A COPIA PARA O NOME OFICIAL   *
      *> E INFORMAR OS PESOS PELO PRODEAN13                    *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS O-PRO-CODIGO
                  ALTERNATE RECORD KEY IS O-PRO-DESCRICAO
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS O-PRO-EAN WITH DUPLICATES
                      FILE STATUS  IS ST-OPRO.
       SELECT NARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS N-PRO-CODIGO
                  ALTERNATE RECORD KEY IS N-PRO-DESCRICAO
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS N-PRO-EAN WITH DUPLICATES
                      FILE STATUS  IS ST-NPRO.

       DATA DIVISION.
       FILE SECTION.
       FD OARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 O-REGPRO.
          03 O-PRO-CODIGO            PIC 9(06).
          03 O-PRO-DESCRICAO         PIC X(30).
          03 O-PRO-UNIDADE           PIC X(02).
          03 O-PRO-TIPOPRODUTO       PIC 9(01).
          03 O-PRO-PRECO             PIC 9(06)V99.
          03 O-PRO-DATAULTIMA        PIC 9(08).
          03 O-PRO-QTDESTOQUE        PIC 9(06).
          03 O-PRO-CPFCNPJ           PIC 9(14).
          03 O-PRO-PTOREPOSICAO      PIC 9(06).
          03 O-PRO-CUSTO             PIC 9(06)V99.
          03 O-PRO-TAXA              PIC 9(02)V99.
          03 O-PRO-EAN               PIC 9(13).
          03 O-PRO-UNIDCOMPRA        PIC X(02).
          03 O-PRO-FATORCONV         PIC 9(04).

       FD NARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO2.DAT".
       01 N-REGPRO.
          03 N-PRO-CODIGO            PIC 9(06).
          03 N-PRO-DESCRICAO         PIC X(30).
          03 N-PRO-UNIDADE           PIC X(02).
          03 N-PRO-TIPOPRODUTO       PIC 9(01).
          03 N-PRO-PRECO             PIC 9(06)V99.
          03 N-PRO-DATAULTIMA        PIC 9(08).
          03 N-PRO-QTDESTOQUE        PIC 9(06).
          03 N-PRO-CPFCNPJ           PIC 9(14).
          03 N-PRO-PTOREPOSICAO      PIC 9(06).
          03 N-PRO-CUSTO             PIC 9(06)V99.
          03 N-PRO-TAXA              PIC 9(02)V99.
          03 N-PRO-EAN               PIC 9(13).
          03 N-PRO-UNIDCOMPRA        PIC X(02).
          03 N-PRO-FATORCONV         PIC 9(04).
          03 N-PRO-PESO              PIC 9(04)V999.

       WORKING-STORAGE SECTION.
       01 ST-OPRO          PIC X(02) VALUE "00".
       01 ST-NPRO          PIC X(02) VALUE "00".
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-TOT-REGS       PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "PROCONV01 - CONVERSAO DO ARQPRO (PESO DO PRODUTO)".
           OPEN INPUT OARQPRO
           IF ST-OPRO NOT = "00"
              DISPLAY "ARQPRO NAO CONVERTIDO - STATUS " ST-OPRO
              GO TO R9.
           OPEN OUTPUT NARQPRO
           IF ST-NPRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO2 - "
                      ST-NPRO
              CLOSE OARQPRO
              GO TO R9.
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ OARQPRO NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 MOVE O-PRO-CODIGO       TO N-PRO-CODIGO
                 MOVE O-PRO-DESCRICAO    TO N-PRO-DESCRICAO
                 MOVE O-PRO-UNIDADE      TO N-PRO-UNIDADE
                 MOVE O-PRO-TIPOPRODUTO  TO N-PRO-TIPOPRODUTO
                 MOVE O-PRO-PRECO        TO N-PRO-PRECO
                 MOVE O-PRO-DATAULTIMA   TO N-PRO-DATAULTIMA
                 MOVE O-PRO-QTDESTOQUE   TO N-PRO-QTDESTOQUE
                 MOVE O-PRO-CPFCNPJ      TO N-PRO-CPFCNPJ
                 MOVE O-PRO-PTOREPOSICAO TO N-PRO-PTOREPOSICAO
                 MOVE O-PRO-CUSTO        TO N-PRO-CUSTO
                 MOVE O-PRO-TAXA         TO N-PRO-TAXA
                 MOVE O-PRO-EAN          TO N-PRO-EAN
                 MOVE O-PRO-UNIDCOMPRA   TO N-PRO-UNIDCOMPRA
                 MOVE O-PRO-FATORCONV    TO N-PRO-FATORCONV
                 MOVE ZEROS              TO N-PRO-PESO
                 WRITE N-REGPRO
                 IF ST-NPRO NOT = "00"
                    DISPLAY "ERRO NA GRAVACAO DO ARQPRO2 - " ST-NPRO
                            " PRODUTO " O-PRO-CODIGO
                 ELSE
                    ADD 1 TO W-TOT-REGS
                 END-IF
           END-PERFORM
           CLOSE OARQPRO NARQPRO
           DISPLAY "ARQPRO2.DAT GERADO -- " W-TOT-REGS " REGISTROS".

       R9.
           DISPLAY "CONVERSAO CONCLUIDA. CONFERIR A COPIA '2' E".
           DISPLAY "RENOMEAR PARA O NOME OFICIAL DO ARQUIVO.".
           STOP RUN.
