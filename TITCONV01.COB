       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITCONV01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CONVERSAO UNICA DOS TITULOS E CABECALHOS DO LAYOUT    *
      *> ANTIGO (UM TITULO POR ITEM DE PEDIDO, SEM CONDICAO    *
      *> DE PAGAMENTO) PARA O LAYOUT POR PARCELA. LE O ARQUIVO *
      *> ANTIGO E GRAVA UMA COPIA "2" NO LAYOUT NOVO:          *
      *>   ARQREC.DAT    -> ARQREC2.DAT                        *
      *>   ARQPAG.DAT    -> ARQPAG2.DAT                        *
      *>   ARQPEDCAB.DAT -> ARQPEDCAB2.DAT                     *
      *> OS TITULOS DE CADA PEDIDO VIRAM AS PARCELAS 01,02,..  *
      *> (PEDIDO OBTIDO DO ITEM NO ARQPED). APOS CONFERIR,     *
      *> RENOMEAR AS COPIAS PARA O NOME OFICIAL                *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                  ALTERNATE RECORD KEY IS PED-COD-PRO WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT OARQREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS O-REC-PED-COD
                  ALTERNATE RECORD KEY IS O-REC-CLI-CPFCNPJ
                            WITH DUPLICATES
                      FILE STATUS  IS ST-OREC.
       SELECT NARQREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS N-REC-CHAVE
                  ALTERNATE RECORD KEY IS N-REC-CLI-CPFCNPJ
                            WITH DUPLICATES
                      FILE STATUS  IS ST-NREC.
       SELECT OARQPAG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS O-PAG-PED-COD
                  ALTERNATE RECORD KEY IS O-PAG-FOR-CPFCNPJ
                            WITH DUPLICATES
                      FILE STATUS  IS ST-OPAG.
       SELECT NARQPAG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS N-PAG-CHAVE
                  ALTERNATE RECORD KEY IS N-PAG-FOR-CPFCNPJ
                            WITH DUPLICATES
                      FILE STATUS  IS ST-NPAG.
       SELECT OARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS O-CAB-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS O-CAB-CLI-CPFCNPJ
                            WITH DUPLICATES
                      FILE STATUS  IS ST-OCAB.
       SELECT NARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS N-CAB-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS N-CAB-CLI-CPFCNPJ
                            WITH DUPLICATES
                      FILE STATUS  IS ST-NCAB.

       DATA DIVISION.
       FILE SECTION.
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
          03 PED-NUM-PEDIDO          PIC 9(06).
          03 PED-NUM-ITEM            PIC 9(03).
          03 PED-QTDATENDIDA         PIC 9(06).
          03 PED-LOCAL               PIC 9(02).
          03 PED-DESCPERC            PIC 9(02)V99.
          03 PED-OPERADOR            PIC X(10).
          03 PED-TAXA-APLICADA       PIC 9(02)V99.
          03 PED-VENDEDOR            PIC 9(06).

       FD OARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
       01 O-REGREC.
          03 O-REC-PED-COD           PIC 9(06).
          03 O-REC-CLI-CPFCNPJ       PIC 9(14).
          03 O-REC-VALOR             PIC 9(14)V99.
          03 O-REC-VALOR-PAGO        PIC 9(14)V99.
          03 O-REC-DATA-EMISSAO      PIC 9(08).
          03 O-REC-DATA-VENCTO       PIC 9(08).
          03 O-REC-STATUS            PIC X(01).

       FD NARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC2.DAT".
       01 N-REGREC.
          03 N-REC-CHAVE.
             05 N-REC-NUM-PEDIDO     PIC 9(06).
             05 N-REC-PARCELA        PIC 9(02).
          03 N-REC-CLI-CPFCNPJ       PIC 9(14).
          03 N-REC-VALOR             PIC 9(14)V99.
          03 N-REC-VALOR-PAGO        PIC 9(14)V99.
          03 N-REC-DATA-EMISSAO      PIC 9(08).
          03 N-REC-DATA-VENCTO       PIC 9(08).
          03 N-REC-STATUS            PIC X(01).
          03 N-REC-QTD-PARCELAS      PIC 9(02).
          03 N-REC-ENVIADO           PIC X(01).
             88 N-REC-ENV-BANCO         VALUE "S".
          03 N-REC-NOSSO-NUMERO      PIC 9(08).
          03 N-REC-DATA-PAGTO        PIC 9(08).
          03 N-REC-MULTA-PAGA        PIC 9(12)V99.
          03 N-REC-JUROS-PAGO        PIC 9(12)V99.
          03 N-REC-NIVEL-COBRANCA    PIC 9(01).
          03 N-REC-DATA-COBRANCA     PIC 9(08).

       FD OARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 O-REGPAG.
          03 O-PAG-PED-COD           PIC 9(06).
          03 O-PAG-FOR-CPFCNPJ       PIC 9(14).
          03 O-PAG-VALOR             PIC 9(14)V99.
          03 O-PAG-VALOR-PAGO        PIC 9(14)V99.
          03 O-PAG-DATA-EMISSAO      PIC 9(08).
          03 O-PAG-DATA-VENCTO       PIC 9(08).
          03 O-PAG-STATUS            PIC X(01).

       FD NARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG2.DAT".
       01 N-REGPAG.
          03 N-PAG-CHAVE.
             05 N-PAG-NUM-PEDIDO     PIC 9(06).
             05 N-PAG-PARCELA        PIC 9(02).
          03 N-PAG-FOR-CPFCNPJ       PIC 9(14).
          03 N-PAG-VALOR             PIC 9(14)V99.
          03 N-PAG-VALOR-PAGO        PIC 9(14)V99.
          03 N-PAG-DATA-EMISSAO      PIC 9(08).
          03 N-PAG-DATA-VENCTO       PIC 9(08).
          03 N-PAG-STATUS            PIC X(01).
          03 N-PAG-QTD-PARCELAS      PIC 9(02).

       FD OARQPEDCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDCAB.DAT".
       01 O-REGPEDCAB.
          03 O-CAB-NUM-PEDIDO        PIC 9(06).
          03 O-CAB-TIPOVENDA         PIC 9(01).
          03 O-CAB-CLI-CPFCNPJ       PIC 9(14).
          03 O-CAB-FOR-CPFCNPJ       PIC 9(14).
          03 O-CAB-DATAEMISSAO       PIC 9(08).
          03 O-CAB-STATUS            PIC X(01).
          03 O-CAB-VALORTOTAL        PIC 9(14)V99.
          03 O-CAB-QTD-ITENS         PIC 9(03).

       FD NARQPEDCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDCAB2.DAT".
       01 N-REGPEDCAB.
          03 N-CAB-NUM-PEDIDO        PIC 9(06).
          03 N-CAB-TIPOVENDA         PIC 9(01).
          03 N-CAB-CLI-CPFCNPJ       PIC 9(14).
          03 N-CAB-FOR-CPFCNPJ       PIC 9(14).
          03 N-CAB-DATAEMISSAO       PIC 9(08).
          03 N-CAB-STATUS            PIC X(01).
          03 N-CAB-VALORTOTAL        PIC 9(14)V99.
          03 N-CAB-QTD-ITENS         PIC 9(03).
          03 N-CAB-COND-PAGTO        PIC 9(03).
          03 N-CAB-NF-SERIE          PIC 9(03).
          03 N-CAB-NF-NUMERO         PIC 9(09).
          03 N-CAB-NF-DATA           PIC 9(08).
          03 N-CAB-TRANSP-CNPJ       PIC 9(14).
          03 N-CAB-TIPOFRETE         PIC X(01).
             88 N-CAB-FRETE-CIF         VALUE "C".
             88 N-CAB-FRETE-FOB         VALUE "F".
          03 N-CAB-VOLUMES           PIC 9(04).
          03 N-CAB-PESO-BRUTO        PIC 9(06)V999.
          03 N-CAB-EXP-DATA          PIC 9(08).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-OREC          PIC X(02) VALUE "00".
       01 ST-NREC          PIC X(02) VALUE "00".
       01 ST-OPAG          PIC X(02) VALUE "00".
       01 ST-NPAG          PIC X(02) VALUE "00".
       01 ST-OCAB          PIC X(02) VALUE "00".
       01 ST-NCAB          PIC X(02) VALUE "00".
       01 W-FIM-ARQ        PIC X(01) VALUE "N".
       01 W-TOT-REGS       PIC 9(06) VALUE ZEROS.
       01 W-ARQPED-OK      PIC X(01) VALUE "N".
       01 W-NUM-PEDIDO     PIC 9(06) VALUE ZEROS.
       01 W-PARCELA        PIC 9(02) VALUE ZEROS.
       01 W-IND            PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "TITCONV01 - CONVERSAO DOS TITULOS POR PARCELA".
           OPEN INPUT ARQPED
           IF ST-ERRO = "00"
              MOVE "S" TO W-ARQPED-OK
           ELSE
              DISPLAY "ARQPED INDISPONIVEL - TITULO MANTEM O CODIGO "
                      "DO ITEM COMO NUMERO DO PEDIDO".

       CONV-ARQREC.
           OPEN INPUT OARQREC
           IF ST-OREC NOT = "00"
              DISPLAY "ARQREC NAO CONVERTIDO - STATUS " ST-OREC
              GO TO CONV-ARQPAG.
           OPEN OUTPUT NARQREC
           CLOSE NARQREC
           OPEN I-O NARQREC
           MOVE "N" TO W-FIM-ARQ
           MOVE ZEROS TO W-TOT-REGS
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ OARQREC NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 MOVE O-REC-PED-COD TO PED-COD
                 PERFORM ACHA-PEDIDO
                 MOVE W-NUM-PEDIDO         TO N-REC-NUM-PEDIDO
                 MOVE O-REC-CLI-CPFCNPJ    TO N-REC-CLI-CPFCNPJ
                 MOVE O-REC-VALOR          TO N-REC-VALOR
                 MOVE O-REC-VALOR-PAGO     TO N-REC-VALOR-PAGO
                 MOVE O-REC-DATA-EMISSAO   TO N-REC-DATA-EMISSAO
                 MOVE O-REC-DATA-VENCTO    TO N-REC-DATA-VENCTO
                 MOVE O-REC-STATUS         TO N-REC-STATUS
                 MOVE "N"                  TO N-REC-ENVIADO
                 MOVE ZEROS TO N-REC-NOSSO-NUMERO N-REC-DATA-PAGTO
                               N-REC-MULTA-PAGA N-REC-JUROS-PAGO
                               N-REC-NIVEL-COBRANCA N-REC-DATA-COBRANCA
                 PERFORM GRAVA-REC THRU GRAVA-REC-FIM
                 ADD 1 TO W-TOT-REGS
           END-PERFORM
           CLOSE OARQREC NARQREC
           DISPLAY "ARQREC2.DAT GERADO -- " W-TOT-REGS " REGISTROS".

       CONV-ARQPAG.
           OPEN INPUT OARQPAG
           IF ST-OPAG NOT = "00"
              DISPLAY "ARQPAG NAO CONVERTIDO - STATUS " ST-OPAG
              GO TO CONV-ARQPEDCAB.
           OPEN OUTPUT NARQPAG
           CLOSE NARQPAG
           OPEN I-O NARQPAG
           MOVE "N" TO W-FIM-ARQ
           MOVE ZEROS TO W-TOT-REGS
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ OARQPAG NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 MOVE O-PAG-PED-COD TO PED-COD
                 PERFORM ACHA-PEDIDO
                 MOVE W-NUM-PEDIDO         TO N-PAG-NUM-PEDIDO
                 MOVE O-PAG-FOR-CPFCNPJ    TO N-PAG-FOR-CPFCNPJ
                 MOVE O-PAG-VALOR          TO N-PAG-VALOR
                 MOVE O-PAG-VALOR-PAGO     TO N-PAG-VALOR-PAGO
                 MOVE O-PAG-DATA-EMISSAO   TO N-PAG-DATA-EMISSAO
                 MOVE O-PAG-DATA-VENCTO    TO N-PAG-DATA-VENCTO
                 MOVE O-PAG-STATUS         TO N-PAG-STATUS
                 PERFORM GRAVA-PAG THRU GRAVA-PAG-FIM
                 ADD 1 TO W-TOT-REGS
           END-PERFORM
           CLOSE OARQPAG NARQPAG
           DISPLAY "ARQPAG2.DAT GERADO -- " W-TOT-REGS " REGISTROS".

       CONV-ARQPEDCAB.
           OPEN INPUT OARQPEDCAB
           IF ST-OCAB NOT = "00"
              DISPLAY "ARQPEDCAB NAO CONVERTIDO - STATUS " ST-OCAB
              GO TO R9.
           OPEN OUTPUT NARQPEDCAB
           MOVE "N" TO W-FIM-ARQ
           MOVE ZEROS TO W-TOT-REGS
           PERFORM UNTIL W-FIM-ARQ = "S"
              READ OARQPEDCAB NEXT RECORD
              AT END
                 MOVE "S" TO W-FIM-ARQ
              NOT AT END
                 MOVE O-CAB-NUM-PEDIDO    TO N-CAB-NUM-PEDIDO
                 MOVE O-CAB-TIPOVENDA     TO N-CAB-TIPOVENDA
                 MOVE O-CAB-CLI-CPFCNPJ   TO N-CAB-CLI-CPFCNPJ
                 MOVE O-CAB-FOR-CPFCNPJ   TO N-CAB-FOR-CPFCNPJ
                 MOVE O-CAB-DATAEMISSAO   TO N-CAB-DATAEMISSAO
                 MOVE O-CAB-STATUS        TO N-CAB-STATUS
                 MOVE O-CAB-VALORTOTAL    TO N-CAB-VALORTOTAL
                 MOVE O-CAB-QTD-ITENS     TO N-CAB-QTD-ITENS
                 MOVE ZEROS               TO N-CAB-COND-PAGTO
                 MOVE ZEROS               TO N-CAB-NF-SERIE
                                             N-CAB-NF-NUMERO
                                             N-CAB-NF-DATA
                 MOVE ZEROS               TO N-CAB-TRANSP-CNPJ
                                             N-CAB-VOLUMES
                                             N-CAB-PESO-BRUTO
                                             N-CAB-EXP-DATA
                 MOVE SPACES              TO N-CAB-TIPOFRETE
                 WRITE N-REGPEDCAB
                 ADD 1 TO W-TOT-REGS
           END-PERFORM
           CLOSE OARQPEDCAB NARQPEDCAB
           DISPLAY "ARQPEDCAB2.DAT GERADO -- " W-TOT-REGS " REGISTROS".

       R9.
           IF W-ARQPED-OK = "S"
              CLOSE ARQPED.
           DISPLAY "CONVERSAO CONCLUIDA. CONFERIR AS COPIAS '2' E".
           DISPLAY "RENOMEAR PARA O NOME OFICIAL DE CADA ARQUIVO.".
           STOP RUN.

      *>---------[ NUMERO DO PEDIDO A PARTIR DO CODIGO DO ITEM ]------
       ACHA-PEDIDO.
           MOVE PED-COD TO W-NUM-PEDIDO
           IF W-ARQPED-OK = "S"
              READ ARQPED
              IF ST-ERRO = "00" AND PED-NUM-PEDIDO NOT = ZEROS
                 MOVE PED-NUM-PEDIDO TO W-NUM-PEDIDO
              END-IF
              MOVE "00" TO ST-ERRO
           END-IF.

      *>---------[ PROXIMA PARCELA LIVRE DO PEDIDO ]------------------
       GRAVA-REC.
           MOVE 01 TO W-PARCELA.
       GRAVA-REC-1.
           MOVE W-PARCELA TO N-REC-PARCELA N-REC-QTD-PARCELAS
           WRITE N-REGREC
           IF ST-NREC = "22"
              ADD 1 TO W-PARCELA
              GO TO GRAVA-REC-1.
           IF ST-NREC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQREC2 - " ST-NREC
              GO TO GRAVA-REC-FIM.
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND = W-PARCELA
              MOVE W-IND TO N-REC-PARCELA
              READ NARQREC
              IF ST-NREC = "00"
                 MOVE W-PARCELA TO N-REC-QTD-PARCELAS
                 REWRITE N-REGREC
              END-IF
           END-PERFORM.
       GRAVA-REC-FIM.
           MOVE "00" TO ST-NREC.

       GRAVA-PAG.
           MOVE 01 TO W-PARCELA.
       GRAVA-PAG-1.
           MOVE W-PARCELA TO N-PAG-PARCELA N-PAG-QTD-PARCELAS
           WRITE N-REGPAG
           IF ST-NPAG = "22"
              ADD 1 TO W-PARCELA
              GO TO GRAVA-PAG-1.
           IF ST-NPAG NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQPAG2 - " ST-NPAG
              GO TO GRAVA-PAG-FIM.
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND = W-PARCELA
              MOVE W-IND TO N-PAG-PARCELA
              READ NARQPAG
              IF ST-NPAG = "00"
                 MOVE W-PARCELA TO N-PAG-QTD-PARCELAS
                 REWRITE N-REGPAG
              END-IF
           END-PERFORM.
       GRAVA-PAG-FIM.
           MOVE "00" TO ST-NPAG.
