       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSER13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> SERIES DA NF-E (ARQNFSERIE): ULTIMO NUMERO USADO EM   *
      *> CADA SERIE E DADOS DO EMITENTE. O FATURA01 TOMA O     *
      *> PROXIMO NUMERO DA SERIE; O NUMERO INICIAL SO E        *
      *> INFORMADO NA INCLUSAO E A SERIE COM NOTA EMITIDA NAO  *
      *> PODE SER EXCLUIDA                                     *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNFSERIE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-SERIE
               FILE STATUS IS ST-ERRO.
       SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-ERRO4.

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

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 REG-AUDITLOG.
          03 AUD-PROGRAMA PIC X(08).
          03 AUD-OPERADOR PIC X(10).
          03 AUD-DATAHORA PIC 9(14).
          03 AUD-ACAO     PIC X(01).
          03 AUD-CHAVE    PIC X(20).

       WORKING-STORAGE SECTION.
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SEL            PIC 9(01) VALUE ZEROS.

       SCREEN SECTION.

       01  TELANFS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         SERIES DA NOTA FISCAL ELETRONICA".
           05  LINE 04  COLUMN 01
               VALUE  "   SERIE               :".
           05  LINE 06  COLUMN 01
               VALUE  "   DESCRICAO           :".
           05  LINE 08  COLUMN 01
               VALUE  "   PRIMEIRO NUMERO     :".
           05  LINE 09  COLUMN 01
               VALUE  "   ULTIMO NUMERO USADO :".
           05  LINE 11  COLUMN 01
               VALUE  "   CNPJ DO EMITENTE    :".
           05  LINE 12  COLUMN 01
               VALUE  "   INSCRICAO ESTADUAL  :".
           05  LINE 13  COLUMN 01
               VALUE  "   RAZAO SOCIAL        :".
           05  LINE 14  COLUMN 01
               VALUE  "   UF DO EMITENTE      :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TNS-SERIE
               LINE 04  COLUMN 27  PIC 9(03)
               USING  NS-SERIE.
           05  TNS-DESCRICAO
               LINE 06  COLUMN 27  PIC X(30)
               USING  NS-DESCRICAO.
           05  TNS-NUM-INICIAL
               LINE 08  COLUMN 27  PIC 9(09)
               USING  NS-NUM-INICIAL.
           05  TNS-ULTIMO
               LINE 09  COLUMN 27  PIC Z(8)9
               USING  NS-ULTIMO.
           05  TNS-EMIT-CNPJ
               LINE 11  COLUMN 27  PIC 9(14)
               USING  NS-EMIT-CNPJ.
           05  TNS-EMIT-IE
               LINE 12  COLUMN 27  PIC X(14)
               USING  NS-EMIT-IE.
           05  TNS-EMIT-NOME
               LINE 13  COLUMN 27  PIC X(30)
               USING  NS-EMIT-NOME.
           05  TNS-EMIT-UF
               LINE 14  COLUMN 27  PIC X(02)
               USING  NS-EMIT-UF.

       PROCEDURE DIVISION.
       R0.
           OPEN I-O ARQNFSERIE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT ARQNFSERIE
                   CLOSE ARQNFSERIE
                   OPEN I-O ARQNFSERIE
               ELSE
                   DISPLAY "ERRO ABERTURA DO ARQUIVO ARQNFSERIE - "
                           ST-ERRO
                   GO TO ROT-FIM2.
       R0A.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 DISPLAY "ERRO ABERTURA DO ARQUIVO AUDITLOG - "
                         ST-ERRO4
                 CLOSE ARQNFSERIE
                 GO TO ROT-FIM2.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
       R1.
           MOVE ZEROS TO NS-SERIE NS-NUM-INICIAL NS-ULTIMO
                         NS-EMIT-CNPJ
           MOVE SPACES TO NS-DESCRICAO NS-EMIT-IE NS-EMIT-NOME
                          NS-EMIT-UF
           MOVE 0 TO W-SEL
           DISPLAY TELANFS.
       R2.
           ACCEPT TNS-SERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
       LER-ARQNFSERIE.
           READ ARQNFSERIE
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   DISPLAY TELANFS
                   MOVE "*** SERIE JA CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQNFSERIE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       R3.
           ACCEPT TNS-DESCRICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF NS-DESCRICAO = SPACES
              MOVE "*** INFORME A DESCRICAO DA SERIE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *>  DEPOIS DE CRIADA A SERIE A NUMERACAO NAO E MAIS DIGITADA
           IF W-SEL = 1
              GO TO R5.
       R4.
           ACCEPT TNS-NUM-INICIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF NS-NUM-INICIAL = ZEROS
              MOVE "*** PRIMEIRO NUMERO DEVE SER MAIOR QUE ZERO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           COMPUTE NS-ULTIMO = NS-NUM-INICIAL - 1
           DISPLAY TNS-ULTIMO.
       R5.
           ACCEPT TNS-EMIT-CNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF NS-EMIT-CNPJ = ZEROS
              MOVE "*** INFORME O CNPJ DO EMITENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TNS-EMIT-IE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
       R7.
           ACCEPT TNS-EMIT-NOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF NS-EMIT-NOME = SPACES
              MOVE "*** INFORME A RAZAO SOCIAL DO EMITENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TNS-EMIT-UF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF NS-EMIT-UF = SPACES
              MOVE "*** INFORME A UF DO EMITENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R8.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
           IF W-SEL = 1
              GO TO ALT-RW1.
       INC-WR1.
           WRITE REGNFSERIE
           IF ST-ERRO = "00" OR "02"
              MOVE "I" TO AUD-ACAO
              MOVE NS-SERIE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** SERIE GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQNFSERIE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>****************************************
      *> ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *>****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N"  AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E"  GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1
           ELSE
              IF W-OPCAO = "A"
                 MOVE 1 TO W-SEL
                 GO TO R3
              ELSE
                 GO TO EXC-OPC.
       EXC-OPC.
           IF NS-ULTIMO NOT < NS-NUM-INICIAL
              MOVE "*** SERIE COM NOTA EMITIDA NAO PODE SER EXCLUIDA *"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           DELETE ARQNFSERIE RECORD
           IF ST-ERRO = "00"
              MOVE "E" TO AUD-ACAO
              MOVE NS-SERIE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** SERIE EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO"   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGNFSERIE
           IF ST-ERRO = "00" OR "02"
              MOVE "A" TO AUD-ACAO
              MOVE NS-SERIE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** SERIE ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       GRAVA-AUDITORIA.
           MOVE "NFSER13 " TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           CLOSE ARQNFSERIE AUDITLOG.
       ROT-FIM2.
           GOBACK.

      *>---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 1000
              GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
