       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSP13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CADASTRO DE TRANSPORTADORAS (ARQTRANSP): CNPJ, NOME,   *
      *> CONTATO, UFS ATENDIDAS E FRETE POR KG. AS UFS SAO     *
      *> DIGITADAS EMENDADAS (EX: SPRJMG), ATE 10; ** = TODAS. *
      *> USADO NA EXPEDICAO (EXPED13), NO ROMANEIO (MANIF01) E *
      *> NO CUSTO DE FRETE (FRETE01)                           *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQTRANSP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRP-CNPJ
                  ALTERNATE RECORD KEY IS TRP-NOME WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQTRANSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSP.DAT".
       01 REGTRANSP.
          03 TRP-CNPJ                PIC 9(14).
          03 TRP-NOME                PIC X(30).
          03 TRP-CONTATO             PIC X(30).
          03 TRP-TELEFONE            PIC 9(11).
          03 TRP-EMAIL               PIC X(33).
          03 TRP-UFS                 PIC X(20).
          03 TRP-UFS-R REDEFINES TRP-UFS.
             05 TRP-UF               PIC X(02) OCCURS 10 TIMES.
          03 TRP-FRETE-KG            PIC 9(04)V99.

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
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SEL            PIC 9(01) VALUE ZEROS.
       01 W-IX             PIC 9(02) VALUE ZEROS.
       01 W-JX             PIC 9(02) VALUE ZEROS.
       01 W-UF-OK          PIC X(01) VALUE "S".
       01 W-ACHOU-UF       PIC X(01) VALUE "N".

      *> VALIDACAO DO CNPJ (DIGITO VERIFICADOR - MODULO 11)
       01 W-CPFCNPJ-NUM    PIC 9(14) VALUE ZEROS.
       01 W-CPFCNPJ-DIGS REDEFINES W-CPFCNPJ-NUM.
           03 W-DIG         PIC 9(01) OCCURS 14 TIMES.
       01 W-CPFCNPJ-OK     PIC X(01) VALUE "S".
       01 W-SOMA           PIC 9(04) VALUE ZEROS.
       01 W-RESTO          PIC 9(02) VALUE ZEROS.
       01 W-DV1            PIC 9(01) VALUE ZEROS.
       01 W-DV2            PIC 9(01) VALUE ZEROS.
       01 W-I              PIC 9(02) VALUE ZEROS.

       01 TABPESOCNPJ1X    PIC X(24) VALUE "050403020908070605040302".
       01 TABPESOCNPJ1 REDEFINES TABPESOCNPJ1X.
           03 TP-CNPJ1 PIC 9(02) OCCURS 12 TIMES.
       01 TABPESOCNPJ2X    PIC X(26)
                           VALUE "06050403020908070605040302".
       01 TABPESOCNPJ2 REDEFINES TABPESOCNPJ2X.
           03 TP-CNPJ2 PIC 9(02) OCCURS 13 TIMES.

      *> UFS VALIDAS
       01 TABUFX.
           03 FILLER PIC X(18) VALUE "ACAPAMPARORRTOALBA".
           03 FILLER PIC X(18) VALUE "CEMAPBPEPIRNSEDFGO".
           03 FILLER PIC X(18) VALUE "MTMSESMGRJSPPRRSSC".
       01 TABUF REDEFINES TABUFX.
           03 TU-UF            PIC X(02) OCCURS 27 TIMES.

       SCREEN SECTION.

       01  TELATRANSP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         CADASTRO DE TRANSPORTADORAS".
           05  LINE 04  COLUMN 01
               VALUE  "   CNPJ            :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME            :".
           05  LINE 08  COLUMN 01
               VALUE  "   CONTATO         :".
           05  LINE 10  COLUMN 01
               VALUE  "   TELEFONE        :".
           05  LINE 12  COLUMN 01
               VALUE  "   EMAIL           :".
           05  LINE 14  COLUMN 01
               VALUE  "   UFS ATENDIDAS   :".
           05  LINE 15  COLUMN 22
               VALUE  "(ATE 10 EMENDADAS, EX: SPRJMG  ** = TODAS)".
           05  LINE 17  COLUMN 01
               VALUE  "   FRETE POR KG R$ :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TTRP-CNPJ
               LINE 04  COLUMN 22  PIC 9(14)
               USING  TRP-CNPJ.
           05  TTRP-NOME
               LINE 06  COLUMN 22  PIC X(30)
               USING  TRP-NOME.
           05  TTRP-CONTATO
               LINE 08  COLUMN 22  PIC X(30)
               USING  TRP-CONTATO.
           05  TTRP-TELEFONE
               LINE 10  COLUMN 22  PIC 9(11)
               USING  TRP-TELEFONE.
           05  TTRP-EMAIL
               LINE 12  COLUMN 22  PIC X(33)
               USING  TRP-EMAIL.
           05  TTRP-UFS
               LINE 14  COLUMN 22  PIC X(20)
               USING  TRP-UFS.
           05  TTRP-FRETE-KG
               LINE 17  COLUMN 22  PIC Z.ZZ9,99
               USING  TRP-FRETE-KG.

       PROCEDURE DIVISION.
       R0.
           OPEN I-O ARQTRANSP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTRANSP
                 CLOSE ARQTRANSP
                 OPEN I-O ARQTRANSP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTRANSP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
              IF ST-ERRO-AUD = "30"
                 OPEN OUTPUT AUDITLOG
                 CLOSE AUDITLOG
                 OPEN EXTEND AUDITLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDITLOG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQTRANSP
                 GO TO ROT-FIM2.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
       R1.
           MOVE ZEROS TO TRP-CNPJ TRP-TELEFONE TRP-FRETE-KG
           MOVE SPACES TO TRP-NOME TRP-CONTATO TRP-EMAIL TRP-UFS
           MOVE 0 TO W-SEL
           DISPLAY TELATRANSP.
       R2.
           ACCEPT TTRP-CNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE TRP-CNPJ TO W-CPFCNPJ-NUM
           PERFORM VALIDA-CNPJ THRU VALIDA-CNPJ-FIM
           IF W-CPFCNPJ-OK = "N"
              MOVE "*** CNPJ INVALIDO, VERIFIQUE DIGITO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           READ ARQTRANSP
           IF ST-ERRO = "00"
              DISPLAY TELATRANSP
              MOVE "*** TRANSPORTADORA JA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQTRANSP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 0 TO W-SEL.
       R3.
           ACCEPT TTRP-NOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF TRP-NOME = SPACES
              MOVE "*** INFORME O NOME DA TRANSPORTADORA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TTRP-CONTATO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
       R5.
           ACCEPT TTRP-TELEFONE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
       R6.
           ACCEPT TTRP-EMAIL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
       R7.
           ACCEPT TTRP-UFS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           INSPECT TRP-UFS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY TTRP-UFS
           IF TRP-UFS = SPACES
              MOVE "*** INFORME AS UFS ATENDIDAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE "S" TO W-UF-OK
           PERFORM VALIDA-UF VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 10
           IF W-UF-OK = "N"
              MOVE "*** UF INVALIDA NA LISTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TTRP-FRETE-KG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF TRP-FRETE-KG = ZEROS
              MOVE "*** INFORME O FRETE POR KG ***" TO MENS
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
           WRITE REGTRANSP
           IF ST-ERRO = "00" OR "02"
              MOVE "I" TO AUD-ACAO
              MOVE TRP-CNPJ TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** TRANSPORTADORA GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQTRANSP" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>****************************************
      *> ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *>****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVA TRANSPORTADORA   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 60) W-OPCAO
           IF W-OPCAO NOT = "N"  AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E"  GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              GO TO R3.
       EXC-OPC.
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
           DELETE ARQTRANSP RECORD
           IF ST-ERRO = "00"
              MOVE "E" TO AUD-ACAO
              MOVE TRP-CNPJ TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** TRANSPORTADORA EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGTRANSP
           IF ST-ERRO = "00" OR "02"
              MOVE "A" TO AUD-ACAO
              MOVE TRP-CNPJ TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** TRANSPORTADORA ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>---------[ CADA PAR DA LISTA: UF VALIDA, ** OU EM BRANCO ]-----
       VALIDA-UF.
           IF TRP-UF(W-IX) = SPACES OR TRP-UF(W-IX) = "**"
              NEXT SENTENCE
           ELSE
              MOVE "N" TO W-ACHOU-UF
              PERFORM PROCURA-UF
                      VARYING W-JX FROM 1 BY 1 UNTIL W-JX > 27
              IF W-ACHOU-UF = "N"
                 MOVE "N" TO W-UF-OK.

       PROCURA-UF.
           IF TU-UF(W-JX) = TRP-UF(W-IX)
              MOVE "S" TO W-ACHOU-UF.

      *>---------[ VALIDACAO DE CNPJ - DIGITO VERIFICADOR ]----------
       VALIDA-CNPJ.
           MOVE "N" TO W-CPFCNPJ-OK
           IF W-CPFCNPJ-NUM < 100000000000
              GO TO VALIDA-CNPJ-FIM.
           MOVE ZEROS TO W-SOMA
           PERFORM SOMA-CNPJ1 VARYING W-I FROM 1 BY 1 UNTIL W-I > 12
           COMPUTE W-RESTO = FUNCTION MOD(W-SOMA, 11)
           IF W-RESTO < 2
              MOVE 0 TO W-DV1
           ELSE
              COMPUTE W-DV1 = 11 - W-RESTO.
           IF W-DV1 NOT = W-DIG(13)
              GO TO VALIDA-CNPJ-FIM.
           MOVE ZEROS TO W-SOMA
           PERFORM SOMA-CNPJ2 VARYING W-I FROM 1 BY 1 UNTIL W-I > 13
           COMPUTE W-RESTO = FUNCTION MOD(W-SOMA, 11)
           IF W-RESTO < 2
              MOVE 0 TO W-DV2
           ELSE
              COMPUTE W-DV2 = 11 - W-RESTO.
           IF W-DV2 = W-DIG(14)
              MOVE "S" TO W-CPFCNPJ-OK.
       VALIDA-CNPJ-FIM.
           EXIT.

       SOMA-CNPJ1.
           COMPUTE W-SOMA = W-SOMA + W-DIG(W-I) * TP-CNPJ1(W-I).

       SOMA-CNPJ2.
           COMPUTE W-SOMA = W-SOMA + W-DIG(W-I) * TP-CNPJ2(W-I).

       GRAVA-AUDITORIA.
           MOVE "TRANSP13" TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           CLOSE ARQTRANSP AUDITLOG.
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
