       IDENTIFICATION DIVISION.
       PROGRAM-ID. META13.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> METAS MENSAIS DE VENDA POR VENDEDOR (ARQMETA): META DE *
      *> FATURAMENTO LIQUIDO, META OPCIONAL DE CLIENTES NOVOS  *
      *> E O PERCENTUAL DE COMISSAO PARA QUEM BATER A META     *
      *> (USADO PELO COMISS01; ZERO = PERCENTUAL NORMAL).      *
      *> COMPETENCIA COM COMISSAO JA LANCADA NAO E ALTERADA    *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQMETA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MT-CHAVE
                      FILE STATUS  IS ST-ERRO.
       SELECT CADFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                  ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT ARQCOMIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CM-CHAVE
                      FILE STATUS  IS ST-ERRO-CM.
       SELECT AUDITLOG ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQMETA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMETA.DAT".
       01 REGMETA.
          03 MT-CHAVE.
             05 MT-COMPETENCIA       PIC 9(06).
             05 MT-VENDEDOR          PIC 9(06).
          03 MT-VALOR-META           PIC 9(12)V99.
          03 MT-META-CLINOVOS        PIC 9(04).
          03 MT-PERC-BONUS           PIC 9(02)V99.

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
           03 CODIGO PIC 9(06).
           03 NOME PIC X(30).
           03 EMAIL PIC X(30).
           03 SEXO PIC X(01).
           03 DATA-ADMISSAO PIC 9(08).
           03 TIPO-SALARIO PIC X(01).
           03 SALARIO-BASE PIC 9(06)V99.
           03 DEPARTAMENTO PIC 9(02).
           03 CARGO PIC 9(02).
           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       FD ARQCOMIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMIS.DAT".
       01 REGCOMIS.
          03 CM-CHAVE.
             05 CM-COMPETENCIA       PIC 9(06).
             05 CM-VENDEDOR          PIC 9(06).
          03 CM-VENDA-LIQ            PIC S9(14)V99.
          03 CM-PERCENTUAL           PIC 9(02)V99.
          03 CM-COMISSAO             PIC S9(12)V99.
          03 CM-AJUSTE               PIC S9(12)V99.
          03 CM-VALOR-COMISSAO       PIC 9(08)V99.
          03 CM-VALOR-ESTORNO        PIC 9(08)V99.
          03 CM-SITUACAO             PIC X(01).
             88 CM-LANCADO              VALUE "S".
          03 CM-DATA-LANC            PIC 9(08).
          03 CM-OPERADOR             PIC X(10).

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
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO-CM       PIC X(02) VALUE "00".
       01 ST-ERRO-AUD      PIC X(02) VALUE "00".
       01 W-TEM-COMIS      PIC X(01) VALUE "N".
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SEL            PIC 9(01) VALUE ZEROS.
       01 W-COMP-MES       PIC 9(02) VALUE ZEROS.
       01 DDEPARTAMENTO    PIC X(20) VALUE SPACES.

       01 TABDEPARTAMENTOX.
           03 FILLER PIC X(20) VALUE "CONTABILIDADE".
           03 FILLER PIC X(20) VALUE "RECURSOS HUMANOS".
           03 FILLER PIC X(20) VALUE "FINANCEIRO".
           03 FILLER PIC X(20) VALUE "OUTROS".
       01 TABDEPARTAMENTO REDEFINES TABDEPARTAMENTOX.
           03 TBDEPARTAMENTO PIC X(20) OCCURS 4 TIMES.

       SCREEN SECTION.

       01  TELAMETA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         METAS MENSAIS DE VENDA POR VENDEDOR".
           05  LINE 04  COLUMN 01
               VALUE  "   COMPETENCIA (AAAAMM) :".
           05  LINE 06  COLUMN 01
               VALUE  "   CODIGO VENDEDOR      :".
           05  LINE 07  COLUMN 01
               VALUE  "   NOME                 :".
           05  LINE 08  COLUMN 01
               VALUE  "   DEPARTAMENTO         :".
           05  LINE 10  COLUMN 01
               VALUE  "   META DE FATURAMENTO  :".
           05  LINE 11  COLUMN 01
               VALUE  "   META CLIENTES NOVOS  :".
           05  LINE 11  COLUMN 35
               VALUE  "(0 = SEM META)".
           05  LINE 13  COLUMN 01
               VALUE  "   % COMISSAO SE BATER  :".
           05  LINE 13  COLUMN 35
               VALUE  "(0 = PERCENTUAL NORMAL DO COMISS01)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TMT-COMPETENCIA
               LINE 04  COLUMN 28  PIC 9(06)
               USING  MT-COMPETENCIA.
           05  TMT-VENDEDOR
               LINE 06  COLUMN 28  PIC 9(06)
               USING  MT-VENDEDOR.
           05  TNOME
               LINE 07  COLUMN 28  PIC X(30)
               USING  NOME.
           05  TDDEPARTAMENTO
               LINE 08  COLUMN 28  PIC X(20)
               USING  DDEPARTAMENTO.
           05  TMT-VALOR-META
               LINE 10  COLUMN 28  PIC ZZZ.ZZZ.ZZZ.ZZ9,99
               USING  MT-VALOR-META.
           05  TMT-META-CLINOVOS
               LINE 11  COLUMN 28  PIC ZZZ9
               USING  MT-META-CLINOVOS.
           05  TMT-PERC-BONUS
               LINE 13  COLUMN 28  PIC Z9,99
               USING  MT-PERC-BONUS.

       PROCEDURE DIVISION.
       R0.
           OPEN I-O ARQMETA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQMETA
                 CLOSE ARQMETA
                 OPEN I-O ARQMETA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMETA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQMETA
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
                 CLOSE ARQMETA CADFUNC
                 GO TO ROT-FIM2.
           OPEN INPUT ARQCOMIS
           IF ST-ERRO-CM = "00"
              MOVE "S" TO W-TEM-COMIS.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE W-SESSAO-OPERADOR TO W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
       R1.
           MOVE ZEROS TO MT-VENDEDOR MT-VALOR-META MT-META-CLINOVOS
                         MT-PERC-BONUS
           MOVE SPACES TO NOME DDEPARTAMENTO
           MOVE 0 TO W-SEL
           DISPLAY TELAMETA.
       R2.
           ACCEPT TMT-COMPETENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE MT-COMPETENCIA(5:2) TO W-COMP-MES
           IF MT-COMPETENCIA = ZEROS
              OR W-COMP-MES < 1 OR W-COMP-MES > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TMT-VENDEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           MOVE MT-VENDEDOR TO CODIGO
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "00" TO ST-ERRO2
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF DEPARTAMENTO > 0 AND DEPARTAMENTO < 5
              MOVE TBDEPARTAMENTO(DEPARTAMENTO) TO DDEPARTAMENTO
           ELSE
              MOVE "(SEM DEPARTAMENTO)" TO DDEPARTAMENTO.
           DISPLAY TNOME TDDEPARTAMENTO.
      *>  COMISSAO JA LANCADA NA FOLHA: A META FICA SO PARA CONSULTA
           IF W-TEM-COMIS = "S"
              MOVE MT-CHAVE TO CM-CHAVE
              READ ARQCOMIS
              IF ST-ERRO-CM = "00"
                 MOVE "00" TO ST-ERRO-CM
                 READ ARQMETA
                 IF ST-ERRO = "00"
                    DISPLAY TELAMETA
                 END-IF
                 MOVE "00" TO ST-ERRO
                 MOVE "*** COMISSAO DA COMPETENCIA JA LANCADA ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1
              END-IF
              MOVE "00" TO ST-ERRO-CM
           END-IF.
           READ ARQMETA
           IF ST-ERRO = "00"
              DISPLAY TELAMETA
              MOVE "*** META JA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQMETA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R4.
           ACCEPT TMT-VALOR-META
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF MT-VALOR-META = ZEROS
              MOVE "*** INFORME A META DE FATURAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TMT-META-CLINOVOS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
       R6.
           ACCEPT TMT-PERC-BONUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R6.
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
           WRITE REGMETA
           IF ST-ERRO = "00" OR "02"
              MOVE "I" TO AUD-ACAO
              MOVE MT-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** META GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQMETA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *>****************************************
      *> ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *>****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVA META   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N"  AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E"  GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              GO TO R4.
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
           DELETE ARQMETA RECORD
           IF ST-ERRO = "00"
              MOVE "E" TO AUD-ACAO
              MOVE MT-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** META EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGMETA
           IF ST-ERRO = "00" OR "02"
              MOVE "A" TO AUD-ACAO
              MOVE MT-CHAVE TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              MOVE "*** META ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       GRAVA-AUDITORIA.
           MOVE "META13  " TO AUD-PROGRAMA
           MOVE W-OPERADOR TO AUD-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           WRITE REG-AUDITLOG.

       ROT-FIM.
           CLOSE ARQMETA CADFUNC AUDITLOG.
           IF W-TEM-COMIS = "S"
              CLOSE ARQCOMIS.
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
