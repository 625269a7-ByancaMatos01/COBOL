       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQ01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> ETIQUETAS DE ENDERECAMENTO E ARQUIVO DE MALA DIRETA    *
      *> (CADAMIGO + ARQCLI + ARQFOR, ENDERECO COMPLETADO PELO  *
      *> ARQCEP). OS SELECIONADOS PASSAM PELO ETQTRAB, INDEXADO *
      *> POR CEP + NOME, QUE ELIMINA OS REPETIDOS ENTRE OS      *
      *> CADASTROS E DEVOLVE TUDO EM ORDEM DE CEP (DESCONTO     *
      *> POSTAL). ENDERECO INCOMPLETO VAI PARA O ETIQEXC        *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAMIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APELIDO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS ST-ERRO-AMI.
       SELECT ARQCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               ALTERNATE RECORD KEY IS CODIGOC WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNPJC WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAILC WITH DUPLICATES
               FILE STATUS IS ST-ERRO-CLI.
       SELECT ARQFOR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOR-CPFCNPJ
                  ALTERNATE RECORD KEY IS CODIGOF WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-FOR.
       SELECT ARQCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-COD
               FILE STATUS IS ST-ERRO-CEP.
       SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                  ALTERNATE RECORD KEY IS PED-COD-PRO WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-NUM-PEDIDO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-PED.
       SELECT ETQTRAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ET-CHAVE
                      FILE STATUS  IS ST-ERRO-TRB.
       SELECT ETIQREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-REL.
       SELECT MALADIR ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-MAL.
       SELECT ETIQEXC ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD CADAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 REGAMIGO.
          03 APELIDO       PIC X(12).
          03 NOME          PIC X(30).
          03 ENDERECO      PIC X(50).
          03 CEP           PIC X(10).
          03 TELEFONE      PIC X(15).
          03 EMAIL         PIC X(30).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 TPAMIGO       PIC 9(01).
          03 DATANASC      PIC 9(08).

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

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ           PIC 9(14).
          03 CODIGOF             PIC 9(06).
          03 NOMEF               PIC X(30).
          03 APELIDOF            PIC X(30).
          03 CEPF                PIC 9(08).
          03 LOGRADOUROF         PIC X(24).
          03 NUMEROF             PIC X(11).
          03 COMPLEMENTOF        PIC X(24).
          03 BAIRROF             PIC X(40).
          03 CIDADEF             PIC X(24).
          03 ESTADOF             PIC X(02).
          03 TELEFONEF           PIC 9(11).
          03 EMAILF              PIC X(33).
          03 CONTATOF            PIC X(32).

       FD ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".
       01 REGCEP.
          03 CEP-COD           PIC X(10).
          03 CEP-LOGRADOURO    PIC X(24).
          03 CEP-BAIRRO        PIC X(40).
          03 CEP-CIDADE        PIC X(24).
          03 CEP-ESTADO        PIC X(02).

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
             88 PED-ST-ABERTO           VALUE "A".
             88 PED-ST-FATURADO         VALUE "F".
             88 PED-ST-CANCELADO        VALUE "C".
          03 PED-NUM-PEDIDO          PIC 9(06).
          03 PED-NUM-ITEM            PIC 9(03).
          03 PED-QTDATENDIDA         PIC 9(06).
          03 PED-LOCAL               PIC 9(02).
          03 PED-DESCPERC            PIC 9(02)V99.
          03 PED-OPERADOR            PIC X(10).
          03 PED-TAXA-APLICADA       PIC 9(02)V99.
          03 PED-VENDEDOR            PIC 9(06).

      *> SELECIONADOS DA EXECUCAO (REFEITO A CADA EXECUCAO)
       FD ETQTRAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETQTRAB.DAT".
       01 REGETQ.
          03 ET-CHAVE.
             05 ET-CEP             PIC 9(08).
             05 ET-NOME            PIC X(30).
          03 ET-ORIGEM             PIC X(01).
          03 ET-DOC                PIC X(14).
          03 ET-CONTATO            PIC X(30).
          03 ET-ENDERECO           PIC X(50).
          03 ET-BAIRRO             PIC X(40).
          03 ET-CIDADE             PIC X(24).
          03 ET-UF                 PIC X(02).

       FD ETIQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETIQREL.DAT".
       01 REG-ETIQREL PIC X(132).

      *> MALA DIRETA - LAYOUT FIXO, UM DESTINATARIO POR REGISTRO
      *> ORIGEM: A=AMIGO C=CLIENTE F=FORNECEDOR
       FD MALADIR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MALADIR.DAT".
       01 REG-MALADIR.
          03 MD-ORIGEM             PIC X(01).
          03 MD-DOC                PIC X(14).
          03 MD-NOME               PIC X(30).
          03 MD-CONTATO            PIC X(30).
          03 MD-ENDERECO           PIC X(50).
          03 MD-BAIRRO             PIC X(40).
          03 MD-CIDADE             PIC X(24).
          03 MD-UF                 PIC X(02).
          03 MD-CEP                PIC 9(08).

       FD ETIQEXC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETIQEXC.DAT".
       01 REG-ETIQEXC PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO-AMI      PIC X(02) VALUE "00".
       01 ST-ERRO-CLI      PIC X(02) VALUE "00".
       01 ST-ERRO-FOR      PIC X(02) VALUE "00".
       01 ST-ERRO-CEP      PIC X(02) VALUE "00".
       01 ST-ERRO-PED      PIC X(02) VALUE "00".
       01 ST-ERRO-TRB      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-MAL      PIC X(02) VALUE "00".
       01 ST-ERRO-EXC      PIC X(02) VALUE "00".
       01 W-TEM-CEP        PIC X(01) VALUE "N".
       01 W-TEM-PED        PIC X(01) VALUE "N".
       01 W-FIM            PIC X(01) VALUE "N".
       01 W-FIM-PED        PIC X(01) VALUE "N".
       01 W-ACHOU-PED      PIC X(01) VALUE "N".
       01 W-CEP-ACHOU      PIC X(01) VALUE "N".

      *> SELECAO INFORMADA PELO OPERADOR
       01 W-INC-AMI        PIC X(01) VALUE "N".
          88 W-INC-AMI-S      VALUE "S" "s".
       01 W-INC-CLI        PIC X(01) VALUE "N".
          88 W-INC-CLI-S      VALUE "S" "s".
       01 W-INC-FOR        PIC X(01) VALUE "N".
          88 W-INC-FOR-S      VALUE "S" "s".
       01 W-FIL-UF         PIC X(02) VALUE SPACES.
       01 W-FIL-CIDADE     PIC X(24) VALUE SPACES.
       01 W-FIL-TPAMIGO    PIC 9(01) VALUE ZEROS.
       01 W-FIL-MES        PIC 9(02) VALUE ZEROS.
       01 W-FIL-MESES      PIC 9(03) VALUE ZEROS.
       01 W-FIL-ATIVOS     PIC X(01) VALUE "N".
          88 W-FIL-ATIVOS-S   VALUE "S" "s".
       01 W-COLUNAS        PIC 9(01) VALUE ZEROS.

      *> DATA DE CORTE DAS COMPRAS (HOJE MENOS N MESES)
       01 W-HOJE-DATA        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-DATA-GRP REDEFINES W-HOJE-DATA.
           03 W-HOJE-ANO      PIC 9(04).
           03 W-HOJE-MES      PIC 9(02).
           03 W-HOJE-DIA      PIC 9(02).
       01 W-CORTE-DATA       PIC 9(08) VALUE ZEROS.
       01 W-CORTE-DATA-GRP REDEFINES W-CORTE-DATA.
           03 W-CORTE-ANO     PIC 9(04).
           03 W-CORTE-MES     PIC 9(02).
           03 W-CORTE-DIA     PIC 9(02).
       01 W-CORTE-CLI        PIC 9(08) VALUE ZEROS.
       01 W-CORTE-FOR        PIC 9(08) VALUE ZEROS.
       01 W-ANOMES           PIC 9(06) VALUE ZEROS.
       01 W-MESES            PIC 9(03) VALUE ZEROS.

      *> NASCIMENTO DO AMIGO (DDMMAAAA)
       01 W-DATA-CONV        PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONV-GRP REDEFINES W-DATA-CONV.
           03 W-DC-DIA        PIC 9(02).
           03 W-DC-MES        PIC 9(02).
           03 W-DC-ANO        PIC 9(04).

      *> DOCUMENTO PROCURADO NOS PEDIDOS
       01 W-PED-DOC          PIC 9(14) VALUE ZEROS.
       01 W-DOC-NUM          PIC 9(14) VALUE ZEROS.

      *> CEP DIGITADO (COM OU SEM HIFEN) -> 8 DIGITOS
       01 W-CEP-TXT          PIC X(10) VALUE SPACES.
       01 W-CEP-DIG          PIC X(08) VALUE ZEROS.
       01 W-CEP-NUM REDEFINES W-CEP-DIG PIC 9(08).
       01 W-CEP-QTD          PIC 9(02) VALUE ZEROS.
       01 W-CEP-IX           PIC 9(02) VALUE ZEROS.

      *> PARTES DO ENDERECO DE CLIENTE E FORNECEDOR
       01 W-MONTA-END        PIC X(01) VALUE "N".
       01 W-LOGRADOURO       PIC X(24) VALUE SPACES.
       01 W-NUMERO           PIC X(11) VALUE SPACES.
       01 W-COMPLEMENTO      PIC X(24) VALUE SPACES.
       01 W-PTR              PIC 9(03) VALUE ZEROS.
       01 W-MOTIVO           PIC X(30) VALUE SPACES.

      *> ETIQUETAS LADO A LADO: 6 LINHAS X ATE 3 COLUNAS DE 44
       01 W-COL              PIC 9(01) VALUE ZEROS.
       01 W-LIN              PIC 9(01) VALUE ZEROS.
       01 TAB-ETIQ.
           03 TE-LINHA OCCURS 6 TIMES.
              05 TE-COLUNA   PIC X(44) OCCURS 3 TIMES.
       01 W-LINHA-CEP        PIC X(44) VALUE SPACES.

       01 W-TOT-LIDOS        PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEL          PIC 9(06) VALUE ZEROS.
       01 W-TOT-DUP          PIC 9(06) VALUE ZEROS.
       01 W-TOT-EXC          PIC 9(06) VALUE ZEROS.
       01 W-TOT-ETQ          PIC 9(06) VALUE ZEROS.

       01 LINHA-EXC.
           03 LE-ORIGEM        PIC X(01).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-DOC           PIC X(14).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-NOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LE-MOTIVO        PIC X(30).
       01 LINHA-TOTAL.
           03 LT-DESCRICAO     PIC X(40).
           03 LT-TOTAL         PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       R0.
           DISPLAY "ETIQ01 - ETIQUETAS E MALA DIRETA".
           DISPLAY "INCLUIR AMIGOS (S/N): ".
           ACCEPT W-INC-AMI.
           DISPLAY "INCLUIR CLIENTES (S/N): ".
           ACCEPT W-INC-CLI.
           DISPLAY "INCLUIR FORNECEDORES (S/N): ".
           ACCEPT W-INC-FOR.
           IF NOT W-INC-AMI-S AND NOT W-INC-CLI-S AND NOT W-INC-FOR-S
              DISPLAY "*** NENHUM CADASTRO SELECIONADO ***"
              GO TO ROT-FIM.
           DISPLAY "UF (BRANCO=TODAS): ".
           ACCEPT W-FIL-UF.
           DISPLAY "CIDADE (BRANCO=TODAS): ".
           ACCEPT W-FIL-CIDADE.
           INSPECT W-FIL-UF CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT W-FIL-CIDADE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF W-INC-AMI-S
              DISPLAY "TIPO DE AMIGO (0=TODOS): "
              ACCEPT W-FIL-TPAMIGO
              DISPLAY "MES DE ANIVERSARIO DO AMIGO (0=TODOS): "
              ACCEPT W-FIL-MES
              IF W-FIL-MES > 12
                 DISPLAY "*** MES INVALIDO ***"
                 GO TO ROT-FIM.
           IF W-INC-CLI-S
              DISPLAY "CLIENTES COM COMPRA NOS ULTIMOS N MESES "
                      "(0=TODOS): "
              ACCEPT W-FIL-MESES.
           IF W-INC-FOR-S
              DISPLAY "SOMENTE FORNECEDORES ATIVOS - COMPRA NOS "
                      "ULTIMOS 12 MESES (S/N): "
              ACCEPT W-FIL-ATIVOS.
           DISPLAY "ETIQUETAS POR LINHA (1 A 3, 0=3): ".
           ACCEPT W-COLUNAS.
           IF W-COLUNAS = ZEROS OR W-COLUNAS > 3
              MOVE 3 TO W-COLUNAS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE-DATA
           MOVE W-FIL-MESES TO W-MESES
           PERFORM CALCULA-CORTE
           MOVE W-CORTE-DATA TO W-CORTE-CLI
           MOVE 12 TO W-MESES
           PERFORM CALCULA-CORTE
           MOVE W-CORTE-DATA TO W-CORTE-FOR.

           OPEN INPUT ARQCEP
           IF ST-ERRO-CEP = "00"
              MOVE "S" TO W-TEM-CEP
           ELSE
              DISPLAY "ARQCEP INDISPONIVEL - ENDERECOS NAO SERAO "
                      "COMPLETADOS".
           IF (W-INC-CLI-S AND W-FIL-MESES NOT = ZEROS)
              OR (W-INC-FOR-S AND W-FIL-ATIVOS-S)
              OPEN INPUT ARQPED
              IF ST-ERRO-PED NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPED - "
                         ST-ERRO-PED
                 GO TO ROT-FIM
              ELSE
                 MOVE "S" TO W-TEM-PED.

           OPEN OUTPUT ETQTRAB
           CLOSE ETQTRAB
           OPEN I-O ETQTRAB
           IF ST-ERRO-TRB NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ETQTRAB - "
                      ST-ERRO-TRB
              GO TO ROT-FIM.
           OPEN OUTPUT ETIQEXC
           IF ST-ERRO-EXC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ETIQEXC - "
                      ST-ERRO-EXC
              CLOSE ETQTRAB
              GO TO ROT-FIM.

           MOVE "*** ENDERECOS INCOMPLETOS - FORA DAS ETIQUETAS ***"
                                              TO REG-ETIQEXC
           WRITE REG-ETIQEXC
           MOVE "O  DOCUMENTO/APEL.  NOME                            MOT
      -         "IVO" TO REG-ETIQEXC
           WRITE REG-ETIQEXC
           MOVE SPACES TO REG-ETIQEXC
           WRITE REG-ETIQEXC.

      *>---------[ SELECAO NOS CADASTROS ]-----------------------------
       R1.
           IF W-INC-AMI-S
              PERFORM CARREGA-AMIGOS THRU CARREGA-AMIGOS-FIM.
           IF W-INC-CLI-S
              PERFORM CARREGA-CLIENTES THRU CARREGA-CLIENTES-FIM.
           IF W-INC-FOR-S
              PERFORM CARREGA-FORNECEDORES
                 THRU CARREGA-FORNECEDORES-FIM.

      *>---------[ ETIQUETAS E MALA DIRETA EM ORDEM DE CEP ]-----------
       R2.
           OPEN OUTPUT ETIQREL
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ETIQREL - "
                      ST-ERRO-REL
              CLOSE ETQTRAB ETIQEXC
              GO TO ROT-FIM.
           OPEN OUTPUT MALADIR
           IF ST-ERRO-MAL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MALADIR - "
                      ST-ERRO-MAL
              CLOSE ETQTRAB ETIQEXC ETIQREL
              GO TO ROT-FIM.
           MOVE SPACES TO TAB-ETIQ
           MOVE ZEROS TO W-COL
           MOVE "N" TO W-FIM
           MOVE LOW-VALUES TO ET-CHAVE
           START ETQTRAB KEY IS NOT LESS ET-CHAVE
              INVALID KEY
                 MOVE "S" TO W-FIM
           END-START
           PERFORM EMITE-SELECIONADO UNTIL W-FIM = "S"
           IF W-COL NOT = ZEROS
              PERFORM DESCARREGA-ETIQUETAS.

       R3.
           IF W-TOT-EXC = ZEROS
              MOVE "NENHUM ENDERECO INCOMPLETO" TO REG-ETIQEXC
              WRITE REG-ETIQEXC.
           MOVE SPACES TO REG-ETIQEXC
           WRITE REG-ETIQEXC
           MOVE "CADASTROS LIDOS                    :" TO LT-DESCRICAO
           MOVE W-TOT-LIDOS TO LT-TOTAL
           WRITE REG-ETIQEXC FROM LINHA-TOTAL
           MOVE "REPETIDOS ENTRE CADASTROS          :" TO LT-DESCRICAO
           MOVE W-TOT-DUP TO LT-TOTAL
           WRITE REG-ETIQEXC FROM LINHA-TOTAL
           MOVE "ENDERECOS INCOMPLETOS              :" TO LT-DESCRICAO
           MOVE W-TOT-EXC TO LT-TOTAL
           WRITE REG-ETIQEXC FROM LINHA-TOTAL
           MOVE "ETIQUETAS EMITIDAS                 :" TO LT-DESCRICAO
           MOVE W-TOT-ETQ TO LT-TOTAL
           WRITE REG-ETIQEXC FROM LINHA-TOTAL.

           CLOSE ETQTRAB ETIQREL MALADIR ETIQEXC
           IF W-TEM-CEP = "S"
              CLOSE ARQCEP.
           IF W-TEM-PED = "S"
              CLOSE ARQPED.
           DISPLAY "ETIQUETAS EM ETIQREL.DAT, MALA DIRETA EM "
                   "MALADIR.DAT -- " W-TOT-ETQ " DESTINATARIOS".
           DISPLAY "ENDERECOS INCOMPLETOS EM ETIQEXC.DAT -- "
                   W-TOT-EXC.
           GO TO ROT-FIM3.

      *>---------[ HOJE MENOS W-MESES MESES ]---------------------------
       CALCULA-CORTE.
           COMPUTE W-ANOMES = W-HOJE-ANO * 12 + W-HOJE-MES - 1
                            - W-MESES
           DIVIDE W-ANOMES BY 12 GIVING W-CORTE-ANO
                  REMAINDER W-CORTE-MES
           ADD 1 TO W-CORTE-MES
           MOVE W-HOJE-DIA TO W-CORTE-DIA
           IF W-CORTE-DIA > 28
              MOVE 28 TO W-CORTE-DIA.

      *>---------[ AMIGOS ]---------------------------------------------
       CARREGA-AMIGOS.
           OPEN INPUT CADAMIGO
           IF ST-ERRO-AMI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAMIGO - "
                      ST-ERRO-AMI
              GO TO CARREGA-AMIGOS-FIM.
           MOVE "N" TO W-FIM
           MOVE LOW-VALUES TO APELIDO
           START CADAMIGO KEY IS NOT LESS APELIDO
              INVALID KEY
                 MOVE "S" TO W-FIM
           END-START
           PERFORM LE-AMIGO UNTIL W-FIM = "S"
           CLOSE CADAMIGO.
       CARREGA-AMIGOS-FIM.
           EXIT.

       LE-AMIGO.
           READ CADAMIGO NEXT RECORD
           IF ST-ERRO-AMI NOT = "00"
              MOVE "00" TO ST-ERRO-AMI
              MOVE "S" TO W-FIM
           ELSE
              PERFORM TRATA-AMIGO THRU TRATA-AMIGO-FIM.

       TRATA-AMIGO.
           IF EMAIL = "anonimizado@lgpd.invalid"
              GO TO TRATA-AMIGO-FIM.
           IF W-FIL-TPAMIGO NOT = ZEROS AND TPAMIGO NOT = W-FIL-TPAMIGO
              GO TO TRATA-AMIGO-FIM.
           IF W-FIL-MES NOT = ZEROS
              IF DATANASC NOT NUMERIC
                 GO TO TRATA-AMIGO-FIM
              ELSE
                 MOVE DATANASC TO W-DATA-CONV
                 IF W-DC-MES NOT = W-FIL-MES
                    GO TO TRATA-AMIGO-FIM.
           ADD 1 TO W-TOT-LIDOS
           MOVE SPACES TO REGETQ
           MOVE "A"      TO ET-ORIGEM
           MOVE APELIDO  TO ET-DOC ET-CONTATO
           MOVE NOME     TO ET-NOME
           MOVE ENDERECO TO ET-ENDERECO
           MOVE CEP      TO W-CEP-TXT
           MOVE "N" TO W-MONTA-END
           PERFORM PREPARA-ENDERECO THRU PREPARA-ENDERECO-FIM.
       TRATA-AMIGO-FIM.
           EXIT.

      *>---------[ CLIENTES ]-------------------------------------------
       CARREGA-CLIENTES.
           OPEN INPUT ARQCLI
           IF ST-ERRO-CLI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCLI - "
                      ST-ERRO-CLI
              GO TO CARREGA-CLIENTES-FIM.
           MOVE "N" TO W-FIM
           MOVE ZEROS TO CLI-CPF
           START ARQCLI KEY IS NOT LESS CLI-CPF
              INVALID KEY
                 MOVE "S" TO W-FIM
           END-START
           PERFORM LE-CLIENTE UNTIL W-FIM = "S"
           CLOSE ARQCLI.
       CARREGA-CLIENTES-FIM.
           EXIT.

       LE-CLIENTE.
           READ ARQCLI NEXT RECORD
           IF ST-ERRO-CLI NOT = "00"
              MOVE "00" TO ST-ERRO-CLI
              MOVE "S" TO W-FIM
           ELSE
              PERFORM TRATA-CLIENTE THRU TRATA-CLIENTE-FIM.

       TRATA-CLIENTE.
           IF EMAILC = "anonimizado@lgpd.invalid"
              GO TO TRATA-CLIENTE-FIM.
           IF CNPJC NOT = ZEROS
              MOVE CNPJC TO W-DOC-NUM
           ELSE
              MOVE CLI-CPF TO W-DOC-NUM.
           IF W-FIL-MESES NOT = ZEROS
              MOVE W-DOC-NUM TO W-PED-DOC
              PERFORM VERIFICA-COMPRA-CLIENTE
              IF W-ACHOU-PED NOT = "S"
                 GO TO TRATA-CLIENTE-FIM.
           ADD 1 TO W-TOT-LIDOS
           MOVE SPACES TO REGETQ
           MOVE "C"          TO ET-ORIGEM
           MOVE W-DOC-NUM    TO ET-DOC
           MOVE NOMEC        TO ET-NOME
           MOVE CONTATOC     TO ET-CONTATO
           IF CONTATOC = SPACES
              MOVE APELIDOC TO ET-CONTATO.
           MOVE BAIRROC      TO ET-BAIRRO
           MOVE CIDADEC      TO ET-CIDADE
           MOVE ESTADOC      TO ET-UF
           MOVE LOGRADOUROC  TO W-LOGRADOURO
           MOVE NUMEROC      TO W-NUMERO
           MOVE COMPLEMENTOC TO W-COMPLEMENTO
           MOVE CEPC         TO W-CEP-TXT
           MOVE "S" TO W-MONTA-END
           PERFORM PREPARA-ENDERECO THRU PREPARA-ENDERECO-FIM.
       TRATA-CLIENTE-FIM.
           EXIT.

      *>  VENDA (TIPO 1) NAO CANCELADA A PARTIR DA DATA DE CORTE
       VERIFICA-COMPRA-CLIENTE.
           MOVE "N" TO W-ACHOU-PED W-FIM-PED
           MOVE W-PED-DOC TO PED-CLI-CPFCNPJ
           START ARQPED KEY IS EQUAL PED-CLI-CPFCNPJ
              INVALID KEY
                 MOVE "S" TO W-FIM-PED
           END-START
           PERFORM LE-PEDIDO-CLIENTE
                   UNTIL W-FIM-PED = "S" OR W-ACHOU-PED = "S".

       LE-PEDIDO-CLIENTE.
           READ ARQPED NEXT RECORD
           IF ST-ERRO-PED NOT = "00"
              MOVE "00" TO ST-ERRO-PED
              MOVE "S" TO W-FIM-PED
           ELSE
              IF PED-CLI-CPFCNPJ NOT = W-PED-DOC
                 MOVE "S" TO W-FIM-PED
              ELSE
                 IF PED-TIPOVENDA = 1 AND NOT PED-ST-CANCELADO
                    AND PED-DATAEMISSAO NOT < W-CORTE-CLI
                    MOVE "S" TO W-ACHOU-PED.

      *>---------[ FORNECEDORES ]---------------------------------------
       CARREGA-FORNECEDORES.
           OPEN INPUT ARQFOR
           IF ST-ERRO-FOR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOR - "
                      ST-ERRO-FOR
              GO TO CARREGA-FORNECEDORES-FIM.
           MOVE "N" TO W-FIM
           MOVE ZEROS TO FOR-CPFCNPJ
           START ARQFOR KEY IS NOT LESS FOR-CPFCNPJ
              INVALID KEY
                 MOVE "S" TO W-FIM
           END-START
           PERFORM LE-FORNECEDOR UNTIL W-FIM = "S"
           CLOSE ARQFOR.
       CARREGA-FORNECEDORES-FIM.
           EXIT.

       LE-FORNECEDOR.
           READ ARQFOR NEXT RECORD
           IF ST-ERRO-FOR NOT = "00"
              MOVE "00" TO ST-ERRO-FOR
              MOVE "S" TO W-FIM
           ELSE
              PERFORM TRATA-FORNECEDOR THRU TRATA-FORNECEDOR-FIM.

       TRATA-FORNECEDOR.
           IF W-FIL-ATIVOS-S
              MOVE FOR-CPFCNPJ TO W-PED-DOC
              PERFORM VERIFICA-COMPRA-FORNECEDOR
              IF W-ACHOU-PED NOT = "S"
                 GO TO TRATA-FORNECEDOR-FIM.
           ADD 1 TO W-TOT-LIDOS
           MOVE SPACES TO REGETQ
           MOVE "F"          TO ET-ORIGEM
           MOVE FOR-CPFCNPJ  TO ET-DOC
           MOVE NOMEF        TO ET-NOME
           MOVE CONTATOF     TO ET-CONTATO
           IF CONTATOF = SPACES
              MOVE APELIDOF TO ET-CONTATO.
           MOVE BAIRROF      TO ET-BAIRRO
           MOVE CIDADEF      TO ET-CIDADE
           MOVE ESTADOF      TO ET-UF
           MOVE LOGRADOUROF  TO W-LOGRADOURO
           MOVE NUMEROF      TO W-NUMERO
           MOVE COMPLEMENTOF TO W-COMPLEMENTO
           MOVE CEPF         TO W-CEP-TXT
           MOVE "S" TO W-MONTA-END
           PERFORM PREPARA-ENDERECO THRU PREPARA-ENDERECO-FIM.
       TRATA-FORNECEDOR-FIM.
           EXIT.

      *>  ATIVO = PEDIDO DE COMPRA (TIPO 2) NAO CANCELADO EM 12 MESES
       VERIFICA-COMPRA-FORNECEDOR.
           MOVE "N" TO W-ACHOU-PED W-FIM-PED
           MOVE W-PED-DOC TO PED-FOR-CPFCNPJ
           START ARQPED KEY IS EQUAL PED-FOR-CPFCNPJ
              INVALID KEY
                 MOVE "S" TO W-FIM-PED
           END-START
           PERFORM LE-PEDIDO-FORNECEDOR
                   UNTIL W-FIM-PED = "S" OR W-ACHOU-PED = "S".

       LE-PEDIDO-FORNECEDOR.
           READ ARQPED NEXT RECORD
           IF ST-ERRO-PED NOT = "00"
              MOVE "00" TO ST-ERRO-PED
              MOVE "S" TO W-FIM-PED
           ELSE
              IF PED-FOR-CPFCNPJ NOT = W-PED-DOC
                 MOVE "S" TO W-FIM-PED
              ELSE
                 IF PED-TIPOVENDA = 2 AND NOT PED-ST-CANCELADO
                    AND PED-DATAEMISSAO NOT < W-CORTE-FOR
                    MOVE "S" TO W-ACHOU-PED.

      *>---------[ COMPLETA, FILTRA, VALIDA E GRAVA NO ETQTRAB ]--------
      *>  CAMPOS EM BRANCO SAO COMPLETADOS PELO ARQCEP; O AMIGO SO TEM
      *>  O ENDERECO EM TEXTO LIVRE, ENTAO DELE SO VEM BAIRRO/CIDADE/UF
       PREPARA-ENDERECO.
           PERFORM EXTRAI-CEP
           MOVE "N" TO W-CEP-ACHOU
           IF W-CEP-QTD = 8 AND W-CEP-NUM NOT = ZEROS
              MOVE W-CEP-NUM TO ET-CEP
              PERFORM BUSCA-CEP
           ELSE
              MOVE ZEROS TO ET-CEP.
           IF W-CEP-ACHOU = "S"
              IF W-MONTA-END = "S" AND W-LOGRADOURO = SPACES
                 MOVE CEP-LOGRADOURO TO W-LOGRADOURO
              END-IF
              IF ET-BAIRRO = SPACES
                 MOVE CEP-BAIRRO TO ET-BAIRRO
              END-IF
              IF ET-CIDADE = SPACES
                 MOVE CEP-CIDADE TO ET-CIDADE
              END-IF
              IF ET-UF = SPACES
                 MOVE CEP-ESTADO TO ET-UF
              END-IF.
           IF W-MONTA-END = "S" AND W-LOGRADOURO NOT = SPACES
              AND W-NUMERO NOT = SPACES
              MOVE 1 TO W-PTR
              STRING W-LOGRADOURO DELIMITED BY "  "
                     ", "         DELIMITED BY SIZE
                     W-NUMERO     DELIMITED BY "  "
                     INTO ET-ENDERECO WITH POINTER W-PTR
              END-STRING
              IF W-COMPLEMENTO NOT = SPACES
                 STRING " "           DELIMITED BY SIZE
                        W-COMPLEMENTO DELIMITED BY "  "
                        INTO ET-ENDERECO WITH POINTER W-PTR
                 END-STRING
              END-IF.
           INSPECT REGETQ CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF W-FIL-UF NOT = SPACES AND ET-UF NOT = SPACES
              AND ET-UF NOT = W-FIL-UF
              GO TO PREPARA-ENDERECO-FIM.
           IF W-FIL-CIDADE NOT = SPACES AND ET-CIDADE NOT = SPACES
              AND ET-CIDADE NOT = W-FIL-CIDADE
              GO TO PREPARA-ENDERECO-FIM.

           MOVE SPACES TO W-MOTIVO
           IF ET-NOME = SPACES
              MOVE "NOME NAO INFORMADO" TO W-MOTIVO
           ELSE
           IF ET-CEP = ZEROS
              MOVE "CEP AUSENTE OU INVALIDO" TO W-MOTIVO
           ELSE
           IF W-MONTA-END = "S" AND W-NUMERO = SPACES
              MOVE "NUMERO NAO INFORMADO" TO W-MOTIVO
           ELSE
           IF ET-ENDERECO = SPACES
              MOVE "LOGRADOURO NAO INFORMADO" TO W-MOTIVO
           ELSE
           IF ET-CIDADE = SPACES
              MOVE "CIDADE NAO INFORMADA" TO W-MOTIVO
           ELSE
           IF ET-UF = SPACES
              MOVE "UF NAO INFORMADA" TO W-MOTIVO.
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-EXCECAO
              GO TO PREPARA-ENDERECO-FIM.

           WRITE REGETQ
              INVALID KEY
                 ADD 1 TO W-TOT-DUP
              NOT INVALID KEY
                 ADD 1 TO W-TOT-SEL
           END-WRITE
           MOVE "00" TO ST-ERRO-TRB.
       PREPARA-ENDERECO-FIM.
           EXIT.

       EXTRAI-CEP.
           MOVE ZEROS TO W-CEP-DIG W-CEP-QTD
           PERFORM EXTRAI-CEP-CAR
                   VARYING W-CEP-IX FROM 1 BY 1 UNTIL W-CEP-IX > 10.

       EXTRAI-CEP-CAR.
           IF W-CEP-TXT(W-CEP-IX:1) IS NUMERIC
              ADD 1 TO W-CEP-QTD
              IF W-CEP-QTD NOT > 8
                 MOVE W-CEP-TXT(W-CEP-IX:1) TO W-CEP-DIG(W-CEP-QTD:1).

      *>  O ARQCEP PODE TER O CEP SO COM DIGITOS OU COMO FOI DIGITADO
       BUSCA-CEP.
           IF W-TEM-CEP NOT = "S"
              GO TO BUSCA-CEP-FIM.
           MOVE SPACES TO CEP-COD
           MOVE W-CEP-DIG TO CEP-COD
           READ ARQCEP
           IF ST-ERRO-CEP = "00"
              MOVE "S" TO W-CEP-ACHOU
              GO TO BUSCA-CEP-FIM.
           IF W-CEP-TXT NOT = CEP-COD
              MOVE W-CEP-TXT TO CEP-COD
              READ ARQCEP
              IF ST-ERRO-CEP = "00"
                 MOVE "S" TO W-CEP-ACHOU.
       BUSCA-CEP-FIM.
           MOVE "00" TO ST-ERRO-CEP.

       GRAVA-EXCECAO.
           MOVE ET-ORIGEM TO LE-ORIGEM
           MOVE ET-DOC    TO LE-DOC
           MOVE ET-NOME   TO LE-NOME
           MOVE W-MOTIVO  TO LE-MOTIVO
           WRITE REG-ETIQEXC FROM LINHA-EXC
           ADD 1 TO W-TOT-EXC.

      *>---------[ UM DESTINATARIO: MALA DIRETA + ETIQUETA ]-----------
       EMITE-SELECIONADO.
           READ ETQTRAB NEXT RECORD
           IF ST-ERRO-TRB NOT = "00"
              MOVE "00" TO ST-ERRO-TRB
              MOVE "S" TO W-FIM
           ELSE
              PERFORM GRAVA-MALADIR
              PERFORM MONTA-ETIQUETA.

       GRAVA-MALADIR.
           MOVE ET-ORIGEM   TO MD-ORIGEM
           MOVE ET-DOC      TO MD-DOC
           MOVE ET-NOME     TO MD-NOME
           MOVE ET-CONTATO  TO MD-CONTATO
           MOVE ET-ENDERECO TO MD-ENDERECO
           MOVE ET-BAIRRO   TO MD-BAIRRO
           MOVE ET-CIDADE   TO MD-CIDADE
           MOVE ET-UF       TO MD-UF
           MOVE ET-CEP      TO MD-CEP
           WRITE REG-MALADIR
           ADD 1 TO W-TOT-ETQ.

       MONTA-ETIQUETA.
           ADD 1 TO W-COL
           MOVE ET-NOME     TO TE-COLUNA(1, W-COL)
           MOVE ET-ENDERECO TO TE-COLUNA(2, W-COL)
           MOVE ET-BAIRRO   TO TE-COLUNA(3, W-COL)
           MOVE ET-CEP      TO W-CEP-NUM
           MOVE SPACES TO W-LINHA-CEP
           STRING W-CEP-DIG(1:5) "-" W-CEP-DIG(6:3) "  "
                                   DELIMITED BY SIZE
                  ET-CIDADE        DELIMITED BY "  "
                  "/" ET-UF        DELIMITED BY SIZE
                  INTO W-LINHA-CEP
           END-STRING
           MOVE W-LINHA-CEP TO TE-COLUNA(4, W-COL)
           IF W-COL = W-COLUNAS
              PERFORM DESCARREGA-ETIQUETAS.

       DESCARREGA-ETIQUETAS.
           PERFORM GRAVA-LINHA-ETIQ
                   VARYING W-LIN FROM 1 BY 1 UNTIL W-LIN > 6
           MOVE SPACES TO TAB-ETIQ
           MOVE ZEROS TO W-COL.

       GRAVA-LINHA-ETIQ.
           WRITE REG-ETIQREL FROM TE-LINHA(W-LIN).

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
