                      RECORD KEY   IS LOT-CHAVE
                  ALTERNATE RECORD KEY IS LOT-PRO-CODIGO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-LOT.
       SELECT ARQLOTMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LM-CHAVE
                  ALTERNATE RECORD KEY IS LM-PED-COD WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LM-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-LM.
       SELECT ARQCONDPG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CP-CODIGO
                      FILE STATUS  IS ST-ERRO-CP.
       SELECT ARQKIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS KIT-CHAVE
                  ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-KIT.
       SELECT ARQSUBST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SUB-CHAVE
                      FILE STATUS  IS ST-ERRO-SUB.
       SELECT ARQSUBUSO ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO-SU.
       SELECT ARQPERCTB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PER-COMPETENCIA
                      FILE STATUS  IS ST-ERRO-PER.
       SELECT ARQNUMCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NUM-SEQUENCIA
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO-NUM.

       DATA DIVISION.
       FILE SECTION.
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQCLI
               LABEL RECORD IS STANDARD
           03 SITUACAO PIC X(01).
           03 DATA-DEMISSAO PIC 9(08).
           03 SUPERVISOR PIC 9(06).
           03 BANCO PIC 9(03).
           03 AGENCIA PIC 9(05).
           03 CONTA PIC 9(12).
           03 CONTA-DV PIC X(01).
           03 TIPO-CONTA PIC X(01).

       FD ARQTAXUF
               LABEL RECORD IS STANDARD
          03 USU-CODIGO              PIC X(10).
          03 USU-SENHA               PIC X(10).
          03 USU-NIVEL               PIC 9(01).
          03 USU-DATA-SENHA          PIC 9(08).
          03 USU-TROCA-SENHA         PIC X(01).
             88 USU-TROCA-OBRIG         VALUE "S".
          03 USU-BLOQUEADO           PIC X(01).
             88 USU-BLOQ                VALUE "S".
          03 USU-FALHAS              PIC 9(01).
          03 USU-SENHA-ANT           PIC X(10) OCCURS 3 TIMES.

       FD ARQPEDCAB
               LABEL RECORD IS STANDARD
             88 CAB-ST-CANCELADO        VALUE "C".
          03 CAB-VALORTOTAL          PIC 9(14)V99.
          03 CAB-QTD-ITENS           PIC 9(03).
          03 CAB-COND-PAGTO          PIC 9(03).
          03 CAB-NF-SERIE            PIC 9(03).
          03 CAB-NF-NUMERO           PIC 9(09).
          03 CAB-NF-DATA             PIC 9(08).
          03 CAB-TRANSP-CNPJ         PIC 9(14).
          03 CAB-TIPOFRETE           PIC X(01).
             88 CAB-FRETE-CIF           VALUE "C".
             88 CAB-FRETE-FOB           VALUE "F".
          03 CAB-VOLUMES             PIC 9(04).
          03 CAB-PESO-BRUTO          PIC 9(06)V999.
          03 CAB-EXP-DATA            PIC 9(08).

       FD ARQESTLOC
               LABEL RECORD IS STANDARD
          03 LOT-VALIDADE            PIC 9(08).
          03 LOT-SALDO               PIC 9(06).

       FD ARQLOTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTMOV.DAT".
       01 REGLOTMOV.
          03 LM-CHAVE.
             05 LM-PRO-CODIGO        PIC 9(06).
             05 LM-LOTE              PIC X(10).
             05 LM-DATAHORA          PIC 9(14).
             05 LM-SEQ               PIC 9(02).
          03 LM-TIPO                 PIC X(01).
             88 LM-RECEBIMENTO          VALUE "R".
             88 LM-SAIDA                VALUE "S".
             88 LM-RETORNO              VALUE "E".
          03 LM-PED-COD              PIC 9(06).
          03 LM-NUM-PEDIDO           PIC 9(06).
          03 LM-NUM-ITEM             PIC 9(03).
          03 LM-TIPOVENDA            PIC 9(01).
          03 LM-CLI-CPFCNPJ          PIC 9(14).
          03 LM-FOR-CPFCNPJ          PIC 9(14).
          03 LM-QTDE                 PIC 9(06).
          03 LM-DATA                 PIC 9(08).
          03 LM-LOCAL                PIC 9(02).
          03 LM-PROGRAMA             PIC X(08).
          03 LM-OPERADOR             PIC X(10).

       FD ARQCONDPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONDPG.DAT".
       01 REGCONDPG.
          03 CP-CODIGO               PIC 9(03).
          03 CP-DESCRICAO            PIC X(30).
          03 CP-QTD-PARCELAS         PIC 9(02).
          03 CP-PARCELAS OCCURS 12 TIMES.
             05 CP-DIAS              PIC 9(03).
             05 CP-PERC              PIC 9(03)V99.

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-CODIGO           PIC 9(06).
             05 KIT-COMPONENTE       PIC 9(06).
          03 KIT-QTDE                PIC 9(04).

       FD ARQSUBST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUBST.DAT".
       01 REGSUBST.
          03 SUB-CHAVE.
             05 SUB-PRO-CODIGO       PIC 9(06).
             05 SUB-ORDEM            PIC 9(02).
          03 SUB-SUBSTITUTO          PIC 9(06).
          03 SUB-OBS                 PIC X(30).

       FD ARQSUBUSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUBUSO.DAT".
       01 REG-SUBUSO.
          03 SU-DATA                 PIC 9(08).
          03 SU-PRO-CODIGO           PIC 9(06).
          03 SU-SUBSTITUTO           PIC 9(06).
          03 SU-QTDE                 PIC 9(06).
          03 SU-TIPO                 PIC X(01).
          03 SU-PROGRAMA             PIC X(08).
          03 SU-DOCUMENTO            PIC 9(06).
          03 SU-OPERADOR             PIC X(10).

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

       FD ARQNUMCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUMCTL.DAT".
       01 REGNUMCTL.
          03 NUM-SEQUENCIA           PIC X(08).
          03 NUM-ULTIMO              PIC 9(09).
          03 NUM-DATA-ALTERA         PIC 9(08).
          03 NUM-PROGRAMA            PIC X(08).

       WORKING-STORAGE SECTION.
       77 W-CONT           PIC 9(06) VALUE ZEROS.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       01 ST-ERRO-BO       PIC X(02) VALUE "00".
       01 ST-ERRO-MOV      PIC X(02) VALUE "00".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-LM       PIC X(02) VALUE "00".
       01 ST-ERRO-LOC      PIC X(02) VALUE "00".
       01 ST-ERRO-CAB      PIC X(02) VALUE "00".
       01 ST-ERRO-USU      PIC X(02) VALUE "00".
       01 ST-ERRO-PC       PIC X(02) VALUE "00".
       01 ST-ERRO-TAX      PIC X(02) VALUE "00".
       01 ST-ERRO-FUN      PIC X(02) VALUE "00".
       01 ST-ERRO-CP       PIC X(02) VALUE "00".
       01 ST-ERRO-KIT      PIC X(02) VALUE "00".
       01 ST-ERRO-SUB      PIC X(02) VALUE "00".
       01 ST-ERRO-SU       PIC X(02) VALUE "00".
       01 ST-ERRO-PER      PIC X(02) VALUE "00".
       01 ST-ERRO-NUM      PIC X(02) VALUE "00".
       01 W-TEM-NUMCTL     PIC X(01) VALUE "N".
       01 W-NUM-MINIMO     PIC 9(09) VALUE ZEROS.
       01 W-NUM-RESERVADO  PIC 9(09) VALUE ZEROS.
       01 W-NUM-TENTATIVA  PIC 9(04) VALUE ZEROS.
       01 W-TEM-PERCTB     PIC X(01) VALUE "N".
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-SUP-CODIGO     PIC X(10) VALUE SPACES.
       01 W-SUP-SENHA      PIC X(10) VALUE SPACES.
      *> CIFRA DA SENHA (USUARIO + SENHA -> 10 DIGITOS)
       01 W-CIFRA-ENTRADA.
          03 W-CIFRA-USUARIO PIC X(10).
          03 W-CIFRA-SENHA   PIC X(10).
       01 W-CIFRA-ENT-R REDEFINES W-CIFRA-ENTRADA.
          03 W-CIFRA-CAR     PIC X(01) OCCURS 20 TIMES.
       01 W-CIFRA-IX       PIC 9(02) VALUE ZEROS.
       01 W-CIFRA-H1       PIC 9(12) VALUE ZEROS.
       01 W-CIFRA-H2       PIC 9(12) VALUE ZEROS.
       01 W-CIFRA-QUOC     PIC 9(12) VALUE ZEROS.
       01 W-SENHA-CIFRADA.
          03 W-CIFRA-R1     PIC 9(05).
          03 W-CIFRA-R2     PIC 9(05).
       01 W-DESC-OK        PIC X(01) VALUE "S".

      *> TETO DE DESCONTO SEM APROVACAO DE SUPERVISOR (EM %)
       01 W-QTDE-FALTA     PIC 9(06) VALUE ZEROS.
       01 W-ENT-PRODUTO    PIC 9(13) VALUE ZEROS.
       01 W-QTDE-MOVIDA    PIC 9(06) VALUE ZEROS.
       01 W-PESO-ITEM      PIC 9(06)V999 VALUE ZEROS.
       01 W-QTDE-ESTORNO   PIC 9(06) VALUE ZEROS.

      *> CONSUMO DE LOTES PELO VENCIMENTO MAIS PROXIMO (FEFO)
       01 W-LOTE-ACHOU     PIC X(01) VALUE "N".
       01 W-MENOR-VALIDADE PIC 9(08) VALUE ZEROS.
       01 W-LOTE-SEL       PIC X(10) VALUE SPACES.

      *> LOTES DE ORIGEM PARA ESTORNO (SAIDAS MENOS RETORNOS)
       01 W-QT-ORIGEM      PIC 9(02) VALUE ZEROS.
       01 W-IX-ORIGEM      PIC 9(02) VALUE ZEROS.
       01 TB-ORIGEM.
          03 TB-OR-ITEM OCCURS 50 TIMES.
             05 TB-OR-LOTE    PIC X(10).
             05 TB-OR-QTDE    PIC S9(07).

      *> COMPONENTES DO KIT (ARQKIT) - BAIXA PELOS COMPONENTES
       01 W-QT-KIT         PIC 9(02) VALUE ZEROS.
       01 W-IX-KIT         PIC 9(02) VALUE ZEROS.
       01 W-KIT-DISP       PIC 9(06) VALUE ZEROS.
       01 W-KIT-POSSIVEL   PIC 9(06) VALUE ZEROS.
       01 W-KIT-ATENDIDO   PIC 9(06) VALUE ZEROS.
       01 TB-KIT.
          03 TB-KIT-ITEM OCCURS 20 TIMES.
             05 TK-COMPONENTE PIC 9(06).
             05 TK-QTDE       PIC 9(04).
       01 W-MENS-KIT.
          03 FILLER        PIC X(30)
                          VALUE "*** PRODUTO KIT - DISPONIVEL: ".
          03 W-MK-DISP     PIC ZZZ.ZZ9.
          03 FILLER        PIC X(04) VALUE " ***".

      *> SUBSTITUTOS (ARQSUBST) OFERECIDOS NA FALTA DE ESTOQUE
      *> T=ITEM TROCADO PELO SUBSTITUTO  D=ITEM DIVIDIDO
       01 W-SUB-ACAO       PIC X(01) VALUE SPACES.
       01 W-SUB-DIVIDIR    PIC X(01) VALUE "N".
       01 W-SUB-OPCAO      PIC X(01) VALUE SPACES.
       01 W-SUB-ORIGINAL   PIC 9(06) VALUE ZEROS.
       01 W-SUB-PRODUTO    PIC 9(06) VALUE ZEROS.
       01 W-SUB-QTDE       PIC 9(06) VALUE ZEROS.
       01 W-SUB-DISP       PIC 9(06) VALUE ZEROS.
       01 W-SUB-ESCOLHA    PIC 9(01) VALUE ZEROS.
       01 W-QT-SUB         PIC 9(01) VALUE ZEROS.
       01 W-IX-SUB         PIC 9(01) VALUE ZEROS.
       01 W-SUB-LIN        PIC 9(02) VALUE ZEROS.
       01 TB-SUB.
          03 TB-SUB-ITEM OCCURS 9 TIMES.
             05 TS-CODIGO     PIC 9(06).
             05 TS-DESCRICAO  PIC X(30).
             05 TS-ESTOQUE    PIC 9(06).
             05 TS-PRECO      PIC 9(06)V99.
       01 W-LINHA-SUB.
          03 WL-NUM        PIC 9(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WL-CODIGO     PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WL-DESCRICAO  PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WL-ESTOQUE    PIC ZZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WL-PRECO      PIC ZZZ.ZZ9,99.
       01 W-OPERADOR       PIC X(10) VALUE SPACES.
       01 W-SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-PROXCOD        PIC 9(06) VALUE ZEROS.
       01 W-STATUS-ANT     PIC X(01) VALUE SPACES.
       01 W-COND-PAGTO     PIC 9(03) VALUE ZEROS.

      *> CONTROLE DE LIMITE DE CREDITO DO CLIENTE
       01 W-EXPOSICAO      PIC 9(14)V99 VALUE ZEROS.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A5A.
           OPEN I-O ARQLOTMOV
           IF ST-ERRO-LM NOT = "00"
              IF ST-ERRO-LM = "30"
                 OPEN OUTPUT ARQLOTMOV
                 CLOSE ARQLOTMOV
                 OPEN I-O ARQLOTMOV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQLOTMOV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A4A.
           OPEN INPUT ARQCONDPG
           IF ST-ERRO-CP NOT = "00"
              IF ST-ERRO-CP = "30"
                 OPEN OUTPUT ARQCONDPG
                 CLOSE ARQCONDPG
                 OPEN INPUT ARQCONDPG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONDPG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A4B.
           OPEN INPUT ARQKIT
           IF ST-ERRO-KIT NOT = "00"
              IF ST-ERRO-KIT = "30"
                 OPEN OUTPUT ARQKIT
                 CLOSE ARQKIT
                 OPEN INPUT ARQKIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQKIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A4C.
           OPEN INPUT ARQSUBST
           IF ST-ERRO-SUB NOT = "00"
              IF ST-ERRO-SUB = "30"
                 OPEN OUTPUT ARQSUBST
                 CLOSE ARQSUBST
                 OPEN INPUT ARQSUBST
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSUBST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A4D.
           OPEN EXTEND ARQSUBUSO
           IF ST-ERRO-SU NOT = "00"
              IF ST-ERRO-SU = "30"
                 OPEN OUTPUT ARQSUBUSO
                 CLOSE ARQSUBUSO
                 OPEN EXTEND ARQSUBUSO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSUBUSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A4.
           OPEN EXTEND ARQESTMOV
           IF ST-ERRO-MOV NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDITLOG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O ARQNUMCTL
           IF ST-ERRO-NUM = "30"
              OPEN OUTPUT ARQNUMCTL
              CLOSE ARQNUMCTL
              OPEN I-O ARQNUMCTL.
           IF ST-ERRO-NUM = "00"
              MOVE "S" TO W-TEM-NUMCTL.
           OPEN INPUT ARQPERCTB
           IF ST-ERRO-PER = "00"
              MOVE "S" TO W-TEM-PERCTB.
           IF W-OPERADOR = SPACES
              AND W-SESSAO-OPERADOR NOT = SPACES
              AND W-SESSAO-OPERADOR NOT = LOW-VALUES
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "A"
              GO TO ALT-STATUS-001.
           PERFORM GERA-CODIGO
           GO TO R1.
       GERA-CODIGO.
           MOVE 999999 TO PED-COD
           START ARQPED KEY IS NOT GREATER PED-COD
                       MOVE 1 TO W-PROXCOD
                   END-IF
           END-START.
           MOVE "ITEMPED " TO NUM-SEQUENCIA
           MOVE W-PROXCOD TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXCOD.
       GERA-NUMERO-PEDIDO.
           MOVE 999999 TO CAB-NUM-PEDIDO
           START ARQPEDCAB KEY IS NOT GREATER CAB-NUM-PEDIDO
                   END-IF
           END-START
           MOVE "00" TO ST-ERRO-CAB.
           MOVE "PEDIDO  " TO NUM-SEQUENCIA
           MOVE W-PROXNUM TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXNUM.
       R1.
           MOVE SPACES TO PED-TIPOPEDIDO
           MOVE ZEROS TO W-ENT-PRODUTO
           MOVE ZEROS TO PED-COD-PRO PED-TIPOVENDA PED-CLI-CPFCNPJ
                PED-FOR-CPFCNPJ PED-QUANTIDADE PED-PRECOUNITARIO
                PED-VALORTOTAL PED-QTDATENDIDA PED-DESCPERC
                PED-VENDEDOR W-COND-PAGTO
           MOVE SPACES TO W-SUB-ACAO
           MOVE "N" TO W-SUB-DIVIDIR
           MOVE W-OPERADOR TO PED-OPERADOR
           PERFORM GERA-NUMERO-PEDIDO
           MOVE W-PROXCOD TO PED-COD
           IF W-ACT = 01
              GO TO ROT-FIM.
       R3.
           MOVE SPACES TO W-SUB-ACAO
           MOVE "N" TO W-SUB-DIVIDIR
           ACCEPT TW-ENT-PRODUTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              END-READ
              MOVE PRO-CODIGO TO PED-COD-PRO
              DISPLAY TPED-COD-PRO
              GO TO R3A.
           MOVE W-ENT-PRODUTO TO PED-COD-PRO
           MOVE PED-COD-PRO TO PRO-CODIGO
           READ ARQPRO
                 GO TO R3
           END-READ
           DISPLAY TPED-COD-PRO.
      *>  KIT: INFORMA QUANTOS KITS OS COMPONENTES PERMITEM MONTAR
       R3A.
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT > ZEROS
              PERFORM CALCULA-DISP-KIT
              MOVE W-KIT-DISP TO W-MK-DISP
              MOVE W-MENS-KIT TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE PED-COD-PRO TO PRO-CODIGO
              READ ARQPRO
              MOVE "00" TO ST-ERRO2.
       R4.
           ACCEPT TPED-TIPOVENDA
           ACCEPT W-ACT FROM ESCAPE KEY
                                                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-QT-KIT > ZEROS
              AND (PED-TIPOVENDA = 2 OR PED-TIPOVENDA = 4)
              MOVE "*** KIT SO PARA VENDA/DEVOLUCAO DE CLIENTE ***"
                                                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           IF PED-TIPOVENDA = 1 OR PED-TIPOVENDA = 3
               ACCEPT TPED-CLI-CPFCNPJ
              END-READ.
       R5A.
           IF PED-TIPOVENDA = 2 OR PED-TIPOVENDA = 4
              GO TO R5B.
           DISPLAY (22, 03) "CODIGO DO VENDEDOR :"
           ACCEPT (22, 24) PED-VENDEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "*** VENDEDOR DEMITIDO/INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5A.
      *>---------[ CONDICAO DE PAGAMENTO - NO PRIMEIRO ITEM ]---------
       R5B.
           IF PED-NUM-ITEM NOT = 1
              GO TO R6.
           IF PED-TIPOVENDA NOT = 1 AND PED-TIPOVENDA NOT = 2
              MOVE ZEROS TO W-COND-PAGTO
              GO TO R6.
           DISPLAY (22, 03) "COND.PAGTO (0=PADRAO):"
           ACCEPT (22, 26) W-COND-PAGTO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-COND-PAGTO = ZEROS
              GO TO R6.
           MOVE W-COND-PAGTO TO CP-CODIGO
           READ ARQCONDPG
           IF ST-ERRO-CP NOT = "00"
              MOVE "00" TO ST-ERRO-CP
              MOVE "*** CONDICAO DE PAGAMENTO NAO CADASTRADA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5B.
           MOVE CP-DESCRICAO TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R6.
           ACCEPT TPED-QUANTIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
              GO TO R6.
           IF PED-LOCAL = ZEROS
              MOVE 1 TO PED-LOCAL.
      *>---------[ FALTA DE ESTOQUE: OFERECE OS SUBSTITUTOS ]---------
      *>  ANTES DE VIRAR BACKORDER O OPERADOR PODE TROCAR O ITEM PELO
      *>  SUBSTITUTO OU DIVIDI-LO ENTRE O ORIGINAL E O SUBSTITUTO
       R6B.
           IF PED-TIPOVENDA NOT = 1 OR W-QT-KIT > ZEROS
              GO TO R7.
           IF W-SUB-ACAO NOT = SPACES OR W-SUB-DIVIDIR = "S"
              GO TO R7.
           MOVE PED-COD-PRO TO PRO-CODIGO W-SUB-ORIGINAL
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "00" TO ST-ERRO2
              GO TO R7.
           IF PED-QUANTIDADE NOT > PRO-QTDESTOQUE
              GO TO R7.
           MOVE PRO-QTDESTOQUE TO W-SUB-DISP
           PERFORM CARREGA-SUBST THRU CARREGA-SUBST-FIM
           IF W-QT-SUB = ZEROS
              GO TO R7.
           PERFORM MOSTRA-SUBST THRU MOSTRA-SUBST-FIM.
       R6C.
           MOVE "M" TO W-SUB-OPCAO
           DISPLAY (19, 03)
               "M=MANTER (BACKORDER)  T=TROCAR  D=DIVIDIR :"
           ACCEPT (19, 47) W-SUB-OPCAO WITH UPDATE
           IF W-SUB-OPCAO = "m"
              MOVE "M" TO W-SUB-OPCAO.
           IF W-SUB-OPCAO = "t"
              MOVE "T" TO W-SUB-OPCAO.
           IF W-SUB-OPCAO = "d"
              MOVE "D" TO W-SUB-OPCAO.
           IF W-SUB-OPCAO NOT = "M" AND NOT = "T" AND NOT = "D"
              GO TO R6C.
           IF W-SUB-OPCAO = "M"
              GO TO R6F.
      *>  SEM SALDO NO ORIGINAL, DIVIDIR EQUIVALE A TROCAR
           IF W-SUB-OPCAO = "D" AND W-SUB-DISP = ZEROS
              MOVE "T" TO W-SUB-OPCAO.
       R6D.
           MOVE 1 TO W-SUB-ESCOLHA
           DISPLAY (20, 03) "SUBSTITUTO ESCOLHIDO (Nr.) :"
           ACCEPT (20, 32) W-SUB-ESCOLHA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6C.
           IF W-SUB-ESCOLHA = ZEROS OR W-SUB-ESCOLHA > W-QT-SUB
              MOVE "*** NUMERO DE SUBSTITUTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6D.
           MOVE TS-CODIGO(W-SUB-ESCOLHA) TO W-SUB-PRODUTO
           IF W-SUB-OPCAO = "T"
              MOVE "T" TO W-SUB-ACAO
              MOVE W-SUB-PRODUTO TO PED-COD-PRO W-ENT-PRODUTO
              GO TO R6F.
      *>  DIVISAO: O ORIGINAL FICA COM O SALDO DELE E O SUBSTITUTO
      *>  COM O RESTANTE (LIMITADO AO ESTOQUE DO SUBSTITUTO)
           COMPUTE W-SUB-QTDE = PED-QUANTIDADE - W-SUB-DISP
           IF W-SUB-QTDE > TS-ESTOQUE(W-SUB-ESCOLHA)
              MOVE TS-ESTOQUE(W-SUB-ESCOLHA) TO W-SUB-QTDE.
       R6E.
           DISPLAY (21, 03) "QTDE NO SUBSTITUTO :"
           ACCEPT (21, 24) W-SUB-QTDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6D.
           IF W-SUB-QTDE = ZEROS OR W-SUB-QTDE NOT < PED-QUANTIDADE
              MOVE "*** QTDE DEVE SER MENOR QUE A DO ITEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6E.
           SUBTRACT W-SUB-QTDE FROM PED-QUANTIDADE
           MOVE "S" TO W-SUB-DIVIDIR.
       R6F.
           MOVE PED-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           MOVE "00" TO ST-ERRO2
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           DISPLAY TELAPED
           IF W-SUB-DIVIDIR = "S"
              MOVE "*** O SUBSTITUTO SERA LANCADO NO PROXIMO ITEM ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R7.
           PERFORM SUGERE-PRECO THRU SUGERE-PRECO-FIM
           DISPLAY TPED-PRECOUNITARIO
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                MOVE PED-DATAEMISSAO TO W-DATA-LANC
                PERFORM VERIFICA-PERIODO
                IF W-PER-FECHADO = "S"
                   MOVE "*** PERIODO CONTABIL FECHADO - NAO GRAVADO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF PED-TIPOVENDA = 1 AND CLI-LIMITE NOT = ZEROS
                   PERFORM VERIFICA-LIMITE
                   IF W-LIMITE-OK = "N"
                      MOVE "I" TO AUD-ACAO
                      MOVE PED-COD TO AUD-CHAVE
                      PERFORM GRAVA-AUDITORIA
                      IF W-SUB-ACAO NOT = SPACES
                         PERFORM GRAVA-SUBUSO
                      END-IF
                      PERFORM ATUALIZA-CABECALHO
                      MOVE "*** PEDIDO GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *>---------[ ITENS ADICIONAIS NO MESMO PEDIDO ]-----------------
       MAIS-ITEM.
                IF W-SUB-DIVIDIR = "S"
                   GO TO ITEM-SUBSTITUTO.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 12) "OUTRO ITEM NESTE PEDIDO (S/N) : "
                ACCEPT (23, 46) W-OPCAO WITH UPDATE
                ADD 1 TO PED-NUM-ITEM
                DISPLAY TELAPED
                GO TO R3.
      *>---------[ SEGUNDA PARTE DO ITEM DIVIDIDO: O SUBSTITUTO ]----
       ITEM-SUBSTITUTO.
                MOVE "N" TO W-SUB-DIVIDIR
                MOVE "D" TO W-SUB-ACAO
                PERFORM GERA-CODIGO
                MOVE ZEROS TO PED-PRECOUNITARIO PED-VALORTOTAL
                     PED-QTDATENDIDA PED-DESCPERC
                MOVE W-SUB-PRODUTO TO PED-COD-PRO W-ENT-PRODUTO
                MOVE W-SUB-QTDE TO PED-QUANTIDADE
                MOVE W-PROXCOD TO PED-COD
                ADD 1 TO PED-NUM-ITEM
                MOVE PED-COD-PRO TO PRO-CODIGO
                READ ARQPRO
                MOVE "00" TO ST-ERRO2
                PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
                DISPLAY TELAPED
                GO TO R7.
      *>---------[ ALTERACAO DE STATUS DE PEDIDO EXISTENTE ]---------
      *>  O STATUS E ALTERADO NO CABECALHO E APLICADO A TODOS OS
      *>  ITENS DO GRUPO (ARQPEDCAB CRIADO PELO CABGER01 PARA OS
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQPEDCAB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE CAB-DATAEMISSAO TO W-DATA-LANC
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "*** PEDIDO EM PERIODO CONTABIL FECHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-STATUS-001.
           MOVE CAB-STATUS TO W-STATUS-ANT.
       ALT-STATUS-002.
           MOVE SPACES TO W-NOVO-STATUS

      *>---------[ CRIA OU ATUALIZA O CABECALHO DO PEDIDO ]----------
       ATUALIZA-CABECALHO.
           PERFORM PESO-DO-ITEM
           MOVE PED-NUM-PEDIDO TO CAB-NUM-PEDIDO
           READ ARQPEDCAB
           IF ST-ERRO-CAB = "00"
              ADD PED-VALORTOTAL TO CAB-VALORTOTAL
              ADD 1 TO CAB-QTD-ITENS
              ADD W-PESO-ITEM TO CAB-PESO-BRUTO
                 ON SIZE ERROR
                    MOVE 999999,999 TO CAB-PESO-BRUTO
              END-ADD
              REWRITE REGPEDCAB
           ELSE
              MOVE PED-TIPOVENDA   TO CAB-TIPOVENDA
              MOVE PED-STATUS      TO CAB-STATUS
              MOVE PED-VALORTOTAL  TO CAB-VALORTOTAL
              MOVE 1               TO CAB-QTD-ITENS
              MOVE W-COND-PAGTO    TO CAB-COND-PAGTO
              MOVE ZEROS TO CAB-NF-SERIE CAB-NF-NUMERO CAB-NF-DATA
              MOVE ZEROS TO CAB-TRANSP-CNPJ CAB-VOLUMES CAB-EXP-DATA
              MOVE SPACES TO CAB-TIPOFRETE
              MOVE W-PESO-ITEM     TO CAB-PESO-BRUTO
              WRITE REGPEDCAB
           END-IF
           MOVE "00" TO ST-ERRO-CAB.

      *>---------[ PESO BRUTO DO ITEM = QUANTIDADE X PESO UNITARIO ]--
       PESO-DO-ITEM.
           MOVE ZEROS TO W-PESO-ITEM
           IF PRO-CODIGO NOT = PED-COD-PRO
              MOVE PED-COD-PRO TO PRO-CODIGO
              READ ARQPRO
              IF ST-ERRO2 NOT = "00"
                 MOVE ZEROS TO PRO-PESO
              END-IF
              MOVE "00" TO ST-ERRO2
           END-IF
           COMPUTE W-PESO-ITEM = PED-QUANTIDADE * PRO-PESO
              ON SIZE ERROR
                 MOVE 999999,999 TO W-PESO-ITEM
           END-COMPUTE.
      *>---------[ LIMITE DE CREDITO - SOMA DOS CABECALHOS ABERTOS ]--
       VERIFICA-LIMITE.
           MOVE "S" TO W-LIMITE-OK

      *>---------[ BAIXA DE ESTOQUE PARA VENDA A CLIENTE ]-----------
       MOVIMENTA-ESTOQUE.
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT = ZEROS
              PERFORM MOVIMENTA-ITEM
           ELSE
              PERFORM MOVIMENTA-KIT.

       MOVIMENTA-ITEM.
           MOVE PED-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
                 MOVE "00" TO ST-ERRO
              END-IF
           END-IF.

      *>---------[ KIT: BAIXA OS COMPONENTES, NAO O KIT ]-------------
      *>  O KIT ATENDIDO E LIMITADO PELO COMPONENTE MAIS ESCASSO;
      *>  O RESTANTE DA VENDA VIRA BACKORDER DO KIT
       MOVIMENTA-KIT.
           PERFORM CALCULA-DISP-KIT
           IF PED-QUANTIDADE > W-KIT-DISP
              COMPUTE W-QTDE-FALTA = PED-QUANTIDADE - W-KIT-DISP
              MOVE W-KIT-DISP TO W-KIT-ATENDIDO
              IF PED-TIPOVENDA = 1
                 PERFORM GRAVA-BACKORDER
              END-IF
           ELSE
              MOVE PED-QUANTIDADE TO W-KIT-ATENDIDO
           END-IF
           IF PED-TIPOVENDA = 1 OR PED-TIPOVENDA = 4
              MOVE W-KIT-ATENDIDO TO PED-QTDATENDIDA
           END-IF
           IF W-KIT-ATENDIDO > ZEROS
              PERFORM BAIXA-COMPONENTE
                      VARYING W-IX-KIT FROM 1 BY 1
                      UNTIL W-IX-KIT > W-QT-KIT
           END-IF
           IF PED-TIPOVENDA = 1 OR PED-TIPOVENDA = 4
              REWRITE REGPED
              MOVE "00" TO ST-ERRO
           END-IF.

       BAIXA-COMPONENTE.
           MOVE TK-COMPONENTE(W-IX-KIT) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              COMPUTE W-QTDE-MOVIDA = W-KIT-ATENDIDO
                                    * TK-QTDE(W-IX-KIT)
              IF W-QTDE-MOVIDA > PRO-QTDESTOQUE
                 MOVE PRO-QTDESTOQUE TO W-QTDE-MOVIDA
              END-IF
              SUBTRACT W-QTDE-MOVIDA FROM PRO-QTDESTOQUE
              REWRITE REGPRO
              IF ST-ERRO2 = "00"
                 MOVE "A" TO AUD-ACAO
                 MOVE PRO-CODIGO TO AUD-CHAVE
                 PERFORM GRAVA-AUDITORIA
                 MOVE "S" TO MOV-ENTSAI
                 PERFORM GRAVA-ESTMOV
                 PERFORM BAIXA-LOCAL
                 PERFORM CONSOME-LOTES
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO2.

      *>---------[ CARREGA OS COMPONENTES DO KIT (ARQKIT) ]-----------
       CARREGA-KIT.
           MOVE ZEROS TO W-QT-KIT
           MOVE PED-COD-PRO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS KIT-CHAVE
              INVALID KEY
                 GO TO CARREGA-KIT-FIM
           END-START.
       CARREGA-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO-KIT NOT = "00"
              GO TO CARREGA-KIT-FIM.
           IF KIT-CODIGO NOT = PED-COD-PRO
              GO TO CARREGA-KIT-FIM.
           IF W-QT-KIT < 20 AND KIT-QTDE > ZEROS
              ADD 1 TO W-QT-KIT
              MOVE KIT-COMPONENTE TO TK-COMPONENTE(W-QT-KIT)
              MOVE KIT-QTDE       TO TK-QTDE(W-QT-KIT).
           GO TO CARREGA-KIT-LOOP.
       CARREGA-KIT-FIM.
           MOVE "00" TO ST-ERRO-KIT.

      *>---------[ KITS DISPONIVEIS PELO COMPONENTE MAIS ESCASSO ]----
       CALCULA-DISP-KIT.
           MOVE 999999 TO W-KIT-DISP
           PERFORM DISP-COMPONENTE
                   VARYING W-IX-KIT FROM 1 BY 1
                   UNTIL W-IX-KIT > W-QT-KIT.

       DISP-COMPONENTE.
           MOVE TK-COMPONENTE(W-IX-KIT) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              DIVIDE PRO-QTDESTOQUE BY TK-QTDE(W-IX-KIT)
                     GIVING W-KIT-POSSIVEL
           ELSE
              MOVE ZEROS TO W-KIT-POSSIVEL
              MOVE "00" TO ST-ERRO2
           END-IF
           IF W-KIT-POSSIVEL < W-KIT-DISP
              MOVE W-KIT-POSSIVEL TO W-KIT-DISP
           END-IF.
      *>---------[ CARREGA OS SUBSTITUTOS COM ESTOQUE (ARQSUBST) ]----
       CARREGA-SUBST.
           MOVE ZEROS TO W-QT-SUB
           MOVE W-SUB-ORIGINAL TO SUB-PRO-CODIGO
           MOVE ZEROS TO SUB-ORDEM
           START ARQSUBST KEY IS NOT LESS SUB-CHAVE
              INVALID KEY
                 GO TO CARREGA-SUBST-FIM
           END-START.
       CARREGA-SUBST-LOOP.
           READ ARQSUBST NEXT RECORD
           IF ST-ERRO-SUB NOT = "00"
              GO TO CARREGA-SUBST-FIM.
           IF SUB-PRO-CODIGO NOT = W-SUB-ORIGINAL OR W-QT-SUB = 9
              GO TO CARREGA-SUBST-FIM.
           MOVE SUB-SUBSTITUTO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00" AND PRO-QTDESTOQUE > ZEROS
              ADD 1 TO W-QT-SUB
              MOVE PRO-CODIGO     TO TS-CODIGO(W-QT-SUB)
              MOVE PRO-DESCRICAO  TO TS-DESCRICAO(W-QT-SUB)
              MOVE PRO-QTDESTOQUE TO TS-ESTOQUE(W-QT-SUB)
              MOVE PRO-PRECO      TO TS-PRECO(W-QT-SUB).
           MOVE "00" TO ST-ERRO2
           GO TO CARREGA-SUBST-LOOP.
       CARREGA-SUBST-FIM.
           MOVE "00" TO ST-ERRO-SUB
           MOVE W-SUB-ORIGINAL TO PRO-CODIGO
           READ ARQPRO
           MOVE "00" TO ST-ERRO2.

      *>---------[ LISTA OS SUBSTITUTOS PARA O OPERADOR ]-------------
       MOSTRA-SUBST.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 10)
               "ESTOQUE INSUFICIENTE - PRODUTOS SUBSTITUTOS"
           DISPLAY (04, 03) "PRODUTO   : " PRO-CODIGO " "
                   PRO-DESCRICAO
           MOVE PED-QUANTIDADE TO WL-ESTOQUE
           DISPLAY (05, 03) "PEDIDO    : " WL-ESTOQUE
           MOVE W-SUB-DISP TO WL-ESTOQUE
           DISPLAY (06, 03) "DISPONIVEL: " WL-ESTOQUE
           DISPLAY (08, 03) "Nr CODIGO  DESCRICAO"
           DISPLAY (08, 46) "ESTOQUE      PRECO"
           MOVE 8 TO W-SUB-LIN
           PERFORM MOSTRA-SUBST-LINHA
                   VARYING W-IX-SUB FROM 1 BY 1
                   UNTIL W-IX-SUB > W-QT-SUB.
       MOSTRA-SUBST-FIM.
           EXIT.

       MOSTRA-SUBST-LINHA.
           ADD 1 TO W-SUB-LIN
           MOVE W-IX-SUB               TO WL-NUM
           MOVE TS-CODIGO(W-IX-SUB)    TO WL-CODIGO
           MOVE TS-DESCRICAO(W-IX-SUB) TO WL-DESCRICAO
           MOVE TS-ESTOQUE(W-IX-SUB)   TO WL-ESTOQUE
           MOVE TS-PRECO(W-IX-SUB)     TO WL-PRECO
           DISPLAY (W-SUB-LIN, 03) W-LINHA-SUB.

      *>---------[ REGISTRA O USO DO SUBSTITUTO (ARQSUBUSO) ]---------
       GRAVA-SUBUSO.
           MOVE PED-DATAEMISSAO TO SU-DATA
           MOVE W-SUB-ORIGINAL  TO SU-PRO-CODIGO
           MOVE PED-COD-PRO     TO SU-SUBSTITUTO
           MOVE PED-QUANTIDADE  TO SU-QTDE
           MOVE W-SUB-ACAO      TO SU-TIPO
           MOVE "PEDID13 "      TO SU-PROGRAMA
           MOVE PED-COD         TO SU-DOCUMENTO
           MOVE W-OPERADOR      TO SU-OPERADOR
           WRITE REG-SUBUSO
           MOVE "00" TO ST-ERRO-SU
           MOVE SPACES TO W-SUB-ACAO.

      *>---------[ GRAVA A QTDE NAO ATENDIDA COMO BACKORDER ]---------
       GRAVA-BACKORDER.
           MOVE PED-COD          TO BO-PED-COD
              MOVE PED-QTDATENDIDA TO W-QTDE-ESTORNO.
           IF W-QTDE-ESTORNO = ZEROS
              GO TO ESTORNA-ESTOQUE-FIM.
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT > ZEROS
              PERFORM ESTORNA-COMPONENTE
                      VARYING W-IX-KIT FROM 1 BY 1
                      UNTIL W-IX-KIT > W-QT-KIT
              GO TO ESTORNA-ESTOQUE-FIM.
           MOVE PED-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
                 MOVE "E" TO MOV-ENTSAI
                 PERFORM GRAVA-ESTMOV
                 PERFORM ESTORNA-LOCAL
                 PERFORM ESTORNA-LOTE THRU ESTORNA-LOTE-FIM
              END-IF
           END-IF.
       ESTORNA-ESTOQUE-FIM.
           EXIT.

      *>---------[ KIT: DEVOLVE AO ESTOQUE CADA COMPONENTE ]----------
       ESTORNA-COMPONENTE.
           MOVE TK-COMPONENTE(W-IX-KIT) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              COMPUTE W-QTDE-MOVIDA = W-QTDE-ESTORNO
                                    * TK-QTDE(W-IX-KIT)
              ADD W-QTDE-MOVIDA TO PRO-QTDESTOQUE
              REWRITE REGPRO
              IF ST-ERRO2 = "00"
                 MOVE "A" TO AUD-ACAO
                 MOVE PRO-CODIGO TO AUD-CHAVE
                 PERFORM GRAVA-AUDITORIA
                 MOVE "E" TO MOV-ENTSAI
                 PERFORM GRAVA-ESTMOV
                 PERFORM ESTORNA-LOCAL
                 PERFORM ESTORNA-LOTE THRU ESTORNA-LOTE-FIM
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO2.
      *>---------[ SALDO POR DEPOSITO/LOCAL (ARQESTLOC) ]-------------
       BAIXA-LOCAL.
           PERFORM LE-LOCAL
                 SUBTRACT W-QTDE-LOTE FROM LOT-SALDO
                 SUBTRACT W-QTDE-LOTE FROM W-QTDE-CONSUMIR
                 REWRITE REGLOTE
                 MOVE "S" TO LM-TIPO
                 PERFORM GRAVA-LOTMOV THRU GRAVA-LOTMOV-FIM
              ELSE
                 MOVE "S" TO W-FIM-LOTE
                 MOVE "00" TO ST-ERRO-LOT
       ACHA-LOTE-FIM.
           EXIT.

      *>---------[ ESTORNO: DEVOLVE AOS LOTES DE ORIGEM ]------------
      *>  CANCELAMENTO DE SAIDA VOLTA AOS LOTES BAIXADOS PELO ITEM;
      *>  DEVOLUCAO DE CLIENTE VOLTA AOS LOTES ENTREGUES A ELE (OS
      *>  MAIS RECENTES PRIMEIRO). SEM HISTORICO, O SALDO RESTANTE
      *>  VAI PARA O LOTE DE MENOR VALIDADE.
       ESTORNA-LOTE.
           MOVE W-QTDE-MOVIDA TO W-QTDE-CONSUMIR
           PERFORM CARREGA-ORIGEM THRU CARREGA-ORIGEM-FIM
           MOVE W-QT-ORIGEM TO W-IX-ORIGEM
           PERFORM DEVOLVE-ORIGEM
                   UNTIL W-IX-ORIGEM = ZEROS
                      OR W-QTDE-CONSUMIR = ZEROS.
           IF W-QTDE-CONSUMIR = ZEROS
              GO TO ESTORNA-LOTE-FIM.
           PERFORM ACHA-LOTE-QUALQUER THRU ACHA-QUALQUER-FIM
           IF W-LOTE-ACHOU = "S"
              MOVE PRO-CODIGO TO LOT-PRO-CODIGO
              MOVE W-LOTE-SEL TO LOT-NUMERO
              READ ARQLOTE
              IF ST-ERRO-LOT = "00"
                 MOVE W-QTDE-CONSUMIR TO W-QTDE-LOTE
                 ADD W-QTDE-LOTE TO LOT-SALDO
                 REWRITE REGLOTE
                 MOVE "E" TO LM-TIPO
                 PERFORM GRAVA-LOTMOV THRU GRAVA-LOTMOV-FIM
              ELSE
                 MOVE "00" TO ST-ERRO-LOT
              END-IF
           END-IF.
       ESTORNA-LOTE-FIM.
           EXIT.

       DEVOLVE-ORIGEM.
           IF TB-OR-QTDE(W-IX-ORIGEM) > ZEROS
              MOVE PRO-CODIGO TO LOT-PRO-CODIGO
              MOVE TB-OR-LOTE(W-IX-ORIGEM) TO LOT-NUMERO
              READ ARQLOTE
              IF ST-ERRO-LOT = "00"
                 IF TB-OR-QTDE(W-IX-ORIGEM) > W-QTDE-CONSUMIR
                    MOVE W-QTDE-CONSUMIR TO W-QTDE-LOTE
                 ELSE
                    MOVE TB-OR-QTDE(W-IX-ORIGEM) TO W-QTDE-LOTE
                 END-IF
                 ADD W-QTDE-LOTE TO LOT-SALDO
                 SUBTRACT W-QTDE-LOTE FROM W-QTDE-CONSUMIR
                 REWRITE REGLOTE
                 MOVE "E" TO LM-TIPO
                 PERFORM GRAVA-LOTMOV THRU GRAVA-LOTMOV-FIM
              ELSE
                 MOVE "00" TO ST-ERRO-LOT
              END-IF
           END-IF
           SUBTRACT 1 FROM W-IX-ORIGEM.

      *>---------[ LOTES QUE SAIRAM PARA O ITEM / PARA O CLIENTE ]---
       CARREGA-ORIGEM.
           MOVE ZEROS TO W-QT-ORIGEM
           IF PED-TIPOVENDA = 3
              MOVE PED-CLI-CPFCNPJ TO LM-CLI-CPFCNPJ
              START ARQLOTMOV KEY IS EQUAL LM-CLI-CPFCNPJ
                 INVALID KEY
                    GO TO CARREGA-ORIGEM-FIM
              END-START
           ELSE
              MOVE PED-COD TO LM-PED-COD
              START ARQLOTMOV KEY IS EQUAL LM-PED-COD
                 INVALID KEY
                    GO TO CARREGA-ORIGEM-FIM
              END-START
           END-IF.
       CARREGA-ORIGEM-LOOP.
           READ ARQLOTMOV NEXT RECORD
           IF ST-ERRO-LM NOT = "00"
              MOVE "00" TO ST-ERRO-LM
              GO TO CARREGA-ORIGEM-FIM.
           IF PED-TIPOVENDA = 3
              IF LM-CLI-CPFCNPJ NOT = PED-CLI-CPFCNPJ
                 GO TO CARREGA-ORIGEM-FIM
              END-IF
              IF LM-TIPOVENDA NOT = 1 AND LM-TIPOVENDA NOT = 3
                 GO TO CARREGA-ORIGEM-LOOP
              END-IF
           ELSE
              IF LM-PED-COD NOT = PED-COD
                 GO TO CARREGA-ORIGEM-FIM
              END-IF
           END-IF.
           IF LM-PRO-CODIGO NOT = PRO-CODIGO OR LM-RECEBIMENTO
              GO TO CARREGA-ORIGEM-LOOP.
           MOVE 1 TO W-IX-ORIGEM.
       CARREGA-ORIGEM-PROCURA.
           IF W-IX-ORIGEM > W-QT-ORIGEM
              IF W-QT-ORIGEM = 50
                 GO TO CARREGA-ORIGEM-LOOP
              END-IF
              ADD 1 TO W-QT-ORIGEM
              MOVE LM-LOTE TO TB-OR-LOTE(W-QT-ORIGEM)
              MOVE ZEROS TO TB-OR-QTDE(W-QT-ORIGEM)
              MOVE W-QT-ORIGEM TO W-IX-ORIGEM
           ELSE
              IF TB-OR-LOTE(W-IX-ORIGEM) NOT = LM-LOTE
                 ADD 1 TO W-IX-ORIGEM
                 GO TO CARREGA-ORIGEM-PROCURA
              END-IF
           END-IF.
           IF LM-SAIDA
              ADD LM-QTDE TO TB-OR-QTDE(W-IX-ORIGEM)
           ELSE
              SUBTRACT LM-QTDE FROM TB-OR-QTDE(W-IX-ORIGEM).
           GO TO CARREGA-ORIGEM-LOOP.
       CARREGA-ORIGEM-FIM.
           EXIT.

      *>---------[ LOTE DE MENOR VALIDADE, COM OU SEM SALDO ]--------
       ACHA-LOTE-QUALQUER.
           GO TO ACHA-QUALQUER-LOOP.
       ACHA-QUALQUER-FIM.
           EXIT.
      *>---------[ RASTREIO DE LOTES (ARQLOTMOV) ]-----------------
       GRAVA-LOTMOV.
           MOVE PRO-CODIGO      TO LM-PRO-CODIGO
           MOVE LOT-NUMERO      TO LM-LOTE
           MOVE FUNCTION CURRENT-DATE(1:14) TO LM-DATAHORA
           MOVE PED-COD         TO LM-PED-COD
           MOVE PED-NUM-PEDIDO  TO LM-NUM-PEDIDO
           MOVE PED-NUM-ITEM    TO LM-NUM-ITEM
           MOVE PED-TIPOVENDA   TO LM-TIPOVENDA
           MOVE PED-CLI-CPFCNPJ TO LM-CLI-CPFCNPJ
           MOVE PED-FOR-CPFCNPJ TO LM-FOR-CPFCNPJ
           MOVE W-QTDE-LOTE     TO LM-QTDE
           MOVE PED-DATAEMISSAO TO LM-DATA
           IF PED-LOCAL = ZEROS
              MOVE 1 TO LM-LOCAL
           ELSE
              MOVE PED-LOCAL TO LM-LOCAL
           END-IF
           MOVE "PEDID13 "      TO LM-PROGRAMA
           MOVE W-OPERADOR      TO LM-OPERADOR
           MOVE 1 TO LM-SEQ.
       GRAVA-LOTMOV-WR.
           WRITE REGLOTMOV
           IF ST-ERRO-LM = "22" AND LM-SEQ < 99
              ADD 1 TO LM-SEQ
              GO TO GRAVA-LOTMOV-WR.
           MOVE "00" TO ST-ERRO-LM.
       GRAVA-LOTMOV-FIM.
           EXIT.
      *>---------[ DIARIO DE MOVIMENTACAO DE ESTOQUE ]---------------
       GRAVA-ESTMOV.
           MOVE PRO-CODIGO TO MOV-PRO-CODIGO
           ACCEPT (22, 59) W-SUP-SENHA
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ ARQUSU
           MOVE W-SUP-CODIGO TO W-CIFRA-USUARIO
           MOVE W-SUP-SENHA  TO W-CIFRA-SENHA
           PERFORM CIFRA-SENHA THRU CIFRA-SENHA-FIM
           IF ST-ERRO-USU = "00"
              IF USU-SENHA = W-SENHA-CIFRADA
                 AND NOT USU-BLOQ
                 AND USU-NIVEL >= W-NIVEL-SUPERV
                 MOVE "S" TO W-DESC-OK
                 MOVE "D" TO AUD-ACAO
           END-IF
           MOVE "00" TO ST-ERRO-USU.

      *>---------[ CIFRA DA SENHA ]-----------------------------------
      *>  MESMA CIFRA DO MENU01: W-CIFRA-USUARIO + W-CIFRA-SENHA ->
      *>  W-SENHA-CIFRADA
       CIFRA-SENHA.
           MOVE 7  TO W-CIFRA-H1
           MOVE 13 TO W-CIFRA-H2
           PERFORM CIFRA-SENHA-CAR
                   VARYING W-CIFRA-IX FROM 1 BY 1 UNTIL W-CIFRA-IX > 20
           PERFORM CIFRA-SENHA-CAR
                   VARYING W-CIFRA-IX FROM 20 BY -1 UNTIL W-CIFRA-IX < 1
           DIVIDE W-CIFRA-H1 BY 99991 GIVING W-CIFRA-QUOC
                  REMAINDER W-CIFRA-R1
           DIVIDE W-CIFRA-H2 BY 99989 GIVING W-CIFRA-QUOC
                  REMAINDER W-CIFRA-R2.
       CIFRA-SENHA-FIM.
           EXIT.

       CIFRA-SENHA-CAR.
           COMPUTE W-CIFRA-H1 = W-CIFRA-H1 * 131
                   + FUNCTION ORD(W-CIFRA-CAR(W-CIFRA-IX)) + W-CIFRA-IX
           DIVIDE W-CIFRA-H1 BY 999999937 GIVING W-CIFRA-QUOC
                  REMAINDER W-CIFRA-H1
           COMPUTE W-CIFRA-H2 = W-CIFRA-H2 * 257
                   + FUNCTION ORD(W-CIFRA-CAR(W-CIFRA-IX)) * W-CIFRA-IX
           DIVIDE W-CIFRA-H2 BY 999999929 GIVING W-CIFRA-QUOC
                  REMAINDER W-CIFRA-H2.

      *>-------------------------------------------------------------
       GRAVA-AUDITORIA.
           MOVE "PEDID13 " TO AUD-PROGRAMA
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

      *>---------[ RESERVA DO PROXIMO NUMERO NO ARQNUMCTL ]-----------
      *>  LE A SEQUENCIA COM BLOQUEIO DO REGISTRO E AVANCA O ULTIMO
      *>  NUMERO USADO, NUNCA ABAIXO DO PROXIMO LIVRE NO ARQUIVO DE
      *>  DADOS (W-NUM-MINIMO). REGISTRO PRESO POR OUTRO OPERADOR:
      *>  TENTA DE NOVO. SEM O ARQNUMCTL FICA O W-NUM-MINIMO
       RESERVA-NUMERO.
           MOVE W-NUM-MINIMO TO W-NUM-RESERVADO
           MOVE ZEROS TO W-NUM-TENTATIVA
           IF W-TEM-NUMCTL NOT = "S"
              GO TO RESERVA-NUMERO-FIM.
       RESERVA-NUMERO-LE.
           READ ARQNUMCTL WITH LOCK
           IF ST-ERRO-NUM = "23"
              MOVE W-NUM-MINIMO TO NUM-ULTIMO
              MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-DATA-ALTERA
              MOVE "PEDID13 " TO NUM-PROGRAMA
              WRITE REGNUMCTL
              IF ST-ERRO-NUM = "22"
                 GO TO RESERVA-NUMERO-LE
              END-IF
              GO TO RESERVA-NUMERO-FIM.
           IF ST-ERRO-NUM = "51"
              ADD 1 TO W-NUM-TENTATIVA
              IF W-NUM-TENTATIVA < 9999
                 GO TO RESERVA-NUMERO-LE
              END-IF
              GO TO RESERVA-NUMERO-FIM.
           IF ST-ERRO-NUM NOT = "00"
              GO TO RESERVA-NUMERO-FIM.
           IF NUM-ULTIMO < W-NUM-MINIMO
              MOVE W-NUM-MINIMO TO NUM-ULTIMO
           ELSE
              ADD 1 TO NUM-ULTIMO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NUM-DATA-ALTERA
           MOVE "PEDID13 " TO NUM-PROGRAMA
           REWRITE REGNUMCTL
           IF ST-ERRO-NUM = "00"
              MOVE NUM-ULTIMO TO W-NUM-RESERVADO.
           UNLOCK ARQNUMCTL.
       RESERVA-NUMERO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQPED ARQPRO ARQCLI ARQFOR AUDITLOG ARQBACKORD
                 ARQESTMOV ARQLOTE ARQLOTMOV ARQESTLOC ARQPEDCAB ARQUSU
                 ARQPRECLI ARQTAXUF CADFUNC ARQCONDPG ARQKIT ARQSUBST
                 ARQSUBUSO.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
           IF W-TEM-NUMCTL = "S"
              CLOSE ARQNUMCTL.
           STOP RUN.

      *>---------[ ROTINA DE MENSAGEM ]---------------------
