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
       SELECT ARQTAXUF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TX-CHAVE
                      FILE STATUS  IS ST-ERRO-TAX.
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
       SELECT ORCREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
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

       FD ARQPRO
               LABEL RECORD IS STANDARD
          03 PRO-EAN                 PIC 9(13).
          03 PRO-UNIDCOMPRA          PIC X(02).
          03 PRO-FATORCONV           PIC 9(04).
          03 PRO-PESO                PIC 9(04)V999.

       FD ARQCLI
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

       FD ARQTAXUF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTAXUF.DAT".
             05 TX-TIPOPRODUTO       PIC 9(01).
          03 TX-ALIQUOTA             PIC 9(02)V99.

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

       FD ORCREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCREL.DAT".
       01 REG-ORCREL PIC X(100).

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
       01 W-TOT-ITENS-CONV PIC 9(03) VALUE ZEROS.
       01 W-QTDE-FALTA     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-MOVIDA    PIC 9(06) VALUE ZEROS.
       01 W-PESO-ITEM      PIC 9(06)V999 VALUE ZEROS.
       01 W-TOT-ORC        PIC 9(14)V99 VALUE ZEROS.
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-LM       PIC X(02) VALUE "00".
       01 ST-ERRO-TAX      PIC X(02) VALUE "00".
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
       01 W-COND-PAGTO     PIC 9(03) VALUE ZEROS.

      *> CONSUMO DE LOTES PELO VENCIMENTO MAIS PROXIMO (FEFO)
       01 W-QTDE-CONSUMIR  PIC 9(06) VALUE ZEROS.
       01 W-MENOR-VALIDADE PIC 9(08) VALUE ZEROS.
       01 W-LOTE-SEL       PIC X(10) VALUE SPACES.

      *> COMPONENTES DO KIT (ARQKIT) - BAIXA PELOS COMPONENTES
       01 W-KIT-PRODUTO    PIC 9(06) VALUE ZEROS.
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

       01 LINHA-MOLDURA    PIC X(70) VALUE ALL "=".
       01 LINHA-TITULO.
           03 FILLER           PIC X(24) VALUE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
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
           OPEN INPUT ARQTAXUF
           IF ST-ERRO-TAX NOT = "00"
              IF ST-ERRO-TAX = "30"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTAXUF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
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
           OPEN EXTEND ARQESTMOV
           IF ST-ERRO-MOV NOT = "00"
              IF ST-ERRO-MOV = "30"
              DISPLAY (23, 12) "OPERADOR :"
              ACCEPT (23, 23) W-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HOJE-DATA.
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
       INIC-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12)
           ACCEPT (23, 62) W-OPCAO WITH UPDATE
           IF W-OPCAO = "F" OR "f"
              GO TO ROT-FIM.
      *>  ORCAMENTO E PEDIDO CONVERTIDO SAO DATADOS DO DIA
           MOVE W-HOJE-DATA TO W-DATA-LANC
           PERFORM VERIFICA-PERIODO
           IF W-PER-FECHADO = "S"
              MOVE "*** PERIODO CONTABIL FECHADO - NAO GRAVADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INIC-OPC.
           IF W-OPCAO = "C" OR "c"
              GO TO CONV-001.
           IF W-OPCAO NOT = "N" AND "n"
                   END-IF
           END-START
           MOVE "00" TO ST-ERRO-ORC.
           MOVE "ORCAMENT" TO NUM-SEQUENCIA
           MOVE W-PROXORC TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXORC.
       N1.
           MOVE ZEROS TO ORC-CLI-CPFCNPJ ORC-COD-PRO ORC-QUANTIDADE
                ORC-PRECOUNITARIO ORC-VALORTOTAL ORC-DATAVALIDADE
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N3.
       N4.
           MOVE SPACES TO W-SUB-ACAO
           MOVE "N" TO W-SUB-DIVIDIR
           ACCEPT TORC-COD-PRO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO N4
           END-READ
           MOVE ORC-COD-PRO TO W-KIT-PRODUTO
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT > ZEROS
              PERFORM CALCULA-DISP-KIT
              MOVE W-KIT-DISP TO W-MK-DISP
              MOVE W-MENS-KIT TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ORC-COD-PRO TO PRO-CODIGO
              READ ARQPRO
              MOVE "00" TO ST-ERRO2.
           MOVE PRO-PRECO TO ORC-PRECOUNITARIO
           DISPLAY TORC-PRECO.
       N5.
              MOVE "*** QUANTIDADE NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N5.
      *>---------[ FALTA DE ESTOQUE: OFERECE OS SUBSTITUTOS ]---------
      *>  O ITEM PODE SER ORCADO NO SUBSTITUTO OU DIVIDIDO ENTRE O
      *>  ORIGINAL E O SUBSTITUTO, EVITANDO BACKORDER NA CONVERSAO
       N5A.
           IF W-QT-KIT > ZEROS
              GO TO N6.
           IF W-SUB-ACAO NOT = SPACES OR W-SUB-DIVIDIR = "S"
              GO TO N6.
           MOVE ORC-COD-PRO TO PRO-CODIGO W-SUB-ORIGINAL
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "00" TO ST-ERRO2
              GO TO N6.
           IF ORC-QUANTIDADE NOT > PRO-QTDESTOQUE
              GO TO N6.
           MOVE PRO-QTDESTOQUE TO W-SUB-DISP
           PERFORM CARREGA-SUBST THRU CARREGA-SUBST-FIM
           IF W-QT-SUB = ZEROS
              GO TO N6.
           PERFORM MOSTRA-SUBST THRU MOSTRA-SUBST-FIM.
       N5B.
           MOVE "M" TO W-SUB-OPCAO
           DISPLAY (19, 03)
               "M=MANTER O ITEM  T=TROCAR  D=DIVIDIR :"
           ACCEPT (19, 42) W-SUB-OPCAO WITH UPDATE
           IF W-SUB-OPCAO = "m"
              MOVE "M" TO W-SUB-OPCAO.
           IF W-SUB-OPCAO = "t"
              MOVE "T" TO W-SUB-OPCAO.
           IF W-SUB-OPCAO = "d"
              MOVE "D" TO W-SUB-OPCAO.
           IF W-SUB-OPCAO NOT = "M" AND NOT = "T" AND NOT = "D"
              GO TO N5B.
           IF W-SUB-OPCAO = "M"
              GO TO N5E.
      *>  SEM SALDO NO ORIGINAL, DIVIDIR EQUIVALE A TROCAR
           IF W-SUB-OPCAO = "D" AND W-SUB-DISP = ZEROS
              MOVE "T" TO W-SUB-OPCAO.
       N5C.
           MOVE 1 TO W-SUB-ESCOLHA
           DISPLAY (20, 03) "SUBSTITUTO ESCOLHIDO (Nr.) :"
           ACCEPT (20, 32) W-SUB-ESCOLHA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO N5B.
           IF W-SUB-ESCOLHA = ZEROS OR W-SUB-ESCOLHA > W-QT-SUB
              MOVE "*** NUMERO DE SUBSTITUTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N5C.
           MOVE TS-CODIGO(W-SUB-ESCOLHA) TO W-SUB-PRODUTO
           IF W-SUB-OPCAO = "T"
              MOVE "T" TO W-SUB-ACAO
              MOVE W-SUB-PRODUTO TO ORC-COD-PRO
              GO TO N5E.
      *>  DIVISAO: O ORIGINAL FICA COM O SALDO DELE E O SUBSTITUTO
      *>  COM O RESTANTE (LIMITADO AO ESTOQUE DO SUBSTITUTO)
           COMPUTE W-SUB-QTDE = ORC-QUANTIDADE - W-SUB-DISP
           IF W-SUB-QTDE > TS-ESTOQUE(W-SUB-ESCOLHA)
              MOVE TS-ESTOQUE(W-SUB-ESCOLHA) TO W-SUB-QTDE.
       N5D.
           DISPLAY (21, 03) "QTDE NO SUBSTITUTO :"
           ACCEPT (21, 24) W-SUB-QTDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO N5C.
           IF W-SUB-QTDE = ZEROS OR W-SUB-QTDE NOT < ORC-QUANTIDADE
              MOVE "*** QTDE DEVE SER MENOR QUE A DO ITEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N5D.
           SUBTRACT W-SUB-QTDE FROM ORC-QUANTIDADE
           MOVE "S" TO W-SUB-DIVIDIR.
       N5E.
           MOVE ORC-COD-PRO TO PRO-CODIGO W-KIT-PRODUTO
           READ ARQPRO
           MOVE "00" TO ST-ERRO2
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-SUB-ACAO = "T"
              MOVE PRO-PRECO TO ORC-PRECOUNITARIO.
           DISPLAY TELAORC
           IF W-SUB-DIVIDIR = "S"
              MOVE "*** O SUBSTITUTO SERA ORCADO NO PROXIMO ITEM ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       N6.
           ACCEPT TORC-PRECO
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "I" TO AUD-ACAO
              MOVE ORC-COD TO AUD-CHAVE
              PERFORM GRAVA-AUDITORIA
              IF W-SUB-ACAO NOT = SPACES
                 PERFORM GRAVA-SUBUSO
              END-IF
              MOVE "*** ITEM DO ORCAMENTO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       N-MAIS.
           IF W-SUB-DIVIDIR = "S"
              GO TO N-SUBSTITUTO.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "OUTRO ITEM NESTE ORCAMENTO (S/N) : "
           ACCEPT (23, 48) W-OPCAO WITH UPDATE
           MOVE "*** ORCAMENTO IMPRESSO EM ORCREL.DAT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INIC-OPC.
      *>---------[ SEGUNDA PARTE DO ITEM DIVIDIDO: O SUBSTITUTO ]----
       N-SUBSTITUTO.
           MOVE "N" TO W-SUB-DIVIDIR
           MOVE "D" TO W-SUB-ACAO
           PERFORM GERA-NUMERO-ORC
           MOVE W-PROXORC TO ORC-COD
           ADD 1 TO ORC-NUM-ITEM
           MOVE W-SUB-PRODUTO TO ORC-COD-PRO PRO-CODIGO W-KIT-PRODUTO
           MOVE W-SUB-QTDE TO ORC-QUANTIDADE
           MOVE ZEROS TO ORC-VALORTOTAL
           READ ARQPRO
           MOVE "00" TO ST-ERRO2
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           MOVE PRO-PRECO TO ORC-PRECOUNITARIO
           DISPLAY TELAORC
           GO TO N6.
      *>---------[ IMPRESSAO DO ORCAMENTO ]--------------------------
       IMPRIME-ORCAMENTO.
           MOVE ZEROS TO W-TOT-ORC
                 MOVE "*** ORCAMENTO NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CONV-001
           END-START.
       CONV-002.
           MOVE ZEROS TO W-COND-PAGTO
           DISPLAY (23, 12) "COND. DE PAGAMENTO (0=PRAZO PADRAO) :"
           ACCEPT (23, 51) W-COND-PAGTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONV-001.
           IF W-COND-PAGTO NOT = ZEROS
              MOVE W-COND-PAGTO TO CP-CODIGO
              READ ARQCONDPG
              IF ST-ERRO-CP NOT = "00"
                 MOVE "00" TO ST-ERRO-CP
                 MOVE "*** CONDICAO DE PAGAMENTO NAO CADASTRADA ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CONV-002.
           PERFORM GERA-NUMERO-PEDIDO
           PERFORM CONVERTE-ITEM THRU CONVERTE-ITEM-FIM
                   UNTIL W-FIM-ORC = "S"
                   END-IF
           END-START
           MOVE "00" TO ST-ERRO.
           MOVE "ITEMPED " TO NUM-SEQUENCIA
           MOVE W-PROXCOD TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXCOD.

       GERA-NUMERO-PEDIDO.
           MOVE 999999 TO CAB-NUM-PEDIDO
                   END-IF
           END-START
           MOVE "00" TO ST-ERRO-CAB.
           MOVE "PEDIDO  " TO NUM-SEQUENCIA
           MOVE W-PROXNUM TO W-NUM-MINIMO
           PERFORM RESERVA-NUMERO THRU RESERVA-NUMERO-FIM
           MOVE W-NUM-RESERVADO TO W-PROXNUM.

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

      *>---------[ BAIXA DE ESTOQUE - IGUAL AO LANCAMENTO ]----------
       MOVIMENTA-ESTOQUE.
           MOVE PED-COD-PRO TO W-KIT-PRODUTO
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
           END-IF.

      *>---------[ KIT: BAIXA OS COMPONENTES, NAO O KIT ]-------------
       MOVIMENTA-KIT.
           PERFORM CALCULA-DISP-KIT
           IF PED-QUANTIDADE > W-KIT-DISP
              COMPUTE W-QTDE-FALTA = PED-QUANTIDADE - W-KIT-DISP
              MOVE W-KIT-DISP TO W-KIT-ATENDIDO
              PERFORM GRAVA-BACKORDER
           ELSE
              MOVE PED-QUANTIDADE TO W-KIT-ATENDIDO
           END-IF
           MOVE W-KIT-ATENDIDO TO PED-QTDATENDIDA
           IF W-KIT-ATENDIDO > ZEROS
              PERFORM BAIXA-COMPONENTE
                      VARYING W-IX-KIT FROM 1 BY 1
                      UNTIL W-IX-KIT > W-QT-KIT
           END-IF
           REWRITE REGPED
           MOVE "00" TO ST-ERRO.

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
                 PERFORM GRAVA-ESTMOV
                 PERFORM BAIXA-LOCAL
                 PERFORM CONSOME-LOTES
              END-IF
           END-IF
           MOVE "00" TO ST-ERRO2.

      *>---------[ CARREGA OS COMPONENTES DO KIT (ARQKIT) ]-----------
       CARREGA-KIT.
           MOVE ZEROS TO W-QT-KIT
           MOVE W-KIT-PRODUTO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS KIT-CHAVE
              INVALID KEY
                 GO TO CARREGA-KIT-FIM
           END-START.
       CARREGA-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO-KIT NOT = "00"
              GO TO CARREGA-KIT-FIM.
           IF KIT-CODIGO NOT = W-KIT-PRODUTO
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

       GRAVA-BACKORDER.
           MOVE PED-COD          TO BO-PED-COD
           MOVE PED-COD-PRO      TO BO-PRO-CODIGO
                 SUBTRACT W-QTDE-LOTE FROM LOT-SALDO
                 SUBTRACT W-QTDE-LOTE FROM W-QTDE-CONSUMIR
                 REWRITE REGLOTE
                 MOVE "S" TO LM-TIPO
                 PERFORM GRAVA-LOTMOV THRU GRAVA-LOTMOV-FIM
              ELSE
                 MOVE "S" TO W-FIM-LOTE
                 MOVE "00" TO ST-ERRO-LOT
           GO TO ACHA-LOTE-LOOP.
       ACHA-LOTE-FIM.
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
           MOVE PED-LOCAL       TO LM-LOCAL
           MOVE "ORCAM13 "      TO LM-PROGRAMA
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
           MOVE ORC-QUANTIDADE TO WL-ESTOQUE
           DISPLAY (05, 03) "ORCADO    : " WL-ESTOQUE
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
           MOVE ORC-DATAEMISSAO TO SU-DATA
           MOVE W-SUB-ORIGINAL  TO SU-PRO-CODIGO
           MOVE ORC-COD-PRO     TO SU-SUBSTITUTO
           MOVE ORC-QUANTIDADE  TO SU-QTDE
           MOVE W-SUB-ACAO      TO SU-TIPO
           MOVE "ORCAM13 "      TO SU-PROGRAMA
           MOVE ORC-COD         TO SU-DOCUMENTO
           MOVE W-OPERADOR      TO SU-OPERADOR
           WRITE REG-SUBUSO
           MOVE "00" TO ST-ERRO-SU
           MOVE SPACES TO W-SUB-ACAO.

       GRAVA-AUDITORIA.
           MOVE "ORCAM13 " TO AUD-PROGRAMA
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
              MOVE "ORCAM13 " TO NUM-PROGRAMA
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
           MOVE "ORCAM13 " TO NUM-PROGRAMA
           REWRITE REGNUMCTL
           IF ST-ERRO-NUM = "00"
              MOVE NUM-ULTIMO TO W-NUM-RESERVADO.
           UNLOCK ARQNUMCTL.
       RESERVA-NUMERO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQORC ARQPED ARQPEDCAB ARQPRO ARQCLI AUDITLOG
                 ARQESTMOV ARQBACKORD ARQESTLOC ARQLOTE ARQLOTMOV
                 ARQTAXUF
                 ARQCONDPG ARQKIT ARQSUBST ARQSUBUSO ORCREL.
           IF W-TEM-PERCTB = "S"
              CLOSE ARQPERCTB.
           IF W-TEM-NUMCTL = "S"
              CLOSE ARQNUMCTL.
       ROT-FIM2.
           GOBACK.

