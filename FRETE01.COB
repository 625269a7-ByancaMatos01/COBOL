       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETE01.
      *AUTHOR. BYANCA MATOS.
      *>*******************************************************
      *> CUSTO DE FRETE DO MES POR TRANSPORTADORA E UF DE      *
      *> DESTINO: PEDIDOS DE VENDA FATURADOS ENTREGUES NO MES  *
      *> (CAB-EXP-DATA). FRETE = PESO BRUTO X FRETE POR KG DA  *
      *> TRANSPORTADORA (ARQTRANSP), SEPARADO EM CIF (PAGO     *
      *> PELA EMPRESA) E FOB (PAGO PELO CLIENTE); O PERCENTUAL *
      *> E O FRETE CIF SOBRE O VALOR VENDIDO                   *
      *>*******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPEDCAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAB-NUM-PEDIDO
                 ALTERNATE RECORD KEY IS CAB-CLI-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT ARQCLI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CLI-CPF
                  ALTERNATE RECORD KEY IS CODIGOC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CNPJC WITH DUPLICATES
                  ALTERNATE RECORD KEY IS EMAILC WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
       SELECT ARQTRANSP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRP-CNPJ
                  ALTERNATE RECORD KEY IS TRP-NOME WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.
       SELECT FRETEREL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPEDCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDCAB.DAT".
       01 REGPEDCAB.
          03 CAB-NUM-PEDIDO          PIC 9(06).
          03 CAB-TIPOVENDA           PIC 9(01).
          03 CAB-CLI-CPFCNPJ         PIC 9(14).
          03 CAB-FOR-CPFCNPJ         PIC 9(14).
          03 CAB-DATAEMISSAO         PIC 9(08).
          03 CAB-STATUS              PIC X(01).
             88 CAB-ST-ABERTO           VALUE "A".
             88 CAB-ST-FATURADO         VALUE "F".
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

       FD FRETEREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FRETEREL.DAT".
       01 REG-FRETEREL PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-FIM-ARQCAB     PIC X(01) VALUE "N".
       01 W-ANOMES         PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-AM-ANO         PIC 9(04).
           03 W-AM-MES         PIC 9(02).
       01 W-EXP-ANOMES     PIC 9(06) VALUE ZEROS.
       01 W-UF-CLI         PIC X(02) VALUE SPACES.
       01 W-FRETE          PIC 9(12)V99 VALUE ZEROS.
       01 W-TRANSP-ANT     PIC 9(14) VALUE ZEROS.
       01 W-PERC           PIC 9(03)V99 VALUE ZEROS.
       01 W-IDX            PIC 9(04) VALUE ZEROS.
       01 W-JDX            PIC 9(04) VALUE ZEROS.
       01 W-TAB-QTDE       PIC 9(04) VALUE ZEROS.
       01 W-TROCOU         PIC X(01) VALUE "N".
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-TAB-CHEIA      PIC X(01) VALUE "N".
       01 W-SEM-TAXA       PIC 9(05) VALUE ZEROS.

      *> ACUMULADORES DE UMA LINHA, DO SUBTOTAL E DO TOTAL GERAL
       01 W-ACUMULA.
           03 W-AC-PEDIDOS     PIC 9(05).
           03 W-AC-VOLUMES     PIC 9(07).
           03 W-AC-PESO        PIC 9(08)V999.
           03 W-AC-VALOR       PIC 9(14)V99.
           03 W-AC-CIF         PIC 9(12)V99.
           03 W-AC-FOB         PIC 9(12)V99.
       01 W-SUBTOTAL.
           03 W-ST-PEDIDOS     PIC 9(05).
           03 W-ST-VOLUMES     PIC 9(07).
           03 W-ST-PESO        PIC 9(08)V999.
           03 W-ST-VALOR       PIC 9(14)V99.
           03 W-ST-CIF         PIC 9(12)V99.
           03 W-ST-FOB         PIC 9(12)V99.
       01 W-TOTAL.
           03 W-TG-PEDIDOS     PIC 9(05).
           03 W-TG-VOLUMES     PIC 9(07).
           03 W-TG-PESO        PIC 9(08)V999.
           03 W-TG-VALOR       PIC 9(14)V99.
           03 W-TG-CIF         PIC 9(12)V99.
           03 W-TG-FOB         PIC 9(12)V99.

      *> RESUMO POR TRANSPORTADORA + UF (ATE 500 COMBINACOES)
       01 TABFRETE.
           03 TBFRT OCCURS 500 TIMES.
               05 TB-CHAVE.
                  07 TB-TRANSP     PIC 9(14).
                  07 TB-UF         PIC X(02).
               05 TB-PEDIDOS       PIC 9(05).
               05 TB-VOLUMES       PIC 9(07).
               05 TB-PESO          PIC 9(08)V999.
               05 TB-VALOR         PIC 9(14)V99.
               05 TB-CIF           PIC 9(12)V99.
               05 TB-FOB           PIC 9(12)V99.
       01 W-SALVA-TBFRT    PIC X(83) VALUE SPACES.

       01 LINHA-TITULO.
           03 FILLER           PIC X(34)
                  VALUE "CUSTO DE FRETE POR TRANSPORTADORA ".
           03 FILLER           PIC X(13) VALUE "E UF - MES:  ".
           03 LT-MES           PIC 99.
           03 FILLER           PIC X(01) VALUE "/".
           03 LT-ANO           PIC 9999.
       01 LINHA-TRANSP.
           03 FILLER           PIC X(16) VALUE "TRANSPORTADORA: ".
           03 LTR-CNPJ         PIC 9(14).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LTR-NOME         PIC X(30).
           03 FILLER           PIC X(15) VALUE "  FRETE/KG R$ ".
           03 LTR-FRETE-KG     PIC Z.ZZ9,99.
       01 LINHA-CAB1.
           03 FILLER           PIC X(26)
              VALUE "UF          PEDID  VOLUMES".
           03 FILLER           PIC X(35)
              VALUE "         PESO KG      VALOR VENDIDO".
           03 FILLER           PIC X(38)
              VALUE "      FRETE CIF      FRETE FOB    %CIF".
       01 LINHA-DET.
           03 LD-ROTULO        PIC X(10).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-PEDIDOS       PIC ZZZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VOLUMES       PIC ZZZZZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-PESO          PIC ZZ.ZZZ.ZZ9,999.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-CIF           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-FOB           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 LD-PERC          PIC ZZ9,99.
       01 LINHA-OBS.
           03 FILLER           PIC X(05) VALUE "OBS: ".
           03 LO-QTDE          PIC ZZZZ9.
           03 FILLER           PIC X(40)
              VALUE " PEDIDO(S) DE TRANSPORTADORA SEM FRETE/K".
           03 FILLER           PIC X(40)
              VALUE "G OU NAO CADASTRADA - FRETE CONSIDERADO ".
           03 FILLER           PIC X(04) VALUE "ZERO".
       01 LINHA-SEPARA     PIC X(132) VALUE ALL "-".

       PROCEDURE DIVISION.
       R0.
           DISPLAY "FRETE01 - CUSTO DE FRETE POR TRANSPORTADORA E UF".
           DISPLAY "MES DE REFERENCIA AAAAMM (0=MES ATUAL): ".
           ACCEPT W-ANOMES.
           IF W-ANOMES = ZEROS
              MOVE FUNCTION CURRENT-DATE(1:6) TO W-ANOMES.
           IF W-AM-MES < 01 OR W-AM-MES > 12
              DISPLAY "*** MES INVALIDO ***"
              GO TO ROT-FIM.

           OPEN INPUT ARQPEDCAB
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPEDCAB - " ST-ERRO
              GO TO ROT-FIM.

           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCLI - " ST-ERRO2
              CLOSE ARQPEDCAB
              GO TO ROT-FIM.

           OPEN INPUT ARQTRANSP
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQTRANSP - "
                      ST-ERRO3
              CLOSE ARQPEDCAB ARQCLI
              GO TO ROT-FIM.

           OPEN OUTPUT FRETEREL
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FRETEREL - " ST-ERRO4
              CLOSE ARQPEDCAB ARQCLI ARQTRANSP
              GO TO ROT-FIM.

      *>---------[ ACUMULA OS PEDIDOS ENTREGUES NO MES ]--------------
       R1.
           PERFORM LER-CABECALHO UNTIL W-FIM-ARQCAB = "S".
           IF W-TAB-CHEIA = "S"
              DISPLAY "*** MAIS DE 500 TRANSPORTADORAS/UF - RELATORIO "
                      "INCOMPLETO ***".

       R2.
           IF W-TAB-QTDE > 1
              PERFORM ORDENA-TABELA.

      *>---------[ IMPRIME COM SUBTOTAL POR TRANSPORTADORA ]----------
       R3.
           MOVE W-AM-MES TO LT-MES
           MOVE W-AM-ANO TO LT-ANO
           WRITE REG-FRETEREL FROM LINHA-TITULO
           MOVE ZEROS TO W-TOTAL
           IF W-TAB-QTDE = ZEROS
              MOVE SPACES TO REG-FRETEREL
              WRITE REG-FRETEREL
              MOVE "NENHUM PEDIDO ENTREGUE A TRANSPORTADORA NO MES"
                                               TO REG-FRETEREL
              WRITE REG-FRETEREL
           ELSE
              MOVE ZEROS TO W-TRANSP-ANT
              PERFORM IMPRIME-LINHA
                      VARYING W-IDX FROM 1 BY 1
                      UNTIL W-IDX > W-TAB-QTDE
              PERFORM FECHA-TRANSPORTADORA
              MOVE W-TOTAL TO W-ACUMULA
              MOVE "TOTAL GER." TO LD-ROTULO
              PERFORM MONTA-LINHA
              MOVE SPACES TO REG-FRETEREL
              WRITE REG-FRETEREL
              WRITE REG-FRETEREL FROM LINHA-SEPARA
              WRITE REG-FRETEREL FROM LINHA-DET.
           IF W-SEM-TAXA > ZEROS
              MOVE SPACES TO REG-FRETEREL
              WRITE REG-FRETEREL
              MOVE W-SEM-TAXA TO LO-QTDE
              WRITE REG-FRETEREL FROM LINHA-OBS.

           CLOSE ARQPEDCAB ARQCLI ARQTRANSP FRETEREL.
           DISPLAY "RELATORIO GERADO EM FRETEREL.DAT -- "
                   W-TG-PEDIDOS " PEDIDOS".
           GO TO ROT-FIM3.

       LER-CABECALHO.
           READ ARQPEDCAB NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              MOVE "S" TO W-FIM-ARQCAB
           ELSE
              MOVE CAB-EXP-DATA(1:6) TO W-EXP-ANOMES
              IF CAB-TIPOVENDA = 1
                 AND NOT CAB-ST-CANCELADO
                 AND (CAB-ST-FATURADO OR CAB-NF-NUMERO NOT = ZEROS)
                 AND CAB-TRANSP-CNPJ NOT = ZEROS
                 AND W-EXP-ANOMES = W-ANOMES
                 PERFORM ACUMULA-PEDIDO THRU ACUMULA-PEDIDO-FIM
              END-IF
           END-IF.

       ACUMULA-PEDIDO.
           PERFORM BUSCA-UF-CLIENTE
           MOVE CAB-TRANSP-CNPJ TO TRP-CNPJ
           READ ARQTRANSP
           IF ST-ERRO3 NOT = "00"
              MOVE "00" TO ST-ERRO3
              MOVE ZEROS TO TRP-FRETE-KG.
           IF TRP-FRETE-KG = ZEROS
              ADD 1 TO W-SEM-TAXA.
           COMPUTE W-FRETE ROUNDED = CAB-PESO-BRUTO * TRP-FRETE-KG
           MOVE "N" TO W-ACHOU
           PERFORM PROCURA-GRUPO
                   VARYING W-JDX FROM 1 BY 1
                   UNTIL W-JDX > W-TAB-QTDE OR W-ACHOU = "S"
           IF W-ACHOU = "S"
              SUBTRACT 1 FROM W-JDX
           ELSE
              IF W-TAB-QTDE < 500
                 ADD 1 TO W-TAB-QTDE
                 MOVE W-TAB-QTDE TO W-JDX
                 MOVE CAB-TRANSP-CNPJ TO TB-TRANSP(W-JDX)
                 MOVE W-UF-CLI        TO TB-UF(W-JDX)
                 MOVE ZEROS TO TB-PEDIDOS(W-JDX) TB-VOLUMES(W-JDX)
                               TB-PESO(W-JDX) TB-VALOR(W-JDX)
                               TB-CIF(W-JDX) TB-FOB(W-JDX)
              ELSE
                 MOVE "S" TO W-TAB-CHEIA
                 GO TO ACUMULA-PEDIDO-FIM.
           ADD 1              TO TB-PEDIDOS(W-JDX)
           ADD CAB-VOLUMES    TO TB-VOLUMES(W-JDX)
           ADD CAB-PESO-BRUTO TO TB-PESO(W-JDX)
           ADD CAB-VALORTOTAL TO TB-VALOR(W-JDX)
           IF CAB-FRETE-FOB
              ADD W-FRETE TO TB-FOB(W-JDX)
           ELSE
              ADD W-FRETE TO TB-CIF(W-JDX).
       ACUMULA-PEDIDO-FIM.
           EXIT.

       PROCURA-GRUPO.
           IF TB-TRANSP(W-JDX) = CAB-TRANSP-CNPJ
              AND TB-UF(W-JDX) = W-UF-CLI
              MOVE "S" TO W-ACHOU.

      *>---------[ UF DO CLIENTE DO PEDIDO: CPF OU CNPJ ]-------------
       BUSCA-UF-CLIENTE.
           IF CAB-CLI-CPFCNPJ < 100000000000
              MOVE CAB-CLI-CPFCNPJ TO CLI-CPF
              READ ARQCLI
           ELSE
              MOVE CAB-CLI-CPFCNPJ TO CNPJC
              READ ARQCLI KEY IS CNPJC.
           IF ST-ERRO2 = "00"
              MOVE ESTADOC TO W-UF-CLI
           ELSE
              MOVE "00" TO ST-ERRO2
              MOVE "??" TO W-UF-CLI.

       IMPRIME-LINHA.
           IF W-IDX = 1 OR TB-TRANSP(W-IDX) NOT = W-TRANSP-ANT
              IF W-IDX > 1
                 PERFORM FECHA-TRANSPORTADORA
              END-IF
              PERFORM ABRE-TRANSPORTADORA
           END-IF
           MOVE TB-PEDIDOS(W-IDX) TO W-AC-PEDIDOS
           MOVE TB-VOLUMES(W-IDX) TO W-AC-VOLUMES
           MOVE TB-PESO(W-IDX)    TO W-AC-PESO
           MOVE TB-VALOR(W-IDX)   TO W-AC-VALOR
           MOVE TB-CIF(W-IDX)     TO W-AC-CIF
           MOVE TB-FOB(W-IDX)     TO W-AC-FOB
           MOVE TB-UF(W-IDX)      TO LD-ROTULO
           PERFORM MONTA-LINHA
           WRITE REG-FRETEREL FROM LINHA-DET
           ADD W-AC-PEDIDOS TO W-ST-PEDIDOS
           ADD W-AC-VOLUMES TO W-ST-VOLUMES
           ADD W-AC-PESO    TO W-ST-PESO
           ADD W-AC-VALOR   TO W-ST-VALOR
           ADD W-AC-CIF     TO W-ST-CIF
           ADD W-AC-FOB     TO W-ST-FOB.

       ABRE-TRANSPORTADORA.
           MOVE TB-TRANSP(W-IDX) TO W-TRANSP-ANT
           MOVE ZEROS TO W-SUBTOTAL
           MOVE TB-TRANSP(W-IDX) TO TRP-CNPJ LTR-CNPJ
           READ ARQTRANSP
           IF ST-ERRO3 = "00"
              MOVE TRP-NOME     TO LTR-NOME
              MOVE TRP-FRETE-KG TO LTR-FRETE-KG
           ELSE
              MOVE "00" TO ST-ERRO3
              MOVE "(TRANSPORTADORA NAO CADASTRADA)" TO LTR-NOME
              MOVE ZEROS TO LTR-FRETE-KG.
           MOVE SPACES TO REG-FRETEREL
           WRITE REG-FRETEREL
           WRITE REG-FRETEREL FROM LINHA-TRANSP
           WRITE REG-FRETEREL FROM LINHA-CAB1.

       FECHA-TRANSPORTADORA.
           MOVE W-SUBTOTAL TO W-ACUMULA
           MOVE "SUBTOTAL" TO LD-ROTULO
           PERFORM MONTA-LINHA
           WRITE REG-FRETEREL FROM LINHA-DET
           ADD W-ST-PEDIDOS TO W-TG-PEDIDOS
           ADD W-ST-VOLUMES TO W-TG-VOLUMES
           ADD W-ST-PESO    TO W-TG-PESO
           ADD W-ST-VALOR   TO W-TG-VALOR
           ADD W-ST-CIF     TO W-TG-CIF
           ADD W-ST-FOB     TO W-TG-FOB.

       MONTA-LINHA.
           MOVE W-AC-PEDIDOS TO LD-PEDIDOS
           MOVE W-AC-VOLUMES TO LD-VOLUMES
           MOVE W-AC-PESO    TO LD-PESO
           MOVE W-AC-VALOR   TO LD-VALOR
           MOVE W-AC-CIF     TO LD-CIF
           MOVE W-AC-FOB     TO LD-FOB
           MOVE ZEROS TO W-PERC
           IF W-AC-VALOR > ZEROS
              COMPUTE W-PERC ROUNDED = W-AC-CIF * 100 / W-AC-VALOR
                 ON SIZE ERROR
                    MOVE 999,99 TO W-PERC
              END-COMPUTE.
           MOVE W-PERC TO LD-PERC.

      *>---------[ ORDENACAO POR TRANSPORTADORA + UF (BOLHA) ]--------
       ORDENA-TABELA.
           MOVE "S" TO W-TROCOU
           PERFORM ORDENA-PASSADA UNTIL W-TROCOU = "N".

       ORDENA-PASSADA.
           MOVE "N" TO W-TROCOU
           PERFORM ORDENA-COMPARA
                   VARYING W-JDX FROM 1 BY 1
                   UNTIL W-JDX >= W-TAB-QTDE.

       ORDENA-COMPARA.
           IF TB-CHAVE(W-JDX) > TB-CHAVE(W-JDX + 1)
              MOVE TBFRT(W-JDX)     TO W-SALVA-TBFRT
              MOVE TBFRT(W-JDX + 1) TO TBFRT(W-JDX)
              MOVE W-SALVA-TBFRT    TO TBFRT(W-JDX + 1)
              MOVE "S" TO W-TROCOU.

       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ROT-FIM3.
           GOBACK.
