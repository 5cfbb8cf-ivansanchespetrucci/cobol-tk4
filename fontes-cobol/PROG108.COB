           SELECT ARQPED ASSIGN TO UT-S-ARQPED
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPED-STATUS.
           SELECT ARQPIT ASSIGN TO UT-S-ARQPIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPIT-STATUS.
           SELECT ARQSLD ASSIGN TO UT-S-ARQSLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SLD-PRODUTO
                  FILE STATUS IS FS-ARQSLD-STATUS.
           SELECT ARQMVE ASSIGN TO UT-S-ARQMVE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMVE-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPED
            05 PED-VALOR        PIC 9(07)V99.
            05 PED-DATA-FAT     PIC 9(08).
            05 PED-SITUACAO     PIC X(01).
            05 PED-DATA-APROV   PIC 9(08).
       FD   ARQPIT
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PIT.
       01   REG-PIT.
            05 PIT-NUMERO       PIC 9(06).
            05 PIT-SEQ          PIC 9(02).
            05 PIT-PRODUTO      PIC 9(04).
            05 PIT-QTDADE       PIC 9(05).
            05 PIT-PRECO        PIC 9(05)V99.
            05 PIT-VALOR        PIC 9(07)V99.
            05 PIT-DIVERGE      PIC X(01).
       FD   ARQSLD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 33 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ESTOQUE.
       01   REG-ESTOQUE.
            05 SLD-PRODUTO      PIC 9(04).
            05 SLD-SALDO        PIC 9(07).
            05 SLD-RESERVADO    PIC 9(07).
            05 SLD-PONTO-PEDIDO PIC 9(07).
            05 SLD-DATA-MOV     PIC 9(08).
       FD   ARQMVE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MVE.
       01   REG-MVE.
            05 MVE-PRODUTO      PIC 9(04).
            05 MVE-TIPO         PIC X(01).
            05 MVE-SINAL        PIC X(01).
            05 MVE-QTDADE       PIC 9(07).
            05 MVE-DATA         PIC 9(08).
            05 MVE-DOCUMENTO    PIC X(12).
            05 MVE-MOTIVO       PIC X(03).
            05 MVE-OPERADOR     PIC X(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPED        PIC X VALUE 'N'.
       77  FS-ARQPED-STATUS PIC XX VALUE '00'.
               10 WRK-PED-VALOR    PIC 9(07)V99.
               10 WRK-PED-DATA-FAT PIC 9(08).
               10 WRK-PED-SITUACAO PIC X(01).
               10 WRK-PED-DATA-APROV PIC 9(08).
       77  WRK-PED-QTD      PIC 9(03) VALUE 0.
       77  WRK-PED-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DECIDIU      PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  FS-ARQPIT        PIC X VALUE 'N'.
       77  FS-ARQPIT-STATUS PIC XX VALUE '00'.
       77  FS-ARQSLD-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVE-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-ITENS.
           05 WRK-TAB-PIT-ENTRY OCCURS 20 TIMES.
               10 WRK-PIT-PRODUTO  PIC 9(04).
               10 WRK-PIT-QTDADE   PIC 9(05).
       77  WRK-PIT-QTD      PIC 9(02) VALUE 0.
       77  WRK-PIT-IDX      PIC 9(02) VALUE 0.
       77  WRK-PIT-IDX2     PIC 9(02) VALUE 0.
       77  WRK-QTD-PEDIDA   PIC 9(07) VALUE ZEROS.
       77  WRK-DISPONIVEL   PIC 9(07) VALUE ZEROS.
       77  WRK-ESTOQUE-OK   PIC 9 VALUE 1.
       77  WRK-TEM-MOVIMENTO PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ED       PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR.
      *-----------------------------------------------------
      * APROVACAO DE PEDIDOS: OS PENDENTES (P) DO PROG107 SAO
      * LISTADOS E O APROVADOR MARCA APROVADO (A) OU
      * CANCELADO (C); SO PEDIDO APROVADO SEGUE PARA A
      * EXPEDICAO (PROG160/PROG161) E O FATURAMENTO (PROG109).
      * A DATA DA APROVACAO FICA NO PEDIDO PARA O
      * ACOMPANHAMENTO DOS ATRASOS DE EXPEDICAO (PROG162)
      *-----------------------------------------------------
       0100-INICIAR.
           OPEN INPUT ARQPED.
              MOVE PED-VALOR    TO WRK-PED-VALOR (WRK-PED-QTD)
              MOVE PED-DATA-FAT TO WRK-PED-DATA-FAT (WRK-PED-QTD)
              MOVE PED-SITUACAO TO WRK-PED-SITUACAO (WRK-PED-QTD)
              IF PED-DATA-APROV NUMERIC
                 MOVE PED-DATA-APROV
                   TO WRK-PED-DATA-APROV (WRK-PED-QTD)
              ELSE
                 MOVE ZEROS TO WRK-PED-DATA-APROV (WRK-PED-QTD)
              END-IF
              READ ARQPED AT END
                          MOVE 'F' TO FS-ARQPED.
      *-----------------------------------------------------
                 ACCEPT WRK-OPCAO
                 EVALUATE WRK-OPCAO
                     WHEN 1
                         PERFORM 0400-RESERVAR-ESTOQUE THRU 0400-FIM
                         IF WRK-ESTOQUE-OK = 1
                            MOVE 'A' TO WRK-PED-SITUACAO (WRK-POS)
                            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                            MOVE WRK-DATA-HOJE
                              TO WRK-PED-DATA-APROV (WRK-POS)
                            MOVE 1 TO WRK-DECIDIU
                            DISPLAY 'PEDIDO APROVADO....... '
                                    WRK-NUMERO-ALVO
                         ELSE
                            DISPLAY 'PEDIDO NAO APROVADO, '
                                    'ESTOQUE INSUFICIENTE'
                            MOVE 4 TO WRK-RETORNO
                         END-IF
                     WHEN 2
                         MOVE 'C' TO WRK-PED-SITUACAO (WRK-POS)
                         MOVE 1 TO WRK-DECIDIU
       0340-PROCURAR-PEDIDO.
           IF WRK-PED-NUMERO (WRK-IDX) = WRK-NUMERO-ALVO
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
      * PEDIDO DIGITADO POR ITENS (ARQPIT DO PROG107) SO E
      * APROVADO SE O DISPONIVEL (SALDO MENOS RESERVADO NO
      * ARQSLD DO PROG158) COBRE CADA PRODUTO; APROVADO, A
      * QUANTIDADE FICA RESERVADA ATE O FATURAMENTO NO
      * PROG109. PRODUTO FORA DO ARQSLD NAO TEM CONTROLE DE
      * ESTOQUE E NAO SEGURA A APROVACAO
      *-----------------------------------------------------
       0400-RESERVAR-ESTOQUE.
           MOVE 1 TO WRK-ESTOQUE-OK.
           MOVE 0 TO WRK-PIT-QTD.
           MOVE 'N' TO FS-ARQPIT.
           OPEN INPUT ARQPIT.
           IF FS-ARQPIT-STATUS NOT = '00'
              GO TO 0400-FIM.
           READ ARQPIT AT END
                       MOVE 'F' TO FS-ARQPIT.
           PERFORM 0410-GUARDAR-ITEM UNTIL FS-ARQPIT = 'F'.
           CLOSE ARQPIT.
           IF WRK-PIT-QTD = 0
              GO TO 0400-FIM.
           OPEN I-O ARQSLD.
           IF FS-ARQSLD-STATUS NOT = '00'
              DISPLAY 'ESTOQUE AUSENTE, PEDIDO SEM RESERVA'
              GO TO 0400-FIM.
           PERFORM 0420-CONFERIR-ITEM
               VARYING WRK-PIT-IDX FROM 1 BY 1
               UNTIL WRK-PIT-IDX > WRK-PIT-QTD.
           IF WRK-ESTOQUE-OK = 1
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
              OPEN EXTEND ARQMVE
              IF FS-ARQMVE-STATUS = '35'
                 OPEN OUTPUT ARQMVE
              END-IF
              IF FS-ARQMVE-STATUS = '00'
                 MOVE 1 TO WRK-TEM-MOVIMENTO
              END-IF
              PERFORM 0440-RESERVAR-ITEM
                  VARYING WRK-PIT-IDX FROM 1 BY 1
                  UNTIL WRK-PIT-IDX > WRK-PIT-QTD
              IF WRK-TEM-MOVIMENTO = 1
                 CLOSE ARQMVE.
           CLOSE ARQSLD.
       0400-FIM.
      *-----------------------------------------------------
       0410-GUARDAR-ITEM.
           IF PIT-NUMERO = WRK-NUMERO-ALVO
              IF WRK-PIT-QTD > 19
                 DISPLAY 'ITENS DO PEDIDO EXCEDEM O LIMITE DE 20'
                 MOVE 'F' TO FS-ARQPIT
              ELSE
                 ADD 1 TO WRK-PIT-QTD
                 MOVE PIT-PRODUTO TO WRK-PIT-PRODUTO (WRK-PIT-QTD)
                 MOVE PIT-QTDADE  TO WRK-PIT-QTDADE (WRK-PIT-QTD).
           IF FS-ARQPIT NOT = 'F'
              READ ARQPIT AT END
                          MOVE 'F' TO FS-ARQPIT.
      *-----------------------------------------------------
      * O MESMO PRODUTO EM MAIS DE UM ITEM E SOMADO ANTES DE
      * COMPARAR COM O DISPONIVEL
      *-----------------------------------------------------
       0420-CONFERIR-ITEM.
           MOVE WRK-PIT-PRODUTO (WRK-PIT-IDX) TO SLD-PRODUTO.
           READ ARQSLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZEROS TO WRK-QTD-PEDIDA
                   PERFORM 0430-SOMAR-PRODUTO
                       VARYING WRK-PIT-IDX2 FROM 1 BY 1
                       UNTIL WRK-PIT-IDX2 > WRK-PIT-QTD
                   MOVE 0 TO WRK-DISPONIVEL
                   IF SLD-SALDO > SLD-RESERVADO
                      COMPUTE WRK-DISPONIVEL =
                              SLD-SALDO - SLD-RESERVADO
                   END-IF
                   IF WRK-QTD-PEDIDA > WRK-DISPONIVEL
                      MOVE 0 TO WRK-ESTOQUE-OK
                      MOVE WRK-DISPONIVEL TO WRK-QTD-ED
                      DISPLAY '  PRODUTO ' SLD-PRODUTO
                              ' DISPONIVEL ' WRK-QTD-ED
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0430-SOMAR-PRODUTO.
           IF WRK-PIT-PRODUTO (WRK-PIT-IDX2) = SLD-PRODUTO
              ADD WRK-PIT-QTDADE (WRK-PIT-IDX2) TO WRK-QTD-PEDIDA.
      *-----------------------------------------------------
       0440-RESERVAR-ITEM.
           MOVE WRK-PIT-PRODUTO (WRK-PIT-IDX) TO SLD-PRODUTO.
           READ ARQSLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WRK-PIT-QTDADE (WRK-PIT-IDX) TO SLD-RESERVADO
                   MOVE WRK-DATA-HOJE TO SLD-DATA-MOV
                   REWRITE REG-ESTOQUE
                   IF WRK-TEM-MOVIMENTO = 1
                      MOVE SPACES TO REG-MVE
                      MOVE SLD-PRODUTO   TO MVE-PRODUTO
                      MOVE 'R'           TO MVE-TIPO
                      MOVE '+'           TO MVE-SINAL
                      MOVE WRK-PIT-QTDADE (WRK-PIT-IDX) TO MVE-QTDADE
                      MOVE WRK-DATA-HOJE TO MVE-DATA
                      STRING 'PED ' WRK-NUMERO-ALVO
                          DELIMITED BY SIZE INTO MVE-DOCUMENTO
                      MOVE 'PROG108'     TO MVE-OPERADOR
                      WRITE REG-MVE
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0500-REGRAVAR-PEDIDOS.
           OPEN OUTPUT ARQPED.
           MOVE WRK-PED-VALOR (WRK-IDX)    TO PED-VALOR.
           MOVE WRK-PED-DATA-FAT (WRK-IDX) TO PED-DATA-FAT.
           MOVE WRK-PED-SITUACAO (WRK-IDX) TO PED-SITUACAO.
           MOVE WRK-PED-DATA-APROV (WRK-IDX) TO PED-DATA-APROV.
           WRITE REG-PED.
      *-----------------------------------------------------
       0900-FINALIZAR.
