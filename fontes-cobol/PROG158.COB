       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG158.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQSLD ASSIGN TO UT-S-ARQSLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SLD-PRODUTO
                  FILE STATUS IS FS-ARQSLD-STATUS.
           SELECT ARQPRD ASSIGN TO UT-S-ARQPRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-PRD-CODIGO
                  FILE STATUS IS FS-ARQPRD-STATUS.
           SELECT ARQMVE ASSIGN TO UT-S-ARQMVE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMVE-STATUS.
           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
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
       FD   ARQPRD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 32 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PRODUTO.
       01   REG-PRODUTO.
            05 REG-PRD-CODIGO   PIC 9(04).
            05 REG-PRD-DESCR    PIC X(20).
            05 REG-PRD-PRECO    PIC 9(05)V99.
            05 REG-PRD-STATUS   PIC X(01).
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
       FD   ARQOPE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OPERADOR.
       01   REG-OPERADOR.
            05 OPE-ID           PIC X(08).
            05 OPE-SENHA        PIC X(08).
            05 OPE-NIVEL        PIC 9(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-ARQSLD-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVE-STATUS PIC XX VALUE '00'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  WRK-ID           PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-AUTORIZADO   PIC 9 VALUE 0.
       77  WRK-TEM-CATALOGO PIC 9 VALUE 0.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-PRODUTO      PIC 9(04) VALUE ZEROS.
       77  WRK-QTDADE       PIC 9(07) VALUE ZEROS.
       77  WRK-PONTO        PIC 9(07) VALUE ZEROS.
       77  WRK-SENTIDO      PIC 9(01) VALUE 0.
       77  WRK-TIPO-MOV     PIC X(01) VALUE SPACE.
       77  WRK-SINAL        PIC X(01) VALUE SPACE.
       77  WRK-DOCUMENTO    PIC X(12) VALUE SPACES.
       77  WRK-MOTIVO       PIC X(03) VALUE SPACES.
       77  WRK-DISPONIVEL   PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ED       PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       01  WRK-MOTIVOS-AJUSTE.
           05 FILLER        PIC X(03) VALUE 'INV'.
           05 FILLER        PIC X(03) VALUE 'AVA'.
           05 FILLER        PIC X(03) VALUE 'PER'.
           05 FILLER        PIC X(03) VALUE 'DEV'.
           05 FILLER        PIC X(03) VALUE 'VAL'.
           05 FILLER        PIC X(03) VALUE 'COR'.
       01  WRK-TAB-MOTIVOS REDEFINES WRK-MOTIVOS-AJUSTE.
           05 WRK-MOT-CODIGO PIC X(03) OCCURS 6 TIMES.
       77  WRK-MOT-IDX      PIC 9(01) VALUE 0.
       77  WRK-MOTIVO-OK    PIC 9 VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0050-SIGNON.
            IF WRK-AUTORIZADO = 0
               DISPLAY 'CONTROLE DE ESTOQUE EXIGE OPERADOR'
               MOVE 8 TO WRK-RETORNO
            ELSE
               DISPLAY 'CONTROLE DE ESTOQUE'
               DISPLAY '1=CADASTRAR 2=ENTRADA 3=AJUSTE 4=CONSULTAR..'
               ACCEPT WRK-OPCAO
               PERFORM 0100-ABRIR
               IF FS-ARQSLD-STATUS = '00'
                  EVALUATE WRK-OPCAO
                      WHEN 1 PERFORM 0200-CADASTRAR
                      WHEN 2 PERFORM 0300-ENTRADA THRU 0300-FIM
                      WHEN 3 PERFORM 0400-AJUSTE THRU 0400-FIM
                      WHEN 4 PERFORM 0500-CONSULTAR
                      WHEN OTHER
                             DISPLAY 'OPCAO INVALIDA'
                  END-EVALUATE
                  CLOSE ARQSLD
                  IF WRK-TEM-CATALOGO = 1
                     CLOSE ARQPRD.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * ESTOQUE DOS PRODUTOS DO CATALOGO (PROG111): SALDO EM
      * MAOS, QUANTIDADE RESERVADA PELOS PEDIDOS APROVADOS NO
      * PROG108 E PONTO DE PEDIDO. AQUI ENTRAM O CADASTRO DO
      * PRODUTO NO ESTOQUE, AS ENTRADAS (RECEBIMENTO) E OS
      * AJUSTES; A SAIDA POR VENDA E BAIXADA PELO PROG067 NOS
      * ITENS DE FATURA ACEITOS. TODO MOVIMENTO VAI PARA O
      * ARQMVE COM O OPERADOR; AJUSTE EXIGE CODIGO DE MOTIVO
      *-----------------------------------------------------
       0050-SIGNON.
           DISPLAY 'OPERADOR..'.
           ACCEPT WRK-ID.
           DISPLAY 'SENHA.....'.
           ACCEPT WRK-SENHA.
           OPEN INPUT ARQOPE.
           IF FS-ARQOPE-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE OPERADORES AUSENTE'
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE
              END-READ
              PERFORM 0060-CONFERIR-OPERADOR UNTIL FS-ARQOPE = 'F'
              CLOSE ARQOPE.
      *-----------------------------------------------------
       0060-CONFERIR-OPERADOR.
           IF OPE-ID = WRK-ID AND OPE-SENHA = WRK-SENHA
              MOVE 1 TO WRK-AUTORIZADO
              MOVE 'F' TO FS-ARQOPE
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE.
      *-----------------------------------------------------
       0100-ABRIR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQSLD.
           IF FS-ARQSLD-STATUS = '35'
              OPEN OUTPUT ARQSLD
              CLOSE ARQSLD
              OPEN I-O ARQSLD.
           IF FS-ARQSLD-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQSLD.... ' FS-ARQSLD-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              OPEN INPUT ARQPRD
              IF FS-ARQPRD-STATUS = '00'
                 MOVE 1 TO WRK-TEM-CATALOGO
              ELSE
                 DISPLAY 'CATALOGO DE PRODUTOS AUSENTE. '
                         FS-ARQPRD-STATUS.
      *-----------------------------------------------------
      * PRODUTO SO ENTRA NO ESTOQUE SE ESTIVER ATIVO NO
      * CATALOGO; JA CADASTRADO, SO O PONTO DE PEDIDO MUDA
      *-----------------------------------------------------
       0200-CADASTRAR.
           DISPLAY 'CODIGO DO PRODUTO.........'.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'PONTO DE PEDIDO...........'.
           ACCEPT WRK-PONTO.
           MOVE WRK-PRODUTO TO SLD-PRODUTO.
           READ ARQSLD
               INVALID KEY
                   PERFORM 0250-INCLUIR-PRODUTO THRU 0250-FIM
               NOT INVALID KEY
                   MOVE WRK-PONTO TO SLD-PONTO-PEDIDO
                   REWRITE REG-ESTOQUE
                   MOVE WRK-PONTO TO WRK-QTD-ED
                   DISPLAY 'PONTO DE PEDIDO ALTERADO ' WRK-PRODUTO
                           ' ' WRK-QTD-ED
           END-READ.
      *-----------------------------------------------------
       0250-INCLUIR-PRODUTO.
           IF WRK-TEM-CATALOGO = 0
              DISPLAY 'SEM CATALOGO, PRODUTO NAO INCLUIDO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0250-FIM.
           MOVE WRK-PRODUTO TO REG-PRD-CODIGO.
           READ ARQPRD
               INVALID KEY
                   MOVE SPACE TO REG-PRD-STATUS.
           IF REG-PRD-STATUS NOT = 'A'
              DISPLAY 'PRODUTO INEXISTENTE OU INATIVO ' WRK-PRODUTO
              MOVE 8 TO WRK-RETORNO
              GO TO 0250-FIM.
           MOVE WRK-PRODUTO TO SLD-PRODUTO.
           MOVE ZEROS TO SLD-SALDO.
           MOVE ZEROS TO SLD-RESERVADO.
           MOVE WRK-PONTO TO SLD-PONTO-PEDIDO.
           MOVE WRK-DATA-HOJE TO SLD-DATA-MOV.
           WRITE REG-ESTOQUE
               INVALID KEY
                   DISPLAY 'PRODUTO JA NO ESTOQUE... ' WRK-PRODUTO
               NOT INVALID KEY
                   DISPLAY 'PRODUTO INCLUIDO NO ESTOQUE ' WRK-PRODUTO
                           ' ' REG-PRD-DESCR
           END-WRITE.
       0250-FIM.
      *-----------------------------------------------------
      * ENTRADA POR RECEBIMENTO, COM O DOCUMENTO DO
      * FORNECEDOR (NOTA FISCAL) NO MOVIMENTO
      *-----------------------------------------------------
       0300-ENTRADA.
           DISPLAY 'CODIGO DO PRODUTO.........'.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'QUANTIDADE RECEBIDA.......'.
           ACCEPT WRK-QTDADE.
           DISPLAY 'DOCUMENTO DE ENTRADA......'.
           ACCEPT WRK-DOCUMENTO.
           IF WRK-QTDADE = 0
              DISPLAY 'QUANTIDADE ZERADA, NADA GRAVADO'
              MOVE 4 TO WRK-RETORNO
              GO TO 0300-FIM.
           MOVE WRK-PRODUTO TO SLD-PRODUTO.
           READ ARQSLD
               INVALID KEY
                   DISPLAY 'PRODUTO FORA DO ESTOQUE. ' WRK-PRODUTO
                   MOVE 8 TO WRK-RETORNO
               NOT INVALID KEY
                   ADD WRK-QTDADE TO SLD-SALDO
                   MOVE WRK-DATA-HOJE TO SLD-DATA-MOV
                   REWRITE REG-ESTOQUE
                   MOVE 'E' TO WRK-TIPO-MOV
                   MOVE '+' TO WRK-SINAL
                   MOVE SPACES TO WRK-MOTIVO
                   PERFORM 0600-GRAVAR-MOVIMENTO
                   MOVE SLD-SALDO TO WRK-QTD-ED
                   DISPLAY 'ENTRADA GRAVADA......... ' WRK-PRODUTO
                           ' SALDO ' WRK-QTD-ED
           END-READ.
       0300-FIM.
      *-----------------------------------------------------
      * AJUSTE DE INVENTARIO, PARA MAIS OU PARA MENOS, SO COM
      * MOTIVO DA TABELA: INV CONTAGEM, AVA AVARIA, PER PERDA
      * OU FURTO, DEV DEVOLUCAO DE CLIENTE, VAL VALIDADE
      * VENCIDA, COR CORRECAO DE LANCAMENTO. O SALDO NAO FICA
      * NEGATIVO; ABAIXO DO RESERVADO SO COM AVISO
      *-----------------------------------------------------
       0400-AJUSTE.
           DISPLAY 'CODIGO DO PRODUTO.........'.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'SENTIDO (1=SOMAR 2=SUBTRAIR)..'.
           ACCEPT WRK-SENTIDO.
           DISPLAY 'QUANTIDADE................'.
           ACCEPT WRK-QTDADE.
           DISPLAY 'CODIGO DO MOTIVO..........'.
           ACCEPT WRK-MOTIVO.
           DISPLAY 'DOCUMENTO.................'.
           ACCEPT WRK-DOCUMENTO.
           MOVE 0 TO WRK-MOTIVO-OK.
           PERFORM 0450-CONFERIR-MOTIVO
               VARYING WRK-MOT-IDX FROM 1 BY 1
               UNTIL WRK-MOT-IDX > 6 OR WRK-MOTIVO-OK = 1.
           IF WRK-MOTIVO-OK = 0
              DISPLAY 'MOTIVO INVALIDO......... ' WRK-MOTIVO
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           IF WRK-QTDADE = 0
              OR (WRK-SENTIDO NOT = 1 AND WRK-SENTIDO NOT = 2)
              DISPLAY 'AJUSTE INVALIDO, NADA GRAVADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE WRK-PRODUTO TO SLD-PRODUTO.
           READ ARQSLD
               INVALID KEY
                   DISPLAY 'PRODUTO FORA DO ESTOQUE. ' WRK-PRODUTO
                   MOVE 8 TO WRK-RETORNO
                   GO TO 0400-FIM.
           IF WRK-SENTIDO = 2 AND WRK-QTDADE > SLD-SALDO
              MOVE SLD-SALDO TO WRK-QTD-ED
              DISPLAY 'AJUSTE MAIOR QUE O SALDO ' WRK-QTD-ED
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           IF WRK-SENTIDO = 1
              ADD WRK-QTDADE TO SLD-SALDO
              MOVE '+' TO WRK-SINAL
           ELSE
              SUBTRACT WRK-QTDADE FROM SLD-SALDO
              MOVE '-' TO WRK-SINAL.
           MOVE WRK-DATA-HOJE TO SLD-DATA-MOV.
           REWRITE REG-ESTOQUE.
           MOVE 'A' TO WRK-TIPO-MOV.
           PERFORM 0600-GRAVAR-MOVIMENTO.
           MOVE SLD-SALDO TO WRK-QTD-ED.
           DISPLAY 'AJUSTE GRAVADO.......... ' WRK-PRODUTO
                   ' SALDO ' WRK-QTD-ED.
           IF SLD-SALDO < SLD-RESERVADO
              DISPLAY 'ATENCAO: SALDO ABAIXO DO RESERVADO'.
       0400-FIM.
      *-----------------------------------------------------
       0450-CONFERIR-MOTIVO.
           IF WRK-MOT-CODIGO (WRK-MOT-IDX) = WRK-MOTIVO
              MOVE 1 TO WRK-MOTIVO-OK.
      *-----------------------------------------------------
       0500-CONSULTAR.
           DISPLAY 'CODIGO DO PRODUTO.........'.
           ACCEPT WRK-PRODUTO.
           MOVE WRK-PRODUTO TO SLD-PRODUTO.
           READ ARQSLD
               INVALID KEY
                   DISPLAY 'PRODUTO FORA DO ESTOQUE. ' WRK-PRODUTO
               NOT INVALID KEY
                   MOVE SLD-SALDO TO WRK-QTD-ED
                   DISPLAY 'SALDO EM MAOS.......... ' WRK-QTD-ED
                   MOVE SLD-RESERVADO TO WRK-QTD-ED
                   DISPLAY 'RESERVADO.............. ' WRK-QTD-ED
                   MOVE 0 TO WRK-DISPONIVEL
                   IF SLD-SALDO > SLD-RESERVADO
                      COMPUTE WRK-DISPONIVEL =
                              SLD-SALDO - SLD-RESERVADO
                   END-IF
                   MOVE WRK-DISPONIVEL TO WRK-QTD-ED
                   DISPLAY 'DISPONIVEL............. ' WRK-QTD-ED
                   MOVE SLD-PONTO-PEDIDO TO WRK-QTD-ED
                   DISPLAY 'PONTO DE PEDIDO........ ' WRK-QTD-ED
                   DISPLAY 'ULTIMO MOVIMENTO....... ' SLD-DATA-MOV
           END-READ.
      *-----------------------------------------------------
       0600-GRAVAR-MOVIMENTO.
           OPEN EXTEND ARQMVE.
           IF FS-ARQMVE-STATUS = '35'
              OPEN OUTPUT ARQMVE.
           IF FS-ARQMVE-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQMVE.... ' FS-ARQMVE-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              MOVE SPACES        TO REG-MVE
              MOVE WRK-PRODUTO   TO MVE-PRODUTO
              MOVE WRK-TIPO-MOV  TO MVE-TIPO
              MOVE WRK-SINAL     TO MVE-SINAL
              MOVE WRK-QTDADE    TO MVE-QTDADE
              MOVE WRK-DATA-HOJE TO MVE-DATA
              MOVE WRK-DOCUMENTO TO MVE-DOCUMENTO
              MOVE WRK-MOTIVO    TO MVE-MOTIVO
              MOVE WRK-ID        TO MVE-OPERADOR
              WRITE REG-MVE
              CLOSE ARQMVE.
