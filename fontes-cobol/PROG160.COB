       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG160.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO UT-S-ARQPED
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPED-STATUS.
           SELECT ARQPIT ASSIGN TO UT-S-ARQPIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPIT-STATUS.
           SELECT ARQEXP ASSIGN TO UT-S-ARQEXP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEXP-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQPRD ASSIGN TO UT-S-ARQPRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-PRD-CODIGO
                  FILE STATUS IS FS-ARQPRD-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
           SELECT ARQSEP ASSIGN TO UT-S-ARQSEP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSEP-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPED
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PED.
       01   REG-PED.
            05 PED-NUMERO       PIC 9(06).
            05 PED-CODIGO       PIC 9(05).
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
       FD   ARQEXP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-EXP.
       01   REG-EXP.
            05 EXP-NUMERO       PIC 9(06).
            05 EXP-REMESSA      PIC 9(02).
            05 EXP-SEQ          PIC 9(02).
            05 EXP-PRODUTO      PIC 9(04).
            05 EXP-QTDADE       PIC 9(05).
            05 EXP-VALOR        PIC 9(07)V99.
            05 EXP-DATA         PIC 9(08).
            05 EXP-TRANSP       PIC X(15).
            05 EXP-SITUACAO     PIC X(01).
            05 EXP-FATURA       PIC 9(06).
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
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
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       FD   ARQSEP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SEP.
       01   REG-SEP                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPED        PIC X VALUE 'N'.
       77  FS-ARQPED-STATUS PIC XX VALUE '00'.
       77  FS-ARQPIT        PIC X VALUE 'N'.
       77  FS-ARQPIT-STATUS PIC XX VALUE '00'.
       77  FS-ARQEXP        PIC X VALUE 'N'.
       77  FS-ARQEXP-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-ARQSEP-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-TEM-CATALOGO PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ANTEC   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05 WRK-TAB-PIT-ENTRY OCCURS 500 TIMES.
               10 WRK-PIT-NUMERO   PIC 9(06).
               10 WRK-PIT-SEQ      PIC 9(02).
               10 WRK-PIT-PRODUTO  PIC 9(04).
               10 WRK-PIT-QTDADE   PIC 9(05).
       77  WRK-PIT-QTD      PIC 9(03) VALUE 0.
       77  WRK-PIT-IDX      PIC 9(03) VALUE 0.
       01  WRK-TAB-REMESSAS.
           05 WRK-TAB-EXP-ENTRY OCCURS 500 TIMES.
               10 WRK-EXP-NUMERO   PIC 9(06).
               10 WRK-EXP-SEQ      PIC 9(02).
               10 WRK-EXP-QTDADE   PIC 9(05).
       77  WRK-EXP-QTD      PIC 9(03) VALUE 0.
       77  WRK-EXP-IDX      PIC 9(03) VALUE 0.
       77  WRK-EXPEDIDO     PIC 9(05) VALUE ZEROS.
       77  WRK-SEPARAR      PIC 9(05) VALUE ZEROS.
       77  WRK-ITENS-PEDIDO PIC 9(03) VALUE 0.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-DESCR        PIC X(20) VALUE SPACES.
       77  WRK-PEDIDA-ED    PIC ZZZZ9 VALUE ZEROS.
       77  WRK-EXPED-ED     PIC ZZZZ9 VALUE ZEROS.
       77  WRK-SEPARAR-ED   PIC ZZZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-PEDIDOS  PIC 9(05) VALUE 0.
       77  WRK-QTD-LINHAS   PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0200-PROCESSAR UNTIL FS-ARQPED = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * LISTA DE SEPARACAO DA EXPEDICAO: PEDIDOS APROVADOS (A)
      * OU EXPEDIDOS EM PARTE (R) COM A DATA DE FATURAMENTO
      * ATE HOJE MAIS OS DIAS DE ANTECEDENCIA INFORMADOS. POR
      * PEDIDO SAI O CLIENTE E, POR ITEM DO ARQPIT, A
      * QUANTIDADE PEDIDA, A JA EXPEDIDA (ARQEXP DO PROG161)
      * E A QUE FALTA SEPARAR. PEDIDO SEM ITENS SAI INTEIRO
      * COM O SEU VALOR
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'DIAS DE ANTECEDENCIA........'.
           ACCEPT WRK-DIAS-ANTEC.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE.
           IF WRK-DIAS-ANTEC NOT = 0
              MOVE 'S' TO WRK-DT-FUNCAO
              MOVE WRK-DATA-HOJE TO WRK-DT-DATA1
              MOVE WRK-DIAS-ANTEC TO WRK-DT-DIAS
              CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                   WRK-DT-DATA2, WRK-DT-DIAS,
                                   WRK-DT-RESULT
              IF WRK-DT-RESULT = 'V'
                 MOVE WRK-DT-DATA2 TO WRK-DATA-LIMITE.
           OPEN INPUT ARQPED.
             IF FS-ARQPED-STATUS NOT = '00'
                DISPLAY 'NENHUM PEDIDO NO ARQUIVO ' FS-ARQPED-STATUS
                MOVE 4 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQSEP.
             IF FS-ARQSEP-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQSEP.... ' FS-ARQSEP-STATUS
                CLOSE ARQPED
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES.
           OPEN INPUT ARQPRD.
             IF FS-ARQPRD-STATUS = '00'
                MOVE 1 TO WRK-TEM-CATALOGO.
           PERFORM 0160-CARREGAR-ITENS.
           PERFORM 0180-CARREGAR-REMESSAS.
           MOVE SPACES TO REG-SEP.
           STRING 'LISTA DE SEPARACAO -- ' WRK-DATA-HOJE
                  ' -- FATURAMENTO ATE ' WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO REG-SEP.
           WRITE REG-SEP.
           MOVE SPACES TO REG-SEP.
           STRING '  SQ PROD DESCRICAO            PEDIDA EXPED. '
                  'SEPARAR'
               DELIMITED BY SIZE INTO REG-SEP.
           WRITE REG-SEP.
           READ ARQPED AT END
                       MOVE 'F' TO FS-ARQPED.
             IF FS-ARQPED = 'F'
                DISPLAY 'ARQUIVO DE PEDIDOS VAZIO'
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
      * A DATA OFICIAL VEM DO CONTROLE ARQRUN (PROG126), COMO
      * NO PROG071; SEM O CONTROLE VALE O RELOGIO
      *-----------------------------------------------------
       0150-DATA-DE-PROCESSAMENTO.
           OPEN INPUT ARQRUN.
           IF FS-ARQRUN-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQRUN
                  AT END
                      CONTINUE
                  NOT AT END
                      IF RUN-DATA-PROC NOT = 0
                         MOVE RUN-DATA-PROC TO WRK-DATA-HOJE
                      END-IF
              END-READ
              CLOSE ARQRUN.
      *-----------------------------------------------------
       0160-CARREGAR-ITENS.
           OPEN INPUT ARQPIT.
           IF FS-ARQPIT-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQPIT AT END
                          MOVE 'F' TO FS-ARQPIT
              END-READ
              PERFORM 0170-GUARDAR-ITEM UNTIL FS-ARQPIT = 'F'
              CLOSE ARQPIT.
      *-----------------------------------------------------
       0170-GUARDAR-ITEM.
           IF WRK-PIT-QTD > 499
              DISPLAY 'ITENS DE PEDIDO EXCEDEM O LIMITE DE 500'
              MOVE 'F' TO FS-ARQPIT
           ELSE
              ADD 1 TO WRK-PIT-QTD
              MOVE PIT-NUMERO  TO WRK-PIT-NUMERO (WRK-PIT-QTD)
              MOVE PIT-SEQ     TO WRK-PIT-SEQ (WRK-PIT-QTD)
              MOVE PIT-PRODUTO TO WRK-PIT-PRODUTO (WRK-PIT-QTD)
              MOVE PIT-QTDADE  TO WRK-PIT-QTDADE (WRK-PIT-QTD)
              READ ARQPIT AT END
                          MOVE 'F' TO FS-ARQPIT.
      *-----------------------------------------------------
       0180-CARREGAR-REMESSAS.
           OPEN INPUT ARQEXP.
           IF FS-ARQEXP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQEXP AT END
                          MOVE 'F' TO FS-ARQEXP
              END-READ
              PERFORM 0190-GUARDAR-REMESSA UNTIL FS-ARQEXP = 'F'
              CLOSE ARQEXP.
      *-----------------------------------------------------
       0190-GUARDAR-REMESSA.
           IF WRK-EXP-QTD > 499
              DISPLAY 'REMESSAS EXCEDEM O LIMITE DE 500'
              MOVE 'F' TO FS-ARQEXP
           ELSE
              ADD 1 TO WRK-EXP-QTD
              MOVE EXP-NUMERO  TO WRK-EXP-NUMERO (WRK-EXP-QTD)
              MOVE EXP-SEQ     TO WRK-EXP-SEQ (WRK-EXP-QTD)
              MOVE EXP-QTDADE  TO WRK-EXP-QTDADE (WRK-EXP-QTD)
              READ ARQEXP AT END
                          MOVE 'F' TO FS-ARQEXP.
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           IF (PED-SITUACAO = 'A' OR PED-SITUACAO = 'R')
              AND PED-DATA-FAT NOT > WRK-DATA-LIMITE
              PERFORM 0300-LISTAR-PEDIDO.
           READ ARQPED AT END
                       MOVE 'F' TO FS-ARQPED.
      *-----------------------------------------------------
       0300-LISTAR-PEDIDO.
           ADD 1 TO WRK-QTD-PEDIDOS.
           MOVE SPACES TO WRK-NOME.
           IF WRK-TEM-CLIENTES = 1
              MOVE PED-CODIGO TO REG-CODIGO
              READ CLIENTES
                  INVALID KEY
                      MOVE 'CLIENTE INEXISTENTE' TO WRK-NOME
                  NOT INVALID KEY
                      MOVE REG-NOME TO WRK-NOME
              END-READ.
           MOVE SPACES TO REG-SEP.
           WRITE REG-SEP.
           MOVE SPACES TO REG-SEP.
           STRING 'PEDIDO ' PED-NUMERO ' CLIENTE ' PED-CODIGO ' '
                  WRK-NOME ' FAT ' PED-DATA-FAT ' SIT '
                  PED-SITUACAO
               DELIMITED BY SIZE INTO REG-SEP.
           WRITE REG-SEP.
           MOVE 0 TO WRK-ITENS-PEDIDO.
           PERFORM 0310-LISTAR-ITEM
               VARYING WRK-PIT-IDX FROM 1 BY 1
               UNTIL WRK-PIT-IDX > WRK-PIT-QTD.
           IF WRK-ITENS-PEDIDO = 0
              MOVE PED-VALOR TO WRK-VALOR-ED
              MOVE SPACES TO REG-SEP
              STRING '  PEDIDO SEM ITENS, EXPEDIR INTEIRO -- VALOR '
                     WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REG-SEP
              WRITE REG-SEP
              ADD 1 TO WRK-QTD-LINHAS.
      *-----------------------------------------------------
       0310-LISTAR-ITEM.
           IF WRK-PIT-NUMERO (WRK-PIT-IDX) = PED-NUMERO
              ADD 1 TO WRK-ITENS-PEDIDO
              MOVE ZEROS TO WRK-EXPEDIDO
              PERFORM 0320-SOMAR-EXPEDIDO
                  VARYING WRK-EXP-IDX FROM 1 BY 1
                  UNTIL WRK-EXP-IDX > WRK-EXP-QTD
              MOVE ZEROS TO WRK-SEPARAR
              IF WRK-PIT-QTDADE (WRK-PIT-IDX) > WRK-EXPEDIDO
                 COMPUTE WRK-SEPARAR = WRK-PIT-QTDADE (WRK-PIT-IDX)
                                     - WRK-EXPEDIDO
              END-IF
              IF WRK-SEPARAR NOT = 0
                 PERFORM 0330-GRAVAR-LINHA.
      *-----------------------------------------------------
       0320-SOMAR-EXPEDIDO.
           IF WRK-EXP-NUMERO (WRK-EXP-IDX) = PED-NUMERO
              AND WRK-EXP-SEQ (WRK-EXP-IDX)
                = WRK-PIT-SEQ (WRK-PIT-IDX)
              ADD WRK-EXP-QTDADE (WRK-EXP-IDX) TO WRK-EXPEDIDO.
      *-----------------------------------------------------
       0330-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE SPACES TO WRK-DESCR.
           IF WRK-TEM-CATALOGO = 1
              MOVE WRK-PIT-PRODUTO (WRK-PIT-IDX) TO REG-PRD-CODIGO
              READ ARQPRD
                  INVALID KEY
                      MOVE 'PRODUTO INEXISTENTE' TO WRK-DESCR
                  NOT INVALID KEY
                      MOVE REG-PRD-DESCR TO WRK-DESCR
              END-READ.
           MOVE WRK-PIT-QTDADE (WRK-PIT-IDX) TO WRK-PEDIDA-ED.
           MOVE WRK-EXPEDIDO                 TO WRK-EXPED-ED.
           MOVE WRK-SEPARAR                  TO WRK-SEPARAR-ED.
           MOVE SPACES TO REG-SEP.
           STRING '  ' WRK-PIT-SEQ (WRK-PIT-IDX) ' '
                  WRK-PIT-PRODUTO (WRK-PIT-IDX) ' ' WRK-DESCR ' '
                  WRK-PEDIDA-ED '  ' WRK-EXPED-ED '   '
                  WRK-SEPARAR-ED
               DELIMITED BY SIZE INTO REG-SEP.
           WRITE REG-SEP.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               CLOSE ARQPED
               CLOSE ARQSEP.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            IF WRK-TEM-CATALOGO = 1
               CLOSE ARQPRD.
            DISPLAY '------------------------------------'.
            DISPLAY 'PEDIDOS LIDOS........... ' WRK-LIDOS.
            DISPLAY 'PEDIDOS A SEPARAR....... ' WRK-QTD-PEDIDOS.
            DISPLAY 'LINHAS DE SEPARACAO..... ' WRK-QTD-LINHAS.
            IF WRK-RETORNO = 0 AND WRK-QTD-PEDIDOS = 0
               MOVE 4 TO WRK-RETORNO.
