       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG159.
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
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
           SELECT ARQREP ASSIGN TO UT-S-ARQREP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREP-STATUS.
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
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       FD   ARQREP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REP.
       01   REG-REP                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQSLD        PIC X VALUE 'N'.
       77  FS-ARQSLD-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVE        PIC X VALUE 'N'.
       77  FS-ARQMVE-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  FS-ARQREP-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-CATALOGO PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-MOVDIA.
           05 WRK-TAB-MVD-ENTRY OCCURS 500 TIMES.
               10 WRK-MVD-PRODUTO  PIC 9(04).
               10 WRK-MVD-ENTRADAS PIC 9(07).
               10 WRK-MVD-SAIDAS   PIC 9(07).
       77  WRK-MVD-QTD      PIC 9(03) VALUE 0.
       77  WRK-MVD-IDX      PIC 9(03) VALUE 0.
       77  WRK-MVD-POS      PIC 9(03) VALUE 0.
       77  WRK-ENTRADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-SAIDAS       PIC 9(07) VALUE ZEROS.
       77  WRK-DISPONIVEL   PIC 9(07) VALUE ZEROS.
       77  WRK-FALTA        PIC 9(07) VALUE ZEROS.
       77  WRK-DESCR        PIC X(20) VALUE SPACES.
       77  WRK-MARCA        PIC X(01) VALUE SPACE.
       77  WRK-SALDO-ED     PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-RESERV-ED    PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-DISPON-ED    PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-PONTO-ED     PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-ENTR-ED      PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-SAID-ED      PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-FALTA-ED     PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-REPOR    PIC 9(05) VALUE 0.
       77  WRK-QTD-MOV-DIA  PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0200-PROCESSAR UNTIL FS-ARQSLD = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * POSICAO DIARIA DO ESTOQUE (ARQSLD DO PROG158): POR
      * PRODUTO O SALDO EM MAOS, O RESERVADO PELOS PEDIDOS
      * APROVADOS, O DISPONIVEL, O PONTO DE PEDIDO E AS
      * ENTRADAS E SAIDAS DO DIA NO ARQMVE (RESERVAS NAO
      * CONTAM). NO ARQREP SAEM OS PRODUTOS COM O DISPONIVEL
      * ABAIXO DO PONTO DE PEDIDO, COM A FALTA PARA REPOR;
      * PONTO DE PEDIDO ZERADO NAO ENTRA NA REPOSICAO
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           OPEN INPUT ARQSLD.
             IF FS-ARQSLD-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQSLD.... ' FS-ARQSLD-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQSLD
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREP.
             IF FS-ARQREP-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREP.... ' FS-ARQREP-STATUS
                CLOSE ARQSLD
                CLOSE ARQREL
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT ARQPRD.
             IF FS-ARQPRD-STATUS = '00'
                MOVE 1 TO WRK-TEM-CATALOGO.
           PERFORM 0170-CARREGAR-MOVIMENTO.
           MOVE SPACES TO REG-REL.
           STRING 'POSICAO DO ESTOQUE -- ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING '  PROD DESCRICAO              SALDO RESERV.'
                  ' DISPON.   PONTO ENTRAD. SAIDAS'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REP.
           STRING 'PRODUTOS A REPOR -- ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP.
           MOVE SPACES TO REG-REP.
           STRING '  PROD DESCRICAO            DISPON.   PONTO'
                  '   FALTA ULT.MOV.'
               DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP.
           READ ARQSLD NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQSLD.
             IF FS-ARQSLD = 'F'
                DISPLAY 'NENHUM PRODUTO NO ESTOQUE'
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
       0170-CARREGAR-MOVIMENTO.
           OPEN INPUT ARQMVE.
           IF FS-ARQMVE-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQMVE AT END
                          MOVE 'F' TO FS-ARQMVE
              END-READ
              PERFORM 0180-SOMAR-MOVIMENTO UNTIL FS-ARQMVE = 'F'
              CLOSE ARQMVE.
      *-----------------------------------------------------
       0180-SOMAR-MOVIMENTO.
           IF MVE-DATA = WRK-DATA-HOJE
              AND MVE-TIPO NOT = 'R' AND MVE-TIPO NOT = 'L'
              ADD 1 TO WRK-QTD-MOV-DIA
              PERFORM 0185-LOCALIZAR-PRODUTO
              IF WRK-MVD-POS NOT = 0
                 IF MVE-SINAL = '+'
                    ADD MVE-QTDADE TO WRK-MVD-ENTRADAS (WRK-MVD-POS)
                 ELSE
                    ADD MVE-QTDADE TO WRK-MVD-SAIDAS (WRK-MVD-POS).
           READ ARQMVE AT END
                       MOVE 'F' TO FS-ARQMVE.
      *-----------------------------------------------------
       0185-LOCALIZAR-PRODUTO.
           MOVE 0 TO WRK-MVD-POS.
           PERFORM 0190-COMPARAR-PRODUTO
               VARYING WRK-MVD-IDX FROM 1 BY 1
               UNTIL WRK-MVD-IDX > WRK-MVD-QTD OR WRK-MVD-POS NOT = 0.
           IF WRK-MVD-POS = 0
              IF WRK-MVD-QTD > 499
                 DISPLAY 'PRODUTOS DO DIA EXCEDEM O LIMITE DE 500'
              ELSE
                 ADD 1 TO WRK-MVD-QTD
                 MOVE WRK-MVD-QTD TO WRK-MVD-POS
                 MOVE MVE-PRODUTO TO WRK-MVD-PRODUTO (WRK-MVD-POS)
                 MOVE ZEROS TO WRK-MVD-ENTRADAS (WRK-MVD-POS)
                 MOVE ZEROS TO WRK-MVD-SAIDAS (WRK-MVD-POS).
      *-----------------------------------------------------
       0190-COMPARAR-PRODUTO.
           IF WRK-MVD-PRODUTO (WRK-MVD-IDX) = MVE-PRODUTO
              MOVE WRK-MVD-IDX TO WRK-MVD-POS.
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           MOVE SPACES TO WRK-DESCR.
           IF WRK-TEM-CATALOGO = 1
              MOVE SLD-PRODUTO TO REG-PRD-CODIGO
              READ ARQPRD
                  INVALID KEY
                      MOVE 'PRODUTO INEXISTENTE' TO WRK-DESCR
                  NOT INVALID KEY
                      MOVE REG-PRD-DESCR TO WRK-DESCR
              END-READ.
           MOVE 0 TO WRK-DISPONIVEL.
           IF SLD-SALDO > SLD-RESERVADO
              COMPUTE WRK-DISPONIVEL = SLD-SALDO - SLD-RESERVADO.
           MOVE ZEROS TO WRK-ENTRADAS.
           MOVE ZEROS TO WRK-SAIDAS.
           MOVE 0 TO WRK-MVD-POS.
           PERFORM 0210-BUSCAR-DIA
               VARYING WRK-MVD-IDX FROM 1 BY 1
               UNTIL WRK-MVD-IDX > WRK-MVD-QTD OR WRK-MVD-POS NOT = 0.
           MOVE SPACE TO WRK-MARCA.
           IF SLD-PONTO-PEDIDO NOT = 0
              AND WRK-DISPONIVEL < SLD-PONTO-PEDIDO
              MOVE '*' TO WRK-MARCA
              PERFORM 0250-GRAVAR-REPOSICAO.
           MOVE SLD-SALDO        TO WRK-SALDO-ED.
           MOVE SLD-RESERVADO    TO WRK-RESERV-ED.
           MOVE WRK-DISPONIVEL   TO WRK-DISPON-ED.
           MOVE SLD-PONTO-PEDIDO TO WRK-PONTO-ED.
           MOVE WRK-ENTRADAS     TO WRK-ENTR-ED.
           MOVE WRK-SAIDAS       TO WRK-SAID-ED.
           MOVE SPACES TO REG-REL.
           STRING '  ' SLD-PRODUTO ' ' WRK-DESCR ' '
                  WRK-SALDO-ED ' ' WRK-RESERV-ED ' '
                  WRK-DISPON-ED ' ' WRK-PONTO-ED ' '
                  WRK-ENTR-ED ' ' WRK-SAID-ED WRK-MARCA
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           READ ARQSLD NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQSLD.
      *-----------------------------------------------------
       0210-BUSCAR-DIA.
           IF WRK-MVD-PRODUTO (WRK-MVD-IDX) = SLD-PRODUTO
              MOVE WRK-MVD-IDX TO WRK-MVD-POS
              MOVE WRK-MVD-ENTRADAS (WRK-MVD-IDX) TO WRK-ENTRADAS
              MOVE WRK-MVD-SAIDAS (WRK-MVD-IDX)   TO WRK-SAIDAS.
      *-----------------------------------------------------
       0250-GRAVAR-REPOSICAO.
           ADD 1 TO WRK-QTD-REPOR.
           COMPUTE WRK-FALTA = SLD-PONTO-PEDIDO - WRK-DISPONIVEL.
           MOVE WRK-DISPONIVEL   TO WRK-DISPON-ED.
           MOVE SLD-PONTO-PEDIDO TO WRK-PONTO-ED.
           MOVE WRK-FALTA        TO WRK-FALTA-ED.
           MOVE SPACES TO REG-REP.
           STRING '  ' SLD-PRODUTO ' ' WRK-DESCR ' '
                  WRK-DISPON-ED ' ' WRK-PONTO-ED ' '
                  WRK-FALTA-ED ' ' SLD-DATA-MOV
               DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               CLOSE ARQSLD
               CLOSE ARQREL
               CLOSE ARQREP.
            IF WRK-TEM-CATALOGO = 1
               CLOSE ARQPRD.
            DISPLAY '------------------------------------'.
            DISPLAY 'PRODUTOS NO ESTOQUE..... ' WRK-LIDOS.
            DISPLAY 'PRODUTOS A REPOR........ ' WRK-QTD-REPOR.
            DISPLAY 'MOVIMENTOS DO DIA....... ' WRK-QTD-MOV-DIA.
