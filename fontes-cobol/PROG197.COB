       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG197.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPND ASSIGN TO UT-S-ARQPND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPND-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPND
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PND.
       01   REG-PND.
            05 PND-NUMERO       PIC 9(06).
            05 PND-TIPO         PIC X(02).
            05 PND-PROGRAMA     PIC X(08).
            05 PND-SITUACAO     PIC X(01).
            05 PND-DATA         PIC 9(08).
            05 PND-HORA         PIC 9(08).
            05 PND-EMITENTE     PIC X(08).
            05 PND-APROVADOR    PIC X(08).
            05 PND-DATA-DECISAO PIC 9(08).
            05 PND-CHAVE        PIC X(11).
            05 PND-VALOR        PIC 9(07)V99.
            05 PND-MOTIVO       PIC X(03).
            05 PND-SUBTIPO      PIC X(01).
            05 PND-DIAS         PIC 9(05).
            05 PND-OBSERVACAO   PIC X(30).
            05 PND-ANTES-1      PIC X(135).
            05 PND-DEPOIS-1     PIC X(135).
            05 PND-ANTES-2      PIC X(135).
            05 PND-DEPOIS-2     PIC X(135).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPND        PIC X VALUE 'N'.
       77  FS-ARQPND-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REL     PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-OPERADORES.
           05 WRK-TAB-OPR-ENTRY OCCURS 100 TIMES.
               10 WRK-OPR-ID        PIC X(08).
               10 WRK-OPR-FEITOS    PIC 9(05).
               10 WRK-OPR-APROVADOS PIC 9(05).
               10 WRK-OPR-REJEITADOS PIC 9(05).
       77  WRK-OPR-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-MOVIMENTOS.
           05 WRK-TAB-MOV-ENTRY OCCURS 500 TIMES.
               10 WRK-MOV-OPERADOR  PIC X(08).
               10 WRK-MOV-ACAO      PIC X(08).
               10 WRK-MOV-NUMERO    PIC 9(06).
               10 WRK-MOV-TIPO      PIC X(02).
               10 WRK-MOV-PROGRAMA  PIC X(08).
               10 WRK-MOV-CHAVE     PIC X(11).
               10 WRK-MOV-VALOR     PIC 9(07)V99.
               10 WRK-MOV-SITUACAO  PIC X(01).
               10 WRK-MOV-OUTRO     PIC X(08).
       77  WRK-MOV-QTD      PIC 9(03) VALUE 0.
       77  WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77  WRK-ACAO         PIC X(08) VALUE SPACES.
       77  WRK-OUTRO        PIC X(08) VALUE SPACES.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-QTD-EXPIRADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-PENDENTES PIC 9(05) VALUE 0.
       77  WRK-QTD-ED       PIC ZZZZ9 VALUE ZEROS.
       77  WRK-QTD-ED2      PIC ZZZZ9 VALUE ZEROS.
       77  WRK-QTD-ED3      PIC ZZZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  WRK-TEM-REL      PIC 9 VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0300-PROCESSAR UNTIL FS-ARQPND = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * RELATORIO DIARIO DA FILA DE APROVACAO (ARQPND, PROG196)
      * POR OPERADOR: OS PEDIDOS QUE DIGITOU NO DIA E OS QUE
      * APROVOU OU REJEITOU NO DIA, COM OS TOTAIS DE CADA UM,
      * MAIS OS EXPIRADOS NO DIA E OS AINDA PENDENTES
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'DATA DO RELATORIO (AAAAMMDD)'.
           ACCEPT WRK-DATA-REL.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-DATA-REL = 0
              MOVE WRK-DATA-HOJE TO WRK-DATA-REL.
           OPEN INPUT ARQPND.
             IF FS-ARQPND-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQPND.... ' FS-ARQPND-STATUS
                MOVE 'F' TO FS-ARQPND
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQPND
                MOVE 'F' TO FS-ARQPND
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-REL.
           READ ARQPND AT END
                       MOVE 'F' TO FS-ARQPND.
       0100-FIM.
      *-----------------------------------------------------
       0300-PROCESSAR.
           IF PND-SITUACAO = 'P'
              ADD 1 TO WRK-QTD-PENDENTES.
           IF PND-DATA = WRK-DATA-REL
              MOVE PND-EMITENTE  TO WRK-OPERADOR
              MOVE 'DIGITOU'     TO WRK-ACAO
              MOVE PND-APROVADOR TO WRK-OUTRO
              PERFORM 0350-GUARDAR-MOVIMENTO THRU 0350-FIM.
           IF PND-DATA-DECISAO = WRK-DATA-REL
              IF PND-SITUACAO = 'E'
                 ADD 1 TO WRK-QTD-EXPIRADOS
              ELSE
                 MOVE PND-APROVADOR TO WRK-OPERADOR
                 MOVE PND-EMITENTE  TO WRK-OUTRO
                 IF PND-SITUACAO = 'A'
                    MOVE 'APROVOU'  TO WRK-ACAO
                 ELSE
                    MOVE 'REJEITOU' TO WRK-ACAO
                 END-IF
                 PERFORM 0350-GUARDAR-MOVIMENTO THRU 0350-FIM.
           READ ARQPND AT END
                       MOVE 'F' TO FS-ARQPND.
      *-----------------------------------------------------
       0350-GUARDAR-MOVIMENTO.
           MOVE 0 TO WRK-POS.
           PERFORM 0360-COMPARAR-OPERADOR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-OPR-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              IF WRK-OPR-QTD > 99
                 DISPLAY 'OPERADORES EXCEDEM O LIMITE DE 100'
                 MOVE 4 TO WRK-RETORNO
                 GO TO 0350-FIM
              ELSE
                 ADD 1 TO WRK-OPR-QTD
                 MOVE WRK-OPR-QTD  TO WRK-POS
                 MOVE WRK-OPERADOR TO WRK-OPR-ID (WRK-POS)
                 MOVE 0 TO WRK-OPR-FEITOS (WRK-POS)
                 MOVE 0 TO WRK-OPR-APROVADOS (WRK-POS)
                 MOVE 0 TO WRK-OPR-REJEITADOS (WRK-POS).
           IF WRK-ACAO = 'DIGITOU'
              ADD 1 TO WRK-OPR-FEITOS (WRK-POS)
           ELSE
              IF WRK-ACAO = 'APROVOU'
                 ADD 1 TO WRK-OPR-APROVADOS (WRK-POS)
              ELSE
                 ADD 1 TO WRK-OPR-REJEITADOS (WRK-POS).
           IF WRK-MOV-QTD > 499
              DISPLAY 'MOVIMENTOS EXCEDEM O LIMITE DE 500'
              MOVE 4 TO WRK-RETORNO
           ELSE
              ADD 1 TO WRK-MOV-QTD
              MOVE WRK-OPERADOR  TO WRK-MOV-OPERADOR (WRK-MOV-QTD)
              MOVE WRK-ACAO      TO WRK-MOV-ACAO (WRK-MOV-QTD)
              MOVE PND-NUMERO    TO WRK-MOV-NUMERO (WRK-MOV-QTD)
              MOVE PND-TIPO      TO WRK-MOV-TIPO (WRK-MOV-QTD)
              MOVE PND-PROGRAMA  TO WRK-MOV-PROGRAMA (WRK-MOV-QTD)
              MOVE PND-CHAVE     TO WRK-MOV-CHAVE (WRK-MOV-QTD)
              MOVE PND-VALOR     TO WRK-MOV-VALOR (WRK-MOV-QTD)
              MOVE PND-SITUACAO  TO WRK-MOV-SITUACAO (WRK-MOV-QTD)
              MOVE WRK-OUTRO     TO WRK-MOV-OUTRO (WRK-MOV-QTD).
       0350-FIM.
      *-----------------------------------------------------
       0360-COMPARAR-OPERADOR.
           IF WRK-OPR-ID (WRK-IDX) = WRK-OPERADOR
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0900-FINALIZAR.
           IF WRK-TEM-REL = 1
              PERFORM 0700-RELATORIO
              CLOSE ARQPND
              CLOSE ARQREL
              IF WRK-OPR-QTD = 0
                 DISPLAY 'NENHUM MOVIMENTO NA FILA EM ' WRK-DATA-REL
                 IF WRK-RETORNO = 0
                    MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
       0700-RELATORIO.
           MOVE SPACES TO REG-REL.
           STRING 'FILA DE APROVACAO -- MOVIMENTO POR OPERADOR EM '
                  WRK-DATA-REL
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           PERFORM 0720-IMPRIMIR-OPERADOR
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-OPR-QTD.
           MOVE ALL '=' TO REG-REL.
           WRITE REG-REL.
           MOVE WRK-QTD-EXPIRADOS TO WRK-QTD-ED.
           MOVE SPACES TO REG-REL.
           STRING 'EXPIRADOS NO DIA........ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED.
           MOVE SPACES TO REG-REL.
           STRING 'PENDENTES NA FILA....... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0720-IMPRIMIR-OPERADOR.
           MOVE SPACES TO REG-REL.
           STRING 'OPERADOR ' WRK-OPR-ID (WRK-J)
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'ACAO     PEDIDO TP PROGRAMA CHAVE       '
                  '         VALOR S OUTRO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0740-IMPRIMIR-MOVIMENTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MOV-QTD.
           MOVE WRK-OPR-FEITOS (WRK-J)     TO WRK-QTD-ED.
           MOVE WRK-OPR-APROVADOS (WRK-J)  TO WRK-QTD-ED2.
           MOVE WRK-OPR-REJEITADOS (WRK-J) TO WRK-QTD-ED3.
           MOVE SPACES TO REG-REL.
           STRING '  DIGITADOS ' WRK-QTD-ED
                  '  APROVADOS ' WRK-QTD-ED2
                  '  REJEITADOS ' WRK-QTD-ED3
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0740-IMPRIMIR-MOVIMENTO.
           IF WRK-MOV-OPERADOR (WRK-IDX) = WRK-OPR-ID (WRK-J)
              MOVE WRK-MOV-VALOR (WRK-IDX) TO WRK-VALOR-ED
              MOVE SPACES TO REG-REL
              STRING WRK-MOV-ACAO (WRK-IDX) ' '
                     WRK-MOV-NUMERO (WRK-IDX) ' '
                     WRK-MOV-TIPO (WRK-IDX) ' '
                     WRK-MOV-PROGRAMA (WRK-IDX) ' '
                     WRK-MOV-CHAVE (WRK-IDX) ' '
                     WRK-VALOR-ED ' '
                     WRK-MOV-SITUACAO (WRK-IDX) ' '
                     WRK-MOV-OUTRO (WRK-IDX)
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL.
