       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG162.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO UT-S-ARQPED
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPED-STATUS.
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
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPED        PIC X VALUE 'N'.
       77  FS-ARQPED-STATUS PIC XX VALUE '00'.
       77  FS-ARQEXP        PIC X VALUE 'N'.
       77  FS-ARQEXP-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-LIMITE  PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-REMESSAS.
           05 WRK-TAB-EXP-ENTRY OCCURS 500 TIMES.
               10 WRK-EXP-NUMERO   PIC 9(06).
               10 WRK-EXP-VALOR    PIC 9(07)V99.
       77  WRK-EXP-QTD      PIC 9(03) VALUE 0.
       77  WRK-EXP-IDX      PIC 9(03) VALUE 0.
       77  WRK-EXPEDIDO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-A-EXPEDIR    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-A-EXPEDIR PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-ATRASADOS PIC 9(05) VALUE 0.
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
      * PEDIDOS APROVADOS E NAO EXPEDIDOS: PEDIDO APROVADO (A)
      * OU EXPEDIDO SO EM PARTE (R) HA MAIS DOS DIAS
      * INFORMADOS (ZERO ASSUME 5) DESDE A APROVACAO NO
      * PROG108. PEDIDO APROVADO ANTES DA DATA DE APROVACAO
      * SER GRAVADA CONTA DESDE A DATA DE FATURAMENTO. SAI O
      * VALOR QUE AINDA FALTA EXPEDIR (VALOR DO PEDIDO MENOS O
      * JA EXPEDIDO NO ARQEXP DO PROG161)
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'DIAS SEM EXPEDICAO (0=5)....'.
           ACCEPT WRK-DIAS-LIMITE.
           IF WRK-DIAS-LIMITE = 0
              MOVE 5 TO WRK-DIAS-LIMITE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           OPEN INPUT ARQPED.
             IF FS-ARQPED-STATUS NOT = '00'
                DISPLAY 'NENHUM PEDIDO NO ARQUIVO ' FS-ARQPED-STATUS
                MOVE 4 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQPED
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES.
           PERFORM 0170-CARREGAR-REMESSAS.
           MOVE SPACES TO REG-REL.
           STRING 'PEDIDOS SEM EXPEDICAO HA MAIS DE ' WRK-DIAS-LIMITE
                  ' DIAS -- ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'PEDIDO CLIENTE NOME                 APROVADO S  '
                  'DIAS      A EXPEDIR'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
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
       0170-CARREGAR-REMESSAS.
           OPEN INPUT ARQEXP.
           IF FS-ARQEXP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQEXP AT END
                          MOVE 'F' TO FS-ARQEXP
              END-READ
              PERFORM 0180-GUARDAR-REMESSA UNTIL FS-ARQEXP = 'F'
              CLOSE ARQEXP.
      *-----------------------------------------------------
       0180-GUARDAR-REMESSA.
           IF WRK-EXP-QTD > 499
              DISPLAY 'REMESSAS EXCEDEM O LIMITE DE 500'
              MOVE 'F' TO FS-ARQEXP
           ELSE
              ADD 1 TO WRK-EXP-QTD
              MOVE EXP-NUMERO TO WRK-EXP-NUMERO (WRK-EXP-QTD)
              MOVE EXP-VALOR  TO WRK-EXP-VALOR (WRK-EXP-QTD)
              READ ARQEXP AT END
                          MOVE 'F' TO FS-ARQEXP.
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           IF PED-SITUACAO = 'A' OR PED-SITUACAO = 'R'
              PERFORM 0300-CONFERIR-PEDIDO THRU 0300-FIM.
           READ ARQPED AT END
                       MOVE 'F' TO FS-ARQPED.
      *-----------------------------------------------------
       0300-CONFERIR-PEDIDO.
           IF PED-DATA-APROV NUMERIC AND PED-DATA-APROV NOT = 0
              MOVE PED-DATA-APROV TO WRK-DATA-BASE
           ELSE
              MOVE PED-DATA-FAT TO WRK-DATA-BASE.
           IF WRK-DATA-BASE NOT < WRK-DATA-HOJE
              GO TO 0300-FIM.
           MOVE 'D' TO WRK-DT-FUNCAO.
           MOVE WRK-DATA-BASE TO WRK-DT-DATA1.
           MOVE WRK-DATA-HOJE TO WRK-DT-DATA2.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              DISPLAY 'DATA INVALIDA NO PEDIDO. ' PED-NUMERO
              GO TO 0300-FIM.
           IF WRK-DT-DIAS NOT > WRK-DIAS-LIMITE
              GO TO 0300-FIM.
           MOVE ZEROS TO WRK-EXPEDIDO.
           PERFORM 0310-SOMAR-EXPEDIDO
               VARYING WRK-EXP-IDX FROM 1 BY 1
               UNTIL WRK-EXP-IDX > WRK-EXP-QTD.
           MOVE ZEROS TO WRK-A-EXPEDIR.
           IF PED-VALOR > WRK-EXPEDIDO
              COMPUTE WRK-A-EXPEDIR = PED-VALOR - WRK-EXPEDIDO.
           ADD WRK-A-EXPEDIR TO WRK-TOT-A-EXPEDIR.
           ADD 1 TO WRK-QTD-ATRASADOS.
           MOVE SPACES TO WRK-NOME.
           IF WRK-TEM-CLIENTES = 1
              MOVE PED-CODIGO TO REG-CODIGO
              READ CLIENTES
                  INVALID KEY
                      MOVE 'CLIENTE INEXISTENTE' TO WRK-NOME
                  NOT INVALID KEY
                      MOVE REG-NOME TO WRK-NOME
              END-READ.
           MOVE WRK-DT-DIAS   TO WRK-DIAS-ED.
           MOVE WRK-A-EXPEDIR TO WRK-VALOR-ED.
           MOVE SPACES TO REG-REL.
           STRING PED-NUMERO ' ' PED-CODIGO '  ' WRK-NOME ' '
                  WRK-DATA-BASE ' ' PED-SITUACAO ' ' WRK-DIAS-ED
                  ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
       0300-FIM.
      *-----------------------------------------------------
       0310-SOMAR-EXPEDIDO.
           IF WRK-EXP-NUMERO (WRK-EXP-IDX) = PED-NUMERO
              ADD WRK-EXP-VALOR (WRK-EXP-IDX) TO WRK-EXPEDIDO.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               MOVE WRK-TOT-A-EXPEDIR TO WRK-TOTAL-ED
               MOVE SPACES TO REG-REL
               STRING 'TOTAL A EXPEDIR DOS PEDIDOS EM ATRASO '
                      WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               CLOSE ARQPED
               CLOSE ARQREL.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            DISPLAY '------------------------------------'.
            DISPLAY 'PEDIDOS LIDOS........... ' WRK-LIDOS.
            DISPLAY 'PEDIDOS EM ATRASO....... ' WRK-QTD-ATRASADOS.
