       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG166.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
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
       FD   ARQCTS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTS.
       01   REG-CTS.
            05 CTS-CHAVE.
               10 CTS-CODIGO    PIC 9(05).
               10 CTS-NUMERO    PIC 9(06).
            05 CTS-MOTIVO       PIC X(03).
            05 CTS-DATA-ABERTURA PIC 9(08).
            05 CTS-OPER-ABERTURA PIC X(08).
            05 CTS-SITUACAO     PIC X(01).
            05 CTS-DATA-ENCERRAMENTO PIC 9(08).
            05 CTS-OPER-ENCERRAMENTO PIC X(08).
            05 CTS-RESOLUCAO    PIC X(01).
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
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
       77  FS-ARQCTS        PIC X VALUE 'N'.
       77  FS-ARQCTS-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-FATURAS  PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-FX           PIC 9(01) VALUE 0.
       01  WRK-TOT-FAIXAS.
           05 WRK-TOT-FX OCCURS 4 TIMES.
               10 WRK-FX-QTD       PIC 9(05).
               10 WRK-FX-VALOR     PIC 9(09)V99.
       01  WRK-NOMES-FAIXAS.
           05 FILLER PIC X(12) VALUE 'ATE 15 DIAS '.
           05 FILLER PIC X(12) VALUE '16 A 30 DIAS'.
           05 FILLER PIC X(12) VALUE '31 A 60 DIAS'.
           05 FILLER PIC X(12) VALUE 'ACIMA DE 60 '.
       01  WRK-NOMES-FAIXAS-R REDEFINES WRK-NOMES-FAIXAS.
           05 WRK-NOME-FAIXA PIC X(12) OCCURS 4 TIMES.
       77  WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROS.
       77  WRK-QTD-ED       PIC ZZZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-LIDAS        PIC 9(05) VALUE 0.
       77  WRK-QTD-ABERTAS  PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0200-PROCESSAR UNTIL FS-ARQCTS = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * IDADE DAS CONTESTACOES ABERTAS NO ARQCTS (PROG125):
      * CADA FATURA CONTESTADA SAI COM CLIENTE, MOTIVO, DATA
      * E OPERADOR DA ABERTURA, DIAS EM ABERTO E O SALDO
      * CONGELADO, E NO FIM A CONTAGEM E O VALOR POR FAIXA
      * (ATE 15, 16-30, 31-60, ACIMA DE 60 DIAS) PARA O
      * COMERCIAL RESOLVER AS MAIS ANTIGAS PRIMEIRO
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           MOVE ZEROS TO WRK-TOT-FAIXAS.
           OPEN INPUT ARQCTS.
             IF FS-ARQCTS-STATUS NOT = '00'
                DISPLAY 'NENHUMA CONTESTACAO NO ARQUIVO '
                        FS-ARQCTS-STATUS
                MOVE 4 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQCTS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS = '00'
                MOVE 1 TO WRK-TEM-FATURAS.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES.
           MOVE SPACES TO REG-REL.
           STRING 'CONTESTACOES DE FATURA EM ABERTO -- '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'CLIENTE NOME                 FATURA MOT ABERTURA '
                  'OPERADOR  DIAS         SALDO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           READ ARQCTS AT END
                       MOVE 'F' TO FS-ARQCTS.
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
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDAS.
           IF CTS-SITUACAO = 'A'
              PERFORM 0300-LISTAR-CONTESTACAO.
           READ ARQCTS AT END
                       MOVE 'F' TO FS-ARQCTS.
      *-----------------------------------------------------
       0300-LISTAR-CONTESTACAO.
           MOVE ZEROS TO WRK-DT-DIAS.
           IF CTS-DATA-ABERTURA < WRK-DATA-HOJE
              MOVE 'D' TO WRK-DT-FUNCAO
              MOVE CTS-DATA-ABERTURA TO WRK-DT-DATA1
              MOVE WRK-DATA-HOJE TO WRK-DT-DATA2
              CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                   WRK-DT-DATA2, WRK-DT-DIAS,
                                   WRK-DT-RESULT
              IF WRK-DT-RESULT NOT = 'V'
                 MOVE ZEROS TO WRK-DT-DIAS
              END-IF
           END-IF.
           IF WRK-DT-DIAS > 60
              MOVE 4 TO WRK-FX
           ELSE
              IF WRK-DT-DIAS > 30
                 MOVE 3 TO WRK-FX
              ELSE
                 IF WRK-DT-DIAS > 15
                    MOVE 2 TO WRK-FX
                 ELSE
                    MOVE 1 TO WRK-FX.
           MOVE ZEROS TO WRK-SALDO.
           IF WRK-TEM-FATURAS = 1
              MOVE CTS-CODIGO TO FAT-CODIGO
              MOVE CTS-NUMERO TO FAT-NUMERO
              READ FATURAS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO
              END-READ.
           MOVE SPACES TO WRK-NOME.
           IF WRK-TEM-CLIENTES = 1
              MOVE CTS-CODIGO TO REG-CODIGO
              READ CLIENTES
                  INVALID KEY
                      MOVE 'CLIENTE INEXISTENTE' TO WRK-NOME
                  NOT INVALID KEY
                      MOVE REG-NOME TO WRK-NOME
              END-READ.
           ADD 1 TO WRK-QTD-ABERTAS.
           ADD 1 TO WRK-FX-QTD (WRK-FX).
           ADD WRK-SALDO TO WRK-FX-VALOR (WRK-FX).
           MOVE WRK-DT-DIAS TO WRK-DIAS-ED.
           MOVE WRK-SALDO   TO WRK-VALOR-ED.
           MOVE SPACES TO REG-REL.
           STRING CTS-CODIGO '   ' WRK-NOME ' ' CTS-NUMERO ' '
                  CTS-MOTIVO ' ' CTS-DATA-ABERTURA ' '
                  CTS-OPER-ABERTURA ' ' WRK-DIAS-ED ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0800-TOTAL-DA-FAIXA.
           MOVE WRK-FX-QTD (WRK-FX)   TO WRK-QTD-ED.
           MOVE WRK-FX-VALOR (WRK-FX) TO WRK-TOTAL-ED.
           MOVE SPACES TO REG-REL.
           STRING '   ' WRK-NOME-FAIXA (WRK-FX) ' ' WRK-QTD-ED
                  ' FATURAS ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING 'CONTESTACOES ABERTAS POR FAIXA DE IDADE'
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               PERFORM 0800-TOTAL-DA-FAIXA
                   VARYING WRK-FX FROM 1 BY 1
                   UNTIL WRK-FX > 4
               CLOSE ARQCTS
               CLOSE ARQREL.
            IF WRK-TEM-FATURAS = 1
               CLOSE FATURAS.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            DISPLAY '------------------------------------'.
            DISPLAY 'CONTESTACOES LIDAS...... ' WRK-LIDAS.
            DISPLAY 'CONTESTACOES ABERTAS.... ' WRK-QTD-ABERTAS.
            IF WRK-RETORNO = 0 AND WRK-QTD-ABERTAS = 0
               MOVE 4 TO WRK-RETORNO.
