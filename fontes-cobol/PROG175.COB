       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG175.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQSCO ASSIGN TO UT-S-ARQSCO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCO-CHAVE
                  FILE STATUS IS FS-ARQSCO-STATUS.
           SELECT ARQSCP ASSIGN TO UT-S-ARQSCP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSCP-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQSCO
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 39 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SCO.
       01   REG-SCO.
            05 SCO-CHAVE.
               10 SCO-CODIGO    PIC 9(05).
               10 SCO-DATA      PIC 9(08).
            05 SCO-SCORE        PIC 9(04).
            05 SCO-QTD-RESTR    PIC 9(03).
            05 SCO-VALOR-RESTR  PIC 9(09)V99.
            05 SCO-DATA-CARGA   PIC 9(08).
       FD   ARQSCP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SCP.
       01   REG-SCP.
            05 SCP-SCORE-MINIMO PIC 9(04).
            05 SCP-QUEDA        PIC 9(04).
            05 SCP-DIAS-REVISAO PIC 9(03).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQSCO        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQSCO-STATUS PIC XX VALUE '00'.
       77  FS-ARQSCP-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-QUEDA-MINIMA PIC 9(04) VALUE 150.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONSULTAS PIC 9(03) VALUE 0.
       77  WRK-SCORE-ANT    PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-ANT     PIC 9(08) VALUE ZEROS.
       77  WRK-SCORE-ULT    PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-ULT     PIC 9(08) VALUE ZEROS.
       77  WRK-RESTR-ULT    PIC 9(03) VALUE ZEROS.
       77  WRK-QUEDA        PIC 9(04) VALUE ZEROS.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-CLIENTES PIC 9(05) VALUE 0.
       77  WRK-QTD-QUEDAS   PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0200-PROCESSAR UNTIL FS-ARQSCO = 'F'
               PERFORM 0500-FECHAR-CLIENTE THRU 0500-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * CLIENTES CUJO SCORE DO BUREAU CAIU FORTE ENTRE AS DUAS
      * ULTIMAS CONSULTAS DO HISTORICO ARQSCO (PROG174): SAI
      * QUEM PERDEU PELO MENOS A QUEDA DO CARTAO ARQSCP
      * (PADRAO 150 PONTOS), COM OS DOIS SCORES, AS DATAS E AS
      * RESTRICOES DA ULTIMA CONSULTA. NENHUMA QUEDA TERMINA
      * COM RETORNO 4
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0120-LER-PARAMETROS.
           OPEN INPUT ARQSCO.
             IF FS-ARQSCO-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQSCO.... ' FS-ARQSCO-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQSCO
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES
             ELSE
                DISPLAY 'CLIENTES AUSENTE, RELATORIO SEM NOMES '
                        FS-CLIENTES-STATUS.
           MOVE SPACES TO REG-REL.
           STRING 'QUEDAS DE SCORE NO BUREAU DE CREDITO -- '
                  WRK-DATA-HOJE ' -- QUEDA MINIMA ' WRK-QUEDA-MINIMA
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'CODIGO NOME                 ANT  EM        '
                  'ULT  EM        QUEDA RESTR'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           READ ARQSCO NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQSCO.
       0100-FIM.
      *-----------------------------------------------------
      * SEM O CARTAO DE SCORE VALE O PADRAO DA CASA: QUEDA
      * DE 150 PONTOS OU MAIS
      *-----------------------------------------------------
       0120-LER-PARAMETROS.
           OPEN INPUT ARQSCP.
           IF FS-ARQSCP-STATUS NOT = '00'
              DISPLAY 'CARTAO DE SCORE AUSENTE, QUEDA PADRAO'
           ELSE
              READ ARQSCP
                  AT END
                      DISPLAY 'CARTAO DE SCORE VAZIO, QUEDA PADRAO'
                  NOT AT END
                      IF SCP-QUEDA NUMERIC AND SCP-QUEDA NOT = 0
                         MOVE SCP-QUEDA TO WRK-QUEDA-MINIMA
                      END-IF
              END-READ
              CLOSE ARQSCP.
      *-----------------------------------------------------
      * O HISTORICO VEM EM ORDEM DE CLIENTE + DATA; NA QUEBRA
      * DE CLIENTE FICAM GUARDADAS AS DUAS ULTIMAS CONSULTAS
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           IF SCO-CODIGO NOT = WRK-CLI-ATUAL
              PERFORM 0500-FECHAR-CLIENTE THRU 0500-FIM
              MOVE SCO-CODIGO TO WRK-CLI-ATUAL
              MOVE 0 TO WRK-QTD-CONSULTAS
              ADD 1 TO WRK-QTD-CLIENTES.
           MOVE WRK-SCORE-ULT TO WRK-SCORE-ANT.
           MOVE WRK-DATA-ULT  TO WRK-DATA-ANT.
           MOVE SCO-SCORE     TO WRK-SCORE-ULT.
           MOVE SCO-DATA      TO WRK-DATA-ULT.
           MOVE SCO-QTD-RESTR TO WRK-RESTR-ULT.
           IF WRK-QTD-CONSULTAS < 999
              ADD 1 TO WRK-QTD-CONSULTAS.
           READ ARQSCO NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQSCO.
      *-----------------------------------------------------
       0500-FECHAR-CLIENTE.
           IF WRK-CLI-ATUAL = 0 OR WRK-QTD-CONSULTAS < 2
              GO TO 0500-FIM.
           IF WRK-SCORE-ULT NOT < WRK-SCORE-ANT
              GO TO 0500-FIM.
           COMPUTE WRK-QUEDA = WRK-SCORE-ANT - WRK-SCORE-ULT.
           IF WRK-QUEDA < WRK-QUEDA-MINIMA
              GO TO 0500-FIM.
           MOVE SPACES TO WRK-NOME.
           IF WRK-TEM-CLIENTES = 1
              MOVE WRK-CLI-ATUAL TO REG-CODIGO
              READ CLIENTES
                  INVALID KEY
                      MOVE 'CLIENTE INEXISTENTE' TO WRK-NOME
                  NOT INVALID KEY
                      MOVE REG-NOME TO WRK-NOME
              END-READ.
           ADD 1 TO WRK-QTD-QUEDAS.
           MOVE SPACES TO REG-REL.
           STRING WRK-CLI-ATUAL '  ' WRK-NOME ' '
                  WRK-SCORE-ANT ' ' WRK-DATA-ANT '  '
                  WRK-SCORE-ULT ' ' WRK-DATA-ULT '  '
                  WRK-QUEDA '  ' WRK-RESTR-ULT
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
       0500-FIM.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING 'CONSULTAS LIDAS ' WRK-LIDOS
                      '  CLIENTES ' WRK-QTD-CLIENTES
                      '  COM QUEDA ' WRK-QTD-QUEDAS
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               CLOSE ARQSCO
               CLOSE ARQREL
               IF WRK-TEM-CLIENTES = 1
                  CLOSE CLIENTES
               END-IF
               DISPLAY 'CONSULTAS LIDAS.......... ' WRK-LIDOS
               DISPLAY 'CLIENTES NO HISTORICO.... ' WRK-QTD-CLIENTES
               DISPLAY 'CLIENTES COM QUEDA....... ' WRK-QTD-QUEDAS
               IF WRK-QTD-QUEDAS = 0
                  MOVE 4 TO WRK-RETORNO
               END-IF.
