       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG174.
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
           SELECT ARQRSB ASSIGN TO UT-S-ARQRSB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRSB-STATUS.
           SELECT ARQSCO ASSIGN TO UT-S-ARQSCO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCO-CHAVE
                  FILE STATUS IS FS-ARQSCO-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQRSB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RSB.
       01   REG-RSB.
            05 RSB-CODIGO       PIC 9(05).
            05 RSB-DATA         PIC 9(08).
            05 RSB-SCORE        PIC 9(04).
            05 RSB-QTD-RESTR    PIC 9(03).
            05 RSB-VALOR-RESTR  PIC 9(09)V99.
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQRSB        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQRSB-STATUS PIC XX VALUE '00'.
       77  FS-ARQSCO-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-GRAVADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-SUBSTITUIDOS PIC 9(05) VALUE 0.
       77  WRK-QTD-COM-RESTR PIC 9(05) VALUE 0.
       77  WRK-QTD-REJEIT   PIC 9(05) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0200-PROCESSAR THRU 0200-FIM
                   UNTIL FS-ARQRSB = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * CARGA DO RETORNO DO BUREAU DE CREDITO (ARQRSB) NO
      * HISTORICO DE SCORE ARQSCO, CHAVEADO POR CLIENTE + DATA
      * DA CONSULTA, COM O SCORE (0 A 1000), A QUANTIDADE E O
      * VALOR DAS RESTRICOES. RETORNO REENVIADO PARA A MESMA
      * DATA SUBSTITUI O ANTERIOR. REGISTRO INVALIDO OU DE
      * CLIENTE INEXISTENTE E REJEITADO E DEVOLVE RETORNO 4
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQRSB.
             IF FS-ARQRSB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQRSB.... ' FS-ARQRSB-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                CLOSE ARQRSB
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN I-O ARQSCO.
             IF FS-ARQSCO-STATUS = '35'
                OPEN OUTPUT ARQSCO
                CLOSE ARQSCO
                OPEN I-O ARQSCO.
             IF FS-ARQSCO-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQSCO.... ' FS-ARQSCO-STATUS
                CLOSE ARQRSB
                CLOSE CLIENTES
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           DISPLAY 'RETORNO DO BUREAU DE CREDITO'.
           DISPLAY '------------------------------------'.
           READ ARQRSB AT END
                       MOVE 'F' TO FS-ARQRSB.
             IF FS-ARQRSB = 'F'
                DISPLAY 'NENHUM REGISTRO NO RETORNO'
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           IF RSB-CODIGO NOT NUMERIC OR RSB-DATA NOT NUMERIC
              OR RSB-SCORE NOT NUMERIC OR RSB-QTD-RESTR NOT NUMERIC
              OR RSB-VALOR-RESTR NOT NUMERIC
              DISPLAY 'REJEITADO. ' REG-RSB ' CAMPO NAO NUMERICO'
              ADD 1 TO WRK-QTD-REJEIT
              GO TO 0200-LER.
           IF RSB-SCORE > 1000
              DISPLAY 'REJEITADO. ' RSB-CODIGO ' SCORE FORA DA '
                      'ESCALA ' RSB-SCORE
              ADD 1 TO WRK-QTD-REJEIT
              GO TO 0200-LER.
           MOVE RSB-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'REJEITADO. ' RSB-CODIGO
                           ' CLIENTE INEXISTENTE'
                   ADD 1 TO WRK-QTD-REJEIT
                   GO TO 0200-LER
           END-READ.
           PERFORM 0300-GRAVAR-SCORE.
       0200-LER.
           READ ARQRSB AT END
                       MOVE 'F' TO FS-ARQRSB.
       0200-FIM.
      *-----------------------------------------------------
       0300-GRAVAR-SCORE.
           MOVE RSB-CODIGO      TO SCO-CODIGO.
           MOVE RSB-DATA        TO SCO-DATA.
           MOVE RSB-SCORE       TO SCO-SCORE.
           MOVE RSB-QTD-RESTR   TO SCO-QTD-RESTR.
           MOVE RSB-VALOR-RESTR TO SCO-VALOR-RESTR.
           MOVE WRK-DATA-HOJE   TO SCO-DATA-CARGA.
           WRITE REG-SCO
               INVALID KEY
                   REWRITE REG-SCO
                   ADD 1 TO WRK-QTD-SUBSTITUIDOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
           END-WRITE.
           IF SCO-QTD-RESTR = 0
              DISPLAY 'SCORE..... ' SCO-CODIGO ' ' REG-NOME ' '
                      SCO-SCORE ' EM ' SCO-DATA
           ELSE
              ADD 1 TO WRK-QTD-COM-RESTR
              MOVE SCO-VALOR-RESTR TO WRK-VALOR-ED
              DISPLAY 'SCORE..... ' SCO-CODIGO ' ' REG-NOME ' '
                      SCO-SCORE ' EM ' SCO-DATA ' RESTRICOES '
                      SCO-QTD-RESTR ' ' WRK-VALOR-ED.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               CLOSE ARQRSB
               CLOSE CLIENTES
               CLOSE ARQSCO
               DISPLAY '------------------------------------'
               DISPLAY 'REGISTROS LIDOS......... ' WRK-LIDOS
               DISPLAY 'SCORES GRAVADOS......... ' WRK-QTD-GRAVADOS
               DISPLAY 'SCORES SUBSTITUIDOS..... '
                       WRK-QTD-SUBSTITUIDOS
               DISPLAY 'CLIENTES COM RESTRICAO.. ' WRK-QTD-COM-RESTR
               DISPLAY 'REGISTROS REJEITADOS.... ' WRK-QTD-REJEIT
               IF WRK-RETORNO = 0 AND WRK-QTD-REJEIT NOT = 0
                  MOVE 4 TO WRK-RETORNO
               END-IF.
