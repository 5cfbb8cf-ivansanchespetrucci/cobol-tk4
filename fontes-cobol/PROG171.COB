       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG171.
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
           SELECT ARQDOC ASSIGN TO UT-S-ARQDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CODIGO
                  ALTERNATE RECORD KEY IS DOC-FISCAL
                  FILE STATUS IS FS-ARQDOC-STATUS.
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
       FD   ARQDOC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DOC.
       01   REG-DOC.
            05 DOC-CODIGO       PIC 9(05).
            05 DOC-FISCAL.
               10 DOC-TIPO      PIC X(01).
               10 DOC-NUMERO    PIC 9(14).
            05 DOC-DATA-ALTERACAO PIC 9(08).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES      PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQDOC-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-DOC      PIC 9 VALUE 0.
       77  WRK-TEM-REGISTRO PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-DOC  PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0200-PROCESSAR UNTIL FS-CLIENTES = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * LEVANTAMENTO DOS CLIENTES DO CADASTRO QUE AINDA NAO
      * TEM CPF/CNPJ NO ARQDOC, PARA O SANEAMENTO PELO
      * PROG021. SAI CODIGO, NOME, SITUACAO E EMPRESA DE CADA
      * UM E NO FIM O TOTAL; SEM O ARQDOC TODOS SAEM NA
      * LISTA. NENHUM PENDENTE TERMINA COM RETORNO 4
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE CLIENTES
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT ARQDOC.
             IF FS-ARQDOC-STATUS = '00'
                MOVE 1 TO WRK-TEM-DOC
             ELSE
                DISPLAY 'ARQDOC AUSENTE, TODOS OS CLIENTES PENDENTES '
                        FS-ARQDOC-STATUS.
           MOVE SPACES TO REG-REL.
           STRING 'CLIENTES SEM CPF/CNPJ CADASTRADO -- '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'CODIGO NOME                 SITUACAO EMPRESA'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           READ CLIENTES NEXT RECORD AT END
                         MOVE 'F' TO FS-CLIENTES.
       0100-FIM.
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           MOVE 0 TO WRK-TEM-REGISTRO.
           IF WRK-TEM-DOC = 1
              MOVE REG-CODIGO TO DOC-CODIGO
              READ ARQDOC KEY IS DOC-CODIGO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 1 TO WRK-TEM-REGISTRO
              END-READ.
           IF WRK-TEM-REGISTRO = 0
              PERFORM 0300-LISTAR-CLIENTE.
           READ CLIENTES NEXT RECORD AT END
                         MOVE 'F' TO FS-CLIENTES.
      *-----------------------------------------------------
       0300-LISTAR-CLIENTE.
           ADD 1 TO WRK-QTD-SEM-DOC.
           MOVE SPACES TO REG-REL.
           STRING REG-CODIGO '  ' REG-NOME ' ' REG-STATUS
                  '        ' REG-EMPRESA
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING 'CLIENTES LIDOS ' WRK-LIDOS
                      '  SEM CPF/CNPJ ' WRK-QTD-SEM-DOC
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               CLOSE CLIENTES
               CLOSE ARQREL
               IF WRK-TEM-DOC = 1
                  CLOSE ARQDOC
               END-IF
               DISPLAY 'CLIENTES LIDOS........... ' WRK-LIDOS
               DISPLAY 'SEM CPF/CNPJ............. ' WRK-QTD-SEM-DOC
               IF WRK-QTD-SEM-DOC = 0
                  MOVE 4 TO WRK-RETORNO
               END-IF.
