       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG214.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQSEG ASSIGN TO UT-S-ARQSEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REG-SEG-CODIGO
                  FILE STATUS IS FS-ARQSEG-STATUS.
           SELECT ARQCSG ASSIGN TO UT-S-ARQCSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSG-CODIGO
                  FILE STATUS IS FS-ARQCSG-STATUS.
           SELECT ARQCSI ASSIGN TO UT-S-ARQCSI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCSI-STATUS.
           SELECT ARQSGP ASSIGN TO UT-S-ARQSGP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSGP-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQSEG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 23 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SEGMENTO.
       01   REG-SEGMENTO.
            05 REG-SEG-CODIGO   PIC 9(02).
            05 REG-SEG-DESCR    PIC X(20).
            05 REG-SEG-STATUS   PIC X(01).
       FD   ARQCSG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 15 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CSG.
       01   REG-CSG.
            05 CSG-CODIGO       PIC 9(05).
            05 CSG-SEGMENTO     PIC 9(02).
            05 CSG-DATA-ALTERACAO PIC 9(08).
       FD   ARQCSI
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CSI.
       01   REG-CSI.
            05 CSI-CODIGO       PIC 9(05).
            05 CSI-SEGMENTO     PIC 9(02).
       FD   ARQSGP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SGP.
       01   REG-SGP.
            05 SGP-CODIGO       PIC 9(05).
            05 FILLER           PIC X       VALUE SPACE.
            05 SGP-NOME         PIC X(20).
            05 FILLER           PIC X       VALUE SPACE.
            05 SGP-STATUS       PIC X(01).
            05 FILLER           PIC X       VALUE SPACE.
            05 SGP-MOTIVO       PIC X(20).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES      PIC X VALUE 'N'.
       77  FS-ARQSEG        PIC X VALUE 'N'.
       77  FS-ARQCSI        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQSEG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCSG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCSI-STATUS PIC XX VALUE '00'.
       77  FS-ARQSGP-STATUS PIC XX VALUE '00'.
      *-----------------------------------------------------
      * SITUACAO DE CADA SEGMENTO PELO PROPRIO CODIGO (01-99);
      * BRANCO = NAO CADASTRADO
      *-----------------------------------------------------
       01  WRK-TAB-SEGMENTOS.
           05 WRK-SEG-SITUACAO PIC X(01) OCCURS 99 TIMES.
       77  WRK-SEG-QTD      PIC 9(03) VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-TEM-CSG      PIC 9 VALUE 0.
       77  WRK-TEM-SGP      PIC 9 VALUE 0.
       77  WRK-TEM-CSI      PIC 9 VALUE 0.
       77  WRK-SEGMENTO     PIC 9(02) VALUE ZEROS.
       77  WRK-MOTIVO       PIC X(20) VALUE SPACES.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-CLASSIF  PIC 9(05) VALUE 0.
       77  WRK-QTD-JA-FEITO PIC 9(05) VALUE 0.
       77  WRK-QTD-PENDENTE PIC 9(05) VALUE 0.
       77  WRK-QTD-SOBRA    PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-CLIENTES = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * CONVERSAO UNICA DO SEGMENTO DE CLIENTE: A PLANILHA DE
      * CLASSIFICACAO DE VENDAS (ARQCSI, CODIGO E SEGMENTO,
      * EM ORDEM DE CODIGO) E CASADA COM O CADASTRO E CADA
      * CLIENTE CLASSIFICADO GANHA O VINCULO NO ARQCSG. QUEM
      * FICA SEM SEGMENTO VALIDO VAI PARA A LISTA DE
      * PENDENTES ARQSGP, TRABALHADA PELA ALTERACAO DO
      * PROG021; QUEM JA TEM VINCULO E PULADO, ENTAO A
      * CONVERSAO PODE SER RERODADA PARA REFAZER A LISTA
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-TAB-SEGMENTOS.
           PERFORM 0120-CARREGAR-SEGMENTOS.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. '
                        FS-CLIENTES-STATUS
                MOVE 'F' TO FS-CLIENTES
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-CLIENTES.
           OPEN I-O ARQCSG.
             IF FS-ARQCSG-STATUS = '35'
                OPEN OUTPUT ARQCSG
                CLOSE ARQCSG
                OPEN I-O ARQCSG.
             IF FS-ARQCSG-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQCSG.... ' FS-ARQCSG-STATUS
                MOVE 'F' TO FS-CLIENTES
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-CSG.
           OPEN OUTPUT ARQSGP.
             IF FS-ARQSGP-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQSGP.... ' FS-ARQSGP-STATUS
                MOVE 'F' TO FS-CLIENTES
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-SGP.
           OPEN INPUT ARQCSI.
             IF FS-ARQCSI-STATUS NOT = '00'
                DISPLAY 'CLASSIFICACAO DE VENDAS AUSENTE, SO A LISTA'
                MOVE 'F' TO FS-ARQCSI
             ELSE
                MOVE 1 TO WRK-TEM-CSI
                PERFORM 0150-LER-CLASSIFICACAO.
             IF WRK-SEG-QTD = 0
                DISPLAY 'TABELA DE SEGMENTOS VAZIA OU AUSENTE'
                MOVE 'F' TO FS-CLIENTES
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           DISPLAY 'CONVERSAO DO SEGMENTO DE CLIENTE'.
           DISPLAY '------------------------------------'.
           READ CLIENTES AT END
                         MOVE 'F' TO FS-CLIENTES.
             IF FS-CLIENTES = 'F'
                DISPLAY 'NENHUM REGISTRO NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
       0120-CARREGAR-SEGMENTOS.
           OPEN INPUT ARQSEG.
           IF FS-ARQSEG-STATUS = '00'
              READ ARQSEG AT END
                          MOVE 'F' TO FS-ARQSEG
              END-READ
              PERFORM 0130-GUARDAR-SEGMENTO UNTIL FS-ARQSEG = 'F'
              CLOSE ARQSEG.
      *-----------------------------------------------------
       0130-GUARDAR-SEGMENTO.
           IF REG-SEG-CODIGO NOT = 0
              MOVE REG-SEG-STATUS
                TO WRK-SEG-SITUACAO (REG-SEG-CODIGO)
              ADD 1 TO WRK-SEG-QTD.
           READ ARQSEG AT END
                       MOVE 'F' TO FS-ARQSEG.
      *-----------------------------------------------------
       0150-LER-CLASSIFICACAO.
           READ ARQCSI AT END
                       MOVE 'F' TO FS-ARQCSI.
      *-----------------------------------------------------
      * CASAMENTO PELO CODIGO: LINHA DA PLANILHA SEM CLIENTE
      * NO CADASTRO E CONTADA COMO SOBRA E DESPREZADA
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           PERFORM 0220-DESPREZAR-SOBRA
               UNTIL FS-ARQCSI = 'F' OR CSI-CODIGO NOT < REG-CODIGO.
           MOVE REG-CODIGO TO CSG-CODIGO.
           READ ARQCSG
               INVALID KEY
                   PERFORM 0300-CLASSIFICAR-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-JA-FEITO
           END-READ.
           PERFORM 0240-PULAR-REPETIDA
               UNTIL FS-ARQCSI = 'F' OR CSI-CODIGO NOT = REG-CODIGO.
           READ CLIENTES AT END
                         MOVE 'F' TO FS-CLIENTES.
      *-----------------------------------------------------
       0220-DESPREZAR-SOBRA.
           ADD 1 TO WRK-QTD-SOBRA.
           DISPLAY 'CLASSIFICACAO SEM CLIENTE ' CSI-CODIGO.
           PERFORM 0150-LER-CLASSIFICACAO.
      *-----------------------------------------------------
       0240-PULAR-REPETIDA.
           PERFORM 0150-LER-CLASSIFICACAO.
      *-----------------------------------------------------
       0300-CLASSIFICAR-CLIENTE.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-SEGMENTO.
           IF FS-ARQCSI = 'F' OR CSI-CODIGO NOT = REG-CODIGO
              MOVE 'SEM CLASSIFICACAO' TO WRK-MOTIVO
           ELSE
              MOVE CSI-SEGMENTO TO WRK-SEGMENTO
              IF WRK-SEGMENTO = 0
                 MOVE 'SEGMENTO ZERADO' TO WRK-MOTIVO
              ELSE
              IF WRK-SEG-SITUACAO (WRK-SEGMENTO) = SPACE
                 MOVE 'SEGMENTO INEXISTENTE' TO WRK-MOTIVO
              ELSE
              IF WRK-SEG-SITUACAO (WRK-SEGMENTO) NOT = 'A'
                 MOVE 'SEGMENTO INATIVO' TO WRK-MOTIVO.
           IF WRK-MOTIVO NOT = SPACES
              PERFORM 0350-GRAVAR-PENDENTE
           ELSE
              MOVE REG-CODIGO    TO CSG-CODIGO
              MOVE WRK-SEGMENTO  TO CSG-SEGMENTO
              MOVE WRK-DATA-HOJE TO CSG-DATA-ALTERACAO
              WRITE REG-CSG
                  INVALID KEY
                      MOVE 'VINCULO NAO GRAVADO' TO WRK-MOTIVO
                      PERFORM 0350-GRAVAR-PENDENTE
                  NOT INVALID KEY
                      ADD 1 TO WRK-QTD-CLASSIF
              END-WRITE.
      *-----------------------------------------------------
       0350-GRAVAR-PENDENTE.
           MOVE SPACES TO REG-SGP.
           MOVE REG-CODIGO TO SGP-CODIGO.
           MOVE REG-NOME   TO SGP-NOME.
           MOVE REG-STATUS TO SGP-STATUS.
           MOVE WRK-MOTIVO TO SGP-MOTIVO.
           WRITE REG-SGP.
           ADD 1 TO WRK-QTD-PENDENTE.
           DISPLAY 'SEM SEGMENTO............ ' REG-CODIGO ' '
                   WRK-MOTIVO.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            IF WRK-TEM-CSG = 1
               CLOSE ARQCSG.
            IF WRK-TEM-SGP = 1
               CLOSE ARQSGP.
            IF WRK-TEM-CSI = 1
               CLOSE ARQCSI.
            DISPLAY '------------------------------------'.
            DISPLAY 'REGISTROS LIDOS......... ' WRK-LIDOS.
            DISPLAY 'CLIENTES CLASSIFICADOS.. ' WRK-QTD-CLASSIF.
            DISPLAY 'JA CLASSIFICADOS........ ' WRK-QTD-JA-FEITO.
            DISPLAY 'PENDENTES NA LISTA...... ' WRK-QTD-PENDENTE.
            DISPLAY 'CLASSIFICACOES SEM CLI.. ' WRK-QTD-SOBRA.
            IF WRK-RETORNO = 0
               AND (WRK-QTD-PENDENTE NOT = 0
                    OR WRK-QTD-SOBRA NOT = 0)
               MOVE 4 TO WRK-RETORNO.
