       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG168.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQDVE ASSIGN TO UT-S-ARQDVE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDVE-STATUS.
           SELECT ARQCEM ASSIGN TO UT-S-ARQCEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CEM-CODIGO
                  FILE STATUS IS FS-ARQCEM-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQDVE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DVE.
       01   REG-DVE.
            05 DVE-CODIGO       PIC 9(05).
            05 DVE-EMAIL        PIC X(50).
            05 DVE-DATA         PIC 9(08).
            05 DVE-MOTIVO       PIC X(20).
       01   REG-DVE-ENV.
            05 DVE-ENV-TIPO     PIC X(03).
            05 DVE-ENV-QTD      PIC 9(09).
            05 DVE-ENV-HASH     PIC 9(11).
            05 FILLER           PIC X(60).
       FD   ARQCEM
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 92 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CEM.
       01   REG-CEM.
            05 CEM-CODIGO       PIC 9(05).
            05 CEM-EMAIL        PIC X(50).
            05 CEM-CANAL        PIC X(01).
            05 CEM-DATA-ALTERACAO PIC 9(08).
            05 CEM-DATA-DEVOLUCAO PIC 9(08).
            05 CEM-MOTIVO-DEVOLUCAO PIC X(20).
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQJRN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-JRN.
       01   REG-JRN.
            05 REG-JRN-DATA     PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-HORA     PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-PROGRAMA PIC X(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-OPERACAO PIC X(12).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-ANTES    PIC X(135).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-DEPOIS   PIC X(135).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQDVE        PIC X VALUE 'N'.
       77  FS-ARQDVE-STATUS PIC XX VALUE '00'.
       77  FS-ARQCEM-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-PROSSEGUE    PIC 9 VALUE 1.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-TEM-HDR      PIC 9 VALUE 0.
       77  WRK-TEM-TRL      PIC 9 VALUE 0.
       77  WRK-CONF-QTD     PIC 9(09) VALUE 0.
       77  WRK-CONF-HASH    PIC 9(11) VALUE 0.
       77  WRK-TRL-QTD      PIC 9(09) VALUE 0.
       77  WRK-TRL-HASH     PIC 9(11) VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-IMAGEM-ANTES PIC X(135) VALUE SPACES.
       77  WRK-QTD-PAPEL    PIC 9(05) VALUE 0.
       77  WRK-QTD-JA-PAPEL PIC 9(05) VALUE 0.
       77  WRK-QTD-ALTERADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-REJEITADOS PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-PROSSEGUE = 1
               PERFORM 0200-PROCESSAR THRU 0200-LER
                   UNTIL FS-ARQDVE = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * DEVOLUCOES DE E-MAIL DO GATEWAY (ARQDVE): O LOTE SO
      * E ACEITO COM CABECALHO E TRAILER DO ENVELOPE PADRAO
      * BATENDO COM A CONTAGEM E A SOMA DOS CODIGOS, COMO NO
      * RETORNO DA AGENCIA DO PROG154. O CLIENTE CUJO E-MAIL
      * DO CADASTRO AINDA E O DEVOLVIDO VOLTA PARA O CANAL
      * PAPEL NO ARQCEM, COM DATA E MOTIVO DA DEVOLUCAO E
      * TRILHA NO ARQJRN, E ENTRA NA LISTA DO ARQREL PARA O
      * ATENDIMENTO OBTER UM ENDERECO NOVO (PROG167).
      * DEVOLUCAO DE ENDERECO JA TROCADO SO E LISTADA
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0120-CONFERIR-LOTE.
           IF WRK-PROSSEGUE = 0
              GO TO 0100-FIM.
           OPEN I-O ARQCEM.
             IF FS-ARQCEM-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQCEM.... ' FS-ARQCEM-STATUS
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQCEM
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN EXTEND ARQJRN.
           IF FS-ARQJRN-STATUS = '35'
              OPEN OUTPUT ARQJRN.
           IF FS-ARQJRN-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQJRN.... ' FS-ARQJRN-STATUS.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES-STATUS = '00'
              MOVE 1 TO WRK-TEM-CLIENTES.
           MOVE SPACES TO REG-REL.
           STRING 'E-MAILS DEVOLVIDOS PELO GATEWAY -- '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'CODIGO NOME                 DEVOLUCAO MOTIVO'
                  '               SITUACAO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           OPEN INPUT ARQDVE.
           READ ARQDVE AT END
                       MOVE 'F' TO FS-ARQDVE.
       0100-FIM.
      *-----------------------------------------------------
      * PRIMEIRA PASSADA: SO CONFERE O ENVELOPE, SEM GRAVAR
      * NADA, PARA QUE LOTE TRUNCADO NAO SEJA APLICADO PELA
      * METADE
      *-----------------------------------------------------
       0120-CONFERIR-LOTE.
           OPEN INPUT ARQDVE.
           IF FS-ARQDVE-STATUS NOT = '00'
              DISPLAY 'NENHUMA DEVOLUCAO DE E-MAIL. '
                      FS-ARQDVE-STATUS
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 4 TO WRK-RETORNO
           ELSE
              READ ARQDVE AT END
                          MOVE 'F' TO FS-ARQDVE
              END-READ
              PERFORM 0130-CONTAR-REGISTRO UNTIL FS-ARQDVE = 'F'
              CLOSE ARQDVE
              MOVE 'N' TO FS-ARQDVE
              IF WRK-TEM-HDR = 0 OR WRK-TEM-TRL = 0
                 OR WRK-TRL-QTD NOT = WRK-CONF-QTD
                 OR WRK-TRL-HASH NOT = WRK-CONF-HASH
                 DISPLAY 'LOTE DE DEVOLUCOES REJEITADO, ENVELOPE '
                         'NAO CONFERE'
                 DISPLAY 'TRAILER.. ' WRK-TRL-QTD ' ' WRK-TRL-HASH
                 DISPLAY 'LIDOS.... ' WRK-CONF-QTD ' ' WRK-CONF-HASH
                 MOVE 0 TO WRK-PROSSEGUE
                 MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
       0130-CONTAR-REGISTRO.
           EVALUATE DVE-ENV-TIPO
               WHEN 'HDR'
                   MOVE 1 TO WRK-TEM-HDR
               WHEN 'TRL'
                   MOVE 1 TO WRK-TEM-TRL
                   MOVE DVE-ENV-QTD  TO WRK-TRL-QTD
                   MOVE DVE-ENV-HASH TO WRK-TRL-HASH
               WHEN OTHER
                   ADD 1 TO WRK-CONF-QTD
                   ADD DVE-CODIGO TO WRK-CONF-HASH
           END-EVALUATE.
           READ ARQDVE AT END
                       MOVE 'F' TO FS-ARQDVE.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF DVE-ENV-TIPO = 'HDR' OR DVE-ENV-TIPO = 'TRL'
              GO TO 0200-LER.
           PERFORM 0300-NOME-DO-CLIENTE.
           MOVE DVE-CODIGO TO CEM-CODIGO.
           READ ARQCEM
               INVALID KEY
                   ADD 1 TO WRK-QTD-REJEITADOS
                   MOVE 'SEM CADASTRO DE E-MAIL' TO REG-REL (63:18)
                   PERFORM 0400-LISTAR-DEVOLUCAO
                   GO TO 0200-LER
           END-READ.
           IF CEM-EMAIL NOT = DVE-EMAIL
              ADD 1 TO WRK-QTD-ALTERADOS
              MOVE 'E-MAIL JA ALTERADO' TO REG-REL (63:18)
              PERFORM 0400-LISTAR-DEVOLUCAO
              GO TO 0200-LER.
           MOVE REG-CEM TO WRK-IMAGEM-ANTES.
           IF CEM-CANAL = 'P'
              ADD 1 TO WRK-QTD-JA-PAPEL
              MOVE 'JA EM PAPEL' TO REG-REL (63:18)
           ELSE
              ADD 1 TO WRK-QTD-PAPEL
              MOVE 'VOLTOU PARA PAPEL' TO REG-REL (63:18).
           MOVE 'P' TO CEM-CANAL.
           MOVE DVE-DATA   TO CEM-DATA-DEVOLUCAO.
           MOVE DVE-MOTIVO TO CEM-MOTIVO-DEVOLUCAO.
           MOVE WRK-DATA-HOJE TO CEM-DATA-ALTERACAO.
           REWRITE REG-CEM.
           PERFORM 0400-LISTAR-DEVOLUCAO.
           PERFORM 0500-GRAVAR-JRN.
       0200-LER.
           READ ARQDVE AT END
                       MOVE 'F' TO FS-ARQDVE.
      *-----------------------------------------------------
       0300-NOME-DO-CLIENTE.
           MOVE SPACES TO REG-REL.
           MOVE SPACES TO WRK-NOME.
           IF WRK-TEM-CLIENTES = 1
              MOVE DVE-CODIGO TO REG-CODIGO
              READ CLIENTES
                  INVALID KEY
                      MOVE 'CLIENTE INEXISTENTE' TO WRK-NOME
                  NOT INVALID KEY
                      MOVE REG-NOME TO WRK-NOME
              END-READ.
      *-----------------------------------------------------
      * A SITUACAO JA ESTA NA COLUNA 63 DA LINHA; O E-MAIL
      * DEVOLVIDO SAI NA LINHA DE BAIXO
      *-----------------------------------------------------
       0400-LISTAR-DEVOLUCAO.
           MOVE DVE-CODIGO TO REG-REL (1:5).
           MOVE WRK-NOME   TO REG-REL (8:20).
           MOVE DVE-DATA   TO REG-REL (29:8).
           MOVE DVE-MOTIVO TO REG-REL (39:20).
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING '       E-MAIL ' DVE-EMAIL
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0500-GRAVAR-JRN.
           IF FS-ARQJRN-STATUS = '00'
              MOVE SPACES TO REG-JRN
              ACCEPT REG-JRN-DATA FROM DATE YYYYMMDD
              ACCEPT REG-JRN-HORA FROM TIME
              MOVE 'PROG168' TO REG-JRN-PROGRAMA
              MOVE 'DEVOL EMAIL' TO REG-JRN-OPERACAO
              MOVE WRK-IMAGEM-ANTES TO REG-JRN-ANTES
              MOVE REG-CEM TO REG-JRN-DEPOIS
              WRITE REG-JRN.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-PROSSEGUE = 1
               CLOSE ARQDVE
               CLOSE ARQCEM
               CLOSE ARQREL
               IF FS-ARQJRN-STATUS = '00'
                  CLOSE ARQJRN
               END-IF
               IF WRK-TEM-CLIENTES = 1
                  CLOSE CLIENTES.
            DISPLAY '------------------------------------'.
            DISPLAY 'VOLTARAM PARA PAPEL..... ' WRK-QTD-PAPEL.
            DISPLAY 'JA ESTAVAM EM PAPEL..... ' WRK-QTD-JA-PAPEL.
            DISPLAY 'E-MAIL JA ALTERADO...... ' WRK-QTD-ALTERADOS.
            DISPLAY 'SEM CADASTRO DE E-MAIL.. ' WRK-QTD-REJEITADOS.
            IF WRK-RETORNO = 0 AND WRK-QTD-REJEITADOS NOT = 0
               MOVE 4 TO WRK-RETORNO.
