       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG157.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPRC ASSIGN TO UT-S-ARQPRC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRC-STATUS.
           SELECT ARQPRD ASSIGN TO UT-S-ARQPRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-PRD-CODIGO
                  FILE STATUS IS FS-ARQPRD-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
           SELECT ARQSRT ASSIGN TO UT-S-ARQSRT.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPRC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PRC.
       01   REG-PRC.
            05 PRC-TIPO         PIC X(01).
            05 PRC-CHAVE        PIC 9(05).
            05 PRC-PRODUTO      PIC 9(04).
            05 PRC-PRECO        PIC 9(05)V99.
            05 PRC-INICIO       PIC 9(08).
            05 PRC-FIM          PIC 9(08).
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
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       SD   ARQSRT
            DATA   RECORD IS REG-SRT.
       01   REG-SRT.
            05 SRT-TIPO         PIC X(01).
            05 SRT-CHAVE        PIC 9(05).
            05 SRT-PRODUTO      PIC 9(04).
            05 SRT-INICIO       PIC 9(08).
            05 SRT-FIM          PIC 9(08).
            05 SRT-PRECO        PIC 9(05)V99.
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPRC        PIC X VALUE 'N'.
       77  FS-ARQPRC-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  FS-SORT          PIC X VALUE 'N'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-AVISO   PIC 9(03) VALUE 0.
       77  WRK-DATA-AVISO   PIC 9(08) VALUE ZEROS.
       77  WRK-TIPO-ATUAL   PIC X(01) VALUE SPACE.
       77  WRK-CHAVE-ATUAL  PIC 9(05) VALUE ZEROS.
       77  WRK-TEM-CATALOGO PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-DESCR        PIC X(20) VALUE SPACES.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-AVISO        PIC X(10) VALUE SPACES.
       77  WRK-FIM-ED       PIC X(08) VALUE SPACES.
       77  WRK-CATALOGO-ED  PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PRECO-ED     PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-LISTADOS     PIC 9(05) VALUE 0.
       77  WRK-QTD-A-VENCER PIC 9(05) VALUE 0.
       77  WRK-QTD-CHAVES   PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0050-PREPARAR THRU 0050-FIM.
            IF WRK-RETORNO = 0
               SORT ARQSRT
                   ON ASCENDING KEY SRT-TIPO SRT-CHAVE
                                    SRT-PRODUTO SRT-INICIO
                   INPUT  PROCEDURE IS 0100-SELECIONAR THRU 0100-FIM
                   OUTPUT PROCEDURE IS 0400-EMITIR THRU 0400-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * RELATORIO DA TABELA DE PRECOS ESPECIAIS (ARQPRC DO
      * PROG156): POR CLIENTE E POR GRUPO ECONOMICO, CADA
      * PRECO VIGENTE OU FUTURO COM O PRECO DE CATALOGO AO
      * LADO; O QUE TERMINA DENTRO DO AVISO INFORMADO SAI
      * MARCADO A VENCER PARA A RENEGOCIACAO. PRECO JA
      * VENCIDO NAO E LISTADO
      *-----------------------------------------------------
       0050-PREPARAR.
           DISPLAY 'DIAS DE AVISO DE VENCIMENTO (0=30)'.
           ACCEPT WRK-DIAS-AVISO.
           IF WRK-DIAS-AVISO = 0
              MOVE 30 TO WRK-DIAS-AVISO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'S' TO WRK-DT-FUNCAO.
           MOVE WRK-DATA-HOJE TO WRK-DT-DATA1.
           MOVE WRK-DIAS-AVISO TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           MOVE WRK-DT-DATA2 TO WRK-DATA-AVISO.
           OPEN INPUT ARQPRC.
             IF FS-ARQPRC-STATUS NOT = '00'
                DISPLAY 'NENHUM PRECO ESPECIAL CADASTRADO. '
                        FS-ARQPRC-STATUS
                MOVE 4 TO WRK-RETORNO
                GO TO 0050-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQPRC
                MOVE 8 TO WRK-RETORNO
                GO TO 0050-FIM.
           OPEN INPUT ARQPRD.
             IF FS-ARQPRD-STATUS = '00'
                MOVE 1 TO WRK-TEM-CATALOGO.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES.
       0050-FIM.
      *-----------------------------------------------------
       0100-SELECIONAR.
           READ ARQPRC AT END
                       MOVE 'F' TO FS-ARQPRC.
           PERFORM 0200-LIBERAR UNTIL FS-ARQPRC = 'F'.
           CLOSE ARQPRC.
       0100-FIM.
      *-----------------------------------------------------
       0200-LIBERAR.
           ADD 1 TO WRK-LIDOS.
           IF PRC-FIM = 0 OR PRC-FIM NOT < WRK-DATA-HOJE
              MOVE PRC-TIPO    TO SRT-TIPO
              MOVE PRC-CHAVE   TO SRT-CHAVE
              MOVE PRC-PRODUTO TO SRT-PRODUTO
              MOVE PRC-INICIO  TO SRT-INICIO
              MOVE PRC-FIM     TO SRT-FIM
              MOVE PRC-PRECO   TO SRT-PRECO
              RELEASE REG-SRT.
           READ ARQPRC AT END
                       MOVE 'F' TO FS-ARQPRC.
      *-----------------------------------------------------
       0400-EMITIR.
           MOVE SPACES TO REG-REL.
           STRING 'PRECOS ESPECIAIS POR CLIENTE E GRUPO -- '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'A VENCER ATE ' WRK-DATA-AVISO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           PERFORM 0500-GRAVAR UNTIL FS-SORT = 'F'.
       0400-FIM.
      *-----------------------------------------------------
       0500-GRAVAR.
           IF SRT-TIPO NOT = WRK-TIPO-ATUAL
              OR SRT-CHAVE NOT = WRK-CHAVE-ATUAL
              MOVE SRT-TIPO  TO WRK-TIPO-ATUAL
              MOVE SRT-CHAVE TO WRK-CHAVE-ATUAL
              PERFORM 0550-CABECALHO-CHAVE.
           MOVE SPACES TO WRK-DESCR.
           MOVE ZEROS TO WRK-CATALOGO-ED.
           IF WRK-TEM-CATALOGO = 1
              MOVE SRT-PRODUTO TO REG-PRD-CODIGO
              READ ARQPRD
                  INVALID KEY
                      MOVE 'PRODUTO INEXISTENTE' TO WRK-DESCR
                  NOT INVALID KEY
                      MOVE REG-PRD-DESCR TO WRK-DESCR
                      MOVE REG-PRD-PRECO TO WRK-CATALOGO-ED
              END-READ.
           MOVE SPACES TO WRK-AVISO.
           IF SRT-FIM = 0
              MOVE 'SEM FIM' TO WRK-FIM-ED
           ELSE
              MOVE SRT-FIM TO WRK-FIM-ED
              IF SRT-FIM NOT > WRK-DATA-AVISO
                 MOVE '*A VENCER*' TO WRK-AVISO
                 ADD 1 TO WRK-QTD-A-VENCER.
           MOVE SRT-PRECO TO WRK-PRECO-ED.
           MOVE SPACES TO REG-REL.
           STRING '  ' SRT-PRODUTO ' ' WRK-DESCR ' '
                  WRK-CATALOGO-ED ' ' WRK-PRECO-ED ' '
                  SRT-INICIO ' ' WRK-FIM-ED ' ' WRK-AVISO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WRK-LISTADOS.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
       0550-CABECALHO-CHAVE.
           ADD 1 TO WRK-QTD-CHAVES.
           MOVE SPACES TO WRK-NOME.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           IF WRK-TIPO-ATUAL = 'G'
              STRING 'GRUPO ECONOMICO ' WRK-CHAVE-ATUAL
                  DELIMITED BY SIZE INTO REG-REL
           ELSE
              IF WRK-TEM-CLIENTES = 1
                 MOVE WRK-CHAVE-ATUAL TO REG-CODIGO
                 READ CLIENTES
                     INVALID KEY
                         MOVE 'CLIENTE INEXISTENTE' TO WRK-NOME
                     NOT INVALID KEY
                         MOVE REG-NOME TO WRK-NOME
                 END-READ
              END-IF
              STRING 'CLIENTE ' WRK-CHAVE-ATUAL ' ' WRK-NOME
                  DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING '  PROD DESCRICAO             CATALOGO  ESPECIAL'
                  ' INICIO   FIM'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF FS-ARQREL-STATUS = '00'
               CLOSE ARQREL.
            IF WRK-TEM-CATALOGO = 1
               CLOSE ARQPRD.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            DISPLAY 'PRECOS LIDOS............ ' WRK-LIDOS.
            DISPLAY 'PRECOS LISTADOS......... ' WRK-LISTADOS.
            DISPLAY 'CLIENTES E GRUPOS....... ' WRK-QTD-CHAVES.
            DISPLAY 'PRECOS A VENCER......... ' WRK-QTD-A-VENCER.
            IF WRK-RETORNO = 0 AND WRK-LISTADOS = 0
               MOVE 4 TO WRK-RETORNO.
