       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG203.
      *-----------------------------------------------------
      * CURVA ABC DO FATURAMENTO POR CLIENTE NUM PERIODO DE
      * EMISSAO: FATURADO LIQUIDO DAS NOTAS DE CREDITO DO
      * ARQAJU, EM ORDEM DECRESCENTE, COM PERCENTUAL
      * ACUMULADO E CLASSE A/B/C PELOS LIMITES INFORMADOS,
      * RECEBIDO NO PERIODO (ARQPAG) E NOTA DE PAGAMENTO DO
      * PROG093 (ARQRAT) AO LADO. A CLASSE DE CADA CLIENTE
      * FICA NO ARQABC, QUE O PROG142 E O PROG134 MOSTRAM.
      * O FATURAS JA GUARDA O VALOR REDUZIDO (R) OU
      * DESCONTADO (D), ENTAO A NOTA DE CREDITO VOLTA AO
      * BRUTO E SAI NO CREDITO; A FATURA CANCELADA (C) ENTRA
      * NO BRUTO E SAI INTEIRA NO CREDITO
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
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
           SELECT ARQAJU ASSIGN TO UT-S-ARQAJU
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAJU-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQRAT ASSIGN TO UT-S-ARQRAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRAT-STATUS.
           SELECT ARQTRB ASSIGN TO UT-S-ARQTRB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTRB-STATUS.
           SELECT ARQABC ASSIGN TO UT-S-ARQABC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ABC-CODIGO
                  FILE STATUS IS FS-ARQABC-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
           SELECT ARQSRT ASSIGN TO UT-S-ARQSRT.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
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
       FD   ARQAJU
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-AJU.
       01   REG-AJU.
            05 AJU-CODIGO       PIC 9(05).
            05 AJU-NUMERO       PIC 9(06).
            05 AJU-TIPO         PIC X(01).
            05 AJU-VALOR        PIC 9(07)V99.
            05 AJU-MOTIVO       PIC X(03).
            05 AJU-DATA         PIC 9(08).
            05 AJU-OPERADOR     PIC X(08).
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQRAT
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RAT.
       01   REG-RAT.
            05 RAT-CODIGO       PIC 9(05).
            05 RAT-NOTA         PIC X(01).
            05 RAT-MEDIA-DIAS   PIC S9(05).
            05 RAT-PCT-ATRASO   PIC 9(03).
            05 RAT-QTD-COBRANCA PIC 9(05).
       FD   ARQTRB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TRB.
       01   REG-TRB.
            05 TRB-CODIGO       PIC 9(05).
            05 TRB-QTD-FAT      PIC 9(05).
            05 TRB-BRUTO        PIC 9(09)V99.
            05 TRB-CREDITO      PIC 9(09)V99.
            05 TRB-LIQUIDO      PIC 9(09)V99.
            05 TRB-RECEBIDO     PIC 9(09)V99.
            05 TRB-NOTA         PIC X(01).
       FD   ARQABC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 43 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ABC.
       01   REG-ABC.
            05 ABC-CODIGO       PIC 9(05).
            05 ABC-CLASSE       PIC X(01).
            05 ABC-DATA-INI     PIC 9(08).
            05 ABC-DATA-FIM     PIC 9(08).
            05 ABC-VALOR        PIC 9(09)V99.
            05 ABC-PCT-ACUM     PIC 9(03)V99.
            05 ABC-POSICAO      PIC 9(05).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
      *-----------------------------------------------------
      * O MESMO ARQSRT SERVE AS DUAS CLASSIFICACOES: POR
      * CLIENTE (REG-SRT) PARA SOMAR AS QUATRO ORIGENS E POR
      * VALOR LIQUIDO DECRESCENTE (REG-SRK) PARA A CURVA
      *-----------------------------------------------------
       SD   ARQSRT
            DATA   RECORDS ARE REG-SRT REG-SRK.
       01   REG-SRT.
            05 SRT-CODIGO       PIC 9(05).
            05 SRT-QTD-FAT      PIC 9(01).
            05 SRT-BRUTO        PIC 9(07)V99.
            05 SRT-CREDITO      PIC 9(07)V99.
            05 SRT-RECEBIDO     PIC 9(07)V99.
            05 SRT-NOTA         PIC X(01).
       01   REG-SRK.
            05 SRK-LIQUIDO      PIC 9(09)V99.
            05 SRK-CODIGO       PIC 9(05).
            05 SRK-QTD-FAT      PIC 9(05).
            05 SRK-BRUTO        PIC 9(09)V99.
            05 SRK-CREDITO      PIC 9(09)V99.
            05 SRK-RECEBIDO     PIC 9(09)V99.
            05 SRK-NOTA         PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQAJU        PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQRAT        PIC X VALUE 'N'.
       77  FS-ARQTRB        PIC X VALUE 'N'.
       77  FS-SORT          PIC X VALUE 'N'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQAJU-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQRAT-STATUS PIC XX VALUE '00'.
       77  FS-ARQTRB-STATUS PIC XX VALUE '00'.
       77  FS-ARQABC-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INI     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DEC.
           05 WRK-DATA-ANO  PIC 9(04).
           05 WRK-DATA-MES  PIC 9(02).
           05 WRK-DATA-DIA  PIC 9(02).
       77  WRK-LIMITE-A     PIC 9(03) VALUE 0.
       77  WRK-LIMITE-B     PIC 9(03) VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-ABRIU-FAT    PIC 9 VALUE 0.
       77  WRK-ABRIU-ABC    PIC 9 VALUE 0.
       77  WRK-ABRIU-REL    PIC 9 VALUE 0.
      *-----------------------------------------------------
      * ACUMULADO DO CLIENTE NA QUEBRA DA PRIMEIRA
      * CLASSIFICACAO
      *-----------------------------------------------------
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-QTD-FAT  PIC 9(05) VALUE 0.
       77  WRK-CLI-BRUTO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CLI-CREDITO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CLI-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CLI-NOTA     PIC X(01) VALUE SPACE.
       77  WRK-TOTAL-LIQ    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-BRUTO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CRED   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-REC    PIC 9(11)V99 VALUE ZEROS.
      *-----------------------------------------------------
      * CURVA: ACUMULADO, PERCENTUAL ANTES E DEPOIS DO
      * CLIENTE E TOTAIS POR CLASSE
      *-----------------------------------------------------
       77  WRK-ACUMULADO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PCT-ANTES    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PCT-ACUM     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-CLASSE       PIC X(01) VALUE SPACE.
       77  WRK-POSICAO      PIC 9(05) VALUE 0.
       77  WRK-IDX          PIC 9(01) VALUE 0.
       01  WRK-TAB-CLASSES.
           05 WRK-TAB-CLS-ENTRY OCCURS 3 TIMES.
               10 WRK-CLS-QTD      PIC 9(05).
               10 WRK-CLS-VALOR    PIC 9(11)V99.
       01  WRK-NOMES-CLASSES.
           05 FILLER               PIC X(01) VALUE 'A'.
           05 FILLER               PIC X(01) VALUE 'B'.
           05 FILLER               PIC X(01) VALUE 'C'.
       01  WRK-NOMES-CLASSES-R REDEFINES WRK-NOMES-CLASSES.
           05 WRK-NOME-CLASSE      PIC X(01) OCCURS 3 TIMES.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RECEB-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED       PIC ZZ9,99 VALUE ZEROS.
       77  WRK-LIMITE-A-ED  PIC ZZ9 VALUE ZEROS.
       77  WRK-LIMITE-B-ED  PIC ZZ9 VALUE ZEROS.
       77  WRK-LIDAS        PIC 9(09) VALUE 0.
       77  WRK-QTD-NOTAS    PIC 9(09) VALUE 0.
       77  WRK-QTD-PAGTOS   PIC 9(09) VALUE 0.
       77  WRK-QTD-CLIENTES PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO = 0
               SORT ARQSRT
                   ON ASCENDING KEY SRT-CODIGO
                   INPUT  PROCEDURE IS 0200-SELECIONAR THRU 0200-FIM
                   OUTPUT PROCEDURE IS 0400-TOTALIZAR THRU 0400-FIM.
            IF WRK-RETORNO = 0
               SORT ARQSRT
                   ON DESCENDING KEY SRK-LIQUIDO
                      ASCENDING  KEY SRK-CODIGO
                   INPUT  PROCEDURE IS 0500-LIBERAR THRU 0500-FIM
                   OUTPUT PROCEDURE IS 0600-EMITIR THRU 0600-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0130-DATA-DE-PROCESSAMENTO.
           DISPLAY 'EMISSAO INICIAL (AAAAMMDD, 0=UM ANO ATRAS)'.
           ACCEPT WRK-DATA-INI.
           DISPLAY 'EMISSAO FINAL (AAAAMMDD, 0=HOJE)'.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM = 0
              MOVE WRK-DATA-HOJE TO WRK-DATA-FIM.
           IF WRK-DATA-INI = 0
              MOVE WRK-DATA-FIM TO WRK-DATA-DEC
              SUBTRACT 1 FROM WRK-DATA-ANO
              MOVE WRK-DATA-DEC TO WRK-DATA-INI.
           DISPLAY 'LIMITE DA CLASSE A EM PCT (0=80)'.
           ACCEPT WRK-LIMITE-A.
           IF WRK-LIMITE-A = 0
              MOVE 80 TO WRK-LIMITE-A.
           DISPLAY 'LIMITE DA CLASSE B EM PCT (0=95)'.
           ACCEPT WRK-LIMITE-B.
           IF WRK-LIMITE-B = 0
              MOVE 95 TO WRK-LIMITE-B.
           IF WRK-DATA-INI > WRK-DATA-FIM
              DISPLAY 'PERIODO INVALIDO........ ' WRK-DATA-INI
                      ' A ' WRK-DATA-FIM
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           IF WRK-LIMITE-A NOT < WRK-LIMITE-B
              OR WRK-LIMITE-B > 100
              DISPLAY 'LIMITES INVALIDOS....... ' WRK-LIMITE-A
                      ' E ' WRK-LIMITE-B
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-FAT.
           OPEN OUTPUT ARQABC.
             IF FS-ARQABC-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQABC.... ' FS-ARQABC-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-ABC.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-REL.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES.
           MOVE ZEROS TO WRK-TAB-CLASSES.
           DISPLAY 'CURVA ABC DE FATURAMENTO DE ' WRK-DATA-INI
                   ' A ' WRK-DATA-FIM.
       0100-FIM.
      *-----------------------------------------------------
      * A DATA OFICIAL VEM DO CONTROLE ARQRUN (PROG126), A
      * MESMA QUE OS DEMAIS PASSOS DO CICLO CARIMBAM; SEM O
      * CONTROLE VALE O RELOGIO
      *-----------------------------------------------------
       0130-DATA-DE-PROCESSAMENTO.
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
      * PRIMEIRA CLASSIFICACAO: AS FATURAS EMITIDAS NO
      * PERIODO, AS NOTAS DE CREDITO DESSAS FATURAS, OS
      * PAGAMENTOS DO PERIODO E A NOTA DE CADA CLIENTE
      *-----------------------------------------------------
       0200-SELECIONAR.
           READ FATURAS NEXT RECORD AT END
                        MOVE 'F' TO FS-FATURAS.
           PERFORM 0220-LIBERAR-FATURA UNTIL FS-FATURAS = 'F'.
           OPEN INPUT ARQAJU.
           IF FS-ARQAJU-STATUS NOT = '00'
              DISPLAY 'SEM NOTAS DE CREDITO.... ' FS-ARQAJU-STATUS
           ELSE
              READ ARQAJU AT END
                          MOVE 'F' TO FS-ARQAJU
              END-READ
              PERFORM 0240-LIBERAR-CREDITO UNTIL FS-ARQAJU = 'F'
              CLOSE ARQAJU.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              DISPLAY 'PAGAMENTOS AUSENTES..... ' FS-ARQPAG-STATUS
           ELSE
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0260-LIBERAR-PAGTO UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
           OPEN INPUT ARQRAT.
           IF FS-ARQRAT-STATUS NOT = '00'
              DISPLAY 'NOTAS DE PAGAMENTO AUSENTES, RODE O PROG093'
           ELSE
              READ ARQRAT AT END
                          MOVE 'F' TO FS-ARQRAT
              END-READ
              PERFORM 0280-LIBERAR-NOTA UNTIL FS-ARQRAT = 'F'
              CLOSE ARQRAT.
       0200-FIM.
      *-----------------------------------------------------
       0220-LIBERAR-FATURA.
           ADD 1 TO WRK-LIDAS.
           IF FAT-EMISSAO NOT < WRK-DATA-INI
              AND FAT-EMISSAO NOT > WRK-DATA-FIM
              MOVE SPACES      TO REG-SRT
              MOVE FAT-CODIGO  TO SRT-CODIGO
              MOVE 1           TO SRT-QTD-FAT
              MOVE FAT-VALOR   TO SRT-BRUTO
              MOVE ZEROS       TO SRT-CREDITO
              MOVE ZEROS       TO SRT-RECEBIDO
              IF FAT-STATUS = 'C'
                 MOVE FAT-VALOR TO SRT-CREDITO
              END-IF
              RELEASE REG-SRT.
           READ FATURAS NEXT RECORD AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
      * SO REDUCAO (R) E DESCONTO (D) DE FATURA EMITIDA NO
      * PERIODO; O CANCELAMENTO JA SAIU PELO STATUS C
      *-----------------------------------------------------
       0240-LIBERAR-CREDITO.
           IF AJU-TIPO = 'R' OR AJU-TIPO = 'D'
              MOVE AJU-CODIGO TO FAT-CODIGO
              MOVE AJU-NUMERO TO FAT-NUMERO
              READ FATURAS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF FAT-EMISSAO NOT < WRK-DATA-INI
                         AND FAT-EMISSAO NOT > WRK-DATA-FIM
                         MOVE SPACES     TO REG-SRT
                         MOVE AJU-CODIGO TO SRT-CODIGO
                         MOVE 0          TO SRT-QTD-FAT
                         MOVE AJU-VALOR  TO SRT-BRUTO
                         MOVE AJU-VALOR  TO SRT-CREDITO
                         MOVE ZEROS      TO SRT-RECEBIDO
                         RELEASE REG-SRT
                         ADD 1 TO WRK-QTD-NOTAS
                      END-IF
              END-READ.
           READ ARQAJU AT END
                       MOVE 'F' TO FS-ARQAJU.
      *-----------------------------------------------------
       0260-LIBERAR-PAGTO.
           IF PAG-DATA NOT < WRK-DATA-INI
              AND PAG-DATA NOT > WRK-DATA-FIM
              MOVE SPACES     TO REG-SRT
              MOVE PAG-CODIGO TO SRT-CODIGO
              MOVE 0          TO SRT-QTD-FAT
              MOVE ZEROS      TO SRT-BRUTO
              MOVE ZEROS      TO SRT-CREDITO
              MOVE PAG-VALOR  TO SRT-RECEBIDO
              RELEASE REG-SRT
              ADD 1 TO WRK-QTD-PAGTOS.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0280-LIBERAR-NOTA.
           MOVE SPACES     TO REG-SRT.
           MOVE RAT-CODIGO TO SRT-CODIGO.
           MOVE 0          TO SRT-QTD-FAT.
           MOVE ZEROS      TO SRT-BRUTO.
           MOVE ZEROS      TO SRT-CREDITO.
           MOVE ZEROS      TO SRT-RECEBIDO.
           MOVE RAT-NOTA   TO SRT-NOTA.
           RELEASE REG-SRT.
           READ ARQRAT AT END
                       MOVE 'F' TO FS-ARQRAT.
      *-----------------------------------------------------
      * SOMA POR CLIENTE NO ARQTRB E TOTAL GERAL LIQUIDO,
      * BASE DO PERCENTUAL ACUMULADO. CLIENTE SO COM NOTA
      * DE PAGAMENTO NAO ENTRA NA CURVA
      *-----------------------------------------------------
       0400-TOTALIZAR.
           OPEN OUTPUT ARQTRB.
           IF FS-ARQTRB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTRB.... ' FS-ARQTRB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           IF FS-SORT NOT = 'F'
              PERFORM 0420-INICIAR-CLIENTE
              PERFORM 0440-SOMAR UNTIL FS-SORT = 'F'
              PERFORM 0460-GRAVAR-CLIENTE.
           CLOSE ARQTRB.
       0400-FIM.
      *-----------------------------------------------------
       0420-INICIAR-CLIENTE.
           MOVE SRT-CODIGO TO WRK-CLI-ATUAL.
           MOVE 0          TO WRK-CLI-QTD-FAT.
           MOVE ZEROS      TO WRK-CLI-BRUTO.
           MOVE ZEROS      TO WRK-CLI-CREDITO.
           MOVE ZEROS      TO WRK-CLI-RECEBIDO.
           MOVE SPACE      TO WRK-CLI-NOTA.
      *-----------------------------------------------------
       0440-SOMAR.
           IF SRT-CODIGO NOT = WRK-CLI-ATUAL
              PERFORM 0460-GRAVAR-CLIENTE
              PERFORM 0420-INICIAR-CLIENTE.
           ADD SRT-QTD-FAT  TO WRK-CLI-QTD-FAT.
           ADD SRT-BRUTO    TO WRK-CLI-BRUTO.
           ADD SRT-CREDITO  TO WRK-CLI-CREDITO.
           ADD SRT-RECEBIDO TO WRK-CLI-RECEBIDO.
           IF SRT-NOTA NOT = SPACE
              MOVE SRT-NOTA TO WRK-CLI-NOTA.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
       0460-GRAVAR-CLIENTE.
           IF WRK-CLI-BRUTO NOT = 0 OR WRK-CLI-RECEBIDO NOT = 0
              MOVE WRK-CLI-ATUAL    TO TRB-CODIGO
              MOVE WRK-CLI-QTD-FAT  TO TRB-QTD-FAT
              MOVE WRK-CLI-BRUTO    TO TRB-BRUTO
              MOVE WRK-CLI-CREDITO  TO TRB-CREDITO
              COMPUTE TRB-LIQUIDO = WRK-CLI-BRUTO - WRK-CLI-CREDITO
              MOVE WRK-CLI-RECEBIDO TO TRB-RECEBIDO
              MOVE WRK-CLI-NOTA     TO TRB-NOTA
              WRITE REG-TRB
              ADD TRB-LIQUIDO  TO WRK-TOTAL-LIQ
              ADD TRB-BRUTO    TO WRK-TOTAL-BRUTO
              ADD TRB-CREDITO  TO WRK-TOTAL-CRED
              ADD TRB-RECEBIDO TO WRK-TOTAL-REC
              ADD 1 TO WRK-QTD-CLIENTES.
      *-----------------------------------------------------
      * SEGUNDA CLASSIFICACAO: O ARQTRB EM ORDEM DE VALOR
      * LIQUIDO DECRESCENTE, EMPATE PELO CODIGO
      *-----------------------------------------------------
       0500-LIBERAR.
           OPEN INPUT ARQTRB.
           IF FS-ARQTRB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTRB.... ' FS-ARQTRB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0500-FIM.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0520-LIBERAR-CLIENTE UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB.
       0500-FIM.
      *-----------------------------------------------------
       0520-LIBERAR-CLIENTE.
           MOVE TRB-LIQUIDO  TO SRK-LIQUIDO.
           MOVE TRB-CODIGO   TO SRK-CODIGO.
           MOVE TRB-QTD-FAT  TO SRK-QTD-FAT.
           MOVE TRB-BRUTO    TO SRK-BRUTO.
           MOVE TRB-CREDITO  TO SRK-CREDITO.
           MOVE TRB-RECEBIDO TO SRK-RECEBIDO.
           MOVE TRB-NOTA     TO SRK-NOTA.
           RELEASE REG-SRK.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
      * A CLASSE VEM DO PERCENTUAL ACUMULADO ANTES DO
      * CLIENTE: QUEM COMECA ABAIXO DO LIMITE A E A, ABAIXO
      * DO LIMITE B E B, O RESTO E C. SEM FATURADO LIQUIDO
      * E SEMPRE C
      *-----------------------------------------------------
       0600-EMITIR.
           PERFORM 0650-CABECALHO.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           PERFORM 0620-CLASSIFICAR UNTIL FS-SORT = 'F'.
           PERFORM 0680-RESUMO.
       0600-FIM.
      *-----------------------------------------------------
       0620-CLASSIFICAR.
           ADD 1 TO WRK-POSICAO.
           MOVE WRK-PCT-ACUM TO WRK-PCT-ANTES.
           ADD SRK-LIQUIDO TO WRK-ACUMULADO.
           IF WRK-TOTAL-LIQ NOT = 0
              COMPUTE WRK-PCT-ACUM ROUNDED =
                      WRK-ACUMULADO * 100 / WRK-TOTAL-LIQ.
           IF SRK-LIQUIDO = 0
              MOVE 3 TO WRK-IDX
           ELSE
              IF WRK-PCT-ANTES < WRK-LIMITE-A
                 MOVE 1 TO WRK-IDX
              ELSE
                 IF WRK-PCT-ANTES < WRK-LIMITE-B
                    MOVE 2 TO WRK-IDX
                 ELSE
                    MOVE 3 TO WRK-IDX.
           MOVE WRK-NOME-CLASSE (WRK-IDX) TO WRK-CLASSE.
           ADD 1 TO WRK-CLS-QTD (WRK-IDX).
           ADD SRK-LIQUIDO TO WRK-CLS-VALOR (WRK-IDX).
           MOVE SPACES TO WRK-NOME.
           IF WRK-TEM-CLIENTES = 1
              MOVE SRK-CODIGO TO REG-CODIGO
              READ CLIENTES
                  INVALID KEY
                      MOVE 'CLIENTE INEXISTENTE' TO WRK-NOME
                  NOT INVALID KEY
                      MOVE REG-NOME TO WRK-NOME
              END-READ.
           MOVE SRK-LIQUIDO  TO WRK-VALOR-ED.
           MOVE WRK-PCT-ACUM TO WRK-PCT-ED.
           MOVE SRK-RECEBIDO TO WRK-RECEB-ED.
           MOVE SPACES TO REG-REL.
           STRING WRK-POSICAO ' ' SRK-CODIGO ' ' WRK-NOME ' '
                  WRK-VALOR-ED ' ' WRK-PCT-ED ' ' WRK-CLASSE ' '
                  WRK-RECEB-ED ' ' SRK-NOTA
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SRK-CODIGO    TO ABC-CODIGO.
           MOVE WRK-CLASSE    TO ABC-CLASSE.
           MOVE WRK-DATA-INI  TO ABC-DATA-INI.
           MOVE WRK-DATA-FIM  TO ABC-DATA-FIM.
           MOVE SRK-LIQUIDO   TO ABC-VALOR.
           MOVE WRK-PCT-ACUM  TO ABC-PCT-ACUM.
           MOVE WRK-POSICAO   TO ABC-POSICAO.
           WRITE REG-ABC
               INVALID KEY
                   DISPLAY 'CLASSE DUPLICADA........ ' ABC-CODIGO
                   MOVE 4 TO WRK-RETORNO
           END-WRITE.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
       0650-CABECALHO.
           MOVE SPACES TO REG-REL.
           STRING 'CURVA ABC DE FATURAMENTO -- EMISSAO DE '
                  WRK-DATA-INI ' A ' WRK-DATA-FIM
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           MOVE WRK-LIMITE-A TO WRK-LIMITE-A-ED.
           MOVE WRK-LIMITE-B TO WRK-LIMITE-B-ED.
           STRING 'CLASSE A ATE ' WRK-LIMITE-A-ED ' PCT, B ATE '
                  WRK-LIMITE-B-ED ' PCT -- PROCESSADO EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'POS   CLI   NOME                        LIQUIDO'
                  '  ACUM% C       RECEBIDO N'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0680-RESUMO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           PERFORM 0690-RESUMO-CLASSE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 3.
           MOVE SPACES TO REG-REL.
           MOVE WRK-TOTAL-BRUTO TO WRK-TOTAL-ED.
           STRING 'FATURADO BRUTO.......... ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           MOVE WRK-TOTAL-CRED TO WRK-TOTAL-ED.
           STRING 'NOTAS DE CREDITO........ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           MOVE WRK-TOTAL-LIQ TO WRK-TOTAL-ED.
           STRING 'FATURADO LIQUIDO........ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           MOVE WRK-TOTAL-REC TO WRK-TOTAL-ED.
           STRING 'RECEBIDO NO PERIODO..... ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0690-RESUMO-CLASSE.
           MOVE WRK-CLS-VALOR (WRK-IDX) TO WRK-TOTAL-ED.
           MOVE SPACES TO REG-REL.
           STRING 'CLASSE ' WRK-NOME-CLASSE (WRK-IDX) '........ '
                  WRK-CLS-QTD (WRK-IDX) ' CLIENTES '
                  WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABRIU-FAT = 1
               CLOSE FATURAS.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            IF WRK-ABRIU-ABC = 1
               CLOSE ARQABC.
            IF WRK-ABRIU-REL = 1
               CLOSE ARQREL.
            DISPLAY 'FATURAS LIDAS........... ' WRK-LIDAS.
            DISPLAY 'NOTAS DE CREDITO (R/D).. ' WRK-QTD-NOTAS.
            DISPLAY 'PAGAMENTOS NO PERIODO... ' WRK-QTD-PAGTOS.
            DISPLAY 'CLIENTES CLASSIFICADOS.. ' WRK-QTD-CLIENTES.
            PERFORM 0950-MOSTRAR-CLASSE
                VARYING WRK-IDX FROM 1 BY 1
                UNTIL WRK-IDX > 3.
            IF WRK-RETORNO = 0 AND WRK-QTD-CLIENTES = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
       0950-MOSTRAR-CLASSE.
            DISPLAY 'CLASSE ' WRK-NOME-CLASSE (WRK-IDX)
                    '................ ' WRK-CLS-QTD (WRK-IDX).
