       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG152.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPRP ASSIGN TO UT-S-ARQPRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRP-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQQBR ASSIGN TO UT-S-ARQQBR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQQBR-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPRP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PRP.
       01   REG-PRP.
            05 PRP-CODIGO       PIC 9(05).
            05 PRP-FATURAS.
               10 PRP-FATURA    PIC 9(06) OCCURS 5 TIMES.
            05 PRP-VALOR        PIC 9(07)V99.
            05 PRP-DATA-PROMESSA PIC 9(08).
            05 PRP-DATA-REGISTRO PIC 9(08).
            05 PRP-OPERADOR     PIC X(08).
            05 PRP-SITUACAO     PIC X(01).
            05 PRP-DATA-APURACAO PIC 9(08).
            05 PRP-VALOR-PAGO   PIC 9(07)V99.
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQQBR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-QBR.
       01   REG-QBR.
            05 QBR-CODIGO       PIC 9(05).
            05 QBR-NOME         PIC X(20).
            05 QBR-TELEFONE     PIC X(11).
            05 QBR-VALOR        PIC 9(07)V99.
            05 QBR-PAGO         PIC 9(07)V99.
            05 QBR-DATA-PROMESSA PIC 9(08).
            05 QBR-OPERADOR     PIC X(08).
            05 QBR-DATA         PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPRP        PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQPRP-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQQBR-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CADASTRO PIC 9 VALUE 0.
       77  WRK-TEM-PAGAMENTOS PIC 9 VALUE 0.
       01  WRK-TAB-PROMESSAS.
           05 WRK-TAB-PRP-ENTRY OCCURS 500 TIMES.
               10 WRK-PRP-CODIGO    PIC 9(05).
               10 WRK-PRP-FATURA    PIC 9(06) OCCURS 5 TIMES.
               10 WRK-PRP-VALOR     PIC 9(07)V99.
               10 WRK-PRP-DATA-PROM PIC 9(08).
               10 WRK-PRP-DATA-REG  PIC 9(08).
               10 WRK-PRP-OPERADOR  PIC X(08).
               10 WRK-PRP-SITUACAO  PIC X(01).
               10 WRK-PRP-DATA-APUR PIC 9(08).
               10 WRK-PRP-PAGO      PIC 9(07)V99.
       77  WRK-PRP-QTD      PIC 9(03) VALUE 0.
       77  WRK-PRP-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-FAT-IDX      PIC 9(01) VALUE 0.
       77  WRK-COBERTA      PIC 9 VALUE 0.
       77  WRK-PROSSEGUE    PIC 9 VALUE 1.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ABERTAS  PIC 9(05) VALUE 0.
       77  WRK-QTD-CUMPRIDAS PIC 9(05) VALUE 0.
       77  WRK-QTD-QUEBRADAS PIC 9(05) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PAGO-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIAS-RETENCAO PIC 9(05) VALUE 90.
       77  WRK-DATA-CORTE   PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-EXPURGADAS PIC 9(05) VALUE 0.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-PROSSEGUE = 1
               PERFORM 0200-PROCESSAR UNTIL FS-ARQPAG = 'F'
               PERFORM 0400-APURAR THRU 0400-FIM
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-PRP-QTD
               PERFORM 0500-REGRAVAR-PROMESSAS.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * APURACAO NOTURNA DAS PROMESSAS DE PAGAMENTO DO
      * PROG125: PARA CADA PROMESSA ABERTA (A) SOMA OS
      * PAGAMENTOS DO ARQPAG DAS FATURAS COBERTAS, DATADOS
      * ENTRE O REGISTRO E A DATA PROMETIDA. ALCANCOU O VALOR
      * PROMETIDO, CUMPRIDA (C); PASSOU A DATA SEM ALCANCAR,
      * QUEBRADA (Q) E VAI PARA A LISTA DE TRABALHO ARQQBR DO
      * COBRADOR. RODA ANTES DO PROG070 E DO PROG101, QUE SO
      * POUPAM O CLIENTE ENQUANTO A PROMESSA ESTA ABERTA.
      * CUMPRIDAS E QUEBRADAS SAEM DO ARQPRP NA REGRAVACAO
      * DEPOIS DE WRK-DIAS-RETENCAO DIAS DA APURACAO
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           PERFORM 0155-DATA-DE-CORTE.
           OPEN INPUT ARQPRP.
             IF FS-ARQPRP-STATUS NOT = '00'
                DISPLAY 'NENHUMA PROMESSA DE PAGAMENTO. '
                        FS-ARQPRP-STATUS
                MOVE 'F' TO FS-ARQPAG
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 4 TO WRK-RETORNO
                GO TO 0100-FIM.
           READ ARQPRP AT END
                       MOVE 'F' TO FS-ARQPRP.
           PERFORM 0160-CARREGAR-PROMESSA UNTIL FS-ARQPRP = 'F'.
           CLOSE ARQPRP.
             IF WRK-PRP-ESTOURO = 1
                DISPLAY 'APURACAO CANCELADA, ARQPRP PRESERVADO'
                MOVE 'F' TO FS-ARQPAG
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQQBR.
             IF FS-ARQQBR-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQQBR.... ' FS-ARQQBR-STATUS
                MOVE 'F' TO FS-ARQPAG
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CADASTRO.
           OPEN INPUT ARQPAG.
             IF FS-ARQPAG-STATUS NOT = '00'
                DISPLAY 'PAGAMENTOS AUSENTES..... ' FS-ARQPAG-STATUS
                MOVE 'F' TO FS-ARQPAG
             ELSE
                MOVE 1 TO WRK-TEM-PAGAMENTOS
                READ ARQPAG AT END
                            MOVE 'F' TO FS-ARQPAG
                END-READ.
           DISPLAY 'APURACAO DE PROMESSAS DE ' WRK-DATA-HOJE.
           DISPLAY '------------------------------------'.
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
      * O PROG125 SO ESTENDE O ARQPRP; SEM O EXPURGO DAS JA
      * APURADAS A TABELA DE 500 ESTOURARIA COM O TEMPO
      *-----------------------------------------------------
       0155-DATA-DE-CORTE.
           MOVE 'R' TO WRK-DT-FUNCAO.
           MOVE WRK-DATA-HOJE TO WRK-DT-DATA1.
           MOVE WRK-DIAS-RETENCAO TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT = 'V'
              MOVE WRK-DT-DATA2 TO WRK-DATA-CORTE
           ELSE
              MOVE ZEROS TO WRK-DATA-CORTE.
      *-----------------------------------------------------
      * O PAGO DAS ABERTAS E RECALCULADO DO ZERO A CADA NOITE;
      * COM A TABELA ESTOURADA A REGRAVACAO TRUNCARIA O ARQPRP.
      * CUMPRIDA OU QUEBRADA APURADA ANTES DO CORTE NAO E
      * CARREGADA E SAI DO ARQUIVO NA REGRAVACAO
      *-----------------------------------------------------
       0160-CARREGAR-PROMESSA.
           IF PRP-SITUACAO NOT = 'A'
              AND PRP-DATA-APURACAO < WRK-DATA-CORTE
              ADD 1 TO WRK-QTD-EXPURGADAS
              READ ARQPRP AT END
                          MOVE 'F' TO FS-ARQPRP
              END-READ
           ELSE
              IF WRK-PRP-QTD > 499
                 DISPLAY 'PROMESSAS EXCEDEM O LIMITE DE 500'
                 MOVE 1 TO WRK-PRP-ESTOURO
                 MOVE 'F' TO FS-ARQPRP
              ELSE
                 ADD 1 TO WRK-PRP-QTD
                 MOVE PRP-CODIGO TO WRK-PRP-CODIGO (WRK-PRP-QTD)
                 PERFORM 0170-GUARDAR-FATURA
                     VARYING WRK-FAT-IDX FROM 1 BY 1
                     UNTIL WRK-FAT-IDX > 5
                 MOVE PRP-VALOR  TO WRK-PRP-VALOR (WRK-PRP-QTD)
                 MOVE PRP-DATA-PROMESSA
                   TO WRK-PRP-DATA-PROM (WRK-PRP-QTD)
                 MOVE PRP-DATA-REGISTRO
                   TO WRK-PRP-DATA-REG (WRK-PRP-QTD)
                 MOVE PRP-OPERADOR TO WRK-PRP-OPERADOR (WRK-PRP-QTD)
                 MOVE PRP-SITUACAO TO WRK-PRP-SITUACAO (WRK-PRP-QTD)
                 MOVE PRP-DATA-APURACAO
                   TO WRK-PRP-DATA-APUR (WRK-PRP-QTD)
                 MOVE PRP-VALOR-PAGO TO WRK-PRP-PAGO (WRK-PRP-QTD)
                 IF PRP-SITUACAO = 'A'
                    MOVE ZEROS TO WRK-PRP-PAGO (WRK-PRP-QTD)
                 END-IF
                 READ ARQPRP AT END
                             MOVE 'F' TO FS-ARQPRP.
      *-----------------------------------------------------
       0170-GUARDAR-FATURA.
           MOVE PRP-FATURA (WRK-FAT-IDX)
             TO WRK-PRP-FATURA (WRK-PRP-QTD, WRK-FAT-IDX).
      *-----------------------------------------------------
       0200-PROCESSAR.
           PERFORM 0250-CONFERIR-PROMESSA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PRP-QTD.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0250-CONFERIR-PROMESSA.
           IF WRK-PRP-SITUACAO (WRK-IDX) = 'A'
              AND WRK-PRP-CODIGO (WRK-IDX) = PAG-CODIGO
              AND PAG-DATA NOT < WRK-PRP-DATA-REG (WRK-IDX)
              AND PAG-DATA NOT > WRK-PRP-DATA-PROM (WRK-IDX)
              MOVE 0 TO WRK-COBERTA
              PERFORM 0260-TESTAR-FATURA
                  VARYING WRK-FAT-IDX FROM 1 BY 1
                  UNTIL WRK-FAT-IDX > 5 OR WRK-COBERTA = 1
              IF WRK-COBERTA = 1
                 ADD PAG-VALOR TO WRK-PRP-PAGO (WRK-IDX).
      *-----------------------------------------------------
       0260-TESTAR-FATURA.
           IF WRK-PRP-FATURA (WRK-IDX, WRK-FAT-IDX) NOT = 0
              AND WRK-PRP-FATURA (WRK-IDX, WRK-FAT-IDX) = PAG-NUMERO
              MOVE 1 TO WRK-COBERTA.
      *-----------------------------------------------------
       0400-APURAR.
           IF WRK-PRP-SITUACAO (WRK-IDX) NOT = 'A'
              GO TO 0400-FIM.
           MOVE WRK-PRP-VALOR (WRK-IDX) TO WRK-VALOR-ED.
           MOVE WRK-PRP-PAGO (WRK-IDX) TO WRK-PAGO-ED.
           IF WRK-PRP-PAGO (WRK-IDX) NOT < WRK-PRP-VALOR (WRK-IDX)
              MOVE 'C' TO WRK-PRP-SITUACAO (WRK-IDX)
              MOVE WRK-DATA-HOJE TO WRK-PRP-DATA-APUR (WRK-IDX)
              ADD 1 TO WRK-QTD-CUMPRIDAS
              DISPLAY 'CUMPRIDA.. ' WRK-PRP-CODIGO (WRK-IDX)
                      ' ' WRK-VALOR-ED ' PAGO ' WRK-PAGO-ED
           ELSE
              IF WRK-DATA-HOJE > WRK-PRP-DATA-PROM (WRK-IDX)
                 MOVE 'Q' TO WRK-PRP-SITUACAO (WRK-IDX)
                 MOVE WRK-DATA-HOJE TO WRK-PRP-DATA-APUR (WRK-IDX)
                 ADD 1 TO WRK-QTD-QUEBRADAS
                 DISPLAY 'QUEBRADA.. ' WRK-PRP-CODIGO (WRK-IDX)
                         ' ' WRK-VALOR-ED ' PAGO ' WRK-PAGO-ED
                 PERFORM 0450-GRAVAR-QUEBRADA
              ELSE
                 ADD 1 TO WRK-QTD-ABERTAS.
       0400-FIM.
      *-----------------------------------------------------
      * LISTA DE TRABALHO DO COBRADOR: NOME E TELEFONE DO
      * CADASTRO PARA RETOMAR O CONTATO
      *-----------------------------------------------------
       0450-GRAVAR-QUEBRADA.
           MOVE SPACES TO REG-QBR.
           MOVE WRK-PRP-CODIGO (WRK-IDX) TO QBR-CODIGO.
           IF WRK-TEM-CADASTRO = 1
              MOVE WRK-PRP-CODIGO (WRK-IDX) TO REG-CODIGO
              READ CLIENTES
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE REG-NOME     TO QBR-NOME
                      MOVE REG-TELEFONE TO QBR-TELEFONE
              END-READ.
           MOVE WRK-PRP-VALOR (WRK-IDX)     TO QBR-VALOR.
           MOVE WRK-PRP-PAGO (WRK-IDX)      TO QBR-PAGO.
           MOVE WRK-PRP-DATA-PROM (WRK-IDX) TO QBR-DATA-PROMESSA.
           MOVE WRK-PRP-OPERADOR (WRK-IDX)  TO QBR-OPERADOR.
           MOVE WRK-DATA-HOJE               TO QBR-DATA.
           WRITE REG-QBR.
      *-----------------------------------------------------
       0500-REGRAVAR-PROMESSAS.
           OPEN OUTPUT ARQPRP.
           IF FS-ARQPRP-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQPRP. ' FS-ARQPRP-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0550-GRAVAR-PROMESSA
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-PRP-QTD
              CLOSE ARQPRP.
      *-----------------------------------------------------
       0550-GRAVAR-PROMESSA.
           MOVE SPACES TO REG-PRP.
           MOVE WRK-PRP-CODIGO (WRK-IDX) TO PRP-CODIGO.
           PERFORM 0560-GRAVAR-FATURA
               VARYING WRK-FAT-IDX FROM 1 BY 1
               UNTIL WRK-FAT-IDX > 5.
           MOVE WRK-PRP-VALOR (WRK-IDX)     TO PRP-VALOR.
           MOVE WRK-PRP-DATA-PROM (WRK-IDX) TO PRP-DATA-PROMESSA.
           MOVE WRK-PRP-DATA-REG (WRK-IDX)  TO PRP-DATA-REGISTRO.
           MOVE WRK-PRP-OPERADOR (WRK-IDX)  TO PRP-OPERADOR.
           MOVE WRK-PRP-SITUACAO (WRK-IDX)  TO PRP-SITUACAO.
           MOVE WRK-PRP-DATA-APUR (WRK-IDX) TO PRP-DATA-APURACAO.
           MOVE WRK-PRP-PAGO (WRK-IDX)      TO PRP-VALOR-PAGO.
           WRITE REG-PRP.
      *-----------------------------------------------------
       0560-GRAVAR-FATURA.
           MOVE WRK-PRP-FATURA (WRK-IDX, WRK-FAT-IDX)
             TO PRP-FATURA (WRK-FAT-IDX).
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-PROSSEGUE = 1
               CLOSE ARQQBR
               IF WRK-TEM-PAGAMENTOS = 1
                  CLOSE ARQPAG
               END-IF
               IF WRK-TEM-CADASTRO = 1
                  CLOSE CLIENTES
               END-IF.
            DISPLAY '------------------------------------'.
            DISPLAY 'PROMESSAS CUMPRIDAS..... ' WRK-QTD-CUMPRIDAS.
            DISPLAY 'PROMESSAS QUEBRADAS..... ' WRK-QTD-QUEBRADAS.
            DISPLAY 'PROMESSAS EM ABERTO..... ' WRK-QTD-ABERTAS.
            DISPLAY 'PROMESSAS EXPURGADAS.... ' WRK-QTD-EXPURGADAS.
            IF WRK-RETORNO = 0 AND WRK-QTD-QUEBRADAS NOT = 0
               MOVE 4 TO WRK-RETORNO.
