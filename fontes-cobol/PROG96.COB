           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
           SELECT ARQPND ASSIGN TO UT-S-ARQPND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPND-STATUS.
           SELECT ARQAGE ASSIGN TO UT-S-ARQAGE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAGE-STATUS.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   FATURAS
            05 OPE-ID           PIC X(08).
            05 OPE-SENHA        PIC X(08).
            05 OPE-NIVEL        PIC 9(01).
       FD   ARQPND
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PND.
       01   REG-PND.
            05 PND-NUMERO       PIC 9(06).
            05 PND-TIPO         PIC X(02).
            05 PND-PROGRAMA     PIC X(08).
            05 PND-SITUACAO     PIC X(01).
            05 PND-DATA         PIC 9(08).
            05 PND-HORA         PIC 9(08).
            05 PND-EMITENTE     PIC X(08).
            05 PND-APROVADOR    PIC X(08).
            05 PND-DATA-DECISAO PIC 9(08).
            05 PND-CHAVE        PIC X(11).
            05 PND-VALOR        PIC 9(07)V99.
            05 PND-MOTIVO       PIC X(03).
            05 PND-SUBTIPO      PIC X(01).
            05 PND-DIAS         PIC 9(05).
            05 PND-OBSERVACAO   PIC X(30).
            05 PND-ANTES-1      PIC X(135).
            05 PND-DEPOIS-1     PIC X(135).
            05 PND-ANTES-2      PIC X(135).
            05 PND-DEPOIS-2     PIC X(135).
       FD   ARQAGE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-AGE.
       01   REG-AGE.
            05 AGE-CODIGO       PIC 9(05).
            05 AGE-NUMERO       PIC 9(06).
            05 AGE-AGENCIA      PIC 9(03).
            05 AGE-SALDO        PIC 9(07)V99.
            05 AGE-DATA         PIC 9(08).
            05 AGE-SITUACAO     PIC X(01).
            05 AGE-RECUPERADO   PIC 9(07)V99.
            05 AGE-COMISSAO     PIC 9(07)V99.
            05 AGE-DATA-RETORNO PIC 9(08).
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
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  FS-ARQPND        PIC X VALUE 'N'.
       77  FS-ARQPND-STATUS PIC XX VALUE '00'.
       77  FS-ARQAGE        PIC X VALUE 'N'.
       77  FS-ARQAGE-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-ENCAMINHADAS.
           05 WRK-TAB-ENC-ENTRY OCCURS 500 TIMES.
               10 WRK-ENC-CODIGO   PIC 9(05).
               10 WRK-ENC-NUMERO   PIC 9(06).
       77  WRK-ENC-QTD      PIC 9(03) VALUE 0.
       77  WRK-ENC-IDX      PIC 9(03) VALUE 0.
       77  WRK-ENC-ACHOU    PIC 9 VALUE 0.
       77  WRK-QTD-NA-AGENCIA PIC 9(05) VALUE 0.
       77  WRK-ID           PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-AUTORIZADO   PIC 9 VALUE 0.
       77  WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-MOVTOS   PIC 9(09) VALUE 0.
       77  WRK-TOT-BAIXADO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-IMAGEM-ANTES PIC X(135) VALUE SPACES.
       77  WRK-PROX-PEDIDO  PIC 9(06) VALUE 0.
       01  WRK-TAB-PENDENTES.
           05 WRK-TAB-PND-ENTRY OCCURS 500 TIMES.
               10 WRK-PND-CHAVE    PIC X(11).
       77  WRK-PND-QTD      PIC 9(03) VALUE 0.
       77  WRK-PND-IDX      PIC 9(03) VALUE 0.
       77  WRK-PND-ACHOU    PIC 9 VALUE 0.
       77  WRK-QTD-PENDENTES PIC 9(05) VALUE 0.
       77  FS-ARQCTS-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CONTESTACOES PIC 9 VALUE 0.
       77  WRK-CTA-ACHOU    PIC 9 VALUE 0.
       77  WRK-QTD-CONTESTADAS PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
               DISPLAY 'BAIXA DE PERDAS RESTRITA AO SUPERVISOR'
               MOVE 8 TO WRK-RETORNO
            ELSE
               PERFORM 0100-INICIAR THRU 0100-FIM
               PERFORM 0200-PROCESSAR UNTIL FS-FATURAS = 'F'
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
      * DATA, SALDO E OPERADOR, E GERAM O EXTRATO CONTABIL DE
      * PERDAS NO DESENHO DO ARQCTB (TIPO B) COM O ENVELOPE
      * PADRAO. EXIGE OPERADOR NIVEL 2 DO ARQOPE E TERMINA
      * COM A LISTAGEM ASSINADA DO QUE FOI BAIXADO.
      * QUEM RODA A BAIXA NAO EFETIVA: CADA FATURA VAI PARA
      * A FILA ARQPND (TIPO BP) COM AS IMAGENS ANTES/DEPOIS;
      * STATUS B, ARQPER E EXTRATO ARQCTB SO SAEM QUANDO
      * OUTRO OPERADOR NIVEL 2 APROVA NO PROG196
      *-----------------------------------------------------
       0050-SIGNON.
           DISPLAY 'OPERADOR..'.
              MOVE 'F' TO FS-FATURAS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0170-CARREGAR-ENCAMINHADAS.
           PERFORM 9500-ABRIR-CONTESTACOES.
           PERFORM 0190-CARREGAR-PENDENTES.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN EXTEND ARQPND.
             IF FS-ARQPND-STATUS = '35'
                OPEN OUTPUT ARQPND.
             IF FS-ARQPND-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQPND.... ' FS-ARQPND-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           DISPLAY 'BAIXA DE PERDAS EM ' WRK-DATA-HOJE
                   ' OPERADOR ' WRK-ID.
           DISPLAY 'CORTE DE ATRASO (DIAS).. ' WRK-DIAS-CORTE.
              COMPUTE WRK-DIAS-ATRASO =
                      WRK-SERIAL-HOJE - WRK-SERIAL-REG
              IF WRK-DIAS-ATRASO > WRK-DIAS-CORTE
                 PERFORM 0220-TESTAR-ENCAMINHADA
                 IF WRK-ENC-ACHOU = 1
                    ADD 1 TO WRK-QTD-NA-AGENCIA
                    DISPLAY 'NA AGENCIA ' FAT-CODIGO '/' FAT-NUMERO
                            ' NAO BAIXADA'
                 ELSE
                    PERFORM 9600-TESTAR-CONTESTACAO
                    IF WRK-CTA-ACHOU = 1
                       ADD 1 TO WRK-QTD-CONTESTADAS
                       DISPLAY 'CONTESTADA ' FAT-CODIGO '/'
                               FAT-NUMERO ' NAO BAIXADA'
                    ELSE
                       PERFORM 0240-TESTAR-PENDENTE
                       IF WRK-PND-ACHOU = 1
                          ADD 1 TO WRK-QTD-PENDENTES
                          DISPLAY 'PENDENTE.. ' FAT-CODIGO '/'
                                  FAT-NUMERO ' JA NA FILA'
                       ELSE
                          PERFORM 0250-BAIXAR-FATURA
                       END-IF
                    END-IF
                 END-IF
              END-IF.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
      * FATURA AINDA NA COBRANCA EXTERNA (ARQAGE SITUACAO E,
      * PROG153) NAO E BAIXADA; SO DEPOIS DE RECOLHIDA PELO
      * RETORNO DA AGENCIA (PROG154)
      *-----------------------------------------------------
       0170-CARREGAR-ENCAMINHADAS.
           OPEN INPUT ARQAGE.
           IF FS-ARQAGE-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQAGE AT END
                          MOVE 'F' TO FS-ARQAGE
              END-READ
              PERFORM 0180-GUARDAR-ENCAMINHADA
                  UNTIL FS-ARQAGE = 'F'
              CLOSE ARQAGE.
      *-----------------------------------------------------
       0180-GUARDAR-ENCAMINHADA.
           IF AGE-SITUACAO = 'E'
              IF WRK-ENC-QTD > 499
                 DISPLAY 'ENCAMINHADAS EXCEDEM O LIMITE DE 500'
                 MOVE 'F' TO FS-ARQAGE
              ELSE
                 ADD 1 TO WRK-ENC-QTD
                 MOVE AGE-CODIGO TO WRK-ENC-CODIGO (WRK-ENC-QTD)
                 MOVE AGE-NUMERO TO WRK-ENC-NUMERO (WRK-ENC-QTD)
              END-IF.
           IF FS-ARQAGE NOT = 'F'
              READ ARQAGE AT END
                          MOVE 'F' TO FS-ARQAGE.
      *-----------------------------------------------------
      * FATURAS COM PEDIDO AINDA PENDENTE NA FILA ARQPND NAO
      * ENTRAM DE NOVO; GUARDA TAMBEM O PROXIMO NUMERO
      *-----------------------------------------------------
       0190-CARREGAR-PENDENTES.
           MOVE 1 TO WRK-PROX-PEDIDO.
           OPEN INPUT ARQPND.
           IF FS-ARQPND-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQPND AT END
                          MOVE 'F' TO FS-ARQPND
              END-READ
              PERFORM 0195-GUARDAR-PENDENTE
                  UNTIL FS-ARQPND = 'F'
              CLOSE ARQPND.
      *-----------------------------------------------------
       0195-GUARDAR-PENDENTE.
           IF PND-NUMERO NOT < WRK-PROX-PEDIDO
              COMPUTE WRK-PROX-PEDIDO = PND-NUMERO + 1.
           IF PND-SITUACAO = 'P' AND PND-TIPO NOT = 'FU'
              IF WRK-PND-QTD > 499
                 DISPLAY 'PENDENTES EXCEDEM O LIMITE DE 500'
              ELSE
                 ADD 1 TO WRK-PND-QTD
                 MOVE PND-CHAVE TO WRK-PND-CHAVE (WRK-PND-QTD)
              END-IF.
           READ ARQPND AT END
                       MOVE 'F' TO FS-ARQPND.
      *-----------------------------------------------------
       0220-TESTAR-ENCAMINHADA.
           MOVE 0 TO WRK-ENC-ACHOU.
           PERFORM 0230-COMPARAR-ENCAMINHADA
               VARYING WRK-ENC-IDX FROM 1 BY 1
               UNTIL WRK-ENC-IDX > WRK-ENC-QTD
                  OR WRK-ENC-ACHOU = 1.
      *-----------------------------------------------------
       0230-COMPARAR-ENCAMINHADA.
           IF WRK-ENC-CODIGO (WRK-ENC-IDX) = FAT-CODIGO
              AND WRK-ENC-NUMERO (WRK-ENC-IDX) = FAT-NUMERO
              MOVE 1 TO WRK-ENC-ACHOU.
      *-----------------------------------------------------
       0240-TESTAR-PENDENTE.
           MOVE 0 TO WRK-PND-ACHOU.
           PERFORM 0245-COMPARAR-PENDENTE
               VARYING WRK-PND-IDX FROM 1 BY 1
               UNTIL WRK-PND-IDX > WRK-PND-QTD
                  OR WRK-PND-ACHOU = 1.
      *-----------------------------------------------------
       0245-COMPARAR-PENDENTE.
           IF WRK-PND-CHAVE (WRK-PND-IDX) = FAT-CHAVE
              MOVE 1 TO WRK-PND-ACHOU.
      *-----------------------------------------------------
       0250-BAIXAR-FATURA.
           COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO.
           MOVE REG-FATURA TO WRK-IMAGEM-ANTES.
           MOVE 'B' TO FAT-STATUS.
           MOVE SPACES TO REG-PND.
           MOVE WRK-PROX-PEDIDO  TO PND-NUMERO.
           MOVE 'BP'             TO PND-TIPO.
           MOVE 'PROG096'        TO PND-PROGRAMA.
           MOVE 'P'              TO PND-SITUACAO.
           MOVE WRK-DATA-HOJE    TO PND-DATA.
           ACCEPT PND-HORA FROM TIME.
           MOVE WRK-ID           TO PND-EMITENTE.
           MOVE ZEROS            TO PND-DATA-DECISAO.
           MOVE FAT-CHAVE        TO PND-CHAVE.
           MOVE WRK-SALDO        TO PND-VALOR.
           MOVE WRK-DIAS-ATRASO  TO PND-DIAS.
           MOVE WRK-IMAGEM-ANTES TO PND-ANTES-1.
           MOVE REG-FATURA       TO PND-DEPOIS-1.
           WRITE REG-PND.
           ADD 1 TO WRK-PROX-PEDIDO.
           ADD 1 TO WRK-QTD-MOVTOS.
           ADD WRK-SALDO TO WRK-TOT-BAIXADO.
           MOVE WRK-SALDO TO WRK-VALOR-ED.
           DISPLAY 'SOLICITADA ' FAT-CODIGO '/' FAT-NUMERO
                   ' SALDO ' WRK-VALOR-ED
                   ' ATRASO ' WRK-DIAS-ATRASO ' DIAS'.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF FS-FATURAS-STATUS NOT = '35'
               CLOSE FATURAS.
            IF WRK-TEM-CONTESTACOES = 1
               CLOSE ARQCTS.
            IF FS-ARQPND-STATUS = '00'
               CLOSE ARQPND.
            DISPLAY '------------------------------------'.
            DISPLAY 'BAIXAS PARA APROVACAO... ' WRK-QTD-MOVTOS.
            DISPLAY 'JA PENDENTES NA FILA.... ' WRK-QTD-PENDENTES.
            DISPLAY 'MANTIDAS NA AGENCIA..... ' WRK-QTD-NA-AGENCIA.
            DISPLAY 'MANTIDAS EM CONTESTACAO. ' WRK-QTD-CONTESTADAS.
            MOVE WRK-TOT-BAIXADO TO WRK-VALOR-ED.
            DISPLAY 'VALOR A BAIXAR.......... ' WRK-VALOR-ED.
            DISPLAY 'SOLICITADO POR.......... ' WRK-ID.
            IF WRK-RETORNO = 0 AND WRK-QTD-MOVTOS = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
      * FATURA EM CONTESTACAO ABERTA NO ARQCTS (PROG125) NAO
      * E BAIXADA COMO PERDA ENQUANTO A CONTESTACAO NAO E
      * ENCERRADA
      *-----------------------------------------------------
       9500-ABRIR-CONTESTACOES.
           OPEN INPUT ARQCTS.
           IF FS-ARQCTS-STATUS = '00'
              MOVE 1 TO WRK-TEM-CONTESTACOES.
      *-----------------------------------------------------
       9600-TESTAR-CONTESTACAO.
           MOVE 0 TO WRK-CTA-ACHOU.
           IF WRK-TEM-CONTESTACOES = 1
              MOVE FAT-CODIGO TO CTS-CODIGO
              MOVE FAT-NUMERO TO CTS-NUMERO
              READ ARQCTS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CTS-SITUACAO = 'A'
                         MOVE 1 TO WRK-CTA-ACHOU
                      END-IF
              END-READ.
