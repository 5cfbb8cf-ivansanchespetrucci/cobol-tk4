           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
           SELECT ARQPND ASSIGN TO UT-S-ARQPND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPND-STATUS.
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  FS-ARQPND        PIC X VALUE 'N'.
       77  FS-ARQPND-STATUS PIC XX VALUE '00'.
       77  WRK-ID           PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-NIVEL        PIC 9(01) VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-AJUSTOU      PIC 9 VALUE 0.
       77  WRK-CHAVE        PIC X(11) VALUE SPACES.
       77  WRK-PROX-PEDIDO  PIC 9(06) VALUE 0.
       77  WRK-JA-PENDENTE  PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
      * NIVEL 2 DO ARQOPE COMO AS FUNCOES DESTRUTIVAS DO
      * PROG027; AS IMAGENS ANTES/DEPOIS VAO PARA O ARQJRN
      * COMO NAS MANUTENCOES DO CADASTRO E O MOVIMENTO FICA
      * NO ARQAJU PARA A INTERFACE CONTABIL DO PROG071.
      * O SUPERVISOR QUE DIGITA NAO EFETIVA: O AJUSTE VAI
      * PARA A FILA ARQPND COM AS IMAGENS ANTES/DEPOIS E SO
      * E APLICADO (FATURA, ARQJRN E ARQAJU) QUANDO OUTRO
      * OPERADOR NIVEL 2 APROVA NO PROG196
      *-----------------------------------------------------
       0050-SIGNON.
           DISPLAY 'OPERADOR..'.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
              MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
      * NUMERO DO PROXIMO PEDIDO DA FILA E PEDIDO AINDA
      * PENDENTE PARA A MESMA FATURA
      *-----------------------------------------------------
       0150-LER-PENDENTES.
           MOVE 0 TO WRK-JA-PENDENTE.
           MOVE 1 TO WRK-PROX-PEDIDO.
           OPEN INPUT ARQPND.
           IF FS-ARQPND-STATUS = '00'
              READ ARQPND AT END
                          MOVE 'F' TO FS-ARQPND
              END-READ
              PERFORM 0160-CONFERIR-PENDENTE UNTIL FS-ARQPND = 'F'
              CLOSE ARQPND
              MOVE 'N' TO FS-ARQPND.
      *-----------------------------------------------------
       0160-CONFERIR-PENDENTE.
           IF PND-NUMERO NOT < WRK-PROX-PEDIDO
              COMPUTE WRK-PROX-PEDIDO = PND-NUMERO + 1.
           IF PND-SITUACAO = 'P' AND PND-CHAVE = WRK-CHAVE
              MOVE 1 TO WRK-JA-PENDENTE.
           READ ARQPND AT END
                       MOVE 'F' TO FS-ARQPND.
      *-----------------------------------------------------
       0200-PROCESSAR.
           DISPLAY 'CODIGO DO CLIENTE.........'.
                   DISPLAY 'FATURA INEXISTENTE...... '
                           WRK-CODIGO '/' WRK-NUMERO
               NOT INVALID KEY
                   PERFORM 0220-AJUSTAR THRU 0220-FIM
           END-READ.
      *-----------------------------------------------------
       0220-AJUSTAR.
              DISPLAY 'FATURA NAO ESTA ABERTA.. '
                      WRK-CODIGO '/' WRK-NUMERO
           ELSE
              MOVE FAT-CHAVE TO WRK-CHAVE
              PERFORM 0150-LER-PENDENTES
              IF WRK-JA-PENDENTE = 1
                 DISPLAY 'FATURA COM PEDIDO PENDENTE DE APROVACAO '
                         WRK-CODIGO '/' WRK-NUMERO
                 GO TO 0220-FIM
              END-IF
              MOVE REG-FATURA TO WRK-IMAGEM-ANTES
              IF WRK-TIPO = 2
                 PERFORM 0240-CANCELAR
              ELSE
                 PERFORM 0230-REDUZIR.
       0220-FIM.
      *-----------------------------------------------------
       0230-REDUZIR.
           DISPLAY 'VALOR DA REDUCAO..........'.
                 MOVE 'P' TO FAT-STATUS
              END-IF
              MOVE 'R' TO WRK-AJU-TIPO
              PERFORM 0250-SOLICITAR.
      *-----------------------------------------------------
      * CANCELAMENTO SO DE FATURA SEM PAGAMENTO; COM VALOR
      * JA RECEBIDO O CAMINHO E A REDUCAO DO SALDO
              MOVE FAT-VALOR TO WRK-VALOR
              MOVE 'C' TO FAT-STATUS
              MOVE 'C' TO WRK-AJU-TIPO
              PERFORM 0250-SOLICITAR.
      *-----------------------------------------------------
       0250-SOLICITAR.
           OPEN EXTEND ARQPND.
           IF FS-ARQPND-STATUS = '35'
              OPEN OUTPUT ARQPND.
           IF FS-ARQPND-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPND.... ' FS-ARQPND-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              MOVE SPACES TO REG-PND
              MOVE WRK-PROX-PEDIDO  TO PND-NUMERO
              MOVE 'NC'             TO PND-TIPO
              MOVE 'PROG091'        TO PND-PROGRAMA
              MOVE 'P'              TO PND-SITUACAO
              MOVE WRK-DATA-HOJE    TO PND-DATA
              ACCEPT PND-HORA FROM TIME
              MOVE WRK-ID           TO PND-EMITENTE
              MOVE ZEROS            TO PND-DATA-DECISAO
              MOVE WRK-CHAVE        TO PND-CHAVE
              MOVE WRK-VALOR        TO PND-VALOR
              MOVE WRK-MOTIVO       TO PND-MOTIVO
              MOVE WRK-AJU-TIPO     TO PND-SUBTIPO
              MOVE ZEROS            TO PND-DIAS
              MOVE WRK-IMAGEM-ANTES TO PND-ANTES-1
              MOVE REG-FATURA       TO PND-DEPOIS-1
              WRITE REG-PND
              CLOSE ARQPND
              MOVE 1 TO WRK-AJUSTOU
              MOVE WRK-VALOR TO WRK-VALOR-ED
              DISPLAY 'AGUARDANDO APROVACAO.... '
                      WRK-CODIGO '/' WRK-NUMERO ' ' WRK-VALOR-ED
              DISPLAY 'PEDIDO NUMERO........... ' WRK-PROX-PEDIDO.
      *-----------------------------------------------------
       0300-FINALIZAR.
           CLOSE FATURAS.
           IF WRK-AJUSTOU = 0
              DISPLAY 'NENHUM AJUSTE ENVIADO PARA APROVACAO'
              MOVE 4 TO WRK-RETORNO.
