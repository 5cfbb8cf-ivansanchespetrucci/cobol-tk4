                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
           SELECT ARQPND ASSIGN TO UT-S-ARQPND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPND-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQOPE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OPERADOR.
       01   REG-OPERADOR.
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
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  FS-ARQPND        PIC X VALUE 'N'.
       77  FS-ARQPND-STATUS PIC XX VALUE '00'.
       77  WRK-ID           PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-AUTORIZADO   PIC 9 VALUE 0.
       77  WRK-COD-SOBREVIVE PIC 9(05) VALUE ZEROS.
       77  WRK-COD-VITIMA    PIC 9(05) VALUE ZEROS.
       77  WRK-PROSSEGUE     PIC 9 VALUE 1.
            05 VIT-EMPRESA          PIC 9(02).
            05 VIT-END-CIDADE       PIC X(20).
            05 VIT-END-UF           PIC X(02).
       77  WRK-ANTES-SOB    PIC X(135) VALUE SPACES.
       77  WRK-ANTES-VIT    PIC X(135) VALUE SPACES.
       01  WRK-CHAVE-FUSAO.
           05 WRK-FUS-SOBREVIVE PIC 9(05).
           05 WRK-FUS-VITIMA    PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
       77  WRK-PROX-PEDIDO  PIC 9(06) VALUE 0.
       77  WRK-JA-PENDENTE  PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DV-ACAO      PIC X(01) VALUE 'V'.
       77  WRK-DIGITO       PIC 9(01) VALUE 0.
       77  WRK-DV-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0050-SIGNON.
            IF WRK-AUTORIZADO = 0
               DISPLAY 'FUSAO RESTRITA AO SUPERVISOR'
               MOVE 8 TO WRK-RETORNO
            ELSE
               PERFORM 0100-INICIAR
               IF WRK-PROSSEGUE = 1
                  PERFORM 0200-LER-REGISTROS
               END-IF
               IF WRK-PROSSEGUE = 1
                  PERFORM 0300-FUNDIR
               END-IF
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * A FUSAO E A ENTRADA DE CODIGO MAIS DESTRUTIVA DO
      * CADASTRO: OS DOIS CODIGOS DIGITADOS SAO CONFERIDOS
      * PELO DIGITO VERIFICADOR (PROG058) ANTES DE ABRIR O
      * ARQUIVO, COMO NO PROG021 E NO PROG022. EXIGE
      * OPERADOR NIVEL 2 DO ARQOPE E NAO EFETIVA: A FUSAO VAI
      * PARA A FILA ARQPND COM AS IMAGENS ANTES/DEPOIS DOS
      * DOIS CLIENTES E SO E APLICADA QUANDO OUTRO OPERADOR
      * NIVEL 2 APROVA NO PROG196
      *-----------------------------------------------------
       0050-SIGNON.
           DISPLAY 'OPERADOR..'.
           ACCEPT WRK-ID.
           DISPLAY 'SENHA.....'.
           ACCEPT WRK-SENHA.
           OPEN INPUT ARQOPE.
           IF FS-ARQOPE-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE OPERADORES AUSENTE'
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE
              END-READ
              PERFORM 0060-CONFERIR-OPERADOR UNTIL FS-ARQOPE = 'F'
              CLOSE ARQOPE.
      *-----------------------------------------------------
       0060-CONFERIR-OPERADOR.
           IF OPE-ID = WRK-ID AND OPE-SENHA = WRK-SENHA
              IF OPE-NIVEL NOT < 2
                 MOVE 1 TO WRK-AUTORIZADO
              END-IF
              MOVE 'F' TO FS-ARQOPE
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE.
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'CODIGO DO CLIENTE SOBREVIVENTE..'.
                    PERFORM 0150-ABRIR-ARQUIVOS.
      *-----------------------------------------------------
       0150-ABRIR-ARQUIVOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-COD-SOBREVIVE TO WRK-FUS-SOBREVIVE.
           MOVE WRK-COD-VITIMA    TO WRK-FUS-VITIMA.
           PERFORM 0160-LER-PENDENTES.
           IF WRK-JA-PENDENTE = 1
              DISPLAY 'CLIENTE COM FUSAO PENDENTE DE APROVACAO'
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
           ELSE
              OPEN INPUT CLIENTES
              IF FS-CLIENTES-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR CLIENTES.. '
                         FS-CLIENTES-STATUS
                 MOVE 0 TO WRK-PROSSEGUE
                 MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
      * NUMERO DO PROXIMO PEDIDO DA FILA E FUSAO AINDA
      * PENDENTE ENVOLVENDO QUALQUER UM DOS DOIS CODIGOS
      *-----------------------------------------------------
       0160-LER-PENDENTES.
           MOVE 0 TO WRK-JA-PENDENTE.
           MOVE 1 TO WRK-PROX-PEDIDO.
           OPEN INPUT ARQPND.
           IF FS-ARQPND-STATUS = '00'
              READ ARQPND AT END
                          MOVE 'F' TO FS-ARQPND
              END-READ
              PERFORM 0170-CONFERIR-PENDENTE UNTIL FS-ARQPND = 'F'
              CLOSE ARQPND
              MOVE 'N' TO FS-ARQPND.
      *-----------------------------------------------------
       0170-CONFERIR-PENDENTE.
           IF PND-NUMERO NOT < WRK-PROX-PEDIDO
              COMPUTE WRK-PROX-PEDIDO = PND-NUMERO + 1.
           IF PND-SITUACAO = 'P' AND PND-TIPO = 'FU'
              IF PND-CHAVE (1:5) = WRK-CHAVE-FUSAO (1:5)
                 OR PND-CHAVE (1:5) = WRK-CHAVE-FUSAO (6:5)
                 OR PND-CHAVE (6:5) = WRK-CHAVE-FUSAO (1:5)
                 OR PND-CHAVE (6:5) = WRK-CHAVE-FUSAO (6:5)
                 MOVE 1 TO WRK-JA-PENDENTE.
           READ ARQPND AT END
                       MOVE 'F' TO FS-ARQPND.
      *-----------------------------------------------------
       0200-LER-REGISTROS.
           MOVE WRK-COD-SOBREVIVE TO REG-CODIGO.
                   MOVE 8 TO WRK-RETORNO
               NOT INVALID KEY
                   MOVE REG-CLIENTES TO WRK-SOBREVIVENTE
                   MOVE REG-CLIENTES TO WRK-ANTES-SOB
           END-READ.
           IF WRK-PROSSEGUE = 1
              MOVE WRK-COD-VITIMA TO REG-CODIGO
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE REG-CLIENTES TO WRK-VITIMA
                      MOVE REG-CLIENTES TO WRK-ANTES-VIT
              END-READ.
      *-----------------------------------------------------
      * O SOBREVIVENTE RECEBE OS CAMPOS QUE ESTAO VAZIOS NELE
              MOVE SOB-DATA-EFETIVA  TO SOB-DATA-ANT
              MOVE VIT-ENDERECO      TO SOB-ENDERECO
              ACCEPT SOB-DATA-EFETIVA FROM DATE YYYYMMDD.
           MOVE 'I' TO VIT-STATUS.
           PERFORM 0350-SOLICITAR.
      *-----------------------------------------------------
       0350-SOLICITAR.
           OPEN EXTEND ARQPND.
           IF FS-ARQPND-STATUS = '35'
              OPEN OUTPUT ARQPND.
           IF FS-ARQPND-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPND.... ' FS-ARQPND-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              MOVE SPACES TO REG-PND
              MOVE WRK-PROX-PEDIDO  TO PND-NUMERO
              MOVE 'FU'             TO PND-TIPO
              MOVE 'PROG046'        TO PND-PROGRAMA
              MOVE 'P'              TO PND-SITUACAO
              MOVE WRK-DATA-HOJE    TO PND-DATA
              ACCEPT PND-HORA FROM TIME
              MOVE WRK-ID           TO PND-EMITENTE
              MOVE ZEROS            TO PND-DATA-DECISAO
              MOVE WRK-CHAVE-FUSAO  TO PND-CHAVE
              MOVE ZEROS            TO PND-VALOR
              MOVE ZEROS            TO PND-DIAS
              MOVE WRK-ANTES-SOB    TO PND-ANTES-1
              MOVE WRK-SOBREVIVENTE TO PND-DEPOIS-1
              MOVE WRK-ANTES-VIT    TO PND-ANTES-2
              MOVE WRK-VITIMA       TO PND-DEPOIS-2
              WRITE REG-PND
              CLOSE ARQPND
              DISPLAY 'FUSAO AGUARDANDO APROVACAO.....'
              DISPLAY 'SOBREVIVENTE.. ' WRK-COD-SOBREVIVE
              DISPLAY 'A DESATIVAR... ' WRK-COD-VITIMA
              DISPLAY 'PEDIDO NUMERO. ' WRK-PROX-PEDIDO.
      *-----------------------------------------------------
       0900-FINALIZAR.
           IF FS-CLIENTES-STATUS = '00'
              CLOSE CLIENTES.
