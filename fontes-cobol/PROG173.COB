       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG173.
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
           SELECT ARQLIM ASSIGN TO UT-S-ARQLIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-LIM-CODIGO
                  FILE STATUS IS FS-ARQLIM-STATUS.
           SELECT ARQDOC ASSIGN TO UT-S-ARQDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CODIGO
                  ALTERNATE RECORD KEY IS DOC-FISCAL
                  FILE STATUS IS FS-ARQDOC-STATUS.
           SELECT ARQSCO ASSIGN TO UT-S-ARQSCO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCO-CHAVE
                  FILE STATUS IS FS-ARQSCO-STATUS.
           SELECT ARQSCP ASSIGN TO UT-S-ARQSCP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSCP-STATUS.
           SELECT ARQCSB ASSIGN TO UT-S-ARQCSB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCSB-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQLIM
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 15 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-LIMITE.
       01   REG-LIMITE.
            05 REG-LIM-CODIGO   PIC 9(05).
            05 REG-LIM-VALOR    PIC 9(07)V99.
            05 REG-LIM-STATUS   PIC X(01).
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
       FD   ARQSCP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SCP.
       01   REG-SCP.
            05 SCP-SCORE-MINIMO PIC 9(04).
            05 SCP-QUEDA        PIC 9(04).
            05 SCP-DIAS-REVISAO PIC 9(03).
       FD   ARQCSB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CSB.
       01   REG-CSB.
            05 CSB-CODIGO       PIC 9(05).
            05 CSB-DOC-TIPO     PIC X(01).
            05 CSB-DOC-NUMERO   PIC 9(14).
            05 CSB-NOME         PIC X(20).
            05 CSB-CEP          PIC 9(08).
            05 CSB-MOTIVO       PIC X(01).
            05 CSB-DATA         PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES      PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQLIM-STATUS PIC XX VALUE '00'.
       77  FS-ARQDOC-STATUS PIC XX VALUE '00'.
       77  FS-ARQSCO-STATUS PIC XX VALUE '00'.
       77  FS-ARQSCP-STATUS PIC XX VALUE '00'.
       77  FS-ARQCSB-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-LIMITES  PIC 9 VALUE 0.
       77  WRK-TEM-DOC      PIC 9 VALUE 0.
       77  WRK-TEM-SCORE    PIC 9 VALUE 0.
       77  WRK-DIAS-REVISAO PIC 9(03) VALUE 180.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DEC.
           05 WRK-DATA-ANO  PIC 9(04).
           05 WRK-DATA-MES  PIC 9(02).
           05 WRK-DATA-DIA  PIC 9(02).
       77  WRK-SERIAL-HOJE  PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-REG   PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS         PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-SCAN     PIC X VALUE 'N'.
       77  WRK-ULTIMA-DATA  PIC 9(08) VALUE ZEROS.
       77  WRK-LIMITE-ATIVO PIC 9 VALUE 0.
       77  WRK-MOTIVO       PIC X(01) VALUE SPACE.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-NOVOS    PIC 9(05) VALUE 0.
       77  WRK-QTD-REVISAO  PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-DOC  PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0200-PROCESSAR THRU 0200-FIM
                   UNTIL FS-CLIENTES = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * LOTE DE CONSULTA AO BUREAU DE CREDITO ANTES DE
      * CONCEDER OU REVER CREDITO: VAI NO ARQCSB O CLIENTE
      * ATIVO QUE NUNCA FOI CONSULTADO (MOTIVO N) E O CLIENTE
      * COM LIMITE ATIVO NO ARQLIM (PROG085) CUJA ULTIMA
      * CONSULTA NO HISTORICO ARQSCO PASSOU DOS DIAS DE
      * REVISAO DO CARTAO ARQSCP (MOTIVO R). O BUREAU
      * IDENTIFICA PELO CPF/CNPJ, ENTAO CLIENTE SEM ARQDOC
      * FICA DE FORA E SAI APONTADO. O RETORNO E CARREGADO
      * PELO PROG174
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-DEC.
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-REG TO WRK-SERIAL-HOJE.
           PERFORM 0120-LER-PARAMETROS.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQCSB.
             IF FS-ARQCSB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQCSB.... ' FS-ARQCSB-STATUS
                CLOSE CLIENTES
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT ARQLIM.
             IF FS-ARQLIM-STATUS = '00'
                MOVE 1 TO WRK-TEM-LIMITES
             ELSE
                DISPLAY 'ARQUIVO DE LIMITES AUSENTE, SEM REVISAO'.
           OPEN INPUT ARQDOC.
             IF FS-ARQDOC-STATUS = '00'
                MOVE 1 TO WRK-TEM-DOC
             ELSE
                DISPLAY 'ARQDOC AUSENTE, NENHUM CLIENTE CONSULTAVEL '
                        FS-ARQDOC-STATUS.
           OPEN INPUT ARQSCO.
             IF FS-ARQSCO-STATUS = '00'
                MOVE 1 TO WRK-TEM-SCORE
             ELSE
                DISPLAY 'HISTORICO DE SCORE AUSENTE, TODOS NOVOS'.
           DISPLAY 'CONSULTA AO BUREAU DE CREDITO EM ' WRK-DATA-HOJE.
           DISPLAY '------------------------------------'.
           READ CLIENTES NEXT RECORD AT END
                         MOVE 'F' TO FS-CLIENTES.
       0100-FIM.
      *-----------------------------------------------------
      * SEM O CARTAO DE SCORE VALEM OS PADROES DA CASA:
      * REVISAO DO LIMITE A CADA 180 DIAS
      *-----------------------------------------------------
       0120-LER-PARAMETROS.
           OPEN INPUT ARQSCP.
           IF FS-ARQSCP-STATUS NOT = '00'
              DISPLAY 'CARTAO DE SCORE AUSENTE, REVISAO PADRAO'
           ELSE
              READ ARQSCP
                  AT END
                      DISPLAY 'CARTAO DE SCORE VAZIO, REVISAO PADRAO'
                  NOT AT END
                      IF SCP-DIAS-REVISAO NUMERIC
                         AND SCP-DIAS-REVISAO NOT = 0
                         MOVE SCP-DIAS-REVISAO TO WRK-DIAS-REVISAO
                      END-IF
              END-READ
              CLOSE ARQSCP.
      *-----------------------------------------------------
       0150-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-REG = (WRK-DATA-ANO * 365)
                   + (WRK-DATA-MES * 30) + WRK-DATA-DIA.
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           MOVE SPACE TO WRK-MOTIVO.
           IF REG-STATUS = 'I'
              GO TO 0200-LER.
           PERFORM 0220-ULTIMA-CONSULTA.
           IF WRK-ULTIMA-DATA = 0
              MOVE 'N' TO WRK-MOTIVO
           ELSE
              PERFORM 0240-TESTAR-LIMITE
              IF WRK-LIMITE-ATIVO = 1
                 MOVE WRK-ULTIMA-DATA TO WRK-DATA-DEC
                 PERFORM 0150-CALCULAR-SERIAL
                 COMPUTE WRK-DIAS = WRK-SERIAL-HOJE - WRK-SERIAL-REG
                 IF WRK-DIAS NOT < WRK-DIAS-REVISAO
                    MOVE 'R' TO WRK-MOTIVO
                 END-IF
              END-IF.
           IF WRK-MOTIVO NOT = SPACE
              PERFORM 0300-GERAR-CONSULTA THRU 0300-FIM.
       0200-LER.
           READ CLIENTES NEXT RECORD AT END
                         MOVE 'F' TO FS-CLIENTES.
       0200-FIM.
      *-----------------------------------------------------
      * O HISTORICO E CHAVEADO POR CLIENTE + DATA DA
      * CONSULTA; O ULTIMO REGISTRO DO CLIENTE E O MAIS NOVO
      *-----------------------------------------------------
       0220-ULTIMA-CONSULTA.
           MOVE ZEROS TO WRK-ULTIMA-DATA.
           IF WRK-TEM-SCORE = 1
              MOVE REG-CODIGO TO SCO-CODIGO
              MOVE ZEROS TO SCO-DATA
              MOVE 'N' TO WRK-FIM-SCAN
              START ARQSCO KEY IS NOT < SCO-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WRK-FIM-SCAN
              END-START
              PERFORM 0230-LER-CONSULTA UNTIL WRK-FIM-SCAN = 'S'.
      *-----------------------------------------------------
       0230-LER-CONSULTA.
           READ ARQSCO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   IF SCO-CODIGO NOT = REG-CODIGO
                      MOVE 'S' TO WRK-FIM-SCAN
                   ELSE
                      MOVE SCO-DATA TO WRK-ULTIMA-DATA
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0240-TESTAR-LIMITE.
           MOVE 0 TO WRK-LIMITE-ATIVO.
           IF WRK-TEM-LIMITES = 1
              MOVE REG-CODIGO TO REG-LIM-CODIGO
              READ ARQLIM
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF REG-LIM-STATUS = 'A'
                         MOVE 1 TO WRK-LIMITE-ATIVO
                      END-IF
              END-READ.
      *-----------------------------------------------------
       0300-GERAR-CONSULTA.
           IF WRK-TEM-DOC = 0
              ADD 1 TO WRK-QTD-SEM-DOC
              GO TO 0300-FIM.
           MOVE REG-CODIGO TO DOC-CODIGO.
           READ ARQDOC KEY IS DOC-CODIGO
               INVALID KEY
                   MOVE SPACE TO DOC-TIPO
           END-READ.
           IF DOC-TIPO = SPACE
              ADD 1 TO WRK-QTD-SEM-DOC
              DISPLAY 'SEM CPF/CNPJ, NAO CONSULTADO. ' REG-CODIGO
                      ' ' REG-NOME
              GO TO 0300-FIM.
           MOVE SPACES TO REG-CSB.
           MOVE REG-CODIGO    TO CSB-CODIGO.
           MOVE DOC-TIPO      TO CSB-DOC-TIPO.
           MOVE DOC-NUMERO    TO CSB-DOC-NUMERO.
           MOVE REG-NOME      TO CSB-NOME.
           MOVE REG-CEP       TO CSB-CEP.
           MOVE WRK-MOTIVO    TO CSB-MOTIVO.
           MOVE WRK-DATA-HOJE TO CSB-DATA.
           WRITE REG-CSB.
           IF WRK-MOTIVO = 'N'
              ADD 1 TO WRK-QTD-NOVOS
              DISPLAY 'NOVO...... ' REG-CODIGO ' ' REG-NOME
           ELSE
              ADD 1 TO WRK-QTD-REVISAO
              DISPLAY 'REVISAO... ' REG-CODIGO ' ' REG-NOME
                      ' ULTIMA CONSULTA ' WRK-ULTIMA-DATA.
       0300-FIM.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               CLOSE CLIENTES
               CLOSE ARQCSB
               IF WRK-TEM-LIMITES = 1
                  CLOSE ARQLIM
               END-IF
               IF WRK-TEM-DOC = 1
                  CLOSE ARQDOC
               END-IF
               IF WRK-TEM-SCORE = 1
                  CLOSE ARQSCO
               END-IF
               DISPLAY '------------------------------------'
               DISPLAY 'CLIENTES LIDOS.......... ' WRK-LIDOS
               DISPLAY 'CONSULTAS DE NOVOS...... ' WRK-QTD-NOVOS
               DISPLAY 'CONSULTAS DE REVISAO.... ' WRK-QTD-REVISAO
               DISPLAY 'SEM CPF/CNPJ............ ' WRK-QTD-SEM-DOC
               IF WRK-QTD-NOVOS = 0 AND WRK-QTD-REVISAO = 0
                  MOVE 4 TO WRK-RETORNO
               END-IF.
