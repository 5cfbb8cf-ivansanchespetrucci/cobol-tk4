       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG164.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQDRV ASSIGN TO UT-S-ARQDRV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDRV-STATUS.
           SELECT ARQCTB ASSIGN TO UT-S-ARQCTB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCTB-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQPCT ASSIGN TO UT-S-ARQPCT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PCT-CHAVE
                  FILE STATUS IS FS-ARQPCT-STATUS.
           SELECT ARQLCT ASSIGN TO UT-S-ARQLCT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQLCT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQDRV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DRV.
       01   REG-DRV.
            05 REG-DRV-DATA    PIC 9(08).
            05 FILLER          PIC X       VALUE SPACE.
            05 REG-DRV-HORA    PIC 9(08).
            05 FILLER          PIC X       VALUE SPACE.
            05 REG-DRV-ETAPA   PIC X(10).
            05 FILLER          PIC X       VALUE SPACE.
            05 REG-DRV-STATUS  PIC X(20).
            05 FILLER          PIC X       VALUE SPACE.
            05 REG-DRV-QTD     PIC 9(09).
            05 FILLER          PIC X       VALUE SPACE.
            05 REG-DRV-RC      PIC 9(02).
       FD   ARQCTB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CTB.
       01   REG-CTB.
            05 CTB-CODIGO          PIC 9(05).
            05 CTB-TIPO            PIC X(01).
            05 CTB-NUMERO          PIC 9(06).
            05 CTB-VALOR           PIC 9(07)V99.
            05 CTB-DATA            PIC 9(08).
       01   REG-CTB-ENV            PIC X(36).
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQPCT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PCT.
       01   REG-PCT.
            05 PCT-CHAVE.
               10 PCT-EMPRESA   PIC 9(02).
               10 PCT-TIPO      PIC X(01).
            05 PCT-DEBITO       PIC X(12).
            05 PCT-CREDITO      PIC X(12).
            05 PCT-DESCRICAO    PIC X(20).
            05 PCT-STATUS       PIC X(01).
       FD   ARQLCT
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-LCT.
       01   REG-LCT.
            05 LCT-CODIGO          PIC 9(05).
            05 LCT-NUMERO          PIC 9(06).
            05 LCT-DATA            PIC 9(08).
            05 LCT-EMPRESA         PIC 9(02).
            05 LCT-TIPO            PIC X(01).
            05 LCT-NATUREZA        PIC X(01).
            05 LCT-CONTA           PIC X(12).
            05 LCT-CCUSTO          PIC 9(02).
            05 LCT-VALOR           PIC 9(07)V99.
            05 LCT-HISTORICO       PIC X(20).
       01   REG-LCT-ENV            PIC X(66).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQCTB        PIC X VALUE 'N'.
       77  FS-ARQCTB-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQPCT-STATUS PIC XX VALUE '00'.
       77  FS-ARQLCT-STATUS PIC XX VALUE '00'.
       77  FS-ARQDRV-STATUS PIC XX VALUE '00'.
       77  WRK-DRV-ETAPA    PIC X(10) VALUE SPACES.
       77  WRK-DRV-STATUS   PIC X(20) VALUE SPACES.
       77  WRK-DRV-QTD      PIC 9(09) VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-EMPRESA-MOV  PIC 9(02) VALUE 0.
       77  WRK-REGIAO       PIC 9(02) VALUE 0.
       77  WRK-CEP-ALF      PIC X(08) VALUE SPACES.
       77  WRK-TEM-TRAILER  PIC 9 VALUE 0.
       77  WRK-QTD-MOVTOS   PIC 9(09) VALUE 0.
       77  WRK-QTD-LINHAS   PIC 9(09) VALUE 0.
       77  WRK-HASH-CODIGO  PIC 9(11) VALUE 0.
       77  WRK-QTD-SEM-CONTA PIC 9(09) VALUE 0.
       77  WRK-QTD-SEM-CLIENTE PIC 9(09) VALUE 0.
       77  WRK-TOT-MOVTOS   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-DEBITOS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-CTB-TRL-VALOR-X PIC X(13) VALUE SPACES.
       01  WRK-CTB-TRL-VALOR-R REDEFINES WRK-CTB-TRL-VALOR-X.
           05 WRK-CTB-TRL-VALOR PIC 9(11)V99.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA (VER PROG049): O TRAILER DO
      * DIARIO TRAZ A QUANTIDADE DE LINHAS, A SOMA DOS CODIGOS
      * E, EM SEGUIDA, OS TOTAIS DE DEBITO E DE CREDITO, QUE O
      * RAZAO CONFERE NA CARGA
      *-----------------------------------------------------
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'DIARIO'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
           05 WRK-TRL-DEBITOS          PIC 9(11)V99.
           05 WRK-TRL-CREDITOS         PIC 9(11)V99.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-LANCAR-MOVIMENTO THRU 0200-FIM
                    UNTIL FS-ARQCTB = 'F'.
            PERFORM 0900-FINALIZAR THRU 0900-FIM.
           MOVE 'DIARIO' TO WRK-DRV-ETAPA.
           IF WRK-RETORNO = 8
              MOVE 'NAO FECHADA' TO WRK-DRV-STATUS
           ELSE
              MOVE 'CONCLUIDA' TO WRK-DRV-STATUS.
           MOVE WRK-QTD-LINHAS TO WRK-DRV-QTD.
           PERFORM 9000-GRAVAR-DRV.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * DIARIO CONTABIL EM PARTIDAS DOBRADAS A PARTIR DO
      * EXTRATO ARQCTB (PROG071, PROG096 NAS BAIXAS POR
      * PERDA OU PROG165 NA PDD): CADA MOVIMENTO VIRA UMA
      * LINHA A DEBITO E UMA A CREDITO, NAS CONTAS DO DE-PARA
      * ARQPCT (PROG163)
      * PARA A EMPRESA DO CLIENTE E O TIPO DO MOVIMENTO. O
      * CENTRO DE CUSTO E A REGIAO DO CLIENTE PELO CEP, COMO
      * NA CONTAGEM DO PROG136 (00 QUANDO NAO HA REGIAO).
      * TIPO SEM CONTA OU DIA QUE NAO FECHA DEIXA O DIARIO
      * SEM TRAILER E O PASSO TERMINA COM RETORNO 8
      *-----------------------------------------------------
       0100-INICIAR.
           MOVE 'DIARIO' TO WRK-DRV-ETAPA.
           MOVE 'INICIADA' TO WRK-DRV-STATUS.
           MOVE ZEROS TO WRK-DRV-QTD.
           PERFORM 9000-GRAVAR-DRV.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQCTB.
           IF FS-ARQCTB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQCTB.... ' FS-ARQCTB-STATUS
              MOVE 'F' TO FS-ARQCTB
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN INPUT ARQPCT.
           IF FS-ARQPCT-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPCT.... ' FS-ARQPCT-STATUS
              CLOSE ARQCTB
              MOVE 'F' TO FS-ARQCTB
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
              CLOSE ARQCTB
              CLOSE ARQPCT
              MOVE 'F' TO FS-ARQCTB
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN OUTPUT ARQLCT.
           IF FS-ARQLCT-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQLCT.... ' FS-ARQLCT-STATUS
              CLOSE ARQCTB
              CLOSE ARQPCT
              CLOSE CLIENTES
              MOVE 'F' TO FS-ARQCTB
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           READ ARQCTB AT END
                       MOVE 'F' TO FS-ARQCTB.
           IF FS-ARQCTB NOT = 'F'
              AND REG-CTB-ENV (1:3) = 'HDR'
              MOVE REG-CTB-ENV (12:8) TO WRK-DATA-HOJE
              READ ARQCTB AT END
                          MOVE 'F' TO FS-ARQCTB
              END-READ.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE SPACES TO REG-LCT-ENV.
           MOVE WRK-CABECALHO TO REG-LCT-ENV.
           WRITE REG-LCT-ENV.
       0100-FIM.
      *-----------------------------------------------------
       0200-LANCAR-MOVIMENTO.
           IF REG-CTB-ENV (1:3) = 'TRL'
              MOVE 1 TO WRK-TEM-TRAILER
              MOVE REG-CTB-ENV (24:13) TO WRK-CTB-TRL-VALOR-X
              GO TO 0200-LER.
           ADD 1 TO WRK-QTD-MOVTOS.
           ADD CTB-VALOR TO WRK-TOT-MOVTOS.
           PERFORM 0300-CLIENTE-DO-MOVIMENTO.
           MOVE WRK-EMPRESA-MOV TO PCT-EMPRESA.
           MOVE CTB-TIPO        TO PCT-TIPO.
           READ ARQPCT
               INVALID KEY
                   MOVE 'I' TO PCT-STATUS
           END-READ.
           IF PCT-STATUS NOT = 'A'
              ADD 1 TO WRK-QTD-SEM-CONTA
              DISPLAY 'TIPO SEM CONTA.......... EMPRESA '
                      WRK-EMPRESA-MOV ' TIPO ' CTB-TIPO
                      ' DOCUMENTO ' CTB-NUMERO
              GO TO 0200-LER.
           MOVE SPACES TO REG-LCT.
           MOVE CTB-CODIGO      TO LCT-CODIGO.
           MOVE CTB-NUMERO      TO LCT-NUMERO.
           MOVE CTB-DATA        TO LCT-DATA.
           MOVE WRK-EMPRESA-MOV TO LCT-EMPRESA.
           MOVE CTB-TIPO        TO LCT-TIPO.
           MOVE WRK-REGIAO      TO LCT-CCUSTO.
           MOVE CTB-VALOR       TO LCT-VALOR.
           MOVE PCT-DESCRICAO   TO LCT-HISTORICO.
           MOVE 'D'             TO LCT-NATUREZA.
           MOVE PCT-DEBITO      TO LCT-CONTA.
           WRITE REG-LCT.
           ADD CTB-VALOR TO WRK-TOT-DEBITOS.
           MOVE 'C'             TO LCT-NATUREZA.
           MOVE PCT-CREDITO     TO LCT-CONTA.
           WRITE REG-LCT.
           ADD CTB-VALOR TO WRK-TOT-CREDITOS.
           ADD 2 TO WRK-QTD-LINHAS.
           ADD CTB-CODIGO CTB-CODIGO TO WRK-HASH-CODIGO.
       0200-LER.
           READ ARQCTB AT END
                       MOVE 'F' TO FS-ARQCTB.
       0200-FIM.
      *-----------------------------------------------------
      * EMPRESA E CENTRO DE CUSTO SAO OS DO CLIENTE NO
      * CADASTRO; CLIENTE AUSENTE FICA NA EMPRESA 00, QUE
      * NAO TEM CONTA, E O DIA NAO FECHA
      *-----------------------------------------------------
       0300-CLIENTE-DO-MOVIMENTO.
           MOVE CTB-CODIGO TO REG-CODIGO.
           MOVE 0 TO WRK-EMPRESA-MOV.
           MOVE 0 TO WRK-REGIAO.
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CLIENTE
                   DISPLAY 'CLIENTE NAO CADASTRADO.. ' CTB-CODIGO
               NOT INVALID KEY
                   MOVE REG-EMPRESA TO WRK-EMPRESA-MOV
                   PERFORM 0700-REGIAO-DO-CEP
           END-READ.
      *-----------------------------------------------------
       0700-REGIAO-DO-CEP.
           MOVE REG-CEP TO WRK-CEP-ALF.
           EVALUATE WRK-CEP-ALF (1:1)
               WHEN '0' MOVE 1  TO WRK-REGIAO
               WHEN '1' MOVE 1  TO WRK-REGIAO
               WHEN '2' MOVE 2  TO WRK-REGIAO
               WHEN '3' MOVE 3  TO WRK-REGIAO
               WHEN '4' MOVE 4  TO WRK-REGIAO
               WHEN '5' MOVE 9  TO WRK-REGIAO
               WHEN '6' MOVE 6  TO WRK-REGIAO
               WHEN '7' MOVE 5  TO WRK-REGIAO
               WHEN '8' MOVE 8  TO WRK-REGIAO
               WHEN '9' MOVE 10 TO WRK-REGIAO
               WHEN OTHER
                        MOVE 0  TO WRK-REGIAO
           END-EVALUATE.
           IF REG-CEP = ZEROS
              MOVE 0 TO WRK-REGIAO.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-RETORNO NOT = 0
               GO TO 0900-RESUMO.
            IF WRK-TEM-TRAILER = 0
               DISPLAY 'EXTRATO SEM TRAILER, MOVIMENTO INCOMPLETO'
               MOVE 8 TO WRK-RETORNO
            ELSE
               IF WRK-CTB-TRL-VALOR NOT = WRK-TOT-MOVTOS
                  DISPLAY 'EXTRATO NAO CONFERE COM O TRAILER'
                  MOVE 8 TO WRK-RETORNO.
            IF WRK-QTD-SEM-CONTA NOT = 0
               DISPLAY 'MOVIMENTOS SEM CONTA.... ' WRK-QTD-SEM-CONTA
               MOVE 8 TO WRK-RETORNO.
            IF WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
               OR WRK-TOT-DEBITOS NOT = WRK-TOT-MOVTOS
               DISPLAY 'DEBITOS E CREDITOS DO DIA NAO FECHAM'
               MOVE 8 TO WRK-RETORNO.
            IF WRK-RETORNO = 0
               MOVE WRK-QTD-LINHAS   TO WRK-TRL-QTD
               MOVE WRK-HASH-CODIGO  TO WRK-TRL-HASH
               MOVE WRK-TOT-DEBITOS  TO WRK-TRL-DEBITOS
               MOVE WRK-TOT-CREDITOS TO WRK-TRL-CREDITOS
               MOVE SPACES TO REG-LCT-ENV
               MOVE WRK-TRAILER TO REG-LCT-ENV
               WRITE REG-LCT-ENV
            ELSE
               DISPLAY 'DIARIO NAO FECHADO, ARQLCT SEM TRAILER'.
            CLOSE ARQLCT.
            CLOSE ARQCTB.
            CLOSE ARQPCT.
            CLOSE CLIENTES.
       0900-RESUMO.
            DISPLAY '------------------------------------'.
            DISPLAY 'DIARIO CONTABIL DE ' WRK-DATA-HOJE.
            DISPLAY 'MOVIMENTOS LIDOS........ ' WRK-QTD-MOVTOS.
            DISPLAY 'LINHAS GRAVADAS......... ' WRK-QTD-LINHAS.
            DISPLAY 'CLIENTES NAO CADASTRADOS ' WRK-QTD-SEM-CLIENTE.
            MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
            DISPLAY 'TOTAL A DEBITO.......... ' WRK-VALOR-ED.
            MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
            DISPLAY 'TOTAL A CREDITO......... ' WRK-VALOR-ED.
            IF WRK-RETORNO = 0 AND WRK-QTD-MOVTOS = 0
               MOVE 4 TO WRK-RETORNO.
       0900-FIM.
      *-----------------------------------------------------
      * REGISTRO DE ETAPA NO ARQDRV, COMO O CICLO DO PROG031
      * FAZ: INICIO, FIM, CONTAGEM E RETORNO, PARA O RESUMO
      * NOTURNO DO PROG050 COBRIR A NOITE INTEIRA
      *-----------------------------------------------------
       9000-GRAVAR-DRV.
           OPEN EXTEND ARQDRV.
           IF FS-ARQDRV-STATUS = '35'
              OPEN OUTPUT ARQDRV.
           IF FS-ARQDRV-STATUS = '00'
              MOVE SPACES TO REG-DRV
              ACCEPT REG-DRV-DATA FROM DATE YYYYMMDD
              ACCEPT REG-DRV-HORA FROM TIME
              MOVE WRK-DRV-ETAPA  TO REG-DRV-ETAPA
              MOVE WRK-DRV-STATUS TO REG-DRV-STATUS
              MOVE WRK-DRV-QTD    TO REG-DRV-QTD
              MOVE WRK-RETORNO    TO REG-DRV-RC
              WRITE REG-DRV
              CLOSE ARQDRV.
