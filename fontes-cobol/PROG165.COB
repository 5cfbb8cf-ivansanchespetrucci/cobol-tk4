       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG165.
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
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQPDD ASSIGN TO UT-S-ARQPDD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPDD-STATUS.
           SELECT ARQCOR ASSIGN TO UT-S-ARQCOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCOR-STATUS.
           SELECT ARQPDH ASSIGN TO UT-S-ARQPDH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPDH-STATUS.
           SELECT ARQAGH ASSIGN TO UT-S-ARQAGH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAGH-STATUS.
           SELECT ARQCTB ASSIGN TO UT-S-ARQCTB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCTB-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
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
       FD   ARQPDD
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PDD.
       01   REG-PDD.
            05 PDD-EMPRESA      PIC 9(02).
            05 PDD-PERCENTUAL   PIC 9(03)V99 OCCURS 5 TIMES.
       FD   ARQCOR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-COR.
       01   REG-COR.
            05 COR-CODIGO       PIC 9(05).
            05 COR-NUMERO       PIC 9(06).
            05 COR-SALDO        PIC 9(07)V99.
            05 COR-CORRIGIDO    PIC 9(09)V99.
            05 COR-DATA         PIC 9(08).
       FD   ARQPDH
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PDH.
       01   REG-PDH.
            05 PDH-MES          PIC 9(06).
            05 PDH-CODIGO       PIC 9(05).
            05 PDH-VALOR        PIC 9(07)V99.
       FD   ARQAGH
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-AGH.
       01   REG-AGH.
            05 AGH-MES          PIC 9(06).
            05 AGH-FAIXA OCCURS 5 TIMES.
               10 AGH-QTD       PIC 9(05).
               10 AGH-VALOR     PIC 9(09)V99.
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
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-ARQPDD        PIC X VALUE 'N'.
       77  FS-ARQPDD-STATUS PIC XX VALUE '00'.
       77  FS-ARQCOR        PIC X VALUE 'N'.
       77  FS-ARQCOR-STATUS PIC XX VALUE '00'.
       77  FS-ARQPDH        PIC X VALUE 'N'.
       77  FS-ARQPDH-STATUS PIC XX VALUE '00'.
       77  FS-ARQAGH        PIC X VALUE 'N'.
       77  FS-ARQAGH-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTB-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-DEC.
           05 WRK-DATA-ANO  PIC 9(04).
           05 WRK-DATA-MES  PIC 9(02).
           05 WRK-DATA-DIA  PIC 9(02).
       77  WRK-SERIAL-HOJE  PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-REG   PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BASE         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PROVISAO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-BKT          PIC 9(01) VALUE 0.
       77  WRK-EMP-IDX      PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * PERCENTUAIS DE PROVISAO POR EMPRESA (POSICAO EMPRESA
      * MAIS 1, PARA A EMPRESA 00) E FAIXA DE ATRASO
      *-----------------------------------------------------
       01  WRK-TAB-PERCENTUAIS.
           05 WRK-TAB-PCT-ENTRY OCCURS 100 TIMES.
               10 WRK-PCT-SITUACAO PIC 9(01).
               10 WRK-PCT-FAIXA    PIC 9(03)V99 OCCURS 5 TIMES.
       01  WRK-TAB-CORRECAO.
           05 WRK-TAB-COR-ENTRY OCCURS 500 TIMES.
               10 WRK-COR-CODIGO   PIC 9(05).
               10 WRK-COR-NUMERO   PIC 9(06).
               10 WRK-COR-VALOR    PIC 9(09)V99.
       77  WRK-COR-QTD      PIC 9(03) VALUE 0.
       77  WRK-COR-IDX      PIC 9(03) VALUE 0.
       77  WRK-COR-ACHOU    PIC 9 VALUE 0.
       01  WRK-TAB-ANTERIOR.
           05 WRK-TAB-ANT-ENTRY OCCURS 500 TIMES.
               10 WRK-ANT-CODIGO   PIC 9(05).
               10 WRK-ANT-VALOR    PIC 9(07)V99.
       77  WRK-ANT-QTD      PIC 9(03) VALUE 0.
       77  WRK-ANT-MES      PIC 9(06) VALUE ZEROS.
       01  WRK-TAB-ATUAL.
           05 WRK-TAB-ATU-ENTRY OCCURS 500 TIMES.
               10 WRK-ATU-CODIGO   PIC 9(05).
               10 WRK-ATU-VALOR    PIC 9(07)V99.
       77  WRK-ATU-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       01  WRK-CLI-FAIXAS.
           05 WRK-CLI-FX OCCURS 5 TIMES.
               10 WRK-CLI-SALDO    PIC 9(09)V99.
               10 WRK-CLI-BASE     PIC 9(09)V99.
               10 WRK-CLI-PROV     PIC 9(09)V99.
       77  WRK-CLI-TOT-SALDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CLI-TOT-PROV PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TOT-FAIXAS.
           05 WRK-TOT-FX OCCURS 5 TIMES.
               10 WRK-FX-QTD       PIC 9(05).
               10 WRK-FX-SALDO     PIC 9(09)V99.
               10 WRK-FX-BASE      PIC 9(09)V99.
               10 WRK-FX-PROV      PIC 9(09)V99.
       01  WRK-NOMES-FAIXAS.
           05 FILLER PIC X(12) VALUE 'EM DIA      '.
           05 FILLER PIC X(12) VALUE '1 A 30 DIAS '.
           05 FILLER PIC X(12) VALUE '31 A 60 DIAS'.
           05 FILLER PIC X(12) VALUE '61 A 90 DIAS'.
           05 FILLER PIC X(12) VALUE 'ACIMA DE 90 '.
       01  WRK-NOMES-FAIXAS-R REDEFINES WRK-NOMES-FAIXAS.
           05 WRK-NOME-FAIXA PIC X(12) OCCURS 5 TIMES.
       77  WRK-TOT-PROVISAO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ESTORNO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TEM-FOTO     PIC 9 VALUE 0.
       01  WRK-TAB-FOTOGRAFIA.
           05 WRK-FOTO-VALOR PIC 9(09)V99 OCCURS 5 TIMES.
       77  WRK-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-SALDO-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-BASE-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PROV-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIF-ED       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-CLIENTES PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-PCT  PIC 9(05) VALUE 0.
       77  WRK-QTD-MOVTOS   PIC 9(09) VALUE 0.
       77  WRK-HASH-CODIGO  PIC 9(11) VALUE 0.
       77  WRK-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA (VER PROG049), O MESMO DO
      * EXTRATO DO PROG071
      *-----------------------------------------------------
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'CONTABIL'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
           05 WRK-TRL-VALOR            PIC 9(11)V99.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0200-PROCESSAR UNTIL FS-FATURAS = 'F'.
            PERFORM 0900-FINALIZAR THRU 0900-FIM.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD): O
      * SALDO DE CADA FATURA ABERTA CAI NA FAIXA DE ATRASO
      * COMO NA FOTOGRAFIA DO PROG104 (EM DIA, 1-30, 31-60,
      * 61-90, ACIMA DE 90) E RECEBE O PERCENTUAL DA EMPRESA
      * E DA FAIXA NO ARQPDD. QUANDO O PROG113 CORRIGIU A
      * FATURA, A PROVISAO INCIDE SOBRE O VALOR CORRIGIDO.
      * O MOVIMENTO SAI NO DESENHO DO ARQCTB COM O ENVELOPE:
      * ESTORNO DA PROVISAO DO MES ANTERIOR (TIPO R) E A
      * PROVISAO DO MES (TIPO V), POR CLIENTE, COM O ANO E
      * MES NO NUMERO DO DOCUMENTO. A PROVISAO DE CADA
      * CLIENTE FICA NO ARQPDH PARA O ESTORNO DO MES SEGUINTE
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0130-DATA-DE-PROCESSAMENTO.
           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-ATUAL.
           MOVE WRK-DATA-HOJE TO WRK-DATA-DEC.
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-REG TO WRK-SERIAL-HOJE.
           MOVE ZEROS TO WRK-TAB-PERCENTUAIS.
           MOVE ZEROS TO WRK-TOT-FAIXAS.
           MOVE ZEROS TO WRK-CLI-FAIXAS.
           OPEN INPUT ARQPDD.
             IF FS-ARQPDD-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQPDD.... ' FS-ARQPDD-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           READ ARQPDD AT END
                       MOVE 'F' TO FS-ARQPDD.
           PERFORM 0160-GUARDAR-PERCENTUAL UNTIL FS-ARQPDD = 'F'.
           CLOSE ARQPDD.
           PERFORM 0170-CARREGAR-CORRECOES.
           PERFORM 0180-CARREGAR-ANTERIOR.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES.
           MOVE SPACES TO REG-REL.
           STRING 'PROVISAO PARA DEVEDORES DUVIDOSOS -- MES '
                  WRK-MES-ATUAL ' -- ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING '   FAIXA                 SALDO    BASE CORRIGIDA'
                  '       PROVISAO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
             IF FS-FATURAS = 'F'
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
      * A DATA OFICIAL VEM DO CONTROLE ARQRUN (PROG126), A
      * MESMA DA FOTOGRAFIA DO PROG104 PARA AS FAIXAS BATEREM
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
       0150-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-REG = (WRK-DATA-ANO * 365)
                   + (WRK-DATA-MES * 30) + WRK-DATA-DIA.
      *-----------------------------------------------------
       0160-GUARDAR-PERCENTUAL.
           COMPUTE WRK-EMP-IDX = PDD-EMPRESA + 1.
           MOVE 1 TO WRK-PCT-SITUACAO (WRK-EMP-IDX).
           PERFORM 0165-MOVER-PERCENTUAL
               VARYING WRK-BKT FROM 1 BY 1
               UNTIL WRK-BKT > 5.
           READ ARQPDD AT END
                       MOVE 'F' TO FS-ARQPDD.
      *-----------------------------------------------------
       0165-MOVER-PERCENTUAL.
           MOVE PDD-PERCENTUAL (WRK-BKT)
             TO WRK-PCT-FAIXA (WRK-EMP-IDX, WRK-BKT).
      *-----------------------------------------------------
       0170-CARREGAR-CORRECOES.
           OPEN INPUT ARQCOR.
           IF FS-ARQCOR-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQCOR AT END
                          MOVE 'F' TO FS-ARQCOR
              END-READ
              PERFORM 0175-GUARDAR-CORRECAO UNTIL FS-ARQCOR = 'F'
              CLOSE ARQCOR.
      *-----------------------------------------------------
       0175-GUARDAR-CORRECAO.
           IF WRK-COR-QTD > 499
              DISPLAY 'CORRECOES EXCEDEM O LIMITE DE 500'
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQCOR
           ELSE
              ADD 1 TO WRK-COR-QTD
              MOVE COR-CODIGO    TO WRK-COR-CODIGO (WRK-COR-QTD)
              MOVE COR-NUMERO    TO WRK-COR-NUMERO (WRK-COR-QTD)
              MOVE COR-CORRIGIDO TO WRK-COR-VALOR (WRK-COR-QTD)
              READ ARQCOR AT END
                          MOVE 'F' TO FS-ARQCOR.
      *-----------------------------------------------------
      * A PROVISAO A ESTORNAR E A DO ULTIMO MES ANTERIOR AO
      * ATUAL NO ARQPDH; REGISTROS DO PROPRIO MES SAO DE UMA
      * EXECUCAO ANTERIOR E SERAO SUBSTITUIDOS
      *-----------------------------------------------------
       0180-CARREGAR-ANTERIOR.
           OPEN INPUT ARQPDH.
           IF FS-ARQPDH-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQPDH AT END
                          MOVE 'F' TO FS-ARQPDH
              END-READ
              PERFORM 0185-GUARDAR-ANTERIOR UNTIL FS-ARQPDH = 'F'
              CLOSE ARQPDH.
      *-----------------------------------------------------
       0185-GUARDAR-ANTERIOR.
           IF PDH-MES < WRK-MES-ATUAL
              IF PDH-MES > WRK-ANT-MES
                 MOVE PDH-MES TO WRK-ANT-MES
                 MOVE 0 TO WRK-ANT-QTD
              END-IF
              IF PDH-MES = WRK-ANT-MES
                 IF WRK-ANT-QTD > 499
                    DISPLAY 'PROVISOES EXCEDEM O LIMITE DE 500'
                    MOVE 8 TO WRK-RETORNO
                 ELSE
                    ADD 1 TO WRK-ANT-QTD
                    MOVE PDH-CODIGO TO WRK-ANT-CODIGO (WRK-ANT-QTD)
                    MOVE PDH-VALOR  TO WRK-ANT-VALOR (WRK-ANT-QTD)
                 END-IF
              END-IF
           END-IF.
           READ ARQPDH AT END
                       MOVE 'F' TO FS-ARQPDH.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF FAT-CODIGO NOT = WRK-CLI-ATUAL
              IF WRK-CLI-ATUAL NOT = 0
                 PERFORM 0400-FECHAR-CLIENTE
              END-IF
              MOVE FAT-CODIGO TO WRK-CLI-ATUAL
           END-IF.
           IF FAT-STATUS = 'A'
              PERFORM 0250-PROVISIONAR-FATURA.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0250-PROVISIONAR-FATURA.
           MOVE FAT-VENCIMENTO TO WRK-DATA-DEC.
           PERFORM 0150-CALCULAR-SERIAL.
           COMPUTE WRK-DIAS-ATRASO =
                   WRK-SERIAL-HOJE - WRK-SERIAL-REG.
           COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO.
           IF WRK-DIAS-ATRASO NOT > 0
              MOVE 1 TO WRK-BKT
           ELSE
              IF WRK-DIAS-ATRASO NOT > 30
                 MOVE 2 TO WRK-BKT
              ELSE
                 IF WRK-DIAS-ATRASO NOT > 60
                    MOVE 3 TO WRK-BKT
                 ELSE
                    IF WRK-DIAS-ATRASO NOT > 90
                       MOVE 4 TO WRK-BKT
                    ELSE
                       MOVE 5 TO WRK-BKT.
           MOVE WRK-SALDO TO WRK-BASE.
           MOVE 0 TO WRK-COR-ACHOU.
           PERFORM 0260-PROCURAR-CORRECAO
               VARYING WRK-COR-IDX FROM 1 BY 1
               UNTIL WRK-COR-IDX > WRK-COR-QTD
                  OR WRK-COR-ACHOU = 1.
           COMPUTE WRK-EMP-IDX = FAT-EMPRESA + 1.
           MOVE ZEROS TO WRK-PROVISAO.
           IF WRK-PCT-SITUACAO (WRK-EMP-IDX) = 0
              DISPLAY 'EMPRESA SEM PERCENTUAIS. ' FAT-EMPRESA
              MOVE 2 TO WRK-PCT-SITUACAO (WRK-EMP-IDX)
              ADD 1 TO WRK-QTD-SEM-PCT
           ELSE
              IF WRK-PCT-SITUACAO (WRK-EMP-IDX) = 2
                 ADD 1 TO WRK-QTD-SEM-PCT
              ELSE
                 COMPUTE WRK-PROVISAO ROUNDED = WRK-BASE
                         * WRK-PCT-FAIXA (WRK-EMP-IDX, WRK-BKT) / 100.
           ADD WRK-SALDO    TO WRK-CLI-SALDO (WRK-BKT).
           ADD WRK-BASE     TO WRK-CLI-BASE (WRK-BKT).
           ADD WRK-PROVISAO TO WRK-CLI-PROV (WRK-BKT).
           ADD 1            TO WRK-FX-QTD (WRK-BKT).
           ADD WRK-SALDO    TO WRK-FX-SALDO (WRK-BKT).
           ADD WRK-BASE     TO WRK-FX-BASE (WRK-BKT).
           ADD WRK-PROVISAO TO WRK-FX-PROV (WRK-BKT).
      *-----------------------------------------------------
       0260-PROCURAR-CORRECAO.
           IF WRK-COR-CODIGO (WRK-COR-IDX) = FAT-CODIGO
              AND WRK-COR-NUMERO (WRK-COR-IDX) = FAT-NUMERO
              MOVE WRK-COR-VALOR (WRK-COR-IDX) TO WRK-BASE
              MOVE 1 TO WRK-COR-ACHOU.
      *-----------------------------------------------------
      * QUEBRA POR CLIENTE: UMA LINHA POR FAIXA COM SALDO E
      * O TOTAL DA PROVISAO DO CLIENTE, QUE VAI PARA O
      * MOVIMENTO E PARA O ARQPDH
      *-----------------------------------------------------
       0400-FECHAR-CLIENTE.
           MOVE ZEROS TO WRK-CLI-TOT-SALDO.
           MOVE ZEROS TO WRK-CLI-TOT-PROV.
           PERFORM 0410-SOMAR-CLIENTE
               VARYING WRK-BKT FROM 1 BY 1
               UNTIL WRK-BKT > 5.
           IF WRK-CLI-TOT-SALDO NOT = 0
              ADD 1 TO WRK-QTD-CLIENTES
              MOVE SPACES TO WRK-NOME
              IF WRK-TEM-CLIENTES = 1
                 MOVE WRK-CLI-ATUAL TO REG-CODIGO
                 READ CLIENTES
                     INVALID KEY
                         MOVE 'CLIENTE INEXISTENTE' TO WRK-NOME
                     NOT INVALID KEY
                         MOVE REG-NOME TO WRK-NOME
                 END-READ
              END-IF
              MOVE SPACES TO REG-REL
              STRING 'CLIENTE ' WRK-CLI-ATUAL ' ' WRK-NOME
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL
              PERFORM 0450-LINHA-DA-FAIXA
                  VARYING WRK-BKT FROM 1 BY 1
                  UNTIL WRK-BKT > 5
              MOVE WRK-CLI-TOT-PROV TO WRK-PROV-ED
              MOVE SPACES TO REG-REL
              STRING '   PROVISAO DO CLIENTE                        '
                     '   ' WRK-PROV-ED
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL
              PERFORM 0470-GUARDAR-PROVISAO.
           MOVE ZEROS TO WRK-CLI-FAIXAS.
      *-----------------------------------------------------
       0410-SOMAR-CLIENTE.
           ADD WRK-CLI-SALDO (WRK-BKT) TO WRK-CLI-TOT-SALDO.
           ADD WRK-CLI-PROV (WRK-BKT)  TO WRK-CLI-TOT-PROV.
      *-----------------------------------------------------
       0450-LINHA-DA-FAIXA.
           IF WRK-CLI-SALDO (WRK-BKT) NOT = 0
              MOVE WRK-CLI-SALDO (WRK-BKT) TO WRK-SALDO-ED
              MOVE WRK-CLI-BASE (WRK-BKT)  TO WRK-BASE-ED
              MOVE WRK-CLI-PROV (WRK-BKT)  TO WRK-PROV-ED
              MOVE SPACES TO REG-REL
              STRING '   ' WRK-NOME-FAIXA (WRK-BKT) ' ' WRK-SALDO-ED
                     '  ' WRK-BASE-ED '  ' WRK-PROV-ED
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL.
      *-----------------------------------------------------
       0470-GUARDAR-PROVISAO.
           IF WRK-CLI-TOT-PROV NOT = 0
              IF WRK-ATU-QTD > 499
                 DISPLAY 'PROVISOES EXCEDEM O LIMITE DE 500'
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 ADD 1 TO WRK-ATU-QTD
                 MOVE WRK-CLI-ATUAL    TO WRK-ATU-CODIGO (WRK-ATU-QTD)
                 MOVE WRK-CLI-TOT-PROV TO WRK-ATU-VALOR (WRK-ATU-QTD).
      *-----------------------------------------------------
      * O MOVIMENTO SO E GRAVADO COM TODAS AS EMPRESAS
      * PARAMETRIZADAS E AS TABELAS COMPLETAS; SEM ISSO O
      * ARQPDH FICA COMO ESTAVA E O MES PODE SER REFEITO
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 0
               GO TO 0900-FIM.
            IF WRK-CLI-ATUAL NOT = 0
               PERFORM 0400-FECHAR-CLIENTE.
            PERFORM 0500-TOTAIS-POR-FAIXA.
            IF WRK-QTD-SEM-PCT NOT = 0
               DISPLAY 'FATURAS SEM PERCENTUAL.. ' WRK-QTD-SEM-PCT
               MOVE 8 TO WRK-RETORNO.
            IF WRK-RETORNO = 8
               DISPLAY 'MOVIMENTO DA PDD NAO GRAVADO'
            ELSE
               PERFORM 0600-GRAVAR-MOVIMENTO THRU 0600-FIM
               PERFORM 0650-GRAVAR-HISTORICO.
            PERFORM 0700-CONFERIR-FOTOGRAFIA.
            CLOSE FATURAS.
            CLOSE ARQREL.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            DISPLAY '------------------------------------'.
            DISPLAY 'PDD DO MES ' WRK-MES-ATUAL.
            DISPLAY 'CLIENTES COM SALDO...... ' WRK-QTD-CLIENTES.
            MOVE WRK-TOT-ESTORNO TO WRK-PROV-ED.
            DISPLAY 'ESTORNO DO MES ' WRK-ANT-MES '.... ' WRK-PROV-ED.
            MOVE WRK-TOT-PROVISAO TO WRK-PROV-ED.
            DISPLAY 'PROVISAO DO MES......... ' WRK-PROV-ED.
            DISPLAY 'MOVIMENTOS GRAVADOS..... ' WRK-QTD-MOVTOS.
       0900-FIM.
      *-----------------------------------------------------
       0500-TOTAIS-POR-FAIXA.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'TOTAL POR FAIXA'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0550-TOTAL-DA-FAIXA
               VARYING WRK-BKT FROM 1 BY 1
               UNTIL WRK-BKT > 5.
           MOVE WRK-TOT-PROVISAO TO WRK-PROV-ED.
           MOVE SPACES TO REG-REL.
           STRING '   PROVISAO DO MES                            '
                  '   ' WRK-PROV-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0550-TOTAL-DA-FAIXA.
           MOVE WRK-FX-SALDO (WRK-BKT) TO WRK-SALDO-ED.
           MOVE WRK-FX-BASE (WRK-BKT)  TO WRK-BASE-ED.
           MOVE WRK-FX-PROV (WRK-BKT)  TO WRK-PROV-ED.
           ADD WRK-FX-PROV (WRK-BKT)   TO WRK-TOT-PROVISAO.
           MOVE SPACES TO REG-REL.
           STRING '   ' WRK-NOME-FAIXA (WRK-BKT) ' ' WRK-SALDO-ED
                  '  ' WRK-BASE-ED '  ' WRK-PROV-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0600-GRAVAR-MOVIMENTO.
           OPEN OUTPUT ARQCTB.
             IF FS-ARQCTB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQCTB.... ' FS-ARQCTB-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0600-FIM.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE SPACES TO REG-CTB-ENV.
           MOVE WRK-CABECALHO TO REG-CTB-ENV.
           WRITE REG-CTB-ENV.
           PERFORM 0610-GRAVAR-ESTORNO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ANT-QTD.
           PERFORM 0620-GRAVAR-PROVISAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ATU-QTD.
           MOVE WRK-QTD-MOVTOS  TO WRK-TRL-QTD.
           MOVE WRK-HASH-CODIGO TO WRK-TRL-HASH.
           MOVE WRK-TOT-VALOR   TO WRK-TRL-VALOR.
           MOVE SPACES TO REG-CTB-ENV.
           MOVE WRK-TRAILER TO REG-CTB-ENV.
           WRITE REG-CTB-ENV.
           CLOSE ARQCTB.
       0600-FIM.
      *-----------------------------------------------------
       0610-GRAVAR-ESTORNO.
           MOVE SPACES TO REG-CTB.
           MOVE WRK-ANT-CODIGO (WRK-IDX) TO CTB-CODIGO.
           MOVE 'R'                      TO CTB-TIPO.
           MOVE WRK-ANT-MES              TO CTB-NUMERO.
           MOVE WRK-ANT-VALOR (WRK-IDX)  TO CTB-VALOR.
           MOVE WRK-DATA-HOJE            TO CTB-DATA.
           WRITE REG-CTB.
           ADD 1 TO WRK-QTD-MOVTOS.
           ADD CTB-CODIGO TO WRK-HASH-CODIGO.
           ADD CTB-VALOR TO WRK-TOT-VALOR.
           ADD CTB-VALOR TO WRK-TOT-ESTORNO.
      *-----------------------------------------------------
       0620-GRAVAR-PROVISAO.
           MOVE SPACES TO REG-CTB.
           MOVE WRK-ATU-CODIGO (WRK-IDX) TO CTB-CODIGO.
           MOVE 'V'                      TO CTB-TIPO.
           MOVE WRK-MES-ATUAL            TO CTB-NUMERO.
           MOVE WRK-ATU-VALOR (WRK-IDX)  TO CTB-VALOR.
           MOVE WRK-DATA-HOJE            TO CTB-DATA.
           WRITE REG-CTB.
           ADD 1 TO WRK-QTD-MOVTOS.
           ADD CTB-CODIGO TO WRK-HASH-CODIGO.
           ADD CTB-VALOR TO WRK-TOT-VALOR.
      *-----------------------------------------------------
      * O ARQPDH GUARDA O MES ESTORNADO E O MES ATUAL, PARA
      * UMA REEXECUCAO NO MESMO MES ESTORNAR O MESMO VALOR
      *-----------------------------------------------------
       0650-GRAVAR-HISTORICO.
           IF WRK-RETORNO NOT = 8
              OPEN OUTPUT ARQPDH
              IF FS-ARQPDH-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQPDH.... ' FS-ARQPDH-STATUS
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 PERFORM 0660-HISTORICO-ANTERIOR
                     VARYING WRK-IDX FROM 1 BY 1
                     UNTIL WRK-IDX > WRK-ANT-QTD
                 PERFORM 0670-HISTORICO-ATUAL
                     VARYING WRK-IDX FROM 1 BY 1
                     UNTIL WRK-IDX > WRK-ATU-QTD
                 CLOSE ARQPDH.
      *-----------------------------------------------------
       0660-HISTORICO-ANTERIOR.
           MOVE WRK-ANT-MES              TO PDH-MES.
           MOVE WRK-ANT-CODIGO (WRK-IDX) TO PDH-CODIGO.
           MOVE WRK-ANT-VALOR (WRK-IDX)  TO PDH-VALOR.
           WRITE REG-PDH.
      *-----------------------------------------------------
       0670-HISTORICO-ATUAL.
           MOVE WRK-MES-ATUAL            TO PDH-MES.
           MOVE WRK-ATU-CODIGO (WRK-IDX) TO PDH-CODIGO.
           MOVE WRK-ATU-VALOR (WRK-IDX)  TO PDH-VALOR.
           WRITE REG-PDH.
      *-----------------------------------------------------
      * BATIMENTO COM A FOTOGRAFIA DO MES NO ARQAGH: O SALDO
      * SEM CORRECAO DE CADA FAIXA TEM DE SER O MESMO QUE O
      * PROG104 GRAVOU (VALE A ULTIMA FOTOGRAFIA DO MES)
      *-----------------------------------------------------
       0700-CONFERIR-FOTOGRAFIA.
           OPEN INPUT ARQAGH.
           IF FS-ARQAGH-STATUS = '00'
              READ ARQAGH AT END
                          MOVE 'F' TO FS-ARQAGH
              END-READ
              PERFORM 0710-PROCURAR-FOTOGRAFIA UNTIL FS-ARQAGH = 'F'
              CLOSE ARQAGH.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           IF WRK-TEM-FOTO = 0
              MOVE SPACES TO REG-REL
              STRING 'SEM FOTOGRAFIA DO MES ' WRK-MES-ATUAL
                     ' NO ARQAGH PARA O BATIMENTO'
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL
              DISPLAY 'FOTOGRAFIA DO MES AUSENTE NO ARQAGH'
           ELSE
              MOVE SPACES TO REG-REL
              STRING 'BATIMENTO COM A FOTOGRAFIA DO MES (ARQAGH)'
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL
              PERFORM 0750-BATER-FAIXA
                  VARYING WRK-BKT FROM 1 BY 1
                  UNTIL WRK-BKT > 5.
      *-----------------------------------------------------
       0710-PROCURAR-FOTOGRAFIA.
           IF AGH-MES = WRK-MES-ATUAL
              MOVE 1 TO WRK-TEM-FOTO
              PERFORM 0720-GUARDAR-FOTOGRAFIA
                  VARYING WRK-BKT FROM 1 BY 1
                  UNTIL WRK-BKT > 5.
           READ ARQAGH AT END
                       MOVE 'F' TO FS-ARQAGH.
      *-----------------------------------------------------
       0720-GUARDAR-FOTOGRAFIA.
           MOVE AGH-VALOR (WRK-BKT) TO WRK-FOTO-VALOR (WRK-BKT).
      *-----------------------------------------------------
       0750-BATER-FAIXA.
           COMPUTE WRK-DIFERENCA = WRK-FX-SALDO (WRK-BKT)
                                 - WRK-FOTO-VALOR (WRK-BKT).
           MOVE WRK-FX-SALDO (WRK-BKT)   TO WRK-SALDO-ED.
           MOVE WRK-FOTO-VALOR (WRK-BKT) TO WRK-BASE-ED.
           MOVE WRK-DIFERENCA          TO WRK-DIF-ED.
           MOVE SPACES TO REG-REL.
           IF WRK-DIFERENCA = 0
              STRING '   ' WRK-NOME-FAIXA (WRK-BKT) ' ' WRK-SALDO-ED
                     '  ' WRK-BASE-ED '  CONFERE'
                  DELIMITED BY SIZE INTO REG-REL
           ELSE
              STRING '   ' WRK-NOME-FAIXA (WRK-BKT) ' ' WRK-SALDO-ED
                     '  ' WRK-BASE-ED ' ' WRK-DIF-ED
                  DELIMITED BY SIZE INTO REG-REL
              DISPLAY 'FAIXA NAO BATE COM O ARQAGH ' WRK-BKT
              MOVE 8 TO WRK-RETORNO.
           WRITE REG-REL.
