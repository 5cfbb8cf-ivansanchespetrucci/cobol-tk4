       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG204.
      *-----------------------------------------------------
      * INDICADORES MENSAIS DE COBRANCA PARA A DIRETORIA,
      * POR EMPRESA, POR REGIAO E NO TOTAL: DSO (SALDO A
      * RECEBER NO FIM DO MES SOBRE O EMITIDO NO MES, VEZES
      * 30 DIAS), CEI (RECEBIDO SOBRE O QUE PODIA SER
      * RECEBIDO: SALDO INICIAL MAIS EMITIDO MENOS SALDO
      * FINAL, SOBRE SALDO INICIAL MAIS EMITIDO MENOS O SALDO
      * FINAL AINDA NO PRAZO), MEDIA DE DIAS DA EMISSAO AO
      * PAGAMENTO E PERCENTUAL DO RECEBIDO DENTRO DO PRAZO.
      * RODA NO FECHAMENTO, DEPOIS DO PROG131: O TOTAL USA OS
      * SALDOS OFICIAIS DO ARQFEC (MES ATUAL E ANTERIOR);
      * EMPRESA E REGIAO USAM O SALDO ABERTO DO FATURAS E, COMO
      * SALDO INICIAL, O SALDO FINAL DO MES ANTERIOR NO
      * HISTORICO ARQKPI. SEM HISTORICO O SALDO INICIAL SAI
      * DO MOVIMENTO (FINAL MAIS RECEBIDO MENOS EMITIDO).
      * FATURA CANCELADA NAO CONTA COMO EMITIDO. O MES
      * REPROCESSADO SUBSTITUI O QUE ESTAVA NO HISTORICO, QUE
      * PASSA PELO ARQTRB, E O RELATORIO TRAZ O TOTAL DO MES
      * AO LADO DOS ONZE MESES ANTERIORES
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
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQFEC ASSIGN TO UT-S-ARQFEC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQFEC-STATUS.
           SELECT ARQKPI ASSIGN TO UT-S-ARQKPI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQKPI-STATUS.
           SELECT ARQTRB ASSIGN TO UT-S-ARQTRB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTRB-STATUS.
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
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQFEC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-FEC.
       01   REG-FEC.
            05 FEC-MES          PIC 9(06).
            05 FEC-CLI-ATIVOS   PIC 9(05).
            05 FEC-CLI-INATIVOS PIC 9(05).
            05 FEC-CLI-BLOQ     PIC 9(05).
            05 FEC-REGIAO OCCURS 11 TIMES
                                PIC 9(05).
            05 FEC-FAIXA OCCURS 5 TIMES
                                PIC 9(11)V99.
       FD   ARQKPI
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-KPI.
       01   REG-KPI.
            05 KPI-MES          PIC 9(06).
            05 KPI-TIPO         PIC X(01).
            05 KPI-CHAVE        PIC 9(02).
            05 KPI-EMITIDO      PIC 9(11)V99.
            05 KPI-RECEBIDO     PIC 9(11)V99.
            05 KPI-SALDO-INI    PIC 9(11)V99.
            05 KPI-SALDO-FIM    PIC 9(11)V99.
            05 KPI-SALDO-PRAZO  PIC 9(11)V99.
            05 KPI-DSO          PIC 9(04)V9.
            05 KPI-CEI          PIC 9(03)V9.
            05 KPI-DIAS-PAGTO   PIC 9(04)V9.
            05 KPI-PCT-PRAZO    PIC 9(03)V9.
            05 KPI-DATA         PIC 9(08).
       FD   ARQTRB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TRB.
       01   REG-TRB                    PIC X(100).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQFEC        PIC X VALUE 'N'.
       77  FS-ARQKPI        PIC X VALUE 'N'.
       77  FS-ARQTRB        PIC X VALUE 'N'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQFEC-STATUS PIC XX VALUE '00'.
       77  FS-ARQKPI-STATUS PIC XX VALUE '00'.
       77  FS-ARQTRB-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-DEC.
           05 WRK-DATA-ANO  PIC 9(04).
           05 WRK-DATA-MES  PIC 9(02).
           05 WRK-DATA-DIA  PIC 9(02).
       77  WRK-SERIAL-REG   PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-EMIS  PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS         PIC S9(05) VALUE ZEROS.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CEP-ALF      PIC X(08) VALUE SPACES.
       77  WRK-REGIAO       PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-ABRIU-FAT    PIC 9 VALUE 0.
       77  WRK-ABRIU-REL    PIC 9 VALUE 0.
       77  WRK-CODIGO-CLI   PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-LIDO     PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-REGIAO   PIC 9(02) VALUE 11.
       77  WRK-CLI-EMPRESA  PIC 9(02) VALUE ZEROS.
       77  WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------
      * ARQFEC DO PROG131: FOTOGRAFIA DO MES E A DO MES
      * ANTERIOR (ULTIMA ANTES DO MES)
      *-----------------------------------------------------
       77  WRK-TEM-FEC      PIC 9 VALUE 0.
       77  WRK-TEM-FEC-ANT  PIC 9 VALUE 0.
       77  WRK-FEC-MES-ANT  PIC 9(06) VALUE ZEROS.
       77  WRK-FEC-SALDO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FEC-PRAZO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FEC-SALDO-ANT PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FEC-SOMA     PIC 9(11)V99 VALUE ZEROS.
      *-----------------------------------------------------
      * UMA POSICAO POR DIMENSAO: 1 A 100 SAO AS EMPRESAS
      * 00 A 99, 101 A 111 AS REGIOES DO PROG131 (111 = SEM
      * REGIAO MAPEADA) E 112 O TOTAL
      *-----------------------------------------------------
       01  WRK-TAB-DIMENSOES.
           05 WRK-TAB-DIM-ENTRY OCCURS 112 TIMES.
               10 WRK-DIM-EMITIDO   PIC 9(11)V99.
               10 WRK-DIM-RECEBIDO  PIC 9(11)V99.
               10 WRK-DIM-NO-PRAZO  PIC 9(11)V99.
               10 WRK-DIM-SALDO-FIM PIC 9(11)V99.
               10 WRK-DIM-SALDO-PRZ PIC 9(11)V99.
               10 WRK-DIM-SALDO-INI PIC 9(11)V99.
               10 WRK-DIM-MES-ANT   PIC 9(06).
               10 WRK-DIM-QTD-PAG   PIC 9(07).
               10 WRK-DIM-SOMA-DIAS PIC 9(09).
       77  WRK-POS-EMP      PIC 9(03) VALUE 0.
       77  WRK-POS-REG      PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * TOTAIS DOS ONZE MESES ANTERIORES NO HISTORICO, EM
      * FILA (O HISTORICO E GRAVADO EM ORDEM DE MES)
      *-----------------------------------------------------
       01  WRK-TAB-TENDENCIA.
           05 WRK-TAB-TND-ENTRY OCCURS 12 TIMES.
               10 WRK-TND-MES       PIC 9(06).
               10 WRK-TND-DSO       PIC 9(04)V9.
               10 WRK-TND-CEI       PIC 9(03)V9.
               10 WRK-TND-DIAS      PIC 9(04)V9.
               10 WRK-TND-PCT       PIC 9(03)V9.
               10 WRK-TND-EMITIDO   PIC 9(11)V99.
               10 WRK-TND-SALDO     PIC 9(11)V99.
       77  WRK-TND-QTD      PIC 9(02) VALUE 0.
      *-----------------------------------------------------
      * INDICADORES DA DIMENSAO CORRENTE
      *-----------------------------------------------------
       77  WRK-RECUPERAVEL  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-RECUPERADO   PIC S9(13)V99 VALUE ZEROS.
       77  WRK-INICIAL      PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DSO          PIC 9(04)V9 VALUE ZEROS.
       77  WRK-CEI          PIC 9(03)V9 VALUE ZEROS.
       77  WRK-DIAS-PAGTO   PIC 9(04)V9 VALUE ZEROS.
       77  WRK-PCT-PRAZO    PIC 9(03)V9 VALUE ZEROS.
       77  WRK-ROTULO       PIC X(12) VALUE SPACES.
       77  WRK-CHAVE-ED     PIC 9(02) VALUE ZEROS.
       77  WRK-EMITIDO-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DSO-ED       PIC ZZZ9,9 VALUE ZEROS.
       77  WRK-CEI-ED       PIC ZZ9,9 VALUE ZEROS.
       77  WRK-DIAS-ED      PIC ZZZ9,9 VALUE ZEROS.
       77  WRK-PCT-ED       PIC ZZ9,9 VALUE ZEROS.
       77  WRK-LIDAS        PIC 9(09) VALUE 0.
       77  WRK-QTD-PAGTOS   PIC 9(09) VALUE 0.
       77  WRK-QTD-SEM-FAT  PIC 9(09) VALUE 0.
       77  WRK-QTD-HIST     PIC 9(09) VALUE 0.
       77  WRK-QTD-KPI      PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO < 8
               PERFORM 0300-FATURAS UNTIL FS-FATURAS = 'F'
               PERFORM 0400-PAGAMENTOS
               PERFORM 0500-HISTORICO THRU 0500-FIM.
            IF WRK-RETORNO < 8
               PERFORM 0600-CALCULAR THRU 0600-FIM.
            IF WRK-RETORNO < 8
               PERFORM 0700-DEVOLVER-HISTORICO THRU 0700-FIM
               PERFORM 0800-RELATORIO.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0130-DATA-DE-PROCESSAMENTO.
           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-ATUAL.
           MOVE ZEROS TO WRK-TAB-DIMENSOES.
           MOVE ZEROS TO WRK-TAB-TENDENCIA.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-FAT.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-REL.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES
             ELSE
                DISPLAY 'CLIENTES AUSENTE, TUDO SEM REGIAO'.
           PERFORM 0150-LER-FECHAMENTOS.
           DISPLAY 'INDICADORES DE COBRANCA DO MES ' WRK-MES-ATUAL.
           READ FATURAS NEXT RECORD AT END
                        MOVE 'F' TO FS-FATURAS.
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
       0150-LER-FECHAMENTOS.
           OPEN INPUT ARQFEC.
           IF FS-ARQFEC-STATUS NOT = '00'
              DISPLAY 'SEM FECHAMENTOS DO PROG131 NO ARQFEC'
           ELSE
              READ ARQFEC AT END
                          MOVE 'F' TO FS-ARQFEC
              END-READ
              PERFORM 0160-GUARDAR-FECHAMENTO
                  UNTIL FS-ARQFEC = 'F'
              CLOSE ARQFEC.
           IF WRK-TEM-FEC = 0
              DISPLAY 'FECHAMENTO DO MES AUSENTE, TOTAL PELO FATURAS'
              MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
       0160-GUARDAR-FECHAMENTO.
           COMPUTE WRK-FEC-SOMA = FEC-FAIXA (1) + FEC-FAIXA (2)
                   + FEC-FAIXA (3) + FEC-FAIXA (4) + FEC-FAIXA (5).
           IF FEC-MES = WRK-MES-ATUAL
              MOVE 1 TO WRK-TEM-FEC
              MOVE WRK-FEC-SOMA  TO WRK-FEC-SALDO
              MOVE FEC-FAIXA (1) TO WRK-FEC-PRAZO
           ELSE
              IF FEC-MES < WRK-MES-ATUAL
                 AND FEC-MES NOT < WRK-FEC-MES-ANT
                 MOVE 1 TO WRK-TEM-FEC-ANT
                 MOVE FEC-MES      TO WRK-FEC-MES-ANT
                 MOVE WRK-FEC-SOMA TO WRK-FEC-SALDO-ANT.
           READ ARQFEC AT END
                       MOVE 'F' TO FS-ARQFEC.
      *-----------------------------------------------------
       0200-SERIAL.
           COMPUTE WRK-SERIAL-REG = (WRK-DATA-ANO * 365)
                   + (WRK-DATA-MES * 30) + WRK-DATA-DIA.
      *-----------------------------------------------------
      * EMPRESA E REGIAO DO CLIENTE, LIDAS UMA VEZ POR
      * CLIENTE; A REGIAO E O MAPA CEP-REGIAO DO PROG131
      *-----------------------------------------------------
       0250-DADOS-DO-CLIENTE.
           IF WRK-CLI-LIDO = WRK-CODIGO-CLI
              GO TO 0250-FIM.
           MOVE WRK-CODIGO-CLI TO WRK-CLI-LIDO.
           MOVE 11 TO WRK-CLI-REGIAO.
           MOVE 0  TO WRK-CLI-EMPRESA.
           IF WRK-TEM-CLIENTES = 0
              GO TO 0250-FIM.
           MOVE WRK-CODIGO-CLI TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   GO TO 0250-FIM
           END-READ.
           MOVE REG-EMPRESA TO WRK-CLI-EMPRESA.
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
                        MOVE 11 TO WRK-REGIAO
           END-EVALUATE.
           IF REG-CEP = ZEROS
              MOVE 11 TO WRK-REGIAO.
           MOVE WRK-REGIAO TO WRK-CLI-REGIAO.
       0250-FIM.
      *-----------------------------------------------------
       0270-POSICOES.
           COMPUTE WRK-POS-EMP = WRK-EMPRESA + 1.
           COMPUTE WRK-POS-REG = WRK-CLI-REGIAO + 100.
      *-----------------------------------------------------
      * PASSADA DO FATURAS: EMITIDO NO MES (MENOS AS
      * CANCELADAS) E SALDO ABERTO, SEPARANDO O QUE AINDA
      * ESTA NO PRAZO NA DATA DE PROCESSAMENTO
      *-----------------------------------------------------
       0300-FATURAS.
           ADD 1 TO WRK-LIDAS.
           MOVE FAT-CODIGO TO WRK-CODIGO-CLI.
           PERFORM 0250-DADOS-DO-CLIENTE THRU 0250-FIM.
           MOVE FAT-EMPRESA TO WRK-EMPRESA.
           PERFORM 0270-POSICOES.
           MOVE 112 TO WRK-POS.
           PERFORM 0320-SOMAR-FATURA.
           MOVE WRK-POS-EMP TO WRK-POS.
           PERFORM 0320-SOMAR-FATURA.
           MOVE WRK-POS-REG TO WRK-POS.
           PERFORM 0320-SOMAR-FATURA.
           READ FATURAS NEXT RECORD AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0320-SOMAR-FATURA.
           IF FAT-EMISSAO (1:6) = WRK-MES-ATUAL
              AND FAT-STATUS NOT = 'C'
              ADD FAT-VALOR TO WRK-DIM-EMITIDO (WRK-POS).
           IF FAT-STATUS = 'A'
              COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO
              ADD WRK-SALDO TO WRK-DIM-SALDO-FIM (WRK-POS)
              IF FAT-VENCIMENTO NOT < WRK-DATA-HOJE
                 ADD WRK-SALDO TO WRK-DIM-SALDO-PRZ (WRK-POS).
      *-----------------------------------------------------
      * PASSADA DO ARQPAG: RECEBIDO NO MES, DIAS DA EMISSAO
      * AO PAGAMENTO E O QUE CHEGOU ATE O VENCIMENTO. SEM A
      * FATURA NO VIVO O PAGAMENTO SO ENTRA NO RECEBIDO, NA
      * EMPRESA DO CADASTRO
      *-----------------------------------------------------
       0400-PAGAMENTOS.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              DISPLAY 'PAGAMENTOS AUSENTES..... ' FS-ARQPAG-STATUS
           ELSE
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0420-PAGAMENTO UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
      *-----------------------------------------------------
       0420-PAGAMENTO.
           IF PAG-DATA (1:6) = WRK-MES-ATUAL
              ADD 1 TO WRK-QTD-PAGTOS
              MOVE PAG-CODIGO TO WRK-CODIGO-CLI
              PERFORM 0250-DADOS-DO-CLIENTE THRU 0250-FIM
              MOVE PAG-CODIGO TO FAT-CODIGO
              MOVE PAG-NUMERO TO FAT-NUMERO
              READ FATURAS
                  INVALID KEY
                      MOVE 0 TO WRK-SERIAL-EMIS
                      MOVE WRK-CLI-EMPRESA TO WRK-EMPRESA
                      ADD 1 TO WRK-QTD-SEM-FAT
                  NOT INVALID KEY
                      MOVE FAT-EMISSAO TO WRK-DATA-DEC
                      PERFORM 0200-SERIAL
                      MOVE WRK-SERIAL-REG TO WRK-SERIAL-EMIS
                      MOVE FAT-EMPRESA TO WRK-EMPRESA
              END-READ
              PERFORM 0270-POSICOES
              MOVE 112 TO WRK-POS
              PERFORM 0440-SOMAR-PAGAMENTO
              MOVE WRK-POS-EMP TO WRK-POS
              PERFORM 0440-SOMAR-PAGAMENTO
              MOVE WRK-POS-REG TO WRK-POS
              PERFORM 0440-SOMAR-PAGAMENTO.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0440-SOMAR-PAGAMENTO.
           ADD PAG-VALOR TO WRK-DIM-RECEBIDO (WRK-POS).
           IF WRK-SERIAL-EMIS NOT = 0
              MOVE PAG-DATA TO WRK-DATA-DEC
              PERFORM 0200-SERIAL
              COMPUTE WRK-DIAS = WRK-SERIAL-REG - WRK-SERIAL-EMIS
              IF WRK-DIAS < 0
                 MOVE 0 TO WRK-DIAS
              END-IF
              ADD 1 TO WRK-DIM-QTD-PAG (WRK-POS)
              ADD WRK-DIAS TO WRK-DIM-SOMA-DIAS (WRK-POS)
              IF PAG-DATA NOT > FAT-VENCIMENTO
                 ADD PAG-VALOR TO WRK-DIM-NO-PRAZO (WRK-POS).
      *-----------------------------------------------------
      * HISTORICO: O QUE NAO E DO MES VAI PARA O ARQTRB; DO
      * MES ANTERIOR DE CADA DIMENSAO SAI O SALDO INICIAL E
      * DOS TOTAIS ANTERIORES A FILA DA TENDENCIA
      *-----------------------------------------------------
       0500-HISTORICO.
           OPEN OUTPUT ARQTRB.
           IF FS-ARQTRB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTRB.... ' FS-ARQTRB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0500-FIM.
           OPEN INPUT ARQKPI.
           IF FS-ARQKPI-STATUS NOT = '00'
              DISPLAY 'PRIMEIRO MES DO HISTORICO DE INDICADORES'
           ELSE
              READ ARQKPI AT END
                          MOVE 'F' TO FS-ARQKPI
              END-READ
              PERFORM 0520-COPIAR-HISTORICO UNTIL FS-ARQKPI = 'F'
              CLOSE ARQKPI.
       0500-FIM.
      *-----------------------------------------------------
       0520-COPIAR-HISTORICO.
           IF KPI-MES NOT = WRK-MES-ATUAL
              MOVE REG-KPI TO REG-TRB
              WRITE REG-TRB
              ADD 1 TO WRK-QTD-HIST.
           IF KPI-MES < WRK-MES-ATUAL
              PERFORM 0540-SALDO-ANTERIOR
              IF KPI-TIPO = 'T'
                 PERFORM 0560-ENFILEIRAR.
           READ ARQKPI AT END
                       MOVE 'F' TO FS-ARQKPI.
      *-----------------------------------------------------
       0540-SALDO-ANTERIOR.
           MOVE 0 TO WRK-POS.
           IF KPI-TIPO = 'T'
              MOVE 112 TO WRK-POS.
           IF KPI-TIPO = 'E'
              COMPUTE WRK-POS = KPI-CHAVE + 1.
           IF KPI-TIPO = 'R' AND KPI-CHAVE > 0 AND KPI-CHAVE < 12
              COMPUTE WRK-POS = KPI-CHAVE + 100.
           IF WRK-POS NOT = 0
              IF KPI-MES NOT < WRK-DIM-MES-ANT (WRK-POS)
                 MOVE KPI-MES TO WRK-DIM-MES-ANT (WRK-POS)
                 MOVE KPI-SALDO-FIM TO WRK-DIM-SALDO-INI (WRK-POS).
      *-----------------------------------------------------
       0560-ENFILEIRAR.
           IF WRK-TND-QTD < 11
              ADD 1 TO WRK-TND-QTD
           ELSE
              PERFORM 0570-DESLOCAR
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > 10.
           MOVE KPI-MES       TO WRK-TND-MES (WRK-TND-QTD).
           MOVE KPI-DSO       TO WRK-TND-DSO (WRK-TND-QTD).
           MOVE KPI-CEI       TO WRK-TND-CEI (WRK-TND-QTD).
           MOVE KPI-DIAS-PAGTO TO WRK-TND-DIAS (WRK-TND-QTD).
           MOVE KPI-PCT-PRAZO TO WRK-TND-PCT (WRK-TND-QTD).
           MOVE KPI-EMITIDO   TO WRK-TND-EMITIDO (WRK-TND-QTD).
           MOVE KPI-SALDO-FIM TO WRK-TND-SALDO (WRK-TND-QTD).
      *-----------------------------------------------------
       0570-DESLOCAR.
           MOVE WRK-TAB-TND-ENTRY (WRK-IDX + 1)
             TO WRK-TAB-TND-ENTRY (WRK-IDX).
      *-----------------------------------------------------
      * O TOTAL FICA COM OS SALDOS OFICIAIS DO ARQFEC; CADA
      * DIMENSAO COM MOVIMENTO OU SALDO VAI PARA O ARQTRB
      *-----------------------------------------------------
       0600-CALCULAR.
           IF WRK-TEM-FEC = 1
              MOVE WRK-FEC-SALDO TO WRK-DIM-SALDO-FIM (112)
              MOVE WRK-FEC-PRAZO TO WRK-DIM-SALDO-PRZ (112).
           IF WRK-TEM-FEC-ANT = 1
              MOVE WRK-FEC-MES-ANT   TO WRK-DIM-MES-ANT (112)
              MOVE WRK-FEC-SALDO-ANT TO WRK-DIM-SALDO-INI (112).
           PERFORM 0620-CALCULAR-DIMENSAO
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 112.
           MOVE 112 TO WRK-POS.
           PERFORM 0650-INDICADORES.
           ADD 1 TO WRK-TND-QTD.
           MOVE WRK-MES-ATUAL  TO WRK-TND-MES (WRK-TND-QTD).
           MOVE WRK-DSO        TO WRK-TND-DSO (WRK-TND-QTD).
           MOVE WRK-CEI        TO WRK-TND-CEI (WRK-TND-QTD).
           MOVE WRK-DIAS-PAGTO TO WRK-TND-DIAS (WRK-TND-QTD).
           MOVE WRK-PCT-PRAZO  TO WRK-TND-PCT (WRK-TND-QTD).
           MOVE WRK-DIM-EMITIDO (112)
             TO WRK-TND-EMITIDO (WRK-TND-QTD).
           MOVE WRK-DIM-SALDO-FIM (112)
             TO WRK-TND-SALDO (WRK-TND-QTD).
       0600-FIM.
      *-----------------------------------------------------
       0620-CALCULAR-DIMENSAO.
           IF WRK-DIM-EMITIDO (WRK-POS) NOT = 0
              OR WRK-DIM-RECEBIDO (WRK-POS) NOT = 0
              OR WRK-DIM-SALDO-FIM (WRK-POS) NOT = 0
              OR WRK-POS = 112
              PERFORM 0650-INDICADORES
              PERFORM 0680-GRAVAR-KPI.
      *-----------------------------------------------------
       0650-INDICADORES.
           IF WRK-DIM-MES-ANT (WRK-POS) = 0
              COMPUTE WRK-INICIAL = WRK-DIM-SALDO-FIM (WRK-POS)
                      + WRK-DIM-RECEBIDO (WRK-POS)
                      - WRK-DIM-EMITIDO (WRK-POS)
              IF WRK-INICIAL < 0
                 MOVE 0 TO WRK-INICIAL
              END-IF
              MOVE WRK-INICIAL TO WRK-DIM-SALDO-INI (WRK-POS).
           MOVE 0 TO WRK-DSO.
           IF WRK-DIM-EMITIDO (WRK-POS) NOT = 0
              COMPUTE WRK-DSO ROUNDED =
                      WRK-DIM-SALDO-FIM (WRK-POS) * 30
                      / WRK-DIM-EMITIDO (WRK-POS)
                  ON SIZE ERROR
                      MOVE 9999,9 TO WRK-DSO
              END-COMPUTE.
           COMPUTE WRK-RECUPERAVEL = WRK-DIM-SALDO-INI (WRK-POS)
                   + WRK-DIM-EMITIDO (WRK-POS)
                   - WRK-DIM-SALDO-PRZ (WRK-POS).
           COMPUTE WRK-RECUPERADO = WRK-DIM-SALDO-INI (WRK-POS)
                   + WRK-DIM-EMITIDO (WRK-POS)
                   - WRK-DIM-SALDO-FIM (WRK-POS).
           MOVE 0 TO WRK-CEI.
           IF WRK-RECUPERAVEL > 0 AND WRK-RECUPERADO > 0
              COMPUTE WRK-CEI ROUNDED =
                      WRK-RECUPERADO * 100 / WRK-RECUPERAVEL
                  ON SIZE ERROR
                      MOVE 100 TO WRK-CEI
              END-COMPUTE.
           MOVE 0 TO WRK-DIAS-PAGTO.
           IF WRK-DIM-QTD-PAG (WRK-POS) NOT = 0
              COMPUTE WRK-DIAS-PAGTO ROUNDED =
                      WRK-DIM-SOMA-DIAS (WRK-POS)
                      / WRK-DIM-QTD-PAG (WRK-POS).
           MOVE 0 TO WRK-PCT-PRAZO.
           IF WRK-DIM-RECEBIDO (WRK-POS) NOT = 0
              COMPUTE WRK-PCT-PRAZO ROUNDED =
                      WRK-DIM-NO-PRAZO (WRK-POS) * 100
                      / WRK-DIM-RECEBIDO (WRK-POS).
      *-----------------------------------------------------
       0680-GRAVAR-KPI.
           MOVE SPACES TO REG-KPI.
           MOVE WRK-MES-ATUAL TO KPI-MES.
           IF WRK-POS = 112
              MOVE 'T' TO KPI-TIPO
              MOVE 0   TO KPI-CHAVE
           ELSE
              IF WRK-POS > 100
                 MOVE 'R' TO KPI-TIPO
                 COMPUTE KPI-CHAVE = WRK-POS - 100
              ELSE
                 MOVE 'E' TO KPI-TIPO
                 COMPUTE KPI-CHAVE = WRK-POS - 1.
           MOVE WRK-DIM-EMITIDO (WRK-POS)   TO KPI-EMITIDO.
           MOVE WRK-DIM-RECEBIDO (WRK-POS)  TO KPI-RECEBIDO.
           MOVE WRK-DIM-SALDO-INI (WRK-POS) TO KPI-SALDO-INI.
           MOVE WRK-DIM-SALDO-FIM (WRK-POS) TO KPI-SALDO-FIM.
           MOVE WRK-DIM-SALDO-PRZ (WRK-POS) TO KPI-SALDO-PRAZO.
           MOVE WRK-DSO        TO KPI-DSO.
           MOVE WRK-CEI        TO KPI-CEI.
           MOVE WRK-DIAS-PAGTO TO KPI-DIAS-PAGTO.
           MOVE WRK-PCT-PRAZO  TO KPI-PCT-PRAZO.
           MOVE WRK-DATA-HOJE  TO KPI-DATA.
           MOVE REG-KPI TO REG-TRB.
           WRITE REG-TRB.
           ADD 1 TO WRK-QTD-KPI.
      *-----------------------------------------------------
      * O ARQTRB COMPLETO VOLTA POR CIMA DO ARQKPI
      *-----------------------------------------------------
       0700-DEVOLVER-HISTORICO.
           CLOSE ARQTRB.
           OPEN INPUT ARQTRB.
           IF FS-ARQTRB-STATUS NOT = '00'
              DISPLAY 'ERRO AO REABRIR ARQTRB.. ' FS-ARQTRB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0700-FIM.
           OPEN OUTPUT ARQKPI.
           IF FS-ARQKPI-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQKPI.... ' FS-ARQKPI-STATUS
              MOVE 8 TO WRK-RETORNO
              CLOSE ARQTRB
              GO TO 0700-FIM.
           MOVE 'N' TO FS-ARQTRB.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0720-DEVOLVER UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB ARQKPI.
       0700-FIM.
      *-----------------------------------------------------
       0720-DEVOLVER.
           MOVE REG-TRB TO REG-KPI.
           WRITE REG-KPI.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
       0800-RELATORIO.
           MOVE SPACES TO REG-REL.
           STRING 'INDICADORES DE COBRANCA DO MES ' WRK-MES-ATUAL
                  ' -- PROCESSADO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           IF WRK-TEM-FEC = 0
              MOVE 'TOTAL SEM O FECHAMENTO DO PROG131 NO ARQFEC'
                TO REG-REL
              WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           PERFORM 0820-CABECALHO-COLUNAS.
           MOVE 112 TO WRK-POS.
           PERFORM 0840-LINHA-DIMENSAO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           PERFORM 0840-LINHA-DIMENSAO
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 100.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           PERFORM 0840-LINHA-DIMENSAO
               VARYING WRK-POS FROM 101 BY 1
               UNTIL WRK-POS > 111.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE 'TOTAL DO MES E DOS ONZE MESES ANTERIORES'
             TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'MES                 EMITIDO    SALDO FINAL'
                  '    DSO   CEI   DIAS PRAZO%'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0880-LINHA-TENDENCIA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TND-QTD.
      *-----------------------------------------------------
       0820-CABECALHO-COLUNAS.
           MOVE SPACES TO REG-REL.
           STRING 'DIMENSAO            EMITIDO    SALDO FINAL'
                  '    DSO   CEI   DIAS PRAZO%'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0840-LINHA-DIMENSAO.
           IF WRK-DIM-EMITIDO (WRK-POS) NOT = 0
              OR WRK-DIM-RECEBIDO (WRK-POS) NOT = 0
              OR WRK-DIM-SALDO-FIM (WRK-POS) NOT = 0
              OR WRK-POS = 112
              PERFORM 0650-INDICADORES
              PERFORM 0860-ROTULO
              MOVE WRK-DIM-EMITIDO (WRK-POS)   TO WRK-EMITIDO-ED
              MOVE WRK-DIM-SALDO-FIM (WRK-POS) TO WRK-SALDO-ED
              MOVE WRK-DSO        TO WRK-DSO-ED
              MOVE WRK-CEI        TO WRK-CEI-ED
              MOVE WRK-DIAS-PAGTO TO WRK-DIAS-ED
              MOVE WRK-PCT-PRAZO  TO WRK-PCT-ED
              MOVE SPACES TO REG-REL
              STRING WRK-ROTULO ' ' WRK-EMITIDO-ED ' '
                     WRK-SALDO-ED ' ' WRK-DSO-ED ' ' WRK-CEI-ED
                     ' ' WRK-DIAS-ED ' ' WRK-PCT-ED
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL.
      *-----------------------------------------------------
       0860-ROTULO.
           MOVE SPACES TO WRK-ROTULO.
           IF WRK-POS = 112
              MOVE 'TOTAL' TO WRK-ROTULO
           ELSE
              IF WRK-POS = 111
                 MOVE 'SEM REGIAO' TO WRK-ROTULO
              ELSE
                 IF WRK-POS > 100
                    COMPUTE WRK-CHAVE-ED = WRK-POS - 100
                    STRING 'REGIAO ' WRK-CHAVE-ED
                        DELIMITED BY SIZE INTO WRK-ROTULO
                 ELSE
                    COMPUTE WRK-CHAVE-ED = WRK-POS - 1
                    STRING 'EMPRESA ' WRK-CHAVE-ED
                        DELIMITED BY SIZE INTO WRK-ROTULO.
      *-----------------------------------------------------
       0880-LINHA-TENDENCIA.
           MOVE WRK-TND-EMITIDO (WRK-IDX) TO WRK-EMITIDO-ED.
           MOVE WRK-TND-SALDO (WRK-IDX)   TO WRK-SALDO-ED.
           MOVE WRK-TND-DSO (WRK-IDX)     TO WRK-DSO-ED.
           MOVE WRK-TND-CEI (WRK-IDX)     TO WRK-CEI-ED.
           MOVE WRK-TND-DIAS (WRK-IDX)    TO WRK-DIAS-ED.
           MOVE WRK-TND-PCT (WRK-IDX)     TO WRK-PCT-ED.
           MOVE SPACES TO WRK-ROTULO.
           MOVE WRK-TND-MES (WRK-IDX) TO WRK-ROTULO.
           MOVE SPACES TO REG-REL.
           STRING WRK-ROTULO ' ' WRK-EMITIDO-ED ' '
                  WRK-SALDO-ED ' ' WRK-DSO-ED ' ' WRK-CEI-ED
                  ' ' WRK-DIAS-ED ' ' WRK-PCT-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABRIU-FAT = 1
               CLOSE FATURAS.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            IF WRK-ABRIU-REL = 1
               CLOSE ARQREL.
            DISPLAY 'FATURAS LIDAS........... ' WRK-LIDAS.
            DISPLAY 'PAGAMENTOS DO MES....... ' WRK-QTD-PAGTOS.
            DISPLAY 'PAGAMENTOS SEM FATURA... ' WRK-QTD-SEM-FAT.
            DISPLAY 'REGISTROS DO HISTORICO.. ' WRK-QTD-HIST.
            DISPLAY 'INDICADORES GRAVADOS.... ' WRK-QTD-KPI.
