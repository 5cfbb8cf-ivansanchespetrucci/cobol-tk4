       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG205.
      *-----------------------------------------------------
      * ANALISE MENSAL DE VENDAS POR PRODUTO, DOS ITENS DO
      * ARQITF DAS FATURAS EMITIDAS NO MES E NO MESMO MES DO
      * ANO ANTERIOR: QUANTIDADE E VALOR POR PRODUTO (ARQPRD),
      * ABERTOS POR REGIAO (CEP DO CLIENTE, CIDADE DO ARQTBR)
      * E POR VENDEDOR (ARQVCL/ARQVDD), COM A VARIACAO SOBRE
      * O ANO ANTERIOR E OS MAIORES E MENORES PRODUTOS DO MES.
      * AS NOTAS DE CREDITO (R E D DO ARQAJU) JA REDUZIRAM O
      * FAT-VALOR; O ITEM ENTRA PELA PARTE LIQUIDA DA FATURA
      * (FAT-VALOR SOBRE FAT-VALOR MAIS OS CREDITOS) E A
      * FATURA CANCELADA NAO ENTRA. A QUANTIDADE NAO MUDA.
      * TRES CLASSIFICACOES NO MESMO ARQSRT: FATURAS COM SEUS
      * CREDITOS, ITENS POR PRODUTO E PRODUTOS POR VALOR
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
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQITF ASSIGN TO UT-S-ARQITF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ITF-CHAVE
                  FILE STATUS IS FS-ARQITF-STATUS.
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
           SELECT ARQVCL ASSIGN TO UT-S-ARQVCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCL-CODIGO
                  FILE STATUS IS FS-ARQVCL-STATUS.
           SELECT ARQVDD ASSIGN TO UT-S-ARQVDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-VDD-CODIGO
                  FILE STATUS IS FS-ARQVDD-STATUS.
           SELECT ARQTBR ASSIGN TO UT-S-ARQTBR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-TBR-CODIGO
                  FILE STATUS IS FS-ARQTBR-STATUS.
           SELECT ARQAJU ASSIGN TO UT-S-ARQAJU
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAJU-STATUS.
           SELECT ARQTRB ASSIGN TO UT-S-ARQTRB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTRB-STATUS.
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
       FD   ARQITF
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 31 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ITEM.
       01   REG-ITEM.
            05 ITF-CHAVE.
               10 ITF-CODIGO    PIC 9(05).
               10 ITF-NUMERO    PIC 9(06).
               10 ITF-SEQ       PIC 9(02).
            05 ITF-PRODUTO      PIC 9(04).
            05 ITF-QTDADE       PIC 9(05).
            05 ITF-VALOR        PIC 9(07)V99.
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
       FD   ARQVCL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 8 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-VCL.
       01   REG-VCL.
            05 VCL-CODIGO       PIC 9(05).
            05 VCL-VENDEDOR     PIC 9(03).
       FD   ARQVDD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-VENDEDOR.
       01   REG-VENDEDOR.
            05 REG-VDD-CODIGO   PIC 9(03).
            05 REG-VDD-NOME     PIC X(20).
            05 REG-VDD-PCT      PIC 9(02)V99.
            05 REG-VDD-STATUS   PIC X(01).
       FD   ARQTBR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 18 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TABELA.
       01   REG-TABELA.
            05 REG-TBR-CODIGO   PIC 9(02).
            05 REG-TBR-CIDADE   PIC X(15).
            05 REG-TBR-STATUS   PIC X(01).
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
      *-----------------------------------------------------
      * O ARQTRB LEVA OS ITENS LIQUIDOS DA PRIMEIRA PARA A
      * SEGUNDA CLASSIFICACAO (REG-TRB) E OS TOTAIS POR
      * PRODUTO DA SEGUNDA PARA A TERCEIRA (REG-TRT)
      *-----------------------------------------------------
       FD   ARQTRB
            LABEL RECORDS ARE STANDARD
            DATA   RECORDS ARE REG-TRB REG-TRT.
       01   REG-TRB.
            05 TRB-PRODUTO      PIC 9(04).
            05 TRB-PERIODO      PIC X(01).
            05 TRB-REGIAO       PIC 9(02).
            05 TRB-VENDEDOR     PIC 9(03).
            05 TRB-QTDADE       PIC 9(05).
            05 TRB-VALOR        PIC 9(07)V99.
       01   REG-TRT.
            05 TRT-PRODUTO      PIC 9(04).
            05 TRT-QTD-ATUAL    PIC 9(09).
            05 TRT-VALOR-ATUAL  PIC 9(11)V99.
            05 TRT-QTD-ANT      PIC 9(09).
            05 TRT-VALOR-ANT    PIC 9(11)V99.
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       SD   ARQSRT
            DATA   RECORDS ARE REG-SRF REG-SRI REG-SRP.
       01   REG-SRF.
            05 SRF-CODIGO       PIC 9(05).
            05 SRF-NUMERO       PIC 9(06).
            05 SRF-TIPO         PIC X(01).
            05 SRF-VALOR        PIC 9(07)V99.
            05 SRF-PERIODO      PIC X(01).
       01   REG-SRI.
            05 SRI-PRODUTO      PIC 9(04).
            05 SRI-TIPO         PIC X(01).
            05 SRI-DIMENSAO     PIC 9(03).
            05 SRI-PERIODO      PIC X(01).
            05 SRI-QTDADE       PIC 9(05).
            05 SRI-VALOR        PIC 9(07)V99.
       01   REG-SRP.
            05 SRP-VALOR-ATUAL  PIC 9(11)V99.
            05 SRP-PRODUTO      PIC 9(04).
            05 SRP-QTD-ATUAL    PIC 9(09).
            05 SRP-QTD-ANT      PIC 9(09).
            05 SRP-VALOR-ANT    PIC 9(11)V99.
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQAJU        PIC X VALUE 'N'.
       77  FS-ARQTRB        PIC X VALUE 'N'.
       77  FS-SORT          PIC X VALUE 'N'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQITF-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQVCL-STATUS PIC XX VALUE '00'.
       77  FS-ARQVDD-STATUS PIC XX VALUE '00'.
       77  FS-ARQTBR-STATUS PIC XX VALUE '00'.
       77  FS-ARQAJU-STATUS PIC XX VALUE '00'.
       77  FS-ARQTRB-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       01  WRK-MES-ANT.
           05 WRK-MES-ANT-ANO          PIC 9(04).
           05 WRK-MES-ANT-MES          PIC 9(02).
       77  WRK-TEM-PRODUTOS PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-TEM-VINCULOS PIC 9 VALUE 0.
       77  WRK-TEM-VENDEDORES PIC 9 VALUE 0.
       77  WRK-ABRIU-FAT    PIC 9 VALUE 0.
       77  WRK-ABRIU-ITF    PIC 9 VALUE 0.
       77  WRK-ABRIU-REL    PIC 9 VALUE 0.
      *-----------------------------------------------------
      * NOMES DAS REGIOES DO ARQTBR; POSICAO 11 = SEM REGIAO
      *-----------------------------------------------------
       01  WRK-TAB-REGIOES.
           05 WRK-REG-CIDADE   PIC X(15) OCCURS 11 TIMES.
       77  WRK-CEP-ALF      PIC X(08) VALUE SPACES.
       77  WRK-REGIAO       PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------
      * FATURA CORRENTE DA PRIMEIRA CLASSIFICACAO
      *-----------------------------------------------------
       01  WRK-CHAVE-ATUAL.
           05 WRK-CHV-CODIGO           PIC 9(05).
           05 WRK-CHV-NUMERO           PIC 9(06).
       77  WRK-CREDITOS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-FIM-ITENS    PIC X VALUE 'N'.
       77  WRK-CLI-LIDO     PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-REGIAO   PIC 9(02) VALUE 11.
       77  WRK-CLI-VENDEDOR PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------
      * QUEBRAS DA SEGUNDA CLASSIFICACAO: LINHA (REGIAO OU
      * VENDEDOR) E PRODUTO, ATUAL E ANO ANTERIOR
      *-----------------------------------------------------
       77  WRK-PRD-ATUAL    PIC 9(04) VALUE ZEROS.
       77  WRK-TIPO-ATUAL   PIC X(01) VALUE SPACE.
       77  WRK-DIM-ATUAL    PIC 9(03) VALUE ZEROS.
       77  WRK-LIN-QTD-ATU  PIC 9(09) VALUE 0.
       77  WRK-LIN-VLR-ATU  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LIN-QTD-ANT  PIC 9(09) VALUE 0.
       77  WRK-LIN-VLR-ANT  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PRD-QTD-ATU  PIC 9(09) VALUE 0.
       77  WRK-PRD-VLR-ATU  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PRD-QTD-ANT  PIC 9(09) VALUE 0.
       77  WRK-PRD-VLR-ANT  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-QTD-ATU  PIC 9(11) VALUE 0.
       77  WRK-TOT-VLR-ATU  PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-QTD-ANT  PIC 9(11) VALUE 0.
       77  WRK-TOT-VLR-ANT  PIC 9(13)V99 VALUE ZEROS.
       77  WRK-VARIACAO     PIC S9(05)V9 VALUE ZEROS.
       77  WRK-POSICAO      PIC 9(05) VALUE 0.
       77  WRK-IDX          PIC 9(02) VALUE 0.
      *-----------------------------------------------------
      * LINHA DE DETALHE E EDICAO
      *-----------------------------------------------------
       77  WRK-ROTULO       PIC X(24) VALUE SPACES.
       77  WRK-DESCR        PIC X(20) VALUE SPACES.
       77  WRK-NOME-VDD     PIC X(20) VALUE SPACES.
       77  WRK-QTD-ED       PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QTD-ANT-ED   PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ANT-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VAR-ED       PIC X(07) VALUE SPACES.
       77  WRK-VAR-NUM-ED   PIC ----9,9 VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-TOT-ED   PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-DIM-ED       PIC 9(03) VALUE ZEROS.
       77  WRK-LIDAS        PIC 9(09) VALUE 0.
       77  WRK-QTD-FATURAS  PIC 9(09) VALUE 0.
       77  WRK-QTD-ITENS    PIC 9(09) VALUE 0.
       77  WRK-QTD-CREDITOS PIC 9(09) VALUE 0.
       77  WRK-QTD-PRODUTOS PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO = 0
               SORT ARQSRT
                   ON ASCENDING KEY SRF-CODIGO SRF-NUMERO SRF-TIPO
                   INPUT  PROCEDURE IS 0200-SELECIONAR THRU 0200-FIM
                   OUTPUT PROCEDURE IS 0300-DETALHAR THRU 0300-FIM.
            IF WRK-RETORNO = 0
               SORT ARQSRT
                   ON ASCENDING KEY SRI-PRODUTO SRI-TIPO
                                    SRI-DIMENSAO SRI-PERIODO
                   INPUT  PROCEDURE IS 0400-LIBERAR-ITENS
                                  THRU 0400-FIM
                   OUTPUT PROCEDURE IS 0500-EMITIR THRU 0500-FIM.
            IF WRK-RETORNO = 0 AND WRK-QTD-PRODUTOS NOT = 0
               SORT ARQSRT
                   ON DESCENDING KEY SRP-VALOR-ATUAL
                      ASCENDING  KEY SRP-PRODUTO
                   INPUT  PROCEDURE IS 0600-LIBERAR-PRODUTOS
                                  THRU 0600-FIM
                   OUTPUT PROCEDURE IS 0700-CLASSIFICAR THRU 0700-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0130-DATA-DE-PROCESSAMENTO.
           DISPLAY 'MES DE REFERENCIA (AAAAMM, 0=MES ATUAL)..'.
           ACCEPT WRK-MES-REF.
           IF WRK-MES-REF = 0
              MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-REF.
           MOVE WRK-MES-REF TO WRK-MES-ANT.
           SUBTRACT 1 FROM WRK-MES-ANT-ANO.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-FAT.
           OPEN INPUT ARQITF.
             IF FS-ARQITF-STATUS NOT = '00'
                DISPLAY 'ITENS DE FATURA AUSENTES ' FS-ARQITF-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-ITF.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-REL.
           OPEN INPUT ARQPRD.
             IF FS-ARQPRD-STATUS = '00'
                MOVE 1 TO WRK-TEM-PRODUTOS.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES.
           OPEN INPUT ARQVCL.
             IF FS-ARQVCL-STATUS = '00'
                MOVE 1 TO WRK-TEM-VINCULOS.
           OPEN INPUT ARQVDD.
             IF FS-ARQVDD-STATUS = '00'
                MOVE 1 TO WRK-TEM-VENDEDORES.
           PERFORM 0150-CARREGAR-REGIOES.
           DISPLAY 'VENDAS POR PRODUTO DE ' WRK-MES-REF
                   ' CONTRA ' WRK-MES-ANT.
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
       0150-CARREGAR-REGIOES.
           MOVE SPACES TO WRK-TAB-REGIOES.
           MOVE 'SEM REGIAO' TO WRK-REG-CIDADE (11).
           OPEN INPUT ARQTBR.
           IF FS-ARQTBR-STATUS = '00'
              PERFORM 0160-LER-REGIAO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > 10
              CLOSE ARQTBR.
      *-----------------------------------------------------
       0160-LER-REGIAO.
           MOVE WRK-IDX TO REG-TBR-CODIGO.
           READ ARQTBR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-TBR-CIDADE TO WRK-REG-CIDADE (WRK-IDX)
           END-READ.
      *-----------------------------------------------------
      * PRIMEIRA CLASSIFICACAO: AS FATURAS DOS DOIS MESES
      * (TIPO 2) E TODAS AS NOTAS DE CREDITO R E D (TIPO 1),
      * QUE CHEGAM ANTES DA SUA FATURA
      *-----------------------------------------------------
       0200-SELECIONAR.
           READ FATURAS AT END
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
       0200-FIM.
      *-----------------------------------------------------
       0220-LIBERAR-FATURA.
           ADD 1 TO WRK-LIDAS.
           IF FAT-STATUS NOT = 'C'
              IF FAT-EMISSAO (1:6) = WRK-MES-REF
                 OR FAT-EMISSAO (1:6) = WRK-MES-ANT
                 MOVE SPACES     TO REG-SRF
                 MOVE FAT-CODIGO TO SRF-CODIGO
                 MOVE FAT-NUMERO TO SRF-NUMERO
                 MOVE '2'        TO SRF-TIPO
                 MOVE FAT-VALOR  TO SRF-VALOR
                 MOVE 'A'        TO SRF-PERIODO
                 IF FAT-EMISSAO (1:6) = WRK-MES-ANT
                    MOVE 'P' TO SRF-PERIODO
                 END-IF
                 RELEASE REG-SRF.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0240-LIBERAR-CREDITO.
           IF AJU-TIPO = 'R' OR AJU-TIPO = 'D'
              MOVE SPACES     TO REG-SRF
              MOVE AJU-CODIGO TO SRF-CODIGO
              MOVE AJU-NUMERO TO SRF-NUMERO
              MOVE '1'        TO SRF-TIPO
              MOVE AJU-VALOR  TO SRF-VALOR
              RELEASE REG-SRF.
           READ ARQAJU AT END
                       MOVE 'F' TO FS-ARQAJU.
      *-----------------------------------------------------
      * CADA FATURA LEVA OS SEUS ITENS, NA PARTE LIQUIDA DOS
      * CREDITOS, PARA O ARQTRB COM A REGIAO E O VENDEDOR DO
      * CLIENTE
      *-----------------------------------------------------
       0300-DETALHAR.
           OPEN OUTPUT ARQTRB.
           IF FS-ARQTRB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTRB.... ' FS-ARQTRB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           MOVE ZEROS TO WRK-CHAVE-ATUAL.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           PERFORM 0320-FATURA-OU-CREDITO UNTIL FS-SORT = 'F'.
           CLOSE ARQTRB.
       0300-FIM.
      *-----------------------------------------------------
       0320-FATURA-OU-CREDITO.
           IF SRF-CODIGO NOT = WRK-CHV-CODIGO
              OR SRF-NUMERO NOT = WRK-CHV-NUMERO
              MOVE SRF-CODIGO TO WRK-CHV-CODIGO
              MOVE SRF-NUMERO TO WRK-CHV-NUMERO
              MOVE ZEROS TO WRK-CREDITOS.
           IF SRF-TIPO = '1'
              ADD SRF-VALOR TO WRK-CREDITOS
           ELSE
              ADD 1 TO WRK-QTD-FATURAS
              IF WRK-CREDITOS NOT = 0
                 ADD 1 TO WRK-QTD-CREDITOS
              END-IF
              COMPUTE WRK-BRUTO = SRF-VALOR + WRK-CREDITOS
              PERFORM 0340-DADOS-DO-CLIENTE THRU 0340-FIM
              MOVE SRF-CODIGO TO ITF-CODIGO
              MOVE SRF-NUMERO TO ITF-NUMERO
              MOVE ZEROS TO ITF-SEQ
              MOVE 'N' TO WRK-FIM-ITENS
              START ARQITF KEY IS NOT < ITF-CHAVE
                  INVALID KEY
                      MOVE 'F' TO WRK-FIM-ITENS
              END-START
              PERFORM 0360-GRAVAR-ITEM UNTIL WRK-FIM-ITENS = 'F'.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
      * REGIAO PELO MAPA CEP-REGIAO DO PROG131 E VENDEDOR DO
      * VINCULO ARQVCL (000 = SEM VENDEDOR), UMA LEITURA POR
      * CLIENTE
      *-----------------------------------------------------
       0340-DADOS-DO-CLIENTE.
           IF SRF-CODIGO = WRK-CLI-LIDO
              GO TO 0340-FIM.
           MOVE SRF-CODIGO TO WRK-CLI-LIDO.
           MOVE 11 TO WRK-CLI-REGIAO.
           MOVE 0  TO WRK-CLI-VENDEDOR.
           IF WRK-TEM-VINCULOS = 1
              MOVE SRF-CODIGO TO VCL-CODIGO
              READ ARQVCL
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE VCL-VENDEDOR TO WRK-CLI-VENDEDOR
              END-READ.
           IF WRK-TEM-CLIENTES = 0
              GO TO 0340-FIM.
           MOVE SRF-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   GO TO 0340-FIM
           END-READ.
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
       0340-FIM.
      *-----------------------------------------------------
       0360-GRAVAR-ITEM.
           READ ARQITF NEXT RECORD
               AT END
                   MOVE 'F' TO WRK-FIM-ITENS
               NOT AT END
                   IF ITF-CODIGO NOT = SRF-CODIGO
                      OR ITF-NUMERO NOT = SRF-NUMERO
                      MOVE 'F' TO WRK-FIM-ITENS
                   ELSE
                      MOVE ITF-PRODUTO      TO TRB-PRODUTO
                      MOVE SRF-PERIODO      TO TRB-PERIODO
                      MOVE WRK-CLI-REGIAO   TO TRB-REGIAO
                      MOVE WRK-CLI-VENDEDOR TO TRB-VENDEDOR
                      MOVE ITF-QTDADE       TO TRB-QTDADE
                      MOVE ITF-VALOR        TO TRB-VALOR
                      IF WRK-CREDITOS NOT = 0
                         COMPUTE TRB-VALOR ROUNDED =
                                 ITF-VALOR * SRF-VALOR / WRK-BRUTO
                      END-IF
                      WRITE REG-TRB
                      ADD 1 TO WRK-QTD-ITENS
                   END-IF
           END-READ.
      *-----------------------------------------------------
      * SEGUNDA CLASSIFICACAO: CADA ITEM ENTRA UMA VEZ NA
      * LINHA DA REGIAO (R) E UMA VEZ NA DO VENDEDOR (V)
      *-----------------------------------------------------
       0400-LIBERAR-ITENS.
           OPEN INPUT ARQTRB.
           IF FS-ARQTRB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTRB.... ' FS-ARQTRB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0420-LIBERAR-ITEM UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB.
       0400-FIM.
      *-----------------------------------------------------
       0420-LIBERAR-ITEM.
           MOVE TRB-PRODUTO  TO SRI-PRODUTO.
           MOVE TRB-PERIODO  TO SRI-PERIODO.
           MOVE TRB-QTDADE   TO SRI-QTDADE.
           MOVE TRB-VALOR    TO SRI-VALOR.
           MOVE 'R'          TO SRI-TIPO.
           MOVE TRB-REGIAO   TO SRI-DIMENSAO.
           RELEASE REG-SRI.
           MOVE 'V'          TO SRI-TIPO.
           MOVE TRB-VENDEDOR TO SRI-DIMENSAO.
           RELEASE REG-SRI.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
      * UM BLOCO POR PRODUTO: LINHAS POR REGIAO, LINHAS POR
      * VENDEDOR E O TOTAL DO PRODUTO, QUE TAMBEM VAI PARA O
      * ARQTRB DA CLASSIFICACAO DOS MAIORES E MENORES
      *-----------------------------------------------------
       0500-EMITIR.
           OPEN OUTPUT ARQTRB.
           IF FS-ARQTRB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTRB.... ' FS-ARQTRB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0500-FIM.
           PERFORM 0800-CABECALHO.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           IF FS-SORT NOT = 'F'
              PERFORM 0520-ABRIR-PRODUTO
              PERFORM 0540-ACUMULAR UNTIL FS-SORT = 'F'
              PERFORM 0560-FECHAR-LINHA
              PERFORM 0580-FECHAR-PRODUTO.
           CLOSE ARQTRB.
           PERFORM 0850-TOTAL-GERAL.
       0500-FIM.
      *-----------------------------------------------------
       0520-ABRIR-PRODUTO.
           MOVE SRI-PRODUTO  TO WRK-PRD-ATUAL.
           MOVE SRI-TIPO     TO WRK-TIPO-ATUAL.
           MOVE SRI-DIMENSAO TO WRK-DIM-ATUAL.
           MOVE 0     TO WRK-PRD-QTD-ATU.
           MOVE ZEROS TO WRK-PRD-VLR-ATU.
           MOVE 0     TO WRK-PRD-QTD-ANT.
           MOVE ZEROS TO WRK-PRD-VLR-ANT.
           MOVE 0     TO WRK-LIN-QTD-ATU.
           MOVE ZEROS TO WRK-LIN-VLR-ATU.
           MOVE 0     TO WRK-LIN-QTD-ANT.
           MOVE ZEROS TO WRK-LIN-VLR-ANT.
           MOVE SPACES TO WRK-DESCR.
           IF WRK-TEM-PRODUTOS = 1
              MOVE SRI-PRODUTO TO REG-PRD-CODIGO
              READ ARQPRD
                  INVALID KEY
                      MOVE 'PRODUTO INEXISTENTE' TO WRK-DESCR
                  NOT INVALID KEY
                      MOVE REG-PRD-DESCR TO WRK-DESCR
              END-READ.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'PRODUTO ' WRK-PRD-ATUAL ' ' WRK-DESCR
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0540-ACUMULAR.
           IF SRI-PRODUTO NOT = WRK-PRD-ATUAL
              PERFORM 0560-FECHAR-LINHA
              PERFORM 0580-FECHAR-PRODUTO
              PERFORM 0520-ABRIR-PRODUTO
           ELSE
              IF SRI-TIPO NOT = WRK-TIPO-ATUAL
                 OR SRI-DIMENSAO NOT = WRK-DIM-ATUAL
                 PERFORM 0560-FECHAR-LINHA
                 MOVE SRI-TIPO     TO WRK-TIPO-ATUAL
                 MOVE SRI-DIMENSAO TO WRK-DIM-ATUAL.
           IF SRI-PERIODO = 'A'
              ADD SRI-QTDADE TO WRK-LIN-QTD-ATU
              ADD SRI-VALOR  TO WRK-LIN-VLR-ATU
           ELSE
              ADD SRI-QTDADE TO WRK-LIN-QTD-ANT
              ADD SRI-VALOR  TO WRK-LIN-VLR-ANT.
           IF SRI-TIPO = 'R'
              IF SRI-PERIODO = 'A'
                 ADD SRI-QTDADE TO WRK-PRD-QTD-ATU
                 ADD SRI-VALOR  TO WRK-PRD-VLR-ATU
              ELSE
                 ADD SRI-QTDADE TO WRK-PRD-QTD-ANT
                 ADD SRI-VALOR  TO WRK-PRD-VLR-ANT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
       0560-FECHAR-LINHA.
           MOVE SPACES TO WRK-ROTULO.
           MOVE WRK-DIM-ATUAL TO WRK-DIM-ED.
           IF WRK-TIPO-ATUAL = 'R'
              MOVE WRK-DIM-ATUAL TO WRK-REGIAO
              STRING '  REGIAO ' WRK-DIM-ED (2:2) ' '
                     WRK-REG-CIDADE (WRK-REGIAO)
                  DELIMITED BY SIZE INTO WRK-ROTULO
           ELSE
              PERFORM 0570-NOME-VENDEDOR
              STRING '  VENDEDOR ' WRK-DIM-ED ' ' WRK-NOME-VDD
                  DELIMITED BY SIZE INTO WRK-ROTULO.
           MOVE WRK-LIN-QTD-ATU TO WRK-QTD-ED.
           MOVE WRK-LIN-VLR-ATU TO WRK-VALOR-ED.
           MOVE WRK-LIN-QTD-ANT TO WRK-QTD-ANT-ED.
           MOVE WRK-LIN-VLR-ANT TO WRK-VALOR-ANT-ED.
           PERFORM 0590-VARIACAO.
           PERFORM 0595-LINHA.
           MOVE 0     TO WRK-LIN-QTD-ATU.
           MOVE ZEROS TO WRK-LIN-VLR-ATU.
           MOVE 0     TO WRK-LIN-QTD-ANT.
           MOVE ZEROS TO WRK-LIN-VLR-ANT.
      *-----------------------------------------------------
       0570-NOME-VENDEDOR.
           MOVE SPACES TO WRK-NOME-VDD.
           IF WRK-DIM-ATUAL = 0
              MOVE 'SEM VENDEDOR' TO WRK-NOME-VDD
           ELSE
              IF WRK-TEM-VENDEDORES = 1
                 MOVE WRK-DIM-ATUAL TO REG-VDD-CODIGO
                 READ ARQVDD
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE REG-VDD-NOME TO WRK-NOME-VDD
                 END-READ.
      *-----------------------------------------------------
       0580-FECHAR-PRODUTO.
           MOVE '  TOTAL DO PRODUTO' TO WRK-ROTULO.
           MOVE WRK-PRD-QTD-ATU TO WRK-QTD-ED.
           MOVE WRK-PRD-VLR-ATU TO WRK-VALOR-ED.
           MOVE WRK-PRD-QTD-ANT TO WRK-QTD-ANT-ED.
           MOVE WRK-PRD-VLR-ANT TO WRK-VALOR-ANT-ED.
           MOVE WRK-PRD-VLR-ATU TO WRK-LIN-VLR-ATU.
           MOVE WRK-PRD-VLR-ANT TO WRK-LIN-VLR-ANT.
           PERFORM 0590-VARIACAO.
           PERFORM 0595-LINHA.
           MOVE WRK-PRD-ATUAL   TO TRT-PRODUTO.
           MOVE WRK-PRD-QTD-ATU TO TRT-QTD-ATUAL.
           MOVE WRK-PRD-VLR-ATU TO TRT-VALOR-ATUAL.
           MOVE WRK-PRD-QTD-ANT TO TRT-QTD-ANT.
           MOVE WRK-PRD-VLR-ANT TO TRT-VALOR-ANT.
           WRITE REG-TRT.
           ADD 1 TO WRK-QTD-PRODUTOS.
           ADD WRK-PRD-QTD-ATU TO WRK-TOT-QTD-ATU.
           ADD WRK-PRD-VLR-ATU TO WRK-TOT-VLR-ATU.
           ADD WRK-PRD-QTD-ANT TO WRK-TOT-QTD-ANT.
           ADD WRK-PRD-VLR-ANT TO WRK-TOT-VLR-ANT.
      *-----------------------------------------------------
      * VARIACAO DO VALOR SOBRE O MESMO MES DO ANO ANTERIOR;
      * SEM VENDA NO ANO ANTERIOR A LINHA SAI COMO NOVA
      *-----------------------------------------------------
       0590-VARIACAO.
           IF WRK-LIN-VLR-ANT = 0
              IF WRK-LIN-VLR-ATU = 0
                 MOVE SPACES TO WRK-VAR-ED
              ELSE
                 MOVE '   NOVO' TO WRK-VAR-ED
              END-IF
           ELSE
              COMPUTE WRK-VARIACAO ROUNDED =
                      (WRK-LIN-VLR-ATU - WRK-LIN-VLR-ANT) * 100
                      / WRK-LIN-VLR-ANT
                  ON SIZE ERROR
                      MOVE 9999,9 TO WRK-VARIACAO
              END-COMPUTE
              MOVE WRK-VARIACAO TO WRK-VAR-NUM-ED
              MOVE WRK-VAR-NUM-ED TO WRK-VAR-ED.
      *-----------------------------------------------------
       0595-LINHA.
           MOVE SPACES TO REG-REL.
           STRING WRK-ROTULO ' ' WRK-QTD-ED ' ' WRK-VALOR-ED ' '
                  WRK-QTD-ANT-ED ' ' WRK-VALOR-ANT-ED ' '
                  WRK-VAR-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
      * TERCEIRA CLASSIFICACAO: PRODUTOS POR VALOR DO MES
      *-----------------------------------------------------
       0600-LIBERAR-PRODUTOS.
           OPEN INPUT ARQTRB.
           IF FS-ARQTRB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTRB.... ' FS-ARQTRB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0600-FIM.
           MOVE 'N' TO FS-ARQTRB.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0620-LIBERAR-PRODUTO UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB.
       0600-FIM.
      *-----------------------------------------------------
       0620-LIBERAR-PRODUTO.
           MOVE TRT-VALOR-ATUAL TO SRP-VALOR-ATUAL.
           MOVE TRT-PRODUTO     TO SRP-PRODUTO.
           MOVE TRT-QTD-ATUAL   TO SRP-QTD-ATUAL.
           MOVE TRT-QTD-ANT     TO SRP-QTD-ANT.
           MOVE TRT-VALOR-ANT   TO SRP-VALOR-ANT.
           RELEASE REG-SRP.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
      * OS DEZ PRIMEIROS SAO OS MAIORES; OS DEZ ULTIMOS QUE
      * NAO ESTAO ENTRE OS MAIORES SAO OS MENORES
      *-----------------------------------------------------
       0700-CLASSIFICAR.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE 'OS DEZ MAIORES PRODUTOS DO MES (VALOR LIQUIDO)'
             TO REG-REL.
           WRITE REG-REL.
           MOVE 0 TO WRK-POSICAO.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           PERFORM 0720-POSICAO UNTIL FS-SORT = 'F'.
       0700-FIM.
      *-----------------------------------------------------
       0720-POSICAO.
           ADD 1 TO WRK-POSICAO.
           IF WRK-POSICAO = 11 AND WRK-QTD-PRODUTOS > 10
              MOVE SPACES TO REG-REL
              WRITE REG-REL
              MOVE 'OS DEZ MENORES PRODUTOS DO MES' TO REG-REL
              WRITE REG-REL.
           IF WRK-POSICAO < 11
              OR WRK-POSICAO + 10 > WRK-QTD-PRODUTOS
              PERFORM 0740-LINHA-POSICAO.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
       0740-LINHA-POSICAO.
           MOVE SPACES TO WRK-DESCR.
           IF WRK-TEM-PRODUTOS = 1
              MOVE SRP-PRODUTO TO REG-PRD-CODIGO
              READ ARQPRD
                  INVALID KEY
                      MOVE 'PRODUTO INEXISTENTE' TO WRK-DESCR
                  NOT INVALID KEY
                      MOVE REG-PRD-DESCR TO WRK-DESCR
              END-READ.
           MOVE SPACES TO WRK-ROTULO.
           STRING WRK-POSICAO (3:3) ' ' SRP-PRODUTO ' ' WRK-DESCR
               DELIMITED BY SIZE INTO WRK-ROTULO.
           MOVE SRP-QTD-ATUAL   TO WRK-QTD-ED.
           MOVE SRP-VALOR-ATUAL TO WRK-VALOR-ED.
           MOVE SRP-QTD-ANT     TO WRK-QTD-ANT-ED.
           MOVE SRP-VALOR-ANT   TO WRK-VALOR-ANT-ED.
           MOVE SRP-VALOR-ATUAL TO WRK-LIN-VLR-ATU.
           MOVE SRP-VALOR-ANT   TO WRK-LIN-VLR-ANT.
           PERFORM 0590-VARIACAO.
           PERFORM 0595-LINHA.
      *-----------------------------------------------------
       0800-CABECALHO.
           MOVE SPACES TO REG-REL.
           STRING 'VENDAS POR PRODUTO DE ' WRK-MES-REF
                  ' CONTRA ' WRK-MES-ANT
                  ' -- PROCESSADO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING '                         QTD MES  VALOR DO MES'
                  ' QTD ANO-1   VALOR ANO-1   VAR%'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0850-TOTAL-GERAL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           MOVE WRK-TOT-QTD-ATU TO WRK-QTD-TOT-ED.
           MOVE WRK-TOT-VLR-ATU TO WRK-TOTAL-ED.
           STRING 'TOTAL DO MES......... ' WRK-QTD-TOT-ED ' '
                  WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           MOVE WRK-TOT-QTD-ANT TO WRK-QTD-TOT-ED.
           MOVE WRK-TOT-VLR-ANT TO WRK-TOTAL-ED.
           STRING 'TOTAL DO ANO ANTERIOR ' WRK-QTD-TOT-ED ' '
                  WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABRIU-FAT = 1
               CLOSE FATURAS.
            IF WRK-ABRIU-ITF = 1
               CLOSE ARQITF.
            IF WRK-ABRIU-REL = 1
               CLOSE ARQREL.
            IF WRK-TEM-PRODUTOS = 1
               CLOSE ARQPRD.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            IF WRK-TEM-VINCULOS = 1
               CLOSE ARQVCL.
            IF WRK-TEM-VENDEDORES = 1
               CLOSE ARQVDD.
            DISPLAY 'FATURAS LIDAS........... ' WRK-LIDAS.
            DISPLAY 'FATURAS DOS DOIS MESES.. ' WRK-QTD-FATURAS.
            DISPLAY 'FATURAS COM CREDITO..... ' WRK-QTD-CREDITOS.
            DISPLAY 'ITENS ANALISADOS........ ' WRK-QTD-ITENS.
            DISPLAY 'PRODUTOS VENDIDOS....... ' WRK-QTD-PRODUTOS.
            IF WRK-RETORNO = 0 AND WRK-QTD-ITENS = 0
               MOVE 4 TO WRK-RETORNO.
