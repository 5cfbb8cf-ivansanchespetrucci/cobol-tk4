       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG206.
      *-----------------------------------------------------
      * ENTRADA E SAIDA DE CLIENTES NO MES DE REFERENCIA, POR
      * EMPRESA, POR REGIAO E NO TOTAL: NOVOS (CARGA OK NO
      * ARQLOG, PROG016/035/056 E AS CONVERSOES DO PROG083,
      * QUE TAMBEM SAEM A PARTE PELA INCLUSAO DO PROG083 NO
      * ARQJRN), REATIVACOES (IMAGEM I PARA A NO ARQJRN),
      * CARGAS ESTORNADAS (PROG060), DESATIVACOES (PROG032,
      * EXCLUSAO DE ATIVO NO PROG022 E ALTERACAO DE A PARA
      * I), FUSOES (PROG196) E EXPURGOS PARA O ARQARC
      * (PROG043). O SALDO LIQUIDO E NOVOS MENOS ESTORNOS
      * MAIS REATIVADOS MENOS DESATIVADOS E FUNDIDOS, E O
      * CHURN E DESATIVADOS MAIS FUNDIDOS SOBRE OS ATIVOS NO
      * INICIO DO MES (O EXPURGO SO TIRA QUEM JA ESTAVA
      * INATIVO). A SITUACAO DE CADA CLIENTE MES A MES SAI
      * DO JORNAL EM ORDEM DE DATA, A PARTIR DA SITUACAO
      * ANTERIOR AO PRIMEIRO EVENTO; SEM EVENTO VALE A DO
      * CADASTRO. EMPRESA E REGIAO (CEP, MAPA DO PROG131) SAO
      * AS DO CADASTRO, DO ARQARC OU DA IMAGEM DO EXCLUIDO NO
      * JORNAL. TRAZ A TENDENCIA DOS DOZE MESES ATE O DE
      * REFERENCIA E AS COORTES DE CARGA DOS 24 MESES: QUANTOS
      * CONTINUAM ATIVOS E QUANTOS ATIVOS AINDA COMPRAM
      * (FATURA NAO CANCELADA EMITIDA NOS TRES MESES ATE O
      * MARCO) 3, 6 E 12 MESES DEPOIS DA CARGA
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
           SELECT ARQARC ASSIGN TO UT-S-ARQARC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQARC-STATUS.
           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
           SELECT ARQLOG ASSIGN TO UT-S-ARQLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQLOG-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
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
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQARC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            DATA   RECORD IS REG-ARQUIVADO.
       01   REG-ARQUIVADO              PIC X(135).
       FD   ARQJRN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-JRN.
       01   REG-JRN.
            05 REG-JRN-DATA     PIC 9(08).
            05 FILLER           PIC X.
            05 REG-JRN-HORA     PIC 9(08).
            05 FILLER           PIC X.
            05 REG-JRN-PROGRAMA PIC X(08).
            05 FILLER           PIC X.
            05 REG-JRN-OPERACAO PIC X(12).
            05 FILLER           PIC X.
            05 REG-JRN-ANTES    PIC X(135).
            05 FILLER           PIC X.
            05 REG-JRN-DEPOIS   PIC X(135).
       FD   ARQLOG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-LOG.
       01   REG-LOG.
            05 REG-LOG-DATA    PIC 9(08).
            05 FILLER          PIC X.
            05 REG-LOG-HORA    PIC 9(08).
            05 FILLER          PIC X.
            05 REG-LOG-CODIGO  PIC 9(05).
            05 FILLER          PIC X.
            05 REG-LOG-NOME    PIC X(20).
            05 FILLER          PIC X.
            05 REG-LOG-STATUS  PIC X(15).
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
      *-----------------------------------------------------
      * UM REGISTRO POR IMAGEM (DATA ZERO: 1 CADASTRO, 2
      * ARQARC, 3 JORNAL DE CLIENTE EXCLUIDO) OU POR EVENTO:
      * C CARGA, V CONVERSAO, R REATIVACAO, T ESTORNO DE
      * CARGA, D DESATIVACAO, F FUSAO, E EXPURGO, K EXCLUSAO
      * DE INATIVO E N FATURA EMITIDA, COM A SITUACAO ANTES
      * E DEPOIS (A ATIVO, I INATIVO, X FORA DO CADASTRO)
      *-----------------------------------------------------
       SD   ARQSRT
            DATA   RECORD IS REG-SRT.
       01   REG-SRT.
            05 SRT-CODIGO       PIC 9(05).
            05 SRT-DATA         PIC 9(08).
            05 SRT-HORA         PIC 9(08).
            05 SRT-ORDEM        PIC 9(01).
            05 SRT-EVENTO       PIC X(01).
            05 SRT-ANTES        PIC X(01).
            05 SRT-DEPOIS       PIC X(01).
            05 SRT-EMPRESA      PIC 9(02).
            05 SRT-CEP          PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES      PIC X VALUE 'N'.
       77  FS-ARQARC        PIC X VALUE 'N'.
       77  FS-ARQJRN        PIC X VALUE 'N'.
       77  FS-ARQLOG        PIC X VALUE 'N'.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-SORT          PIC X VALUE 'N'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQARC-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  FS-ARQLOG-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       01  WRK-MES-DEC.
           05 WRK-MES-DEC-ANO          PIC 9(04).
           05 WRK-MES-DEC-MES          PIC 9(02).
       01  WRK-DATA-DEC.
           05 WRK-DATA-ANO  PIC 9(04).
           05 WRK-DATA-MES  PIC 9(02).
           05 WRK-DATA-DIA  PIC 9(02).
      *-----------------------------------------------------
      * MESES CONTADOS EM SERIE (ANO * 12 + MES - 1)
      *-----------------------------------------------------
       77  WRK-SERIAL-REF   PIC 9(06) VALUE ZEROS.
       77  WRK-SERIAL-EVT   PIC 9(06) VALUE ZEROS.
       77  WRK-SERIAL-AUX   PIC 9(06) VALUE ZEROS.
       77  WRK-SERIAL-MIN   PIC 9(06) VALUE ZEROS.
       77  WRK-RESTO        PIC 9(02) VALUE ZEROS.
       77  WRK-ABRIU-CLI    PIC 9 VALUE 0.
       77  WRK-ABRIU-REL    PIC 9 VALUE 0.
       77  WRK-IMAGEM       PIC X(135) VALUE SPACES.
       77  WRK-CODIGO-ALF   PIC X(05) VALUE SPACES.
       77  WRK-EVENTO       PIC X(01) VALUE SPACE.
       77  WRK-ANTES        PIC X(01) VALUE SPACE.
       77  WRK-DEPOIS       PIC X(01) VALUE SPACE.
       77  WRK-CEP-ALF      PIC X(08) VALUE SPACES.
       77  WRK-REGIAO       PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------
      * CLIENTE CORRENTE NA SAIDA DA CLASSIFICACAO: SITUACAO
      * NO FIM DE CADA UM DOS TREZE MESES ATE O DE REFERENCIA
      * (13 = REFERENCIA, 12 = MES ANTERIOR) E OS TRES MARCOS
      * DA COORTE DE CARGA
      *-----------------------------------------------------
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-ABERTO   PIC 9 VALUE 0.
       77  WRK-CLI-IMAGEM   PIC 9 VALUE 0.
       77  WRK-CLI-SITUACAO PIC X(01) VALUE SPACE.
       77  WRK-CLI-EVENTOS  PIC 9 VALUE 0.
       01  WRK-TAB-SITUACOES.
           05 WRK-SIT-MES      PIC X(01) OCCURS 13 TIMES.
       77  WRK-SIT-INI      PIC S9(06) VALUE ZEROS.
       77  WRK-COO-SERIAL   PIC 9(06) VALUE ZEROS.
       01  WRK-TAB-MARCOS.
           05 WRK-MRC-ENTRY OCCURS 3 TIMES.
               10 WRK-MRC-SERIAL    PIC 9(06).
               10 WRK-MRC-SITUACAO  PIC X(01).
               10 WRK-MRC-COMPRA    PIC 9(01).
       01  WRK-PRAZOS-COORTE.
           05 FILLER        PIC 9(02) VALUE 03.
           05 FILLER        PIC 9(02) VALUE 06.
           05 FILLER        PIC 9(02) VALUE 12.
       01  WRK-TAB-PRAZOS REDEFINES WRK-PRAZOS-COORTE.
           05 WRK-PRAZO     PIC 9(02) OCCURS 3 TIMES.
       77  WRK-MRC          PIC 9(01) VALUE 0.
      *-----------------------------------------------------
      * UMA POSICAO POR DIMENSAO: 1 A 100 SAO AS EMPRESAS
      * 00 A 99, 101 A 111 AS REGIOES DO PROG131 (111 = SEM
      * REGIAO MAPEADA) E 112 O TOTAL. AS COLUNAS SAO 1
      * NOVOS, 2 CONVERSOES, 3 REATIVADOS, 4 ESTORNOS, 5
      * DESATIVADOS, 6 FUNDIDOS, 7 EXPURGADOS, 8 ATIVOS NO
      * INICIO E 9 ATIVOS NO FIM DO MES
      *-----------------------------------------------------
       01  WRK-TAB-DIMENSOES.
           05 WRK-TAB-DIM-ENTRY OCCURS 112 TIMES.
               10 WRK-DIM-QTD       PIC 9(07) OCCURS 9 TIMES.
       01  WRK-TAB-TENDENCIA.
           05 WRK-TAB-TND-ENTRY OCCURS 12 TIMES.
               10 WRK-TND-QTD       PIC 9(07) OCCURS 9 TIMES.
       01  WRK-LINHA.
           05 WRK-LIN-QTD       PIC 9(07) OCCURS 9 TIMES.
       77  WRK-POS-EMP      PIC 9(03) VALUE 0.
       77  WRK-POS-REG      PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-COL          PIC 9(02) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * COORTES: POSICAO 24 = CARGAS DO MES DE REFERENCIA
      *-----------------------------------------------------
       01  WRK-TAB-COORTES.
           05 WRK-TAB-COO-ENTRY OCCURS 24 TIMES.
               10 WRK-COO-CARGAS    PIC 9(07).
               10 WRK-COO-ATIVOS    PIC 9(07) OCCURS 3 TIMES.
               10 WRK-COO-COMPRAM   PIC 9(07) OCCURS 3 TIMES.
      *-----------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------
       77  WRK-LIQUIDO      PIC S9(07) VALUE ZEROS.
       77  WRK-CHURN        PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ROTULO       PIC X(12) VALUE SPACES.
       77  WRK-CHAVE-ED     PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-ED       PIC ZZZZ9 VALUE ZEROS.
       77  WRK-LIQUIDO-ED   PIC -ZZZZ9 VALUE ZEROS.
       77  WRK-ATIVOS-ED    PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-CHURN-ED     PIC ZZ9,99 VALUE ZEROS.
       77  WRK-COO-ED       PIC ZZZZZ9 VALUE ZEROS.
       77  WRK-DETALHE      PIC X(80) VALUE SPACES.
       77  WRK-PONTEIRO     PIC 9(03) VALUE 0.
       77  WRK-QTD-IMAGENS  PIC 9(09) VALUE 0.
       77  WRK-QTD-EVENTOS  PIC 9(09) VALUE 0.
       77  WRK-QTD-FATURAS  PIC 9(09) VALUE 0.
       77  WRK-QTD-CLIENTES PIC 9(09) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO = 0
               SORT ARQSRT
                   ON ASCENDING KEY SRT-CODIGO SRT-DATA SRT-HORA
                                    SRT-ORDEM
                   INPUT  PROCEDURE IS 0200-SELECIONAR THRU 0200-FIM
                   OUTPUT PROCEDURE IS 0400-APURAR THRU 0400-FIM.
            IF WRK-RETORNO = 0
               PERFORM 0800-RELATORIO.
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
           MOVE WRK-MES-REF TO WRK-MES-DEC.
           IF WRK-MES-DEC-MES < 1 OR WRK-MES-DEC-MES > 12
              DISPLAY 'MES DE REFERENCIA INVALIDO ' WRK-MES-REF
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           COMPUTE WRK-SERIAL-REF = WRK-MES-DEC-ANO * 12
                                  + WRK-MES-DEC-MES - 1.
           COMPUTE WRK-SERIAL-MIN = WRK-SERIAL-REF - 22.
           MOVE ZEROS TO WRK-TAB-DIMENSOES.
           MOVE ZEROS TO WRK-TAB-TENDENCIA.
           MOVE ZEROS TO WRK-TAB-COORTES.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-CLI.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-REL.
           DISPLAY 'ENTRADA E SAIDA DE CLIENTES DE ' WRK-MES-REF.
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
       0150-MES-SERIAL.
           COMPUTE WRK-SERIAL-EVT = WRK-DATA-ANO * 12
                                  + WRK-DATA-MES - 1.
      *-----------------------------------------------------
      * ENTRADA DA CLASSIFICACAO: IMAGENS DO CADASTRO E DO
      * ARQARC, EVENTOS DO JORNAL E DO LOG DE CARGAS E AS
      * FATURAS QUE PODEM CAIR NA JANELA DE UM MARCO
      *-----------------------------------------------------
       0200-SELECIONAR.
           READ CLIENTES NEXT RECORD AT END
                         MOVE 'F' TO FS-CLIENTES.
           PERFORM 0220-LIBERAR-CADASTRO UNTIL FS-CLIENTES = 'F'.
           OPEN INPUT ARQARC.
           IF FS-ARQARC-STATUS NOT = '00'
              DISPLAY 'SEM CLIENTES EXPURGADOS. ' FS-ARQARC-STATUS
           ELSE
              READ ARQARC AT END
                          MOVE 'F' TO FS-ARQARC
              END-READ
              PERFORM 0240-LIBERAR-ARQUIVADO UNTIL FS-ARQARC = 'F'
              CLOSE ARQARC.
           OPEN INPUT ARQJRN.
           IF FS-ARQJRN-STATUS NOT = '00'
              DISPLAY 'SEM JORNAL DE CLIENTES.. ' FS-ARQJRN-STATUS
           ELSE
              READ ARQJRN AT END
                          MOVE 'F' TO FS-ARQJRN
              END-READ
              PERFORM 0260-LIBERAR-JORNAL THRU 0260-LER
                  UNTIL FS-ARQJRN = 'F'
              CLOSE ARQJRN.
           OPEN INPUT ARQLOG.
           IF FS-ARQLOG-STATUS NOT = '00'
              DISPLAY 'SEM LOG DE CARGAS....... ' FS-ARQLOG-STATUS
           ELSE
              READ ARQLOG AT END
                          MOVE 'F' TO FS-ARQLOG
              END-READ
              PERFORM 0280-LIBERAR-CARGA UNTIL FS-ARQLOG = 'F'
              CLOSE ARQLOG.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'SEM FATURAS, COORTES SEM COMPRA '
                      FS-FATURAS-STATUS
           ELSE
              READ FATURAS AT END
                           MOVE 'F' TO FS-FATURAS
              END-READ
              PERFORM 0290-LIBERAR-FATURA UNTIL FS-FATURAS = 'F'
              CLOSE FATURAS.
       0200-FIM.
      *-----------------------------------------------------
       0220-LIBERAR-CADASTRO.
           MOVE REG-CLIENTES TO WRK-IMAGEM.
           MOVE 1 TO SRT-ORDEM.
           MOVE REG-STATUS TO SRT-DEPOIS.
           IF REG-STATUS NOT = 'A'
              MOVE 'I' TO SRT-DEPOIS.
           PERFORM 0300-LIBERAR-IMAGEM.
           READ CLIENTES NEXT RECORD AT END
                         MOVE 'F' TO FS-CLIENTES.
      *-----------------------------------------------------
       0240-LIBERAR-ARQUIVADO.
           MOVE REG-ARQUIVADO TO WRK-IMAGEM.
           MOVE 2 TO SRT-ORDEM.
           MOVE 'X' TO SRT-DEPOIS.
           PERFORM 0300-LIBERAR-IMAGEM.
           READ ARQARC AT END
                       MOVE 'F' TO FS-ARQARC.
      *-----------------------------------------------------
      * SO AS OPERACOES DO CADASTRO INTERESSAM (COMO NO
      * FILTRO DO PROG132); A SITUACAO VEM DA POSICAO 111 DAS
      * IMAGENS DO BOOKCLI
      *-----------------------------------------------------
       0260-LIBERAR-JORNAL.
           MOVE REG-JRN-ANTES (1:5) TO WRK-CODIGO-ALF.
           IF WRK-CODIGO-ALF = SPACES
              MOVE REG-JRN-DEPOIS (1:5) TO WRK-CODIGO-ALF.
           IF WRK-CODIGO-ALF NOT NUMERIC
              GO TO 0260-LER.
           MOVE SPACE TO WRK-EVENTO.
           MOVE SPACE TO WRK-ANTES.
           MOVE SPACE TO WRK-DEPOIS.
           EVALUATE REG-JRN-OPERACAO
               WHEN 'INCLUSAO'
                    IF REG-JRN-PROGRAMA = 'PROG083'
                       MOVE 'V' TO WRK-EVENTO
                    END-IF
               WHEN 'DESATIVACAO'
                    MOVE 'D' TO WRK-EVENTO
                    MOVE 'A' TO WRK-ANTES
                    MOVE 'I' TO WRK-DEPOIS
               WHEN 'EXPURGO'
                    MOVE 'E' TO WRK-EVENTO
                    MOVE 'I' TO WRK-ANTES
                    MOVE 'X' TO WRK-DEPOIS
               WHEN 'ESTORNO'
                    MOVE 'T' TO WRK-EVENTO
                    MOVE 'A' TO WRK-ANTES
                    MOVE 'X' TO WRK-DEPOIS
                    PERFORM 0270-IMAGEM-DO-JORNAL
               WHEN 'EXCLUSAO'
                    IF REG-JRN-ANTES (111:1) = 'A'
                       MOVE 'D' TO WRK-EVENTO
                       MOVE 'A' TO WRK-ANTES
                    ELSE
                       MOVE 'K' TO WRK-EVENTO
                       MOVE 'I' TO WRK-ANTES
                    END-IF
                    MOVE 'X' TO WRK-DEPOIS
                    PERFORM 0270-IMAGEM-DO-JORNAL
               WHEN 'ALTERACAO'
               WHEN 'FUSAO'
                    IF REG-JRN-ANTES (111:1) = 'A'
                       AND REG-JRN-DEPOIS (111:1) = 'I'
                       MOVE 'D' TO WRK-EVENTO
                       IF REG-JRN-OPERACAO = 'FUSAO'
                          MOVE 'F' TO WRK-EVENTO
                       END-IF
                       MOVE 'A' TO WRK-ANTES
                       MOVE 'I' TO WRK-DEPOIS
                    END-IF
                    IF REG-JRN-ANTES (111:1) = 'I'
                       AND REG-JRN-DEPOIS (111:1) = 'A'
                       MOVE 'R' TO WRK-EVENTO
                       MOVE 'I' TO WRK-ANTES
                       MOVE 'A' TO WRK-DEPOIS
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           IF WRK-EVENTO NOT = SPACE
              MOVE WRK-CODIGO-ALF TO SRT-CODIGO
              MOVE REG-JRN-DATA   TO SRT-DATA
              MOVE REG-JRN-HORA   TO SRT-HORA
              MOVE 5              TO SRT-ORDEM
              MOVE WRK-EVENTO     TO SRT-EVENTO
              MOVE WRK-ANTES      TO SRT-ANTES
              MOVE WRK-DEPOIS     TO SRT-DEPOIS
              MOVE ZEROS          TO SRT-EMPRESA
              MOVE ZEROS          TO SRT-CEP
              RELEASE REG-SRT
              ADD 1 TO WRK-QTD-EVENTOS.
       0260-LER.
           READ ARQJRN AT END
                       MOVE 'F' TO FS-ARQJRN.
      *-----------------------------------------------------
      * O CLIENTE EXCLUIDO OU DE CARGA ESTORNADA NAO FICA NO
      * CADASTRO NEM NO ARQARC: A EMPRESA E O CEP VEM DA
      * IMAGEM ANTES DO JORNAL
      *-----------------------------------------------------
       0270-IMAGEM-DO-JORNAL.
           MOVE REG-JRN-ANTES TO WRK-IMAGEM.
           MOVE 3 TO SRT-ORDEM.
           MOVE 'X' TO SRT-DEPOIS.
           PERFORM 0300-LIBERAR-IMAGEM.
      *-----------------------------------------------------
       0280-LIBERAR-CARGA.
           IF REG-LOG-STATUS = 'CARGA OK'
              AND REG-LOG-CODIGO NOT = 0
              MOVE REG-LOG-CODIGO TO SRT-CODIGO
              MOVE REG-LOG-DATA   TO SRT-DATA
              MOVE REG-LOG-HORA   TO SRT-HORA
              MOVE 4              TO SRT-ORDEM
              MOVE 'C'            TO SRT-EVENTO
              MOVE 'X'            TO SRT-ANTES
              MOVE 'A'            TO SRT-DEPOIS
              MOVE ZEROS          TO SRT-EMPRESA
              MOVE ZEROS          TO SRT-CEP
              RELEASE REG-SRT
              ADD 1 TO WRK-QTD-EVENTOS.
           READ ARQLOG AT END
                       MOVE 'F' TO FS-ARQLOG.
      *-----------------------------------------------------
      * A FATURA MAIS ANTIGA QUE INTERESSA E A DA JANELA DO
      * MARCO DE 3 MESES DA COORTE MAIS ANTIGA
      *-----------------------------------------------------
       0290-LIBERAR-FATURA.
           IF FAT-STATUS NOT = 'C'
              MOVE FAT-EMISSAO TO WRK-DATA-DEC
              PERFORM 0150-MES-SERIAL
              IF WRK-SERIAL-EVT NOT < WRK-SERIAL-MIN
                 AND WRK-SERIAL-EVT NOT > WRK-SERIAL-REF
                 MOVE FAT-CODIGO  TO SRT-CODIGO
                 MOVE FAT-EMISSAO TO SRT-DATA
                 MOVE 99999999    TO SRT-HORA
                 MOVE 6           TO SRT-ORDEM
                 MOVE 'N'         TO SRT-EVENTO
                 MOVE SPACE       TO SRT-ANTES
                 MOVE SPACE       TO SRT-DEPOIS
                 MOVE ZEROS       TO SRT-EMPRESA
                 MOVE ZEROS       TO SRT-CEP
                 RELEASE REG-SRT
                 ADD 1 TO WRK-QTD-FATURAS.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0300-LIBERAR-IMAGEM.
           MOVE WRK-IMAGEM (1:5) TO WRK-CODIGO-ALF.
           IF WRK-CODIGO-ALF NUMERIC
              MOVE WRK-CODIGO-ALF TO SRT-CODIGO
              MOVE ZEROS  TO SRT-DATA
              MOVE ZEROS  TO SRT-HORA
              MOVE 'I'    TO SRT-EVENTO
              MOVE SPACE  TO SRT-ANTES
              MOVE ZEROS  TO SRT-EMPRESA
              MOVE ZEROS  TO SRT-CEP
              IF WRK-IMAGEM (112:2) NUMERIC
                 MOVE WRK-IMAGEM (112:2) TO SRT-EMPRESA
              END-IF
              IF WRK-IMAGEM (92:8) NUMERIC
                 MOVE WRK-IMAGEM (92:8) TO SRT-CEP
              END-IF
              RELEASE REG-SRT
              ADD 1 TO WRK-QTD-IMAGENS.
      *-----------------------------------------------------
      * SAIDA DA CLASSIFICACAO: POR CLIENTE, A PRIMEIRA
      * IMAGEM DA A DIMENSAO E OS EVENTOS EM ORDEM DE DATA
      * DAO A SITUACAO MES A MES
      *-----------------------------------------------------
       0400-APURAR.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           IF FS-SORT NOT = 'F'
              PERFORM 0420-ABRIR-CLIENTE
              PERFORM 0440-REGISTRO UNTIL FS-SORT = 'F'
              PERFORM 0480-FECHAR-CLIENTE.
       0400-FIM.
      *-----------------------------------------------------
       0420-ABRIR-CLIENTE.
           MOVE SRT-CODIGO TO WRK-CLI-ATUAL.
           MOVE 0   TO WRK-CLI-IMAGEM.
           MOVE 0   TO WRK-CLI-EVENTOS.
           MOVE 'X' TO WRK-CLI-SITUACAO.
           MOVE 1   TO WRK-POS-EMP.
           MOVE 111 TO WRK-POS-REG.
           MOVE 0   TO WRK-COO-SERIAL.
           ADD 1 TO WRK-QTD-CLIENTES.
      *-----------------------------------------------------
       0440-REGISTRO.
           IF SRT-CODIGO NOT = WRK-CLI-ATUAL
              PERFORM 0480-FECHAR-CLIENTE
              PERFORM 0420-ABRIR-CLIENTE.
           IF SRT-EVENTO = 'I'
              IF WRK-CLI-IMAGEM = 0
                 PERFORM 0450-DIMENSAO
              END-IF
           ELSE
              MOVE SRT-DATA TO WRK-DATA-DEC
              PERFORM 0150-MES-SERIAL
              IF SRT-EVENTO = 'N'
                 PERFORM 0470-COMPRA
                     VARYING WRK-MRC FROM 1 BY 1
                     UNTIL WRK-MRC > 3
              ELSE
                 IF SRT-EVENTO = 'V'
                    MOVE 2 TO WRK-COL
                    PERFORM 0495-CONTAR-EVENTO
                 ELSE
                    PERFORM 0460-MUDANCA.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
       0450-DIMENSAO.
           MOVE 1 TO WRK-CLI-IMAGEM.
           MOVE SRT-DEPOIS TO WRK-CLI-SITUACAO.
           COMPUTE WRK-POS-EMP = SRT-EMPRESA + 1.
           MOVE SRT-CEP TO WRK-CEP-ALF.
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
           IF SRT-CEP = ZEROS
              MOVE 11 TO WRK-REGIAO.
           COMPUTE WRK-POS-REG = WRK-REGIAO + 100.
      *-----------------------------------------------------
      * EVENTO QUE MUDA A SITUACAO: ANTES DO PRIMEIRO, O
      * CLIENTE ESTAVA NA SITUACAO ANTES DELE; DEPOIS, CADA
      * FIM DE MES A PARTIR DO EVENTO FICA COM A SITUACAO
      * DEPOIS
      *-----------------------------------------------------
       0460-MUDANCA.
           IF WRK-CLI-EVENTOS = 0
              MOVE 1 TO WRK-CLI-EVENTOS
              MOVE SRT-ANTES TO WRK-CLI-SITUACAO
              PERFORM 0465-SITUACAO-MES
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > 13.
           COMPUTE WRK-SIT-INI = WRK-SERIAL-EVT - WRK-SERIAL-REF + 13.
           IF WRK-SIT-INI < 1
              MOVE 1 TO WRK-SIT-INI.
           MOVE SRT-DEPOIS TO WRK-CLI-SITUACAO.
           IF WRK-SIT-INI < 14
              PERFORM 0465-SITUACAO-MES
                  VARYING WRK-IDX FROM WRK-SIT-INI BY 1
                  UNTIL WRK-IDX > 13.
           EVALUATE SRT-EVENTO
               WHEN 'C' MOVE 1 TO WRK-COL
               WHEN 'R' MOVE 3 TO WRK-COL
               WHEN 'T' MOVE 4 TO WRK-COL
               WHEN 'D' MOVE 5 TO WRK-COL
               WHEN 'F' MOVE 6 TO WRK-COL
               WHEN 'E' MOVE 7 TO WRK-COL
               WHEN OTHER
                        MOVE 0 TO WRK-COL
           END-EVALUATE.
           IF WRK-COL NOT = 0
              PERFORM 0495-CONTAR-EVENTO.
           IF SRT-EVENTO = 'C'
              PERFORM 0467-ABRIR-COORTE
           ELSE
              IF SRT-EVENTO = 'T'
                 MOVE 0 TO WRK-COO-SERIAL
              ELSE
                 IF WRK-COO-SERIAL NOT = 0
                    PERFORM 0468-MARCO
                        VARYING WRK-MRC FROM 1 BY 1
                        UNTIL WRK-MRC > 3.
      *-----------------------------------------------------
       0465-SITUACAO-MES.
           MOVE WRK-CLI-SITUACAO TO WRK-SIT-MES (WRK-IDX).
      *-----------------------------------------------------
       0467-ABRIR-COORTE.
           MOVE WRK-SERIAL-EVT TO WRK-COO-SERIAL.
           PERFORM 0469-INICIAR-MARCO
               VARYING WRK-MRC FROM 1 BY 1
               UNTIL WRK-MRC > 3.
      *-----------------------------------------------------
       0468-MARCO.
           IF WRK-SERIAL-EVT NOT > WRK-MRC-SERIAL (WRK-MRC)
              MOVE SRT-DEPOIS TO WRK-MRC-SITUACAO (WRK-MRC).
      *-----------------------------------------------------
       0469-INICIAR-MARCO.
           COMPUTE WRK-MRC-SERIAL (WRK-MRC) =
                   WRK-COO-SERIAL + WRK-PRAZO (WRK-MRC).
           MOVE 'A' TO WRK-MRC-SITUACAO (WRK-MRC).
           MOVE 0   TO WRK-MRC-COMPRA (WRK-MRC).
      *-----------------------------------------------------
      * COMPRA NO MARCO: FATURA EMITIDA NOS TRES MESES QUE
      * TERMINAM NO MES DO MARCO
      *-----------------------------------------------------
       0470-COMPRA.
           IF WRK-COO-SERIAL NOT = 0
              AND WRK-SERIAL-EVT NOT > WRK-MRC-SERIAL (WRK-MRC)
              AND WRK-SERIAL-EVT + 2 NOT < WRK-MRC-SERIAL (WRK-MRC)
              MOVE 1 TO WRK-MRC-COMPRA (WRK-MRC).
      *-----------------------------------------------------
      * NO FIM DO CLIENTE: ATIVOS NO INICIO DE CADA MES DA
      * TENDENCIA E NO FIM DO MES DE REFERENCIA, E A COORTE
      *-----------------------------------------------------
       0480-FECHAR-CLIENTE.
           IF WRK-CLI-EVENTOS = 0
              PERFORM 0465-SITUACAO-MES
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > 13.
           IF WRK-SIT-MES (12) = 'A'
              MOVE 8 TO WRK-COL
              PERFORM 0490-SOMAR-DIMENSOES.
           IF WRK-SIT-MES (13) = 'A'
              MOVE 9 TO WRK-COL
              PERFORM 0490-SOMAR-DIMENSOES.
           PERFORM 0485-ATIVO-NA-TENDENCIA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 12.
           IF WRK-COO-SERIAL NOT = 0
              AND WRK-COO-SERIAL NOT > WRK-SERIAL-REF
              AND WRK-COO-SERIAL + 23 NOT < WRK-SERIAL-REF
              COMPUTE WRK-IDX = WRK-COO-SERIAL - WRK-SERIAL-REF + 24
              ADD 1 TO WRK-COO-CARGAS (WRK-IDX)
              PERFORM 0487-FECHAR-MARCO
                  VARYING WRK-MRC FROM 1 BY 1
                  UNTIL WRK-MRC > 3.
      *-----------------------------------------------------
       0485-ATIVO-NA-TENDENCIA.
           IF WRK-SIT-MES (WRK-IDX) = 'A'
              ADD 1 TO WRK-TND-QTD (WRK-IDX, 8).
      *-----------------------------------------------------
       0487-FECHAR-MARCO.
           IF WRK-MRC-SERIAL (WRK-MRC) NOT > WRK-SERIAL-REF
              AND WRK-MRC-SITUACAO (WRK-MRC) = 'A'
              ADD 1 TO WRK-COO-ATIVOS (WRK-IDX, WRK-MRC)
              IF WRK-MRC-COMPRA (WRK-MRC) = 1
                 ADD 1 TO WRK-COO-COMPRAM (WRK-IDX, WRK-MRC).
      *-----------------------------------------------------
       0490-SOMAR-DIMENSOES.
           ADD 1 TO WRK-DIM-QTD (WRK-POS-EMP, WRK-COL).
           ADD 1 TO WRK-DIM-QTD (WRK-POS-REG, WRK-COL).
           ADD 1 TO WRK-DIM-QTD (112, WRK-COL).
      *-----------------------------------------------------
      * EVENTO DENTRO DOS DOZE MESES DA TENDENCIA; O DO MES
      * DE REFERENCIA TAMBEM VAI PARA AS DIMENSOES
      *-----------------------------------------------------
       0495-CONTAR-EVENTO.
           IF WRK-SERIAL-EVT NOT > WRK-SERIAL-REF
              AND WRK-SERIAL-EVT + 11 NOT < WRK-SERIAL-REF
              COMPUTE WRK-IDX = WRK-SERIAL-EVT - WRK-SERIAL-REF + 12
              ADD 1 TO WRK-TND-QTD (WRK-IDX, WRK-COL)
              IF WRK-SERIAL-EVT = WRK-SERIAL-REF
                 PERFORM 0490-SOMAR-DIMENSOES.
      *-----------------------------------------------------
       0800-RELATORIO.
           MOVE SPACES TO REG-REL.
           STRING 'ENTRADA E SAIDA DE CLIENTES DO MES ' WRK-MES-REF
                  ' -- PROCESSADO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
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
           PERFORM 0820-CABECALHO-COLUNAS.
           PERFORM 0880-LINHA-TENDENCIA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 12.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE 'COORTES DE CARGA: ATIVOS E ATIVOS QUE COMPRAM'
             TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'CARGA  CARGAS  ATIV3M COMPR3M  ATIV6M COMPR6M'
                  '  ATIV12 COMPR12'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0890-LINHA-COORTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 24.
      *-----------------------------------------------------
       0820-CABECALHO-COLUNAS.
           MOVE SPACES TO REG-REL.
           STRING 'DIMENSAO     NOVOS CONV. REAT. ESTOR DESAT FUSAO'
                  ' EXPUR   LIQ.  ATIVOS CHURN%'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0840-LINHA-DIMENSAO.
           MOVE WRK-TAB-DIM-ENTRY (WRK-POS) TO WRK-LINHA.
           IF WRK-LINHA NOT = ZEROS OR WRK-POS = 112
              PERFORM 0860-ROTULO
              PERFORM 0850-LINHA.
      *-----------------------------------------------------
      * LIQUIDO E CHURN DA LINHA; ATIVOS SAO OS DO INICIO
      *-----------------------------------------------------
       0850-LINHA.
           COMPUTE WRK-LIQUIDO = WRK-LIN-QTD (1) - WRK-LIN-QTD (4)
                               + WRK-LIN-QTD (3) - WRK-LIN-QTD (5)
                               - WRK-LIN-QTD (6).
           MOVE ZEROS TO WRK-CHURN.
           IF WRK-LIN-QTD (8) NOT = 0
              COMPUTE WRK-CHURN ROUNDED =
                      (WRK-LIN-QTD (5) + WRK-LIN-QTD (6)) * 100
                      / WRK-LIN-QTD (8)
                  ON SIZE ERROR
                      MOVE 999,99 TO WRK-CHURN
              END-COMPUTE.
           MOVE SPACES TO WRK-DETALHE.
           MOVE 1 TO WRK-PONTEIRO.
           STRING WRK-ROTULO DELIMITED BY SIZE
               INTO WRK-DETALHE WITH POINTER WRK-PONTEIRO.
           PERFORM 0855-COLUNA
               VARYING WRK-COL FROM 1 BY 1
               UNTIL WRK-COL > 7.
           MOVE WRK-LIQUIDO     TO WRK-LIQUIDO-ED.
           MOVE WRK-LIN-QTD (8) TO WRK-ATIVOS-ED.
           MOVE WRK-CHURN       TO WRK-CHURN-ED.
           STRING ' ' WRK-LIQUIDO-ED ' ' WRK-ATIVOS-ED
                  ' ' WRK-CHURN-ED
               DELIMITED BY SIZE
               INTO WRK-DETALHE WITH POINTER WRK-PONTEIRO.
           MOVE WRK-DETALHE TO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0855-COLUNA.
           MOVE WRK-LIN-QTD (WRK-COL) TO WRK-QTD-ED.
           STRING ' ' WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-DETALHE WITH POINTER WRK-PONTEIRO.
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
       0870-MES-DO-SERIAL.
           DIVIDE WRK-SERIAL-AUX BY 12 GIVING WRK-MES-DEC-ANO
                  REMAINDER WRK-RESTO.
           COMPUTE WRK-MES-DEC-MES = WRK-RESTO + 1.
           MOVE SPACES TO WRK-ROTULO.
           MOVE WRK-MES-DEC TO WRK-ROTULO.
      *-----------------------------------------------------
       0880-LINHA-TENDENCIA.
           MOVE WRK-TAB-TND-ENTRY (WRK-IDX) TO WRK-LINHA.
           COMPUTE WRK-SERIAL-AUX = WRK-SERIAL-REF - 12 + WRK-IDX.
           PERFORM 0870-MES-DO-SERIAL.
           PERFORM 0850-LINHA.
      *-----------------------------------------------------
      * MARCO AINDA NAO ALCANCADO SAI COMO TRACO
      *-----------------------------------------------------
       0890-LINHA-COORTE.
           IF WRK-COO-CARGAS (WRK-IDX) NOT = 0
              COMPUTE WRK-SERIAL-AUX = WRK-SERIAL-REF - 24 + WRK-IDX
              PERFORM 0870-MES-DO-SERIAL
              MOVE WRK-COO-CARGAS (WRK-IDX) TO WRK-COO-ED
              MOVE SPACES TO WRK-DETALHE
              MOVE 1 TO WRK-PONTEIRO
              STRING WRK-ROTULO (1:6) ' ' WRK-COO-ED
                  DELIMITED BY SIZE
                  INTO WRK-DETALHE WITH POINTER WRK-PONTEIRO
              PERFORM 0895-COLUNA-COORTE
                  VARYING WRK-MRC FROM 1 BY 1
                  UNTIL WRK-MRC > 3
              MOVE WRK-DETALHE TO REG-REL
              WRITE REG-REL.
      *-----------------------------------------------------
       0895-COLUNA-COORTE.
           IF WRK-SERIAL-AUX + WRK-PRAZO (WRK-MRC) > WRK-SERIAL-REF
              STRING '       -       -' DELIMITED BY SIZE
                  INTO WRK-DETALHE WITH POINTER WRK-PONTEIRO
           ELSE
              MOVE WRK-COO-ATIVOS (WRK-IDX, WRK-MRC) TO WRK-COO-ED
              STRING '  ' WRK-COO-ED DELIMITED BY SIZE
                  INTO WRK-DETALHE WITH POINTER WRK-PONTEIRO
              MOVE WRK-COO-COMPRAM (WRK-IDX, WRK-MRC) TO WRK-COO-ED
              STRING '  ' WRK-COO-ED DELIMITED BY SIZE
                  INTO WRK-DETALHE WITH POINTER WRK-PONTEIRO.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABRIU-CLI = 1
               CLOSE CLIENTES.
            IF WRK-ABRIU-REL = 1
               CLOSE ARQREL.
            DISPLAY 'IMAGENS DE CLIENTES..... ' WRK-QTD-IMAGENS.
            DISPLAY 'EVENTOS DO JORNAL E LOG. ' WRK-QTD-EVENTOS.
            DISPLAY 'FATURAS DAS COORTES..... ' WRK-QTD-FATURAS.
            DISPLAY 'CLIENTES APURADOS....... ' WRK-QTD-CLIENTES.
            IF WRK-RETORNO = 0 AND WRK-QTD-CLIENTES = 0
               MOVE 4 TO WRK-RETORNO.
