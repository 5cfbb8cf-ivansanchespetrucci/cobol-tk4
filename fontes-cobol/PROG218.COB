       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG218.
      *-----------------------------------------------------
      * PROVA MENSAL DAS MENSALIDADES: MATRICULADO X FATURADO
      * X RECEBIDO NO MES DE REFERENCIA (AAAAMM) DO PERIODO. O
      * REGISTRO ARQMEN DO PROG118 LIGA CADA MENSALIDADE
      * GERADA A MATRICULA E A TURMA E SO ENTRAM AS EMITIDAS
      * NO MES DE REFERENCIA; A FATURA E
      * LIDA NO FATURAS PELO PAGADOR (MTR-PAGADOR) E NUMERO E
      * O RECEBIDO E A SOMA DO ARQPAG DA FATURA. SAEM:
      *   - MATRICULADO (M) SEM MENSALIDADE FATURADA, COM O
      *     MOTIVO (SEM PAGADOR, TURMA SEM PRECO, NAO GERADA
      *     OU GERADA E RECUSADA NA ENTRADA DO PROG067);
      *   - FATURADO SEM MATRICULA NO PERIODO, CANCELADO (C)
      *     OU TRANSFERIDO (T), OU FATURADO DUAS VEZES NO MES;
      *   - VALOR DA FATURA DIFERENTE DO PRECO DA TURMA NO
      *     ARQPRE MENOS O PCT DE BOLSA DA MATRICULA;
      *   - FATURADO E NAO PAGO COM VENCIMENTO PASSADO;
      *   - TOTAIS POR TURMA DO MES E O BATIMENTO COM AS
      *     MENSALIDADES NOS EXTRATOS CONTABEIS ARQCTB DO
      *     PROG071 DA EMPRESA INFORMADA (OS EXTRATOS DIARIOS
      *     DO MES CONCATENADOS NO ARQCTB).
      * BOLSA INTEGRAL NAO GERA FATURA E NAO E PENDENCIA.
      * QUALQUER PENDENCIA OU DIFERENCA TERMINA COM RC 4
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQPRE ASSIGN TO UT-S-ARQPRE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRE-STATUS.
           SELECT ARQMEN ASSIGN TO UT-S-ARQMEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMEN-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQCTB ASSIGN TO UT-S-ARQCTB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCTB-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQMTR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MTR.
       01   REG-MTR.
            05 MTR-MATRICULA    PIC 9(05).
            05 MTR-TURMA        PIC X(04).
            05 MTR-PERIODO      PIC X(06).
            05 MTR-SITUACAO     PIC X(01).
            05 MTR-PAGADOR      PIC 9(05).
            05 MTR-BOLSA-PCT    PIC 9(03).
       FD   ARQPRE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PRE.
       01   REG-PRE.
            05 PRE-TURMA        PIC X(04).
            05 PRE-VALOR        PIC 9(07)V99.
       FD   ARQMEN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MEN.
       01   REG-MEN.
            05 MEN-PERIODO      PIC X(06).
            05 MEN-MATRICULA    PIC 9(05).
            05 MEN-TURMA        PIC X(04).
            05 MEN-PAGADOR      PIC 9(05).
            05 MEN-NUMERO       PIC 9(06).
            05 MEN-VALOR        PIC 9(07)V99.
            05 MEN-EMISSAO      PIC 9(08).
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQCTB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CTB.
       01   REG-CTB.
            05 CTB-CODIGO          PIC 9(05).
            05 CTB-TIPO            PIC X(01).
            05 CTB-NUMERO          PIC 9(06).
            05 CTB-VALOR           PIC 9(07)V99.
            05 CTB-DATA            PIC 9(08).
       01   REG-CTB-ENV.
            05 CTB-ENV-TIPO        PIC X(03).
            05 CTB-ENV-ID          PIC X(08).
            05 CTB-ENV-DATA        PIC 9(08).
            05 FILLER              PIC X(17).
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       WORKING-STORAGE                 SECTION.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQPRE        PIC X VALUE 'N'.
       77  FS-ARQMEN        PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQCTB        PIC X VALUE 'N'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRE-STATUS PIC XX VALUE '00'.
       77  FS-ARQMEN-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTB-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-MES-REF      PIC X(06) VALUE SPACES.
       77  WRK-TEM-FATURAS  PIC 9 VALUE 0.
       77  WRK-EMPRESA      PIC 9(02) VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-EXTRATO PIC 9(08) VALUE ZEROS.
       77  WRK-EXTRATO-DO-MES PIC 9 VALUE 0.
       77  WRK-QTD-EXTRATOS PIC 9(03) VALUE 0.
       01  WRK-TAB-PRECOS.
           05 WRK-TAB-PRE-ENTRY OCCURS 50 TIMES.
               10 WRK-PRE-TURMA    PIC X(04).
               10 WRK-PRE-VALOR    PIC 9(07)V99.
       77  WRK-PRE-QTD      PIC 9(02) VALUE 0.
      *-----------------------------------------------------
      * MATRICULAS DO PERIODO; WRK-MTR-COBRANCA: 0 = SEM
      * MENSALIDADE, 1 = GERADA SEM FATURA, 2 = FATURADA
      *-----------------------------------------------------
       01  WRK-TAB-MATRICULAS.
           05 WRK-TAB-MTR-ENTRY OCCURS 500 TIMES.
               10 WRK-MTR-MATRICULA PIC 9(05).
               10 WRK-MTR-TURMA     PIC X(04).
               10 WRK-MTR-SITUACAO  PIC X(01).
               10 WRK-MTR-PAGADOR   PIC 9(05).
               10 WRK-MTR-BOLSA-PCT PIC 9(03).
               10 WRK-MTR-COBRANCA  PIC 9(01).
       77  WRK-MTR-QTD      PIC 9(03) VALUE 0.
       77  WRK-MTR-IDX      PIC 9(03) VALUE 0.
       77  WRK-MTR-POS      PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * MENSALIDADES DO PERIODO EMITIDAS NO MES DE REFERENCIA
      * COM A FATURA LIDA; WRK-MEN-ACHOU 0 = FATURA INEXISTENTE;
      * WRK-MEN-DUPLA 1 = SEGUNDA FATURA DA MESMA MATRICULA NO MES
      *-----------------------------------------------------
       01  WRK-TAB-MENSALIDADES.
           05 WRK-TAB-MEN-ENTRY OCCURS 500 TIMES.
               10 WRK-MEN-MATRICULA PIC 9(05).
               10 WRK-MEN-TURMA     PIC X(04).
               10 WRK-MEN-PAGADOR   PIC 9(05).
               10 WRK-MEN-NUMERO    PIC 9(06).
               10 WRK-MEN-MTR-POS   PIC 9(03).
               10 WRK-MEN-ACHOU     PIC 9(01).
               10 WRK-MEN-DUPLA     PIC 9(01).
               10 WRK-MEN-FAT-VALOR PIC 9(07)V99.
               10 WRK-MEN-FAT-VENC  PIC 9(08).
               10 WRK-MEN-FAT-STATUS PIC X(01).
               10 WRK-MEN-FAT-EMPRESA PIC 9(02).
               10 WRK-MEN-RECEBIDO  PIC 9(07)V99.
       77  WRK-MEN-QTD      PIC 9(03) VALUE 0.
       77  WRK-MEN-IDX      PIC 9(03) VALUE 0.
       77  WRK-MEN-POS      PIC 9(03) VALUE 0.
       01  WRK-TAB-TURMAS.
           05 WRK-TAB-TUR-ENTRY OCCURS 50 TIMES.
               10 WRK-TUR-TURMA     PIC X(04).
               10 WRK-TUR-ALUNOS    PIC 9(03).
               10 WRK-TUR-FATURAS   PIC 9(03).
               10 WRK-TUR-FATURADO  PIC 9(09)V99.
               10 WRK-TUR-RECEBIDO  PIC 9(09)V99.
               10 WRK-TUR-VENCIDO   PIC 9(09)V99.
       77  WRK-TUR-QTD      PIC 9(02) VALUE 0.
       77  WRK-TUR-IDX      PIC 9(02) VALUE 0.
       77  WRK-TUR-POS      PIC 9(02) VALUE 0.
       77  WRK-TURMA        PIC X(04) VALUE SPACES.
       77  WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-NUMERO       PIC 9(06) VALUE ZEROS.
       77  WRK-IDX          PIC 9(02) VALUE 0.
       77  WRK-PRECO-TURMA  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-LIQ    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-MOTIVO       PIC X(24) VALUE SPACES.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL2-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL3-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-FATURADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-VENCIDO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-DO-MES   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-EXTRATO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-DO-MES   PIC 9(05) VALUE 0.
       77  WRK-QTD-EXTRATO  PIC 9(05) VALUE 0.
       77  WRK-QTD-ISENTOS  PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-FATURA PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-MATRICULA PIC 9(05) VALUE 0.
       77  WRK-QTD-DIVERGENTE PIC 9(05) VALUE 0.
       77  WRK-QTD-VENCIDAS PIC 9(05) VALUE 0.
       77  WRK-QTD-PENDENCIAS PIC 9(05) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO < 8
               PERFORM 0300-LER-FATURA THRU 0300-FIM
                   VARYING WRK-MEN-IDX FROM 1 BY 1
                   UNTIL WRK-MEN-IDX > WRK-MEN-QTD
               PERFORM 0400-SEM-MENSALIDADE
               PERFORM 0450-SEM-MATRICULA
               PERFORM 0500-VALOR-DIVERGENTE
               PERFORM 0550-VENCIDAS-EM-ABERTO
               PERFORM 0600-TOTAIS-POR-TURMA
               PERFORM 0700-BATER-CONTABIL THRU 0700-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'PERIODO (AAAA-P)...............'.
           ACCEPT WRK-PERIODO.
           DISPLAY 'MES DE REFERENCIA (AAAAMM, BRANCO=MES ATUAL)'.
           ACCEPT WRK-MES-REF.
           DISPLAY 'EMPRESA DO EXTRATO CONTABIL (00=SEM BATIMENTO)'.
           ACCEPT WRK-EMPRESA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-MES-REF = SPACES OR WRK-MES-REF = ZEROS
              MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-REF.
           IF WRK-MES-REF NOT NUMERIC
              DISPLAY 'MES DE REFERENCIA INVALIDO ' WRK-MES-REF
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0120-CARREGAR-PRECOS.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              DISPLAY 'CONTROLE DE MATRICULAS AUSENTE'
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           READ ARQMTR AT END
                       MOVE 'F' TO FS-ARQMTR.
           PERFORM 0140-GUARDAR-MATRICULA UNTIL FS-ARQMTR = 'F'.
           CLOSE ARQMTR.
           OPEN INPUT ARQMEN.
           IF FS-ARQMEN-STATUS NOT = '00'
              DISPLAY 'REGISTRO DE MENSALIDADES AUSENTE '
                      FS-ARQMEN-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           READ ARQMEN AT END
                       MOVE 'F' TO FS-ARQMEN.
           PERFORM 0160-GUARDAR-MENSALIDADE UNTIL FS-ARQMEN = 'F'.
           CLOSE ARQMEN.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-FATURAS.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              DISPLAY 'PAGAMENTOS AUSENTES, NADA RECEBIDO'
           ELSE
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0180-SOMAR-PAGAMENTO UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
           DISPLAY 'PROVA DAS MENSALIDADES -- PERIODO ' WRK-PERIODO
                   ' MES ' WRK-MES-REF.
           DISPLAY 'MATRICULAS DO PERIODO... ' WRK-MTR-QTD.
           DISPLAY 'MENSALIDADES DO MES..... ' WRK-MEN-QTD.
       0100-FIM.
      *-----------------------------------------------------
       0120-CARREGAR-PRECOS.
           OPEN INPUT ARQPRE.
           IF FS-ARQPRE-STATUS NOT = '00'
              DISPLAY 'TABELA DE PRECOS AUSENTE ' FS-ARQPRE-STATUS
           ELSE
              READ ARQPRE AT END
                          MOVE 'F' TO FS-ARQPRE
              END-READ
              PERFORM 0130-GUARDAR-PRECO UNTIL FS-ARQPRE = 'F'
              CLOSE ARQPRE.
      *-----------------------------------------------------
       0130-GUARDAR-PRECO.
           IF WRK-PRE-QTD > 49
              DISPLAY 'PRECOS EXCEDEM O LIMITE DE 50'
              MOVE 'F' TO FS-ARQPRE
           ELSE
              ADD 1 TO WRK-PRE-QTD
              MOVE PRE-TURMA TO WRK-PRE-TURMA (WRK-PRE-QTD)
              MOVE PRE-VALOR TO WRK-PRE-VALOR (WRK-PRE-QTD)
              READ ARQPRE AT END
                          MOVE 'F' TO FS-ARQPRE.
      *-----------------------------------------------------
      * A MATRICULA REPETIDA NO PERIODO FICA COM A SITUACAO M
      * SE HOUVER UMA, SENAO COM A ULTIMA LIDA
      *-----------------------------------------------------
       0140-GUARDAR-MATRICULA.
           IF MTR-PERIODO = WRK-PERIODO
              MOVE MTR-MATRICULA TO WRK-MATRICULA
              PERFORM 0145-POSICAO-DA-MATRICULA
              IF WRK-MTR-POS = 0
                 IF WRK-MTR-QTD > 499
                    DISPLAY 'MATRICULAS EXCEDEM O LIMITE DE 500'
                    MOVE 8 TO WRK-RETORNO
                 ELSE
                    ADD 1 TO WRK-MTR-QTD
                    MOVE WRK-MTR-QTD TO WRK-MTR-POS
                    MOVE 0 TO WRK-MTR-COBRANCA (WRK-MTR-POS)
                    PERFORM 0150-COPIAR-MATRICULA
                 END-IF
              ELSE
                 IF WRK-MTR-SITUACAO (WRK-MTR-POS) NOT = 'M'
                    PERFORM 0150-COPIAR-MATRICULA.
           READ ARQMTR AT END
                       MOVE 'F' TO FS-ARQMTR.
      *-----------------------------------------------------
       0145-POSICAO-DA-MATRICULA.
           MOVE 0 TO WRK-MTR-POS.
           PERFORM 0147-COMPARAR-MATRICULA
               VARYING WRK-MTR-IDX FROM 1 BY 1
               UNTIL WRK-MTR-IDX > WRK-MTR-QTD OR WRK-MTR-POS NOT = 0.
      *-----------------------------------------------------
       0147-COMPARAR-MATRICULA.
           IF WRK-MTR-MATRICULA (WRK-MTR-IDX) = WRK-MATRICULA
              MOVE WRK-MTR-IDX TO WRK-MTR-POS.
      *-----------------------------------------------------
       0150-COPIAR-MATRICULA.
           MOVE MTR-MATRICULA TO WRK-MTR-MATRICULA (WRK-MTR-POS).
           MOVE MTR-TURMA     TO WRK-MTR-TURMA (WRK-MTR-POS).
           MOVE MTR-SITUACAO  TO WRK-MTR-SITUACAO (WRK-MTR-POS).
           MOVE MTR-PAGADOR   TO WRK-MTR-PAGADOR (WRK-MTR-POS).
           MOVE MTR-BOLSA-PCT TO WRK-MTR-BOLSA-PCT (WRK-MTR-POS).
      *-----------------------------------------------------
      *-----------------------------------------------------
      * O PROG118 GERA UMA MENSALIDADE POR MES PARA CADA
      * MATRICULA; SO FICAM AS EMITIDAS NO MES DE REFERENCIA
      *-----------------------------------------------------
       0160-GUARDAR-MENSALIDADE.
           IF MEN-PERIODO = WRK-PERIODO
              AND MEN-EMISSAO (1:6) = WRK-MES-REF
              IF WRK-MEN-QTD > 499
                 DISPLAY 'MENSALIDADES EXCEDEM O LIMITE DE 500'
                 MOVE 8 TO WRK-RETORNO
                 MOVE 'F' TO FS-ARQMEN
              ELSE
                 ADD 1 TO WRK-MEN-QTD
                 MOVE MEN-MATRICULA TO WRK-MEN-MATRICULA (WRK-MEN-QTD)
                 MOVE MEN-TURMA     TO WRK-MEN-TURMA (WRK-MEN-QTD)
                 MOVE MEN-PAGADOR   TO WRK-MEN-PAGADOR (WRK-MEN-QTD)
                 MOVE MEN-NUMERO    TO WRK-MEN-NUMERO (WRK-MEN-QTD)
                 MOVE ZEROS TO WRK-MEN-RECEBIDO (WRK-MEN-QTD).
           IF FS-ARQMEN NOT = 'F'
              READ ARQMEN AT END
                          MOVE 'F' TO FS-ARQMEN.
      *-----------------------------------------------------
       0180-SOMAR-PAGAMENTO.
           MOVE PAG-CODIGO TO WRK-CODIGO.
           MOVE PAG-NUMERO TO WRK-NUMERO.
           PERFORM 0190-POSICAO-DA-MENSALIDADE.
           IF WRK-MEN-POS NOT = 0
              ADD PAG-VALOR TO WRK-MEN-RECEBIDO (WRK-MEN-POS).
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
      * POSICAO DA FATURA WRK-CODIGO/WRK-NUMERO NA TABELA DE
      * MENSALIDADES
      *-----------------------------------------------------
       0190-POSICAO-DA-MENSALIDADE.
           MOVE 0 TO WRK-MEN-POS.
           PERFORM 0195-COMPARAR-MENSALIDADE
               VARYING WRK-MEN-IDX FROM 1 BY 1
               UNTIL WRK-MEN-IDX > WRK-MEN-QTD OR WRK-MEN-POS NOT = 0.
      *-----------------------------------------------------
       0195-COMPARAR-MENSALIDADE.
           IF WRK-MEN-PAGADOR (WRK-MEN-IDX) = WRK-CODIGO
              AND WRK-MEN-NUMERO (WRK-MEN-IDX) = WRK-NUMERO
              MOVE WRK-MEN-IDX TO WRK-MEN-POS.
      *-----------------------------------------------------
      * FATURA DA MENSALIDADE NO FATURAS E A MARCA DE
      * COBRANCA NA MATRICULA
      *-----------------------------------------------------
       0300-LER-FATURA.
           MOVE WRK-MEN-MATRICULA (WRK-MEN-IDX) TO WRK-MATRICULA.
           PERFORM 0145-POSICAO-DA-MATRICULA.
           MOVE WRK-MTR-POS TO WRK-MEN-MTR-POS (WRK-MEN-IDX).
           MOVE 0 TO WRK-MEN-DUPLA (WRK-MEN-IDX).
           MOVE WRK-MEN-PAGADOR (WRK-MEN-IDX) TO FAT-CODIGO.
           MOVE WRK-MEN-NUMERO (WRK-MEN-IDX) TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   MOVE 0 TO WRK-MEN-ACHOU (WRK-MEN-IDX)
               NOT INVALID KEY
                   MOVE 1 TO WRK-MEN-ACHOU (WRK-MEN-IDX)
                   MOVE FAT-VALOR TO WRK-MEN-FAT-VALOR (WRK-MEN-IDX)
                   MOVE FAT-VENCIMENTO
                     TO WRK-MEN-FAT-VENC (WRK-MEN-IDX)
                   MOVE FAT-STATUS
                     TO WRK-MEN-FAT-STATUS (WRK-MEN-IDX)
                   MOVE FAT-EMPRESA
                     TO WRK-MEN-FAT-EMPRESA (WRK-MEN-IDX)
           END-READ.
           IF WRK-MTR-POS = 0
              GO TO 0300-FIM.
           IF WRK-MEN-ACHOU (WRK-MEN-IDX) = 0
              IF WRK-MTR-COBRANCA (WRK-MTR-POS) = 0
                 MOVE 1 TO WRK-MTR-COBRANCA (WRK-MTR-POS)
              END-IF
           ELSE
              IF WRK-MTR-COBRANCA (WRK-MTR-POS) = 2
                 MOVE 1 TO WRK-MEN-DUPLA (WRK-MEN-IDX)
              ELSE
                 MOVE 2 TO WRK-MTR-COBRANCA (WRK-MTR-POS).
       0300-FIM.
      *-----------------------------------------------------
       0400-SEM-MENSALIDADE.
           DISPLAY '------------------------------------'.
           DISPLAY 'MATRICULADOS SEM MENSALIDADE FATURADA'.
           PERFORM 0420-TESTAR-MATRICULA THRU 0420-FIM
               VARYING WRK-MTR-IDX FROM 1 BY 1
               UNTIL WRK-MTR-IDX > WRK-MTR-QTD.
      *-----------------------------------------------------
       0420-TESTAR-MATRICULA.
           IF WRK-MTR-SITUACAO (WRK-MTR-IDX) NOT = 'M'
              OR WRK-MTR-COBRANCA (WRK-MTR-IDX) = 2
              GO TO 0420-FIM.
           MOVE WRK-MTR-TURMA (WRK-MTR-IDX) TO WRK-TURMA.
           PERFORM 0800-PRECO-DA-TURMA.
           IF WRK-PRECO-TURMA NOT = 0
              COMPUTE WRK-VALOR-LIQ ROUNDED = WRK-PRECO-TURMA
                      * (100 - WRK-MTR-BOLSA-PCT (WRK-MTR-IDX)) / 100
              IF WRK-VALOR-LIQ = 0
                 ADD 1 TO WRK-QTD-ISENTOS
                 GO TO 0420-FIM.
           EVALUATE TRUE
               WHEN WRK-MTR-COBRANCA (WRK-MTR-IDX) = 1
                    MOVE 'RECUSADA NA ENTRADA' TO WRK-MOTIVO
               WHEN WRK-MTR-PAGADOR (WRK-MTR-IDX) = 0
                    MOVE 'SEM PAGADOR' TO WRK-MOTIVO
               WHEN WRK-PRECO-TURMA = 0
                    MOVE 'TURMA SEM PRECO' TO WRK-MOTIVO
               WHEN OTHER
                    MOVE 'MENSALIDADE NAO GERADA' TO WRK-MOTIVO
           END-EVALUATE.
           ADD 1 TO WRK-QTD-SEM-FATURA.
           DISPLAY '  MATRICULA ' WRK-MTR-MATRICULA (WRK-MTR-IDX)
                   ' TURMA ' WRK-MTR-TURMA (WRK-MTR-IDX)
                   ' PAGADOR ' WRK-MTR-PAGADOR (WRK-MTR-IDX)
                   ' ' WRK-MOTIVO.
       0420-FIM.
      *-----------------------------------------------------
       0450-SEM-MATRICULA.
           DISPLAY '------------------------------------'.
           DISPLAY 'FATURADOS SEM MATRICULA ATIVA'.
           PERFORM 0470-TESTAR-FATURADO THRU 0470-FIM
               VARYING WRK-MEN-IDX FROM 1 BY 1
               UNTIL WRK-MEN-IDX > WRK-MEN-QTD.
      *-----------------------------------------------------
       0470-TESTAR-FATURADO.
           IF WRK-MEN-ACHOU (WRK-MEN-IDX) = 0
              GO TO 0470-FIM.
           MOVE WRK-MEN-MTR-POS (WRK-MEN-IDX) TO WRK-MTR-POS.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-MTR-POS = 0
              MOVE 'SEM MATRICULA NO PERIODO' TO WRK-MOTIVO
           ELSE
              IF WRK-MTR-SITUACAO (WRK-MTR-POS) = 'C'
                 MOVE 'MATRICULA CANCELADA' TO WRK-MOTIVO
              ELSE
                 IF WRK-MTR-SITUACAO (WRK-MTR-POS) = 'T'
                    MOVE 'MATRICULA TRANSFERIDA' TO WRK-MOTIVO
                 ELSE
                    IF WRK-MEN-DUPLA (WRK-MEN-IDX) = 1
                       MOVE 'FATURADA EM DUPLICIDADE' TO WRK-MOTIVO.
           IF WRK-MOTIVO NOT = SPACES
              ADD 1 TO WRK-QTD-SEM-MATRICULA
              MOVE WRK-MEN-FAT-VALOR (WRK-MEN-IDX) TO WRK-VALOR-ED
              DISPLAY '  MATRICULA ' WRK-MEN-MATRICULA (WRK-MEN-IDX)
                      ' FATURA ' WRK-MEN-PAGADOR (WRK-MEN-IDX) '/'
                      WRK-MEN-NUMERO (WRK-MEN-IDX) ' '
                      WRK-VALOR-ED ' ' WRK-MOTIVO.
       0470-FIM.
      *-----------------------------------------------------
      * VALOR ESPERADO = PRECO DA TURMA ATUAL DA MATRICULA
      * MENOS O PCT DE BOLSA, ARREDONDADO COMO NO PROG118
      *-----------------------------------------------------
       0500-VALOR-DIVERGENTE.
           DISPLAY '------------------------------------'.
           DISPLAY 'FATURADOS COM VALOR DIFERENTE DO PRECO MENOS BOLSA'.
           PERFORM 0520-TESTAR-VALOR THRU 0520-FIM
               VARYING WRK-MEN-IDX FROM 1 BY 1
               UNTIL WRK-MEN-IDX > WRK-MEN-QTD.
      *-----------------------------------------------------
       0520-TESTAR-VALOR.
           MOVE WRK-MEN-MTR-POS (WRK-MEN-IDX) TO WRK-MTR-POS.
           IF WRK-MEN-ACHOU (WRK-MEN-IDX) = 0 OR WRK-MTR-POS = 0
              GO TO 0520-FIM.
           MOVE WRK-MTR-TURMA (WRK-MTR-POS) TO WRK-TURMA.
           PERFORM 0800-PRECO-DA-TURMA.
           COMPUTE WRK-VALOR-LIQ ROUNDED = WRK-PRECO-TURMA
                   * (100 - WRK-MTR-BOLSA-PCT (WRK-MTR-POS)) / 100.
           IF WRK-MEN-FAT-VALOR (WRK-MEN-IDX) NOT = WRK-VALOR-LIQ
              ADD 1 TO WRK-QTD-DIVERGENTE
              MOVE WRK-MEN-FAT-VALOR (WRK-MEN-IDX) TO WRK-VALOR-ED
              MOVE WRK-VALOR-LIQ TO WRK-VALOR2-ED
              DISPLAY '  MATRICULA ' WRK-MEN-MATRICULA (WRK-MEN-IDX)
                      ' TURMA ' WRK-TURMA
                      ' BOLSA ' WRK-MTR-BOLSA-PCT (WRK-MTR-POS) '%'
              DISPLAY '    FATURA ' WRK-MEN-PAGADOR (WRK-MEN-IDX) '/'
                      WRK-MEN-NUMERO (WRK-MEN-IDX) ' '
                      WRK-VALOR-ED ' ESPERADO ' WRK-VALOR2-ED.
       0520-FIM.
      *-----------------------------------------------------
      * FATURA CANCELADA POR NOTA DE CREDITO (C) OU BAIXADA
      * COMO PERDA (B) NAO E COBRANCA EM ABERTO
      *-----------------------------------------------------
       0550-VENCIDAS-EM-ABERTO.
           DISPLAY '------------------------------------'.
           DISPLAY 'FATURADOS E NAO PAGOS COM VENCIMENTO PASSADO'.
           PERFORM 0570-TESTAR-VENCIDA
               VARYING WRK-MEN-IDX FROM 1 BY 1
               UNTIL WRK-MEN-IDX > WRK-MEN-QTD.
      *-----------------------------------------------------
       0570-TESTAR-VENCIDA.
           PERFORM 0580-SALDO-VENCIDO THRU 0580-FIM.
           IF WRK-SALDO NOT = 0
              ADD 1 TO WRK-QTD-VENCIDAS
              MOVE WRK-SALDO TO WRK-VALOR-ED
              DISPLAY '  MATRICULA ' WRK-MEN-MATRICULA (WRK-MEN-IDX)
                      ' FATURA ' WRK-MEN-PAGADOR (WRK-MEN-IDX) '/'
                      WRK-MEN-NUMERO (WRK-MEN-IDX)
                      ' VENC ' WRK-MEN-FAT-VENC (WRK-MEN-IDX)
                      ' SALDO ' WRK-VALOR-ED.
      *-----------------------------------------------------
       0580-SALDO-VENCIDO.
           MOVE ZEROS TO WRK-SALDO.
           IF WRK-MEN-ACHOU (WRK-MEN-IDX) = 0
              OR WRK-MEN-FAT-STATUS (WRK-MEN-IDX) = 'C'
              OR WRK-MEN-FAT-STATUS (WRK-MEN-IDX) = 'B'
              OR WRK-MEN-FAT-VENC (WRK-MEN-IDX) NOT < WRK-DATA-HOJE
              OR WRK-MEN-RECEBIDO (WRK-MEN-IDX)
                 NOT < WRK-MEN-FAT-VALOR (WRK-MEN-IDX)
              GO TO 0580-FIM.
           COMPUTE WRK-SALDO = WRK-MEN-FAT-VALOR (WRK-MEN-IDX)
                             - WRK-MEN-RECEBIDO (WRK-MEN-IDX).
       0580-FIM.
      *-----------------------------------------------------
      * TOTAIS DO MES POR TURMA DA MATRICULA; FATURA SEM
      * MATRICULA NO PERIODO ENTRA NA TURMA GRAVADA PELO PROG118
      *-----------------------------------------------------
       0600-TOTAIS-POR-TURMA.
           PERFORM 0620-ALUNO-NA-TURMA
               VARYING WRK-MTR-IDX FROM 1 BY 1
               UNTIL WRK-MTR-IDX > WRK-MTR-QTD.
           PERFORM 0640-FATURA-NA-TURMA THRU 0640-FIM
               VARYING WRK-MEN-IDX FROM 1 BY 1
               UNTIL WRK-MEN-IDX > WRK-MEN-QTD.
           DISPLAY '------------------------------------'.
           DISPLAY 'TOTAIS POR TURMA'.
           DISPLAY 'TURMA ALUNOS FATURAS        FATURADO'
                   '        RECEBIDO   VENCIDO ABERTO'.
           PERFORM 0680-IMPRIMIR-TURMA
               VARYING WRK-TUR-IDX FROM 1 BY 1
               UNTIL WRK-TUR-IDX > WRK-TUR-QTD.
           MOVE WRK-TOT-FATURADO TO WRK-TOTAL-ED.
           MOVE WRK-TOT-RECEBIDO TO WRK-TOTAL2-ED.
           MOVE WRK-TOT-VENCIDO TO WRK-TOTAL3-ED.
           DISPLAY 'TOTAL             ' WRK-TOTAL-ED ' '
                   WRK-TOTAL2-ED ' ' WRK-TOTAL3-ED.
      *-----------------------------------------------------
       0620-ALUNO-NA-TURMA.
           IF WRK-MTR-SITUACAO (WRK-MTR-IDX) = 'M'
              MOVE WRK-MTR-TURMA (WRK-MTR-IDX) TO WRK-TURMA
              PERFORM 0660-POSICAO-DA-TURMA
              IF WRK-TUR-POS NOT = 0
                 ADD 1 TO WRK-TUR-ALUNOS (WRK-TUR-POS).
      *-----------------------------------------------------
       0640-FATURA-NA-TURMA.
           IF WRK-MEN-ACHOU (WRK-MEN-IDX) = 0
              GO TO 0640-FIM.
           MOVE WRK-MEN-MTR-POS (WRK-MEN-IDX) TO WRK-MTR-POS.
           IF WRK-MTR-POS = 0
              MOVE WRK-MEN-TURMA (WRK-MEN-IDX) TO WRK-TURMA
           ELSE
              MOVE WRK-MTR-TURMA (WRK-MTR-POS) TO WRK-TURMA.
           PERFORM 0660-POSICAO-DA-TURMA.
           IF WRK-TUR-POS = 0
              GO TO 0640-FIM.
           ADD 1 TO WRK-TUR-FATURAS (WRK-TUR-POS).
           ADD WRK-MEN-FAT-VALOR (WRK-MEN-IDX)
               TO WRK-TUR-FATURADO (WRK-TUR-POS) WRK-TOT-FATURADO.
           ADD WRK-MEN-RECEBIDO (WRK-MEN-IDX)
               TO WRK-TUR-RECEBIDO (WRK-TUR-POS) WRK-TOT-RECEBIDO.
           PERFORM 0580-SALDO-VENCIDO THRU 0580-FIM.
           IF WRK-SALDO NOT = 0
              ADD WRK-SALDO TO WRK-TUR-VENCIDO (WRK-TUR-POS)
                               WRK-TOT-VENCIDO.
       0640-FIM.
      *-----------------------------------------------------
       0660-POSICAO-DA-TURMA.
           MOVE 0 TO WRK-TUR-POS.
           PERFORM 0670-COMPARAR-TURMA
               VARYING WRK-TUR-IDX FROM 1 BY 1
               UNTIL WRK-TUR-IDX > WRK-TUR-QTD OR WRK-TUR-POS NOT = 0.
           IF WRK-TUR-POS = 0
              IF WRK-TUR-QTD > 49
                 DISPLAY 'TURMAS EXCEDEM O LIMITE DE 50 ' WRK-TURMA
              ELSE
                 ADD 1 TO WRK-TUR-QTD
                 MOVE WRK-TUR-QTD TO WRK-TUR-POS
                 MOVE WRK-TURMA TO WRK-TUR-TURMA (WRK-TUR-POS)
                 MOVE ZEROS TO WRK-TUR-ALUNOS (WRK-TUR-POS)
                 MOVE ZEROS TO WRK-TUR-FATURAS (WRK-TUR-POS)
                 MOVE ZEROS TO WRK-TUR-FATURADO (WRK-TUR-POS)
                 MOVE ZEROS TO WRK-TUR-RECEBIDO (WRK-TUR-POS)
                 MOVE ZEROS TO WRK-TUR-VENCIDO (WRK-TUR-POS).
      *-----------------------------------------------------
       0670-COMPARAR-TURMA.
           IF WRK-TUR-TURMA (WRK-TUR-IDX) = WRK-TURMA
              MOVE WRK-TUR-IDX TO WRK-TUR-POS.
      *-----------------------------------------------------
       0680-IMPRIMIR-TURMA.
           MOVE WRK-TUR-FATURADO (WRK-TUR-IDX) TO WRK-TOTAL-ED.
           MOVE WRK-TUR-RECEBIDO (WRK-TUR-IDX) TO WRK-TOTAL2-ED.
           MOVE WRK-TUR-VENCIDO (WRK-TUR-IDX) TO WRK-TOTAL3-ED.
           DISPLAY WRK-TUR-TURMA (WRK-TUR-IDX) '   '
                   WRK-TUR-ALUNOS (WRK-TUR-IDX) '    '
                   WRK-TUR-FATURAS (WRK-TUR-IDX) ' '
                   WRK-TOTAL-ED ' ' WRK-TOTAL2-ED ' ' WRK-TOTAL3-ED.
      *-----------------------------------------------------
      * BATIMENTO COM OS EXTRATOS CONTABEIS (ENVELOPE HDR/TRL
      * DO PROG071, UMA EMPRESA POR EXTRATO, OS DIAS DO MES
      * CONCATENADOS): AS LINHAS F DAS MENSALIDADES NOS
      * EXTRATOS COM DATA NO MES DE REFERENCIA DEVEM SOMAR O
      * MESMO QUE AS MENSALIDADES DO MES DA EMPRESA. EXTRATO
      * DE OUTRO MES NA CONCATENACAO E IGNORADO
      *-----------------------------------------------------
       0700-BATER-CONTABIL.
           IF WRK-EMPRESA = 0
              GO TO 0700-FIM.
           DISPLAY '------------------------------------'.
           DISPLAY 'BATIMENTO COM O EXTRATO CONTABIL (PROG071)'.
           OPEN INPUT ARQCTB.
           IF FS-ARQCTB-STATUS NOT = '00'
              DISPLAY '  EXTRATO CONTABIL AUSENTE, SEM BATIMENTO'
              GO TO 0700-FIM.
           READ ARQCTB AT END
                       MOVE 'F' TO FS-ARQCTB.
           PERFORM 0720-SOMAR-EXTRATO UNTIL FS-ARQCTB = 'F'.
           CLOSE ARQCTB.
           PERFORM 0740-SOMAR-DO-MES
               VARYING WRK-MEN-IDX FROM 1 BY 1
               UNTIL WRK-MEN-IDX > WRK-MEN-QTD.
           MOVE WRK-TOT-DO-MES TO WRK-TOTAL-ED.
           MOVE WRK-TOT-EXTRATO TO WRK-TOTAL2-ED.
           DISPLAY '  EXTRATOS DO MES................ '
                   WRK-QTD-EXTRATOS.
           DISPLAY '  MENSALIDADES DO MES DA EMPRESA. ' WRK-QTD-DO-MES
                   ' ' WRK-TOTAL-ED.
           DISPLAY '  MENSALIDADES NOS EXTRATOS...... '
                   WRK-QTD-EXTRATO ' ' WRK-TOTAL2-ED.
           IF WRK-TOT-DO-MES NOT = WRK-TOT-EXTRATO
              OR WRK-QTD-DO-MES NOT = WRK-QTD-EXTRATO
              ADD 1 TO WRK-QTD-PENDENCIAS
              DISPLAY '  *** EXTRATO NAO BATE COM AS MENSALIDADES ***'
           ELSE
              DISPLAY '  EXTRATO CONFERE'.
       0700-FIM.
      *-----------------------------------------------------
       0720-SOMAR-EXTRATO.
           IF CTB-ENV-TIPO = 'HDR'
              MOVE CTB-ENV-DATA TO WRK-DATA-EXTRATO
              MOVE 0 TO WRK-EXTRATO-DO-MES
              IF WRK-DATA-EXTRATO (1:6) = WRK-MES-REF
                 MOVE 1 TO WRK-EXTRATO-DO-MES
                 ADD 1 TO WRK-QTD-EXTRATOS
              END-IF
           ELSE
              IF CTB-ENV-TIPO NOT = 'TRL' AND CTB-TIPO = 'F'
                 AND WRK-EXTRATO-DO-MES = 1
                 MOVE CTB-CODIGO TO WRK-CODIGO
                 MOVE CTB-NUMERO TO WRK-NUMERO
                 PERFORM 0190-POSICAO-DA-MENSALIDADE
                 IF WRK-MEN-POS NOT = 0
                    ADD 1 TO WRK-QTD-EXTRATO
                    ADD CTB-VALOR TO WRK-TOT-EXTRATO.
           READ ARQCTB AT END
                       MOVE 'F' TO FS-ARQCTB.
      *-----------------------------------------------------
      * AS MESMAS FATURAS DOS TOTAIS POR TURMA, SO AS DA
      * EMPRESA DO EXTRATO
      *-----------------------------------------------------
       0740-SOMAR-DO-MES.
           IF WRK-MEN-ACHOU (WRK-MEN-IDX) = 1
              AND WRK-MEN-FAT-EMPRESA (WRK-MEN-IDX) = WRK-EMPRESA
              ADD 1 TO WRK-QTD-DO-MES
              ADD WRK-MEN-FAT-VALOR (WRK-MEN-IDX) TO WRK-TOT-DO-MES.
      *-----------------------------------------------------
       0800-PRECO-DA-TURMA.
           MOVE ZEROS TO WRK-PRECO-TURMA.
           PERFORM 0820-PROCURAR-PRECO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PRE-QTD.
      *-----------------------------------------------------
       0820-PROCURAR-PRECO.
           IF WRK-PRE-TURMA (WRK-IDX) = WRK-TURMA
              MOVE WRK-PRE-VALOR (WRK-IDX) TO WRK-PRECO-TURMA.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-FATURAS = 1
               CLOSE FATURAS.
            ADD WRK-QTD-SEM-FATURA WRK-QTD-SEM-MATRICULA
                WRK-QTD-DIVERGENTE WRK-QTD-VENCIDAS
                TO WRK-QTD-PENDENCIAS.
            DISPLAY '------------------------------------'.
            DISPLAY 'BOLSA INTEGRAL (ISENTOS). ' WRK-QTD-ISENTOS.
            DISPLAY 'MATRICULADO SEM FATURA... ' WRK-QTD-SEM-FATURA.
            DISPLAY 'FATURADO SEM MATRICULA... '
                    WRK-QTD-SEM-MATRICULA.
            DISPLAY 'VALOR DIVERGENTE......... ' WRK-QTD-DIVERGENTE.
            DISPLAY 'VENCIDAS EM ABERTO....... ' WRK-QTD-VENCIDAS.
            DISPLAY 'TOTAL DE PENDENCIAS...... ' WRK-QTD-PENDENCIAS.
            IF WRK-RETORNO = 0 AND WRK-QTD-PENDENCIAS NOT = 0
               MOVE 4 TO WRK-RETORNO.
