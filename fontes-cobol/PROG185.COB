       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG185.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQTRF ASSIGN TO UT-S-ARQTRF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTRF-STATUS.
           SELECT ARQHIS ASSIGN TO UT-S-ARQHIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQHIS-STATUS.
           SELECT ARQEST ASSIGN TO UT-S-ARQEST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEST-STATUS.
           SELECT ARQBOL ASSIGN TO UT-S-ARQBOL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQBOL-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
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
       FD   ARQTRF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TRF.
       01   REG-TRF.
            05 TRF-TURMA        PIC X(04).
            05 TRF-NIVEL        PIC X(02).
            05 TRF-CAPACIDADE   PIC 9(03).
       FD   ARQHIS
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-HIST.
       01   REG-HIST.
            05 HIS-MATRICULA    PIC 9(05).
            05 FILLER           PIC X.
            05 HIS-PERIODO      PIC X(06).
            05 FILLER           PIC X.
            05 HIS-MEDIA        PIC 9(03)V99.
            05 FILLER           PIC X.
            05 HIS-NOTA-EXAME   PIC 9(02)V99.
            05 FILLER           PIC X.
            05 HIS-MEDIA-FINAL  PIC 9(03)V99.
            05 FILLER           PIC X.
            05 HIS-SITUACAO     PIC X(20).
       FD   ARQEST
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ESTUDANTE.
       01   REG-ESTUDANTE.
            05 EST-MATRICULA    PIC 9(05).
            05 EST-NOME         PIC X(20).
            05 EST-TURMA        PIC X(04).
       FD   ARQBOL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-BOL.
       01   REG-BOL.
            05 BOL-MATRICULA    PIC 9(05).
            05 BOL-TIPO         PIC X(01).
            05 BOL-PCT-CONCEDIDO PIC 9(03).
            05 BOL-PCT-VIGENTE  PIC 9(03).
            05 BOL-MEDIA-MINIMA PIC 9(03)V99.
            05 BOL-FALTAS-MAXIMO PIC 9(03).
            05 BOL-DATA-APROVACAO PIC 9(08).
            05 BOL-APROVADOR    PIC X(15).
            05 BOL-PERIODO-INICIO PIC X(06).
            05 BOL-PERIODO-FIM  PIC X(06).
            05 BOL-SITUACAO     PIC X(01).
            05 BOL-ULTIMA-AVALIACAO PIC X(06).
            05 BOL-ULTIMA-DECISAO PIC X(01).
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQTRF        PIC X VALUE 'N'.
       77  FS-ARQHIS        PIC X VALUE 'N'.
       77  FS-ARQEST        PIC X VALUE 'N'.
       77  FS-ARQBOL        PIC X VALUE 'N'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQTRF-STATUS PIC XX VALUE '00'.
       77  FS-ARQHIS-STATUS PIC XX VALUE '00'.
       77  FS-ARQEST-STATUS PIC XX VALUE '00'.
       77  FS-ARQBOL-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-PROXIMO      PIC X(06) VALUE SPACES.
       77  WRK-DIAS-CORTE   PIC 9(03) VALUE ZEROS.
       77  WRK-MODO         PIC X(01) VALUE SPACE.
       77  WRK-TEM-FATURAS  PIC 9 VALUE 0.
       77  WRK-FIM-SCAN     PIC X(01) VALUE 'N'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DEC.
           05 WRK-DATA-ANO  PIC 9(04).
           05 WRK-DATA-MES  PIC 9(02).
           05 WRK-DATA-DIA  PIC 9(02).
       77  WRK-SERIAL-HOJE  PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-REG   PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       01  WRK-TAB-MATRICULAS.
           05 WRK-TAB-MTR-ENTRY OCCURS 500 TIMES.
               10 WRK-MTR-MATRICULA PIC 9(05).
               10 WRK-MTR-TURMA     PIC X(04).
               10 WRK-MTR-PERIODO   PIC X(06).
               10 WRK-MTR-SITUACAO  PIC X(01).
               10 WRK-MTR-PAGADOR   PIC 9(05).
               10 WRK-MTR-BOLSA     PIC 9(03).
       77  WRK-MTR-QTD      PIC 9(03) VALUE 0.
       77  WRK-MTR-ORIG     PIC 9(03) VALUE 0.
       77  WRK-MTR-ESTOURO  PIC 9 VALUE 0.
       01  WRK-TAB-TURMAS.
           05 WRK-TAB-TUR-ENTRY OCCURS 50 TIMES.
               10 WRK-TUR-TURMA    PIC X(04).
               10 WRK-TUR-NIVEL    PIC X(02).
               10 WRK-TUR-CAPAC    PIC 9(03).
               10 WRK-TUR-OCUPADOS PIC 9(03).
       77  WRK-TUR-QTD      PIC 9(02) VALUE 0.
       01  WRK-TAB-RESULTADOS.
           05 WRK-TAB-RES-ENTRY OCCURS 500 TIMES.
               10 WRK-RES-MATRICULA PIC 9(05).
               10 WRK-RES-SITUACAO  PIC X(20).
       77  WRK-RES-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-ESTUDANTES.
           05 WRK-TAB-EST-ENTRY OCCURS 500 TIMES.
               10 WRK-EST-MATRICULA PIC 9(05).
               10 WRK-EST-NOME      PIC X(20).
       77  WRK-EST-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-BOLSAS.
           05 WRK-TAB-BOL-ENTRY OCCURS 500 TIMES.
               10 WRK-BOL-MATRICULA PIC 9(05).
               10 WRK-BOL-VIGENTE   PIC 9(03).
               10 WRK-BOL-INICIO    PIC X(06).
               10 WRK-BOL-FIM       PIC X(06).
       77  WRK-BOL-QTD      PIC 9(03) VALUE 0.
       77  WRK-M            PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-POS-TUR      PIC 9(02) VALUE 0.
       77  WRK-POS-DEST     PIC 9(02) VALUE 0.
       77  WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77  WRK-PAGADOR      PIC 9(05) VALUE ZEROS.
       77  WRK-NOME-ALUNO   PIC X(20) VALUE SPACES.
       77  WRK-TURMA-ATUAL  PIC X(04) VALUE SPACES.
       77  WRK-NIVEL-ATUAL  PIC X(02) VALUE SPACES.
       77  WRK-NIVEL-DEST   PIC X(02) VALUE SPACES.
       77  WRK-TURMA-DEST   PIC X(04) VALUE SPACES.
       77  WRK-FOLGA        PIC S9(04) VALUE ZEROS.
       77  WRK-MAIOR-FOLGA  PIC S9(04) VALUE ZEROS.
       77  WRK-RESULTADO    PIC X(10) VALUE SPACES.
       77  WRK-SITUACAO     PIC X(20) VALUE SPACES.
       77  WRK-BOLSA        PIC 9(03) VALUE ZEROS.
       77  WRK-PROX-EXISTE  PIC 9 VALUE 0.
       77  WRK-RETIDO       PIC 9 VALUE 0.
       77  WRK-QTD-ALUNOS   PIC 9(03) VALUE 0.
       77  WRK-QTD-PROPOSTAS PIC 9(03) VALUE 0.
       77  WRK-QTD-CONFIRMADAS PIC 9(03) VALUE 0.
       77  WRK-QTD-RETIDOS  PIC 9(03) VALUE 0.
       77  WRK-QTD-SEM-VAGA PIC 9(03) VALUE 0.
       77  WRK-QTD-CONCLUINTES PIC 9(03) VALUE 0.
       77  WRK-QTD-PENDENTES PIC 9(03) VALUE 0.
       77  WRK-QTD-JA-FEITAS PIC 9(03) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO NOT = 8
               PERFORM 0400-PROPOR THRU 0400-FIM
                   VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > WRK-MTR-ORIG
               PERFORM 0800-GRAVAR-MATRICULAS
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * REMATRICULA DO PERIODO SEGUINTE: CADA ALUNO COM
      * SITUACAO M NO PERIODO ATUAL DO ARQMTR RECEBE PROPOSTA
      * DE TURMA NO PROXIMO -- APROVADO NO ARQHIS SOBE PARA O
      * NIVEL SEGUINTE DO ARQTRF (O MENOR TRF-NIVEL ACIMA DO
      * ATUAL), REPROVADO FICA NO MESMO NIVEL, DE PREFERENCIA
      * NA MESMA TURMA. DENTRO DO NIVEL VAI PARA A TURMA COM
      * MAIS VAGAS. PAGADOR COM FATURA ABERTA VENCIDA HA MAIS
      * DE WRK-DIAS-CORTE DIAS FICA RETIDO PARA LIBERACAO
      * FINANCEIRA. MODO P SO IMPRIME A PROPOSTA PARA A
      * COORDENACAO; MODO C GRAVA AS MATRICULAS NO ARQMTR
      * RESPEITANDO A CAPACIDADE, COM O PCT DA BOLSA ATIVA DO
      * ARQBOL (PROG183) QUE COBRE O PROXIMO PERIODO
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'PERIODO ATUAL (AAAA-P)......'.
           ACCEPT WRK-PERIODO.
           DISPLAY 'PROXIMO PERIODO (AAAA-P)....'.
           ACCEPT WRK-PROXIMO.
           DISPLAY 'DIAS DE ATRASO PARA RETER...'.
           ACCEPT WRK-DIAS-CORTE.
           DISPLAY 'MODO (P=PROPOR C=CONFIRMAR).'.
           ACCEPT WRK-MODO.
           IF WRK-MODO NOT = 'P' AND WRK-MODO NOT = 'C'
              DISPLAY 'MODO INVALIDO ' WRK-MODO
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           IF WRK-PROXIMO NOT > WRK-PERIODO
              DISPLAY 'PROXIMO PERIODO DEVE SER POSTERIOR AO '
                      'ATUAL'
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           IF WRK-DIAS-CORTE = 0
              MOVE 30 TO WRK-DIAS-CORTE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-DEC.
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-REG TO WRK-SERIAL-HOJE.
           PERFORM 0200-CARREGAR-TURMAS.
           IF WRK-TUR-QTD = 0
              DISPLAY 'REFERENCIA DE TURMAS AUSENTE '
                      FS-ARQTRF-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0220-CARREGAR-MATRICULAS.
           IF WRK-MTR-ESTOURO = 1 OR WRK-MTR-QTD = 0
              DISPLAY 'CONTROLE DE MATRICULAS AUSENTE OU '
                      'ACIMA DO LIMITE'
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE WRK-MTR-QTD TO WRK-MTR-ORIG.
           PERFORM 0240-CONTAR-OCUPADOS
               VARYING WRK-M FROM 1 BY 1
               UNTIL WRK-M > WRK-MTR-QTD.
           PERFORM 0260-CARREGAR-RESULTADOS.
           PERFORM 0280-CARREGAR-ESTUDANTES.
           PERFORM 0300-CARREGAR-BOLSAS.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS = '00'
              MOVE 1 TO WRK-TEM-FATURAS
           ELSE
              DISPLAY 'FATURAS AUSENTE, SEM RETENCAO FINANCEIRA '
                      FS-FATURAS-STATUS.
           OPEN OUTPUT ARQREL.
           IF FS-ARQREL-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE SPACES TO REG-REL.
           IF WRK-MODO = 'P'
              STRING 'PROPOSTA DE REMATRICULA ' WRK-PERIODO
                     ' PARA ' WRK-PROXIMO ' -- REVISAO DA '
                     'COORDENACAO'
                  DELIMITED BY SIZE INTO REG-REL
           ELSE
              STRING 'REMATRICULA CONFIRMADA ' WRK-PERIODO
                     ' PARA ' WRK-PROXIMO
                  DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'MATRIC NOME                 TURMA NV RESULTADO '
                  ' PARA NV SITUACAO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
       0100-FIM.
      *-----------------------------------------------------
       0150-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-REG = (WRK-DATA-ANO * 365)
                   + (WRK-DATA-MES * 30) + WRK-DATA-DIA.
      *-----------------------------------------------------
       0200-CARREGAR-TURMAS.
           OPEN INPUT ARQTRF.
           IF FS-ARQTRF-STATUS = '00'
              READ ARQTRF AT END
                          MOVE 'F' TO FS-ARQTRF
              END-READ
              PERFORM 0210-GUARDAR-TURMA UNTIL FS-ARQTRF = 'F'
              CLOSE ARQTRF.
      *-----------------------------------------------------
       0210-GUARDAR-TURMA.
           IF WRK-TUR-QTD > 49
              DISPLAY 'TURMAS EXCEDEM O LIMITE DE 50'
              MOVE 'F' TO FS-ARQTRF
           ELSE
              ADD 1 TO WRK-TUR-QTD
              MOVE TRF-TURMA      TO WRK-TUR-TURMA (WRK-TUR-QTD)
              MOVE TRF-NIVEL      TO WRK-TUR-NIVEL (WRK-TUR-QTD)
              MOVE TRF-CAPACIDADE TO WRK-TUR-CAPAC (WRK-TUR-QTD)
              MOVE ZEROS          TO WRK-TUR-OCUPADOS (WRK-TUR-QTD)
              READ ARQTRF AT END
                          MOVE 'F' TO FS-ARQTRF.
      *-----------------------------------------------------
       0220-CARREGAR-MATRICULAS.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS = '00'
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR
              END-READ
              PERFORM 0230-GUARDAR-MATRICULA UNTIL FS-ARQMTR = 'F'
              CLOSE ARQMTR.
      *-----------------------------------------------------
       0230-GUARDAR-MATRICULA.
           IF WRK-MTR-QTD > 499
              DISPLAY 'MATRICULAS EXCEDEM O LIMITE DE 500'
              MOVE 1 TO WRK-MTR-ESTOURO
              MOVE 'F' TO FS-ARQMTR
           ELSE
              ADD 1 TO WRK-MTR-QTD
              MOVE MTR-MATRICULA
                TO WRK-MTR-MATRICULA (WRK-MTR-QTD)
              MOVE MTR-TURMA    TO WRK-MTR-TURMA (WRK-MTR-QTD)
              MOVE MTR-PERIODO  TO WRK-MTR-PERIODO (WRK-MTR-QTD)
              MOVE MTR-SITUACAO TO WRK-MTR-SITUACAO (WRK-MTR-QTD)
              MOVE MTR-PAGADOR  TO WRK-MTR-PAGADOR (WRK-MTR-QTD)
              MOVE MTR-BOLSA-PCT TO WRK-MTR-BOLSA (WRK-MTR-QTD)
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR.
      *-----------------------------------------------------
      * QUEM JA ESTA MATRICULADO NO PROXIMO PERIODO OCUPA A
      * VAGA ANTES DA PROPOSTA
      *-----------------------------------------------------
       0240-CONTAR-OCUPADOS.
           IF WRK-MTR-PERIODO (WRK-M) = WRK-PROXIMO
              AND WRK-MTR-SITUACAO (WRK-M) = 'M'
              MOVE WRK-MTR-TURMA (WRK-M) TO WRK-TURMA-ATUAL
              PERFORM 0500-LOCALIZAR-TURMA
              IF WRK-POS-TUR NOT = 0
                 ADD 1 TO WRK-TUR-OCUPADOS (WRK-POS-TUR)
              END-IF.
      *-----------------------------------------------------
       0260-CARREGAR-RESULTADOS.
           OPEN INPUT ARQHIS.
           IF FS-ARQHIS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQHIS.... ' FS-ARQHIS-STATUS
           ELSE
              READ ARQHIS AT END
                          MOVE 'F' TO FS-ARQHIS
              END-READ
              PERFORM 0270-GUARDAR-RESULTADO UNTIL FS-ARQHIS = 'F'
              CLOSE ARQHIS.
      *-----------------------------------------------------
       0270-GUARDAR-RESULTADO.
           IF HIS-PERIODO = WRK-PERIODO
              IF WRK-RES-QTD > 499
                 DISPLAY 'HISTORICO DO PERIODO EXCEDE O LIMITE '
                         'DE 500'
                 MOVE 'F' TO FS-ARQHIS
              ELSE
                 ADD 1 TO WRK-RES-QTD
                 MOVE HIS-MATRICULA
                   TO WRK-RES-MATRICULA (WRK-RES-QTD)
                 MOVE HIS-SITUACAO
                   TO WRK-RES-SITUACAO (WRK-RES-QTD)
              END-IF.
           IF FS-ARQHIS NOT = 'F'
              READ ARQHIS AT END
                          MOVE 'F' TO FS-ARQHIS.
      *-----------------------------------------------------
       0280-CARREGAR-ESTUDANTES.
           OPEN INPUT ARQEST.
           IF FS-ARQEST-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE ESTUDANTES AUSENTE'
           ELSE
              READ ARQEST AT END
                          MOVE 'F' TO FS-ARQEST
              END-READ
              PERFORM 0290-GUARDAR-ESTUDANTE UNTIL FS-ARQEST = 'F'
              CLOSE ARQEST.
      *-----------------------------------------------------
       0290-GUARDAR-ESTUDANTE.
           IF WRK-EST-QTD > 499
              DISPLAY 'CADASTRO EXCEDE O LIMITE DE 500 ESTUDANTES'
              MOVE 'F' TO FS-ARQEST
           ELSE
              ADD 1 TO WRK-EST-QTD
              MOVE EST-MATRICULA TO WRK-EST-MATRICULA (WRK-EST-QTD)
              MOVE EST-NOME      TO WRK-EST-NOME (WRK-EST-QTD)
              READ ARQEST AT END
                          MOVE 'F' TO FS-ARQEST.
      *-----------------------------------------------------
       0300-CARREGAR-BOLSAS.
           OPEN INPUT ARQBOL.
           IF FS-ARQBOL-STATUS = '00'
              READ ARQBOL AT END
                          MOVE 'F' TO FS-ARQBOL
              END-READ
              PERFORM 0310-GUARDAR-BOLSA UNTIL FS-ARQBOL = 'F'
              CLOSE ARQBOL.
      *-----------------------------------------------------
       0310-GUARDAR-BOLSA.
           IF BOL-SITUACAO = 'A'
              IF WRK-BOL-QTD > 499
                 DISPLAY 'BOLSAS EXCEDEM O LIMITE DE 500'
                 MOVE 'F' TO FS-ARQBOL
              ELSE
                 ADD 1 TO WRK-BOL-QTD
                 MOVE BOL-MATRICULA
                   TO WRK-BOL-MATRICULA (WRK-BOL-QTD)
                 MOVE BOL-PCT-VIGENTE
                   TO WRK-BOL-VIGENTE (WRK-BOL-QTD)
                 MOVE BOL-PERIODO-INICIO
                   TO WRK-BOL-INICIO (WRK-BOL-QTD)
                 MOVE BOL-PERIODO-FIM
                   TO WRK-BOL-FIM (WRK-BOL-QTD)
              END-IF.
           IF FS-ARQBOL NOT = 'F'
              READ ARQBOL AT END
                          MOVE 'F' TO FS-ARQBOL.
      *-----------------------------------------------------
       0400-PROPOR.
           IF WRK-MTR-PERIODO (WRK-M) NOT = WRK-PERIODO
              OR WRK-MTR-SITUACAO (WRK-M) NOT = 'M'
              GO TO 0400-FIM.
           ADD 1 TO WRK-QTD-ALUNOS.
           MOVE WRK-MTR-MATRICULA (WRK-M) TO WRK-MATRICULA.
           MOVE WRK-MTR-TURMA (WRK-M)     TO WRK-TURMA-ATUAL.
           MOVE WRK-MTR-PAGADOR (WRK-M)   TO WRK-PAGADOR.
           MOVE SPACES TO WRK-NIVEL-ATUAL.
           MOVE SPACES TO WRK-NIVEL-DEST.
           MOVE SPACES TO WRK-TURMA-DEST.
           PERFORM 0420-BUSCAR-RESULTADO.
           MOVE 0 TO WRK-PROX-EXISTE.
           PERFORM 0440-COMPARAR-PROXIMO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MTR-ORIG.
           IF WRK-PROX-EXISTE = 1
              MOVE 'JA REMATRICULADO' TO WRK-SITUACAO
              ADD 1 TO WRK-QTD-JA-FEITAS
              GO TO 0400-IMPRIMIR.
           PERFORM 0500-LOCALIZAR-TURMA.
           IF WRK-POS-TUR = 0
              MOVE 'TURMA SEM REFERENCIA' TO WRK-SITUACAO
              ADD 1 TO WRK-QTD-PENDENTES
              GO TO 0400-IMPRIMIR.
           MOVE WRK-TUR-NIVEL (WRK-POS-TUR) TO WRK-NIVEL-ATUAL.
           IF WRK-RESULTADO = 'SEM NOTA'
              MOVE 'SEM RESULTADO' TO WRK-SITUACAO
              ADD 1 TO WRK-QTD-PENDENTES
              GO TO 0400-IMPRIMIR.
           IF WRK-RESULTADO = 'APROVADO'
              PERFORM 0520-PROXIMO-NIVEL
              IF WRK-NIVEL-DEST = SPACES
                 MOVE 'CONCLUINTE' TO WRK-SITUACAO
                 ADD 1 TO WRK-QTD-CONCLUINTES
                 GO TO 0400-IMPRIMIR
              END-IF
           ELSE
              MOVE WRK-NIVEL-ATUAL TO WRK-NIVEL-DEST.
           PERFORM 0600-CONFERIR-PAGADOR THRU 0600-FIM.
           IF WRK-RETIDO = 1
              MOVE 'RETIDO FINANCEIRO' TO WRK-SITUACAO
              ADD 1 TO WRK-QTD-RETIDOS
              GO TO 0400-IMPRIMIR.
           PERFORM 0540-ESCOLHER-TURMA.
           IF WRK-POS-DEST = 0
              MOVE 'SEM VAGA NO NIVEL' TO WRK-SITUACAO
              ADD 1 TO WRK-QTD-SEM-VAGA
              GO TO 0400-IMPRIMIR.
           MOVE WRK-TUR-TURMA (WRK-POS-DEST) TO WRK-TURMA-DEST.
           ADD 1 TO WRK-TUR-OCUPADOS (WRK-POS-DEST).
           IF WRK-MODO = 'P'
              MOVE 'PROPOSTA' TO WRK-SITUACAO
              ADD 1 TO WRK-QTD-PROPOSTAS
           ELSE
              PERFORM 0700-INCLUIR-MATRICULA THRU 0700-FIM.
       0400-IMPRIMIR.
           PERFORM 0460-BUSCAR-NOME.
           MOVE SPACES TO REG-REL.
           STRING WRK-MATRICULA '  ' WRK-NOME-ALUNO ' '
                  WRK-TURMA-ATUAL '  ' WRK-NIVEL-ATUAL ' '
                  WRK-RESULTADO ' ' WRK-TURMA-DEST ' '
                  WRK-NIVEL-DEST ' ' WRK-SITUACAO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
       0400-FIM.
      *-----------------------------------------------------
      * MESMA LEITURA DE APROVACAO DO PROG119
      *-----------------------------------------------------
       0420-BUSCAR-RESULTADO.
           MOVE 'SEM NOTA' TO WRK-RESULTADO.
           PERFORM 0430-COMPARAR-RESULTADO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-RES-QTD.
      *-----------------------------------------------------
       0430-COMPARAR-RESULTADO.
           IF WRK-RES-MATRICULA (WRK-IDX) = WRK-MATRICULA
              IF WRK-RES-SITUACAO (WRK-IDX) = 'APROVADO'
                 OR WRK-RES-SITUACAO (WRK-IDX) = 'APROV.APOS EXAME'
                 MOVE 'APROVADO' TO WRK-RESULTADO
              ELSE
                 MOVE 'REPROVADO' TO WRK-RESULTADO.
      *-----------------------------------------------------
       0440-COMPARAR-PROXIMO.
           IF WRK-MTR-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-MTR-PERIODO (WRK-IDX) = WRK-PROXIMO
              MOVE 1 TO WRK-PROX-EXISTE.
      *-----------------------------------------------------
       0460-BUSCAR-NOME.
           MOVE SPACES TO WRK-NOME-ALUNO.
           PERFORM 0470-COMPARAR-NOME
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-EST-QTD.
      *-----------------------------------------------------
       0470-COMPARAR-NOME.
           IF WRK-EST-MATRICULA (WRK-J) = WRK-MATRICULA
              MOVE WRK-EST-NOME (WRK-J) TO WRK-NOME-ALUNO.
      *-----------------------------------------------------
       0500-LOCALIZAR-TURMA.
           MOVE 0 TO WRK-POS-TUR.
           PERFORM 0510-COMPARAR-TURMA
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-TUR-QTD OR WRK-POS-TUR NOT = 0.
      *-----------------------------------------------------
       0510-COMPARAR-TURMA.
           IF WRK-TUR-TURMA (WRK-J) = WRK-TURMA-ATUAL
              MOVE WRK-J TO WRK-POS-TUR.
      *-----------------------------------------------------
       0520-PROXIMO-NIVEL.
           MOVE SPACES TO WRK-NIVEL-DEST.
           PERFORM 0530-COMPARAR-NIVEL
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-TUR-QTD.
      *-----------------------------------------------------
       0530-COMPARAR-NIVEL.
           IF WRK-TUR-NIVEL (WRK-J) > WRK-NIVEL-ATUAL
              IF WRK-NIVEL-DEST = SPACES
                 OR WRK-TUR-NIVEL (WRK-J) < WRK-NIVEL-DEST
                 MOVE WRK-TUR-NIVEL (WRK-J) TO WRK-NIVEL-DEST.
      *-----------------------------------------------------
      * REPROVADO FICA NA PROPRIA TURMA QUANDO HA VAGA; NOS
      * DEMAIS CASOS VALE A TURMA DO NIVEL COM MAIS VAGAS
      *-----------------------------------------------------
       0540-ESCOLHER-TURMA.
           MOVE 0 TO WRK-POS-DEST.
           IF WRK-NIVEL-DEST = WRK-NIVEL-ATUAL
              COMPUTE WRK-FOLGA = WRK-TUR-CAPAC (WRK-POS-TUR)
                                - WRK-TUR-OCUPADOS (WRK-POS-TUR)
              IF WRK-FOLGA > 0
                 MOVE WRK-POS-TUR TO WRK-POS-DEST.
           IF WRK-POS-DEST = 0
              MOVE ZEROS TO WRK-MAIOR-FOLGA
              PERFORM 0550-COMPARAR-FOLGA
                  VARYING WRK-J FROM 1 BY 1
                  UNTIL WRK-J > WRK-TUR-QTD.
      *-----------------------------------------------------
       0550-COMPARAR-FOLGA.
           IF WRK-TUR-NIVEL (WRK-J) = WRK-NIVEL-DEST
              COMPUTE WRK-FOLGA = WRK-TUR-CAPAC (WRK-J)
                                - WRK-TUR-OCUPADOS (WRK-J)
              IF WRK-FOLGA > WRK-MAIOR-FOLGA
                 MOVE WRK-FOLGA TO WRK-MAIOR-FOLGA
                 MOVE WRK-J TO WRK-POS-DEST.
      *-----------------------------------------------------
      * MESMO CALCULO DE ATRASO DO PROG101/PROG134 SOBRE AS
      * FATURAS ABERTAS DO PAGADOR
      *-----------------------------------------------------
       0600-CONFERIR-PAGADOR.
           MOVE 0 TO WRK-RETIDO.
           IF WRK-TEM-FATURAS = 0 OR WRK-PAGADOR = 0
              GO TO 0600-FIM.
           MOVE WRK-PAGADOR TO FAT-CODIGO.
           MOVE ZEROS TO FAT-NUMERO.
           MOVE 'N' TO WRK-FIM-SCAN.
           START FATURAS KEY IS NOT < FAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
           END-START.
           PERFORM 0650-TESTAR-FATURA UNTIL WRK-FIM-SCAN = 'S'.
       0600-FIM.
      *-----------------------------------------------------
       0650-TESTAR-FATURA.
           READ FATURAS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   IF FAT-CODIGO NOT = WRK-PAGADOR
                      MOVE 'S' TO WRK-FIM-SCAN
                   ELSE
                      IF FAT-STATUS = 'A'
                         MOVE FAT-VENCIMENTO TO WRK-DATA-DEC
                         PERFORM 0150-CALCULAR-SERIAL
                         COMPUTE WRK-DIAS-ATRASO =
                                 WRK-SERIAL-HOJE - WRK-SERIAL-REG
                         IF WRK-DIAS-ATRASO > WRK-DIAS-CORTE
                            MOVE 1 TO WRK-RETIDO
                            MOVE 'S' TO WRK-FIM-SCAN
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0700-INCLUIR-MATRICULA.
           IF WRK-MTR-QTD > 499
              MOVE 'LIMITE DE MATRICULAS' TO WRK-SITUACAO
              SUBTRACT 1 FROM WRK-TUR-OCUPADOS (WRK-POS-DEST)
              ADD 1 TO WRK-QTD-SEM-VAGA
              GO TO 0700-FIM.
           MOVE ZEROS TO WRK-BOLSA.
           PERFORM 0720-COMPARAR-BOLSA
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-BOL-QTD.
           ADD 1 TO WRK-MTR-QTD.
           MOVE WRK-MATRICULA  TO WRK-MTR-MATRICULA (WRK-MTR-QTD).
           MOVE WRK-TURMA-DEST TO WRK-MTR-TURMA (WRK-MTR-QTD).
           MOVE WRK-PROXIMO    TO WRK-MTR-PERIODO (WRK-MTR-QTD).
           MOVE 'M'            TO WRK-MTR-SITUACAO (WRK-MTR-QTD).
           MOVE WRK-PAGADOR    TO WRK-MTR-PAGADOR (WRK-MTR-QTD).
           MOVE WRK-BOLSA      TO WRK-MTR-BOLSA (WRK-MTR-QTD).
           MOVE 'CONFIRMADA' TO WRK-SITUACAO.
           ADD 1 TO WRK-QTD-CONFIRMADAS.
       0700-FIM.
      *-----------------------------------------------------
       0720-COMPARAR-BOLSA.
           IF WRK-BOL-MATRICULA (WRK-J) = WRK-MATRICULA
              AND WRK-BOL-INICIO (WRK-J) NOT > WRK-PROXIMO
              AND WRK-BOL-FIM (WRK-J) NOT < WRK-PROXIMO
              MOVE WRK-BOL-VIGENTE (WRK-J) TO WRK-BOLSA.
      *-----------------------------------------------------
       0800-GRAVAR-MATRICULAS.
           IF WRK-QTD-CONFIRMADAS NOT = 0
              OPEN OUTPUT ARQMTR
              IF FS-ARQMTR-STATUS NOT = '00'
                 DISPLAY 'ERRO AO REGRAVAR ARQMTR. '
                         FS-ARQMTR-STATUS
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 PERFORM 0850-GRAVAR-MATRICULA
                     VARYING WRK-IDX FROM 1 BY 1
                     UNTIL WRK-IDX > WRK-MTR-QTD
                 CLOSE ARQMTR
              END-IF.
      *-----------------------------------------------------
       0850-GRAVAR-MATRICULA.
           MOVE SPACES TO REG-MTR.
           MOVE WRK-MTR-MATRICULA (WRK-IDX) TO MTR-MATRICULA.
           MOVE WRK-MTR-TURMA (WRK-IDX)     TO MTR-TURMA.
           MOVE WRK-MTR-PERIODO (WRK-IDX)   TO MTR-PERIODO.
           MOVE WRK-MTR-SITUACAO (WRK-IDX)  TO MTR-SITUACAO.
           MOVE WRK-MTR-PAGADOR (WRK-IDX)   TO MTR-PAGADOR.
           MOVE WRK-MTR-BOLSA (WRK-IDX)     TO MTR-BOLSA-PCT.
           WRITE REG-MTR.
      *-----------------------------------------------------
       0900-FINALIZAR.
           IF WRK-QTD-RETIDOS NOT = 0 OR WRK-QTD-SEM-VAGA NOT = 0
              OR WRK-QTD-PENDENTES NOT = 0
              IF WRK-RETORNO = 0
                 MOVE 4 TO WRK-RETORNO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'ALUNOS ' WRK-QTD-ALUNOS
                  '  PROPOSTAS ' WRK-QTD-PROPOSTAS
                  '  CONFIRMADAS ' WRK-QTD-CONFIRMADAS
                  '  JA FEITAS ' WRK-QTD-JA-FEITAS
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'RETIDOS ' WRK-QTD-RETIDOS
                  '  SEM VAGA ' WRK-QTD-SEM-VAGA
                  '  CONCLUINTES ' WRK-QTD-CONCLUINTES
                  '  PENDENTES ' WRK-QTD-PENDENTES
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           CLOSE ARQREL.
           IF WRK-TEM-FATURAS = 1
              CLOSE FATURAS.
           DISPLAY 'ALUNOS DO PERIODO........ ' WRK-QTD-ALUNOS.
           DISPLAY 'PROPOSTAS................ ' WRK-QTD-PROPOSTAS.
           DISPLAY 'CONFIRMADAS.............. ' WRK-QTD-CONFIRMADAS.
           DISPLAY 'JA REMATRICULADOS........ ' WRK-QTD-JA-FEITAS.
           DISPLAY 'RETIDOS FINANCEIRO....... ' WRK-QTD-RETIDOS.
           DISPLAY 'SEM VAGA NO NIVEL........ ' WRK-QTD-SEM-VAGA.
           DISPLAY 'CONCLUINTES.............. ' WRK-QTD-CONCLUINTES.
           DISPLAY 'PENDENTES................ ' WRK-QTD-PENDENTES.
