       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG184.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQBOL ASSIGN TO UT-S-ARQBOL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQBOL-STATUS.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQHIS ASSIGN TO UT-S-ARQHIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQHIS-STATUS.
           SELECT ARQFRE ASSIGN TO UT-S-ARQFRE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQFRE-STATUS.
           SELECT ARQEST ASSIGN TO UT-S-ARQEST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEST-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
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
       FD   ARQFRE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-FREQ.
       01   REG-FREQ.
            05 FRE-MATRICULA    PIC 9(05).
            05 FRE-AULAS-DADAS  PIC 9(03).
            05 FRE-FALTAS       PIC 9(03).
       FD   ARQEST
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ESTUDANTE.
       01   REG-ESTUDANTE.
            05 EST-MATRICULA    PIC 9(05).
            05 EST-NOME         PIC X(20).
            05 EST-TURMA        PIC X(04).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQBOL        PIC X VALUE 'N'.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQHIS        PIC X VALUE 'N'.
       77  FS-ARQFRE        PIC X VALUE 'N'.
       77  FS-ARQEST        PIC X VALUE 'N'.
       77  FS-ARQBOL-STATUS PIC XX VALUE '00'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQHIS-STATUS PIC XX VALUE '00'.
       77  FS-ARQFRE-STATUS PIC XX VALUE '00'.
       77  FS-ARQEST-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-PROXIMO      PIC X(06) VALUE SPACES.
       77  WRK-PCT-REDUCAO  PIC 9(03) VALUE 50.
       01  WRK-TIPOS-BOLSA.
           05 FILLER        PIC X(11) VALUE 'SSOCIAL    '.
           05 FILLER        PIC X(11) VALUE 'MMERITO    '.
           05 FILLER        PIC X(11) VALUE 'FFUNCIONAR.'.
           05 FILLER        PIC X(11) VALUE 'CCONVENIO  '.
           05 FILLER        PIC X(11) VALUE 'IIRMAOS    '.
       01  WRK-TAB-TIPOS REDEFINES WRK-TIPOS-BOLSA.
           05 WRK-TIPO-ENTRY OCCURS 5 TIMES.
               10 WRK-TIPO-COD      PIC X(01).
               10 WRK-TIPO-DESCR    PIC X(10).
       01  WRK-DECISOES.
           05 FILLER        PIC X(11) VALUE 'RRENOVADA  '.
           05 FILLER        PIC X(11) VALUE 'DREDUZIDA  '.
           05 FILLER        PIC X(11) VALUE 'CCANCELADA '.
           05 FILLER        PIC X(11) VALUE 'VVENCIDA   '.
           05 FILLER        PIC X(11) VALUE 'PPENDENTE  '.
       01  WRK-TAB-DECISOES REDEFINES WRK-DECISOES.
           05 WRK-DEC-ENTRY OCCURS 5 TIMES.
               10 WRK-DEC-COD       PIC X(01).
               10 WRK-DEC-DESCR     PIC X(10).
       77  WRK-DESC-TIPO    PIC X(10) VALUE SPACES.
       77  WRK-DESC-DECISAO PIC X(10) VALUE SPACES.
       01  WRK-TAB-BOLSAS.
           05 WRK-TAB-BOL-ENTRY OCCURS 500 TIMES.
               10 WRK-BOL-MATRICULA PIC 9(05).
               10 WRK-BOL-TIPO      PIC X(01).
               10 WRK-BOL-CONCEDIDO PIC 9(03).
               10 WRK-BOL-VIGENTE   PIC 9(03).
               10 WRK-BOL-MEDIA     PIC 9(03)V99.
               10 WRK-BOL-FALTAS    PIC 9(03).
               10 WRK-BOL-APROVACAO PIC 9(08).
               10 WRK-BOL-APROVADOR PIC X(15).
               10 WRK-BOL-INICIO    PIC X(06).
               10 WRK-BOL-FIM       PIC X(06).
               10 WRK-BOL-SITUACAO  PIC X(01).
               10 WRK-BOL-AVALIACAO PIC X(06).
               10 WRK-BOL-DECISAO   PIC X(01).
       77  WRK-BOL-QTD      PIC 9(03) VALUE 0.
       77  WRK-BOL-ESTOURO  PIC 9 VALUE 0.
       01  WRK-TAB-MATRICULAS.
           05 WRK-TAB-MTR-ENTRY OCCURS 500 TIMES.
               10 WRK-MTR-MATRICULA PIC 9(05).
               10 WRK-MTR-TURMA     PIC X(04).
               10 WRK-MTR-PERIODO   PIC X(06).
               10 WRK-MTR-SITUACAO  PIC X(01).
               10 WRK-MTR-PAGADOR   PIC 9(05).
               10 WRK-MTR-BOLSA     PIC 9(03).
       77  WRK-MTR-QTD      PIC 9(03) VALUE 0.
       77  WRK-MTR-ESTOURO  PIC 9 VALUE 0.
       01  WRK-TAB-RESULTADOS.
           05 WRK-TAB-RES-ENTRY OCCURS 500 TIMES.
               10 WRK-RES-MATRICULA PIC 9(05).
               10 WRK-RES-MEDIA     PIC 9(03)V99.
       77  WRK-RES-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-FREQUENCIAS.
           05 WRK-TAB-FRE-ENTRY OCCURS 500 TIMES.
               10 WRK-FRE-MATRICULA PIC 9(05).
               10 WRK-FRE-FALTAS    PIC 9(03).
       77  WRK-FRE-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-ESTUDANTES.
           05 WRK-TAB-EST-ENTRY OCCURS 500 TIMES.
               10 WRK-EST-MATRICULA PIC 9(05).
               10 WRK-EST-NOME      PIC X(20).
       77  WRK-EST-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-POS-ANT      PIC 9(03) VALUE 0.
       77  WRK-POS-PROX     PIC 9(03) VALUE 0.
       77  WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77  WRK-NOME-ALUNO   PIC X(20) VALUE SPACES.
       77  WRK-PAGADOR      PIC 9(05) VALUE ZEROS.
       77  WRK-TEM-MEDIA    PIC 9 VALUE 0.
       77  WRK-MEDIA-FINAL  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FALTAS       PIC 9(03) VALUE ZEROS.
       77  WRK-FALHAS       PIC 9(01) VALUE 0.
       77  WRK-DECISAO      PIC X(01) VALUE SPACE.
       77  WRK-PCT-ANTERIOR PIC 9(03) VALUE ZEROS.
       77  WRK-PCT-NOVO     PIC 9(03) VALUE ZEROS.
       77  WRK-ED-MEDIA     PIC ZZ9,99.
       77  WRK-ED-MINIMA    PIC ZZ9,99.
       77  WRK-MTR-ALTERADAS PIC 9(03) VALUE 0.
       77  WRK-QTD-AVALIADAS PIC 9(03) VALUE 0.
       77  WRK-QTD-RENOVADAS PIC 9(03) VALUE 0.
       77  WRK-QTD-REDUZIDAS PIC 9(03) VALUE 0.
       77  WRK-QTD-CANCELADAS PIC 9(03) VALUE 0.
       77  WRK-QTD-VENCIDAS PIC 9(03) VALUE 0.
       77  WRK-QTD-PENDENTES PIC 9(03) VALUE 0.
       77  WRK-QTD-SEM-MATRICULA PIC 9(03) VALUE 0.
       77  WRK-QTD-SEM-CONCESSAO PIC 9(03) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO NOT = 8
               PERFORM 0500-AVALIAR-BOLSA THRU 0500-FIM
                   VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-BOL-QTD
               PERFORM 0700-CONFERIR-MATRICULAS
               PERFORM 0800-REGRAVAR
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * RENOVACAO DAS BOLSAS DO ARQBOL (PROG183) NO FECHAMENTO
      * DO PERIODO: A MEDIA FINAL DO ARQHIS E AS FALTAS DO
      * ARQFRE SAO CONFRONTADAS COM O CRITERIO DA BOLSA.
      * CUMPRIU OS DOIS = RENOVADA NO PCT CONCEDIDO; FALHOU EM
      * UM = REDUZIDA EM WRK-PCT-REDUCAO PCT DO VIGENTE;
      * FALHOU NOS DOIS, OU FALHOU DE NOVO DEPOIS DE UMA
      * REDUCAO = CANCELADA; PROXIMO PERIODO FORA DA VIGENCIA
      * = VENCIDA; SEM MEDIA NO ARQHIS = PENDENTE, SEM
      * ALTERACAO. O NOVO PCT VAI PARA O MTR-BOLSA-PCT DA
      * MATRICULA DO PROXIMO PERIODO, LIDO PELO PROG118, E SAI
      * NO ARQREL UM COMUNICADO POR ALUNO PARA A FAMILIA
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'PERIODO ENCERRADO (AAAA-P)..'.
           ACCEPT WRK-PERIODO.
           DISPLAY 'PROXIMO PERIODO (AAAA-P)....'.
           ACCEPT WRK-PROXIMO.
           IF WRK-PROXIMO NOT > WRK-PERIODO
              DISPLAY 'PROXIMO PERIODO DEVE SER POSTERIOR AO '
                      'ENCERRADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0150-CARREGAR-BOLSAS.
           IF FS-ARQBOL-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQBOL.... ' FS-ARQBOL-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0200-CARREGAR-MATRICULAS.
           IF WRK-BOL-ESTOURO = 1 OR WRK-MTR-ESTOURO = 1
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0250-CARREGAR-RESULTADOS.
           PERFORM 0300-CARREGAR-FALTAS.
           PERFORM 0350-CARREGAR-ESTUDANTES.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                MOVE 8 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
       0150-CARREGAR-BOLSAS.
           OPEN INPUT ARQBOL.
           IF FS-ARQBOL-STATUS = '00'
              READ ARQBOL AT END
                          MOVE 'F' TO FS-ARQBOL
              END-READ
              PERFORM 0160-GUARDAR-BOLSA UNTIL FS-ARQBOL = 'F'
              CLOSE ARQBOL.
      *-----------------------------------------------------
       0160-GUARDAR-BOLSA.
           IF WRK-BOL-QTD > 499
              DISPLAY 'BOLSAS EXCEDEM O LIMITE DE 500'
              MOVE 1 TO WRK-BOL-ESTOURO
              MOVE 'F' TO FS-ARQBOL
           ELSE
              ADD 1 TO WRK-BOL-QTD
              MOVE BOL-MATRICULA
                TO WRK-BOL-MATRICULA (WRK-BOL-QTD)
              MOVE BOL-TIPO        TO WRK-BOL-TIPO (WRK-BOL-QTD)
              MOVE BOL-PCT-CONCEDIDO
                TO WRK-BOL-CONCEDIDO (WRK-BOL-QTD)
              MOVE BOL-PCT-VIGENTE TO WRK-BOL-VIGENTE (WRK-BOL-QTD)
              MOVE BOL-MEDIA-MINIMA TO WRK-BOL-MEDIA (WRK-BOL-QTD)
              MOVE BOL-FALTAS-MAXIMO
                TO WRK-BOL-FALTAS (WRK-BOL-QTD)
              MOVE BOL-DATA-APROVACAO
                TO WRK-BOL-APROVACAO (WRK-BOL-QTD)
              MOVE BOL-APROVADOR
                TO WRK-BOL-APROVADOR (WRK-BOL-QTD)
              MOVE BOL-PERIODO-INICIO
                TO WRK-BOL-INICIO (WRK-BOL-QTD)
              MOVE BOL-PERIODO-FIM TO WRK-BOL-FIM (WRK-BOL-QTD)
              MOVE BOL-SITUACAO    TO WRK-BOL-SITUACAO (WRK-BOL-QTD)
              MOVE BOL-ULTIMA-AVALIACAO
                TO WRK-BOL-AVALIACAO (WRK-BOL-QTD)
              MOVE BOL-ULTIMA-DECISAO
                TO WRK-BOL-DECISAO (WRK-BOL-QTD)
              READ ARQBOL AT END
                          MOVE 'F' TO FS-ARQBOL.
      *-----------------------------------------------------
       0200-CARREGAR-MATRICULAS.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              DISPLAY 'CONTROLE DE MATRICULAS AUSENTE'
           ELSE
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR
              END-READ
              PERFORM 0210-GUARDAR-MATRICULA UNTIL FS-ARQMTR = 'F'
              CLOSE ARQMTR.
      *-----------------------------------------------------
       0210-GUARDAR-MATRICULA.
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
       0250-CARREGAR-RESULTADOS.
           OPEN INPUT ARQHIS.
           IF FS-ARQHIS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQHIS.... ' FS-ARQHIS-STATUS
           ELSE
              READ ARQHIS AT END
                          MOVE 'F' TO FS-ARQHIS
              END-READ
              PERFORM 0260-GUARDAR-RESULTADO UNTIL FS-ARQHIS = 'F'
              CLOSE ARQHIS.
      *-----------------------------------------------------
       0260-GUARDAR-RESULTADO.
           IF HIS-PERIODO = WRK-PERIODO
              IF WRK-RES-QTD > 499
                 DISPLAY 'HISTORICO DO PERIODO EXCEDE O LIMITE '
                         'DE 500'
                 MOVE 'F' TO FS-ARQHIS
              ELSE
                 ADD 1 TO WRK-RES-QTD
                 MOVE HIS-MATRICULA
                   TO WRK-RES-MATRICULA (WRK-RES-QTD)
                 MOVE HIS-MEDIA-FINAL
                   TO WRK-RES-MEDIA (WRK-RES-QTD)
              END-IF.
           IF FS-ARQHIS NOT = 'F'
              READ ARQHIS AT END
                          MOVE 'F' TO FS-ARQHIS.
      *-----------------------------------------------------
       0300-CARREGAR-FALTAS.
           OPEN INPUT ARQFRE.
           IF FS-ARQFRE-STATUS NOT = '00'
              DISPLAY 'ARQUIVO DE FREQUENCIA AUSENTE'
           ELSE
              READ ARQFRE AT END
                          MOVE 'F' TO FS-ARQFRE
              END-READ
              PERFORM 0310-GUARDAR-FALTAS UNTIL FS-ARQFRE = 'F'
              CLOSE ARQFRE.
      *-----------------------------------------------------
       0310-GUARDAR-FALTAS.
           IF WRK-FRE-QTD > 499
              DISPLAY 'FREQUENCIA EXCEDE O LIMITE DE 500'
              MOVE 'F' TO FS-ARQFRE
           ELSE
              ADD 1 TO WRK-FRE-QTD
              MOVE FRE-MATRICULA TO WRK-FRE-MATRICULA (WRK-FRE-QTD)
              MOVE FRE-FALTAS    TO WRK-FRE-FALTAS (WRK-FRE-QTD)
              READ ARQFRE AT END
                          MOVE 'F' TO FS-ARQFRE.
      *-----------------------------------------------------
       0350-CARREGAR-ESTUDANTES.
           OPEN INPUT ARQEST.
           IF FS-ARQEST-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE ESTUDANTES AUSENTE'
           ELSE
              READ ARQEST AT END
                          MOVE 'F' TO FS-ARQEST
              END-READ
              PERFORM 0360-GUARDAR-ESTUDANTE UNTIL FS-ARQEST = 'F'
              CLOSE ARQEST.
      *-----------------------------------------------------
       0360-GUARDAR-ESTUDANTE.
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
      * SO ENTRA BOLSA ATIVA JA EM VIGOR NO PERIODO ENCERRADO
      * E AINDA NAO AVALIADA NELE (REPROCESSAR O MESMO
      * PERIODO NAO REDUZ A BOLSA DUAS VEZES)
      *-----------------------------------------------------
       0500-AVALIAR-BOLSA.
           IF WRK-BOL-SITUACAO (WRK-POS) NOT = 'A'
              OR WRK-BOL-INICIO (WRK-POS) > WRK-PERIODO
              OR WRK-BOL-AVALIACAO (WRK-POS) = WRK-PERIODO
              GO TO 0500-FIM.
           ADD 1 TO WRK-QTD-AVALIADAS.
           MOVE WRK-BOL-MATRICULA (WRK-POS) TO WRK-MATRICULA.
           MOVE WRK-BOL-VIGENTE (WRK-POS) TO WRK-PCT-ANTERIOR.
           PERFORM 0550-BUSCAR-DESEMPENHO.
           MOVE 0 TO WRK-FALHAS.
           IF WRK-MEDIA-FINAL < WRK-BOL-MEDIA (WRK-POS)
              ADD 1 TO WRK-FALHAS.
           IF WRK-FALTAS > WRK-BOL-FALTAS (WRK-POS)
              ADD 1 TO WRK-FALHAS.
           IF WRK-TEM-MEDIA = 0
              MOVE 'P' TO WRK-DECISAO
           ELSE
              IF WRK-PROXIMO > WRK-BOL-FIM (WRK-POS)
                 MOVE 'V' TO WRK-DECISAO
              ELSE
                 IF WRK-FALHAS = 0
                    MOVE 'R' TO WRK-DECISAO
                 ELSE
                    IF WRK-FALHAS = 1
                       AND WRK-BOL-DECISAO (WRK-POS) NOT = 'D'
                       MOVE 'D' TO WRK-DECISAO
                    ELSE
                       MOVE 'C' TO WRK-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN 'R'
                    MOVE WRK-BOL-CONCEDIDO (WRK-POS) TO WRK-PCT-NOVO
                    ADD 1 TO WRK-QTD-RENOVADAS
               WHEN 'D'
                    COMPUTE WRK-PCT-NOVO = WRK-PCT-ANTERIOR
                            * (100 - WRK-PCT-REDUCAO) / 100
                    ADD 1 TO WRK-QTD-REDUZIDAS
               WHEN 'C'
                    MOVE ZEROS TO WRK-PCT-NOVO
                    MOVE 'C' TO WRK-BOL-SITUACAO (WRK-POS)
                    ADD 1 TO WRK-QTD-CANCELADAS
               WHEN 'V'
                    MOVE ZEROS TO WRK-PCT-NOVO
                    MOVE 'V' TO WRK-BOL-SITUACAO (WRK-POS)
                    ADD 1 TO WRK-QTD-VENCIDAS
               WHEN OTHER
                    MOVE WRK-PCT-ANTERIOR TO WRK-PCT-NOVO
                    ADD 1 TO WRK-QTD-PENDENTES
                    MOVE 4 TO WRK-RETORNO
           END-EVALUATE.
           IF WRK-DECISAO NOT = 'P'
              MOVE WRK-PCT-NOVO TO WRK-BOL-VIGENTE (WRK-POS)
              MOVE WRK-PERIODO  TO WRK-BOL-AVALIACAO (WRK-POS)
              MOVE WRK-DECISAO  TO WRK-BOL-DECISAO (WRK-POS)
              PERFORM 0600-APLICAR-PROXIMO.
           PERFORM 0650-IMPRIMIR-COMUNICADO.
       0500-FIM.
      *-----------------------------------------------------
       0550-BUSCAR-DESEMPENHO.
           MOVE 0 TO WRK-TEM-MEDIA.
           MOVE ZEROS TO WRK-MEDIA-FINAL.
           MOVE ZEROS TO WRK-FALTAS.
           PERFORM 0560-COMPARAR-RESULTADO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-RES-QTD.
           PERFORM 0570-COMPARAR-FALTAS
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-FRE-QTD.
           MOVE ZEROS TO WRK-PAGADOR.
           MOVE 0 TO WRK-POS-ANT.
           MOVE 0 TO WRK-POS-PROX.
           PERFORM 0580-COMPARAR-MATRICULA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MTR-QTD.
           IF WRK-POS-ANT NOT = 0
              MOVE WRK-MTR-PAGADOR (WRK-POS-ANT) TO WRK-PAGADOR.
      *-----------------------------------------------------
       0560-COMPARAR-RESULTADO.
           IF WRK-RES-MATRICULA (WRK-IDX) = WRK-MATRICULA
              MOVE 1 TO WRK-TEM-MEDIA
              MOVE WRK-RES-MEDIA (WRK-IDX) TO WRK-MEDIA-FINAL.
      *-----------------------------------------------------
       0570-COMPARAR-FALTAS.
           IF WRK-FRE-MATRICULA (WRK-IDX) = WRK-MATRICULA
              MOVE WRK-FRE-FALTAS (WRK-IDX) TO WRK-FALTAS.
      *-----------------------------------------------------
       0580-COMPARAR-MATRICULA.
           IF WRK-MTR-MATRICULA (WRK-IDX) = WRK-MATRICULA
              IF WRK-MTR-PERIODO (WRK-IDX) = WRK-PERIODO
                 MOVE WRK-IDX TO WRK-POS-ANT
              ELSE
                 IF WRK-MTR-PERIODO (WRK-IDX) = WRK-PROXIMO
                    MOVE WRK-IDX TO WRK-POS-PROX.
      *-----------------------------------------------------
       0600-APLICAR-PROXIMO.
           IF WRK-POS-PROX NOT = 0
              AND WRK-MTR-SITUACAO (WRK-POS-PROX) = 'M'
              MOVE WRK-PCT-NOVO TO WRK-MTR-BOLSA (WRK-POS-PROX)
              ADD 1 TO WRK-MTR-ALTERADAS
           ELSE
              ADD 1 TO WRK-QTD-SEM-MATRICULA
              DISPLAY 'SEM MATRICULA EM ' WRK-PROXIMO
                      '.. ALUNO ' WRK-MATRICULA
                      ' BOLSA ' WRK-PCT-NOVO ' PCT A INFORMAR'.
      *-----------------------------------------------------
       0650-IMPRIMIR-COMUNICADO.
           PERFORM 0690-BUSCAR-NOME.
           PERFORM 0670-DESCREVER.
           MOVE SPACES TO REG-REL.
           STRING 'COMUNICADO DE BOLSA DE ESTUDO -- PERIODO '
                  WRK-PERIODO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'ALUNO ' WRK-MATRICULA ' ' WRK-NOME-ALUNO
                  '  RESPONSAVEL ' WRK-PAGADOR
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'BOLSA ' WRK-DESC-TIPO ' CONCEDIDA '
                  WRK-BOL-CONCEDIDO (WRK-POS)
                  ' PCT  VIGENCIA ' WRK-BOL-INICIO (WRK-POS)
                  ' A ' WRK-BOL-FIM (WRK-POS)
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE WRK-MEDIA-FINAL TO WRK-ED-MEDIA.
           MOVE WRK-BOL-MEDIA (WRK-POS) TO WRK-ED-MINIMA.
           MOVE SPACES TO REG-REL.
           IF WRK-TEM-MEDIA = 0
              STRING 'MEDIA FINAL NAO APURADA (MINIMA '
                     WRK-ED-MINIMA ')  FALTAS ' WRK-FALTAS
                     ' (MAXIMO ' WRK-BOL-FALTAS (WRK-POS) ')'
                  DELIMITED BY SIZE INTO REG-REL
           ELSE
              STRING 'MEDIA FINAL ' WRK-ED-MEDIA ' (MINIMA '
                     WRK-ED-MINIMA ')  FALTAS ' WRK-FALTAS
                     ' (MAXIMO ' WRK-BOL-FALTAS (WRK-POS) ')'
                  DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           IF WRK-DECISAO = 'P'
              STRING 'DECISAO: ' WRK-DESC-DECISAO ' BOLSA DE '
                     WRK-PCT-ANTERIOR ' PCT MANTIDA ATE A '
                     'APURACAO DA MEDIA'
                  DELIMITED BY SIZE INTO REG-REL
           ELSE
              STRING 'DECISAO: ' WRK-DESC-DECISAO ' BOLSA DE '
                     WRK-PCT-ANTERIOR ' PCT PASSA A ' WRK-PCT-NOVO
                     ' PCT EM ' WRK-PROXIMO
                  DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0670-DESCREVER.
           MOVE SPACES TO WRK-DESC-TIPO.
           MOVE SPACES TO WRK-DESC-DECISAO.
           PERFORM 0680-COMPARAR-DESCRICAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 5.
      *-----------------------------------------------------
       0680-COMPARAR-DESCRICAO.
           IF WRK-TIPO-COD (WRK-IDX) = WRK-BOL-TIPO (WRK-POS)
              MOVE WRK-TIPO-DESCR (WRK-IDX) TO WRK-DESC-TIPO.
           IF WRK-DEC-COD (WRK-IDX) = WRK-DECISAO
              MOVE WRK-DEC-DESCR (WRK-IDX) TO WRK-DESC-DECISAO.
      *-----------------------------------------------------
       0690-BUSCAR-NOME.
           MOVE SPACES TO WRK-NOME-ALUNO.
           PERFORM 0695-COMPARAR-NOME
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-EST-QTD.
      *-----------------------------------------------------
       0695-COMPARAR-NOME.
           IF WRK-EST-MATRICULA (WRK-J) = WRK-MATRICULA
              MOVE WRK-EST-NOME (WRK-J) TO WRK-NOME-ALUNO.
      *-----------------------------------------------------
      * BOLSA NO ARQMTR DO PROXIMO PERIODO SEM CONCESSAO ATIVA
      * NO ARQBOL: PCT DIGITADO SEM REGISTRO DO PORQUE
      *-----------------------------------------------------
       0700-CONFERIR-MATRICULAS.
           PERFORM 0720-CONFERIR-UMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MTR-QTD.
      *-----------------------------------------------------
       0720-CONFERIR-UMA.
           IF WRK-MTR-PERIODO (WRK-IDX) = WRK-PROXIMO
              AND WRK-MTR-SITUACAO (WRK-IDX) = 'M'
              AND WRK-MTR-BOLSA (WRK-IDX) NOT = 0
              MOVE 0 TO WRK-POS
              PERFORM 0740-PROCURAR-CONCESSAO
                  VARYING WRK-J FROM 1 BY 1
                  UNTIL WRK-J > WRK-BOL-QTD OR WRK-POS NOT = 0
              IF WRK-POS = 0
                 ADD 1 TO WRK-QTD-SEM-CONCESSAO
                 MOVE 4 TO WRK-RETORNO
                 MOVE SPACES TO REG-REL
                 STRING 'BOLSA SEM CONCESSAO NO ARQBOL -- ALUNO '
                        WRK-MTR-MATRICULA (WRK-IDX) ' TURMA '
                        WRK-MTR-TURMA (WRK-IDX) ' '
                        WRK-MTR-BOLSA (WRK-IDX) ' PCT'
                     DELIMITED BY SIZE INTO REG-REL
                 WRITE REG-REL
              END-IF.
      *-----------------------------------------------------
       0740-PROCURAR-CONCESSAO.
           IF WRK-BOL-MATRICULA (WRK-J)
              = WRK-MTR-MATRICULA (WRK-IDX)
              AND WRK-BOL-SITUACAO (WRK-J) = 'A'
              MOVE WRK-J TO WRK-POS.
      *-----------------------------------------------------
       0800-REGRAVAR.
           IF WRK-QTD-AVALIADAS NOT = WRK-QTD-PENDENTES
              OPEN OUTPUT ARQBOL
              IF FS-ARQBOL-STATUS NOT = '00'
                 DISPLAY 'ERRO AO REGRAVAR ARQBOL. '
                         FS-ARQBOL-STATUS
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 PERFORM 0820-GRAVAR-BOLSA
                     VARYING WRK-IDX FROM 1 BY 1
                     UNTIL WRK-IDX > WRK-BOL-QTD
                 CLOSE ARQBOL
              END-IF.
           IF WRK-MTR-ALTERADAS NOT = 0
              OPEN OUTPUT ARQMTR
              IF FS-ARQMTR-STATUS NOT = '00'
                 DISPLAY 'ERRO AO REGRAVAR ARQMTR. '
                         FS-ARQMTR-STATUS
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 PERFORM 0840-GRAVAR-MATRICULA
                     VARYING WRK-IDX FROM 1 BY 1
                     UNTIL WRK-IDX > WRK-MTR-QTD
                 CLOSE ARQMTR
              END-IF.
      *-----------------------------------------------------
       0820-GRAVAR-BOLSA.
           MOVE SPACES TO REG-BOL.
           MOVE WRK-BOL-MATRICULA (WRK-IDX) TO BOL-MATRICULA.
           MOVE WRK-BOL-TIPO (WRK-IDX)      TO BOL-TIPO.
           MOVE WRK-BOL-CONCEDIDO (WRK-IDX) TO BOL-PCT-CONCEDIDO.
           MOVE WRK-BOL-VIGENTE (WRK-IDX)   TO BOL-PCT-VIGENTE.
           MOVE WRK-BOL-MEDIA (WRK-IDX)     TO BOL-MEDIA-MINIMA.
           MOVE WRK-BOL-FALTAS (WRK-IDX)    TO BOL-FALTAS-MAXIMO.
           MOVE WRK-BOL-APROVACAO (WRK-IDX) TO BOL-DATA-APROVACAO.
           MOVE WRK-BOL-APROVADOR (WRK-IDX) TO BOL-APROVADOR.
           MOVE WRK-BOL-INICIO (WRK-IDX)    TO BOL-PERIODO-INICIO.
           MOVE WRK-BOL-FIM (WRK-IDX)       TO BOL-PERIODO-FIM.
           MOVE WRK-BOL-SITUACAO (WRK-IDX)  TO BOL-SITUACAO.
           MOVE WRK-BOL-AVALIACAO (WRK-IDX) TO BOL-ULTIMA-AVALIACAO.
           MOVE WRK-BOL-DECISAO (WRK-IDX)   TO BOL-ULTIMA-DECISAO.
           WRITE REG-BOL.
      *-----------------------------------------------------
       0840-GRAVAR-MATRICULA.
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
           MOVE SPACES TO REG-REL.
           STRING 'AVALIADAS ' WRK-QTD-AVALIADAS
                  '  RENOVADAS ' WRK-QTD-RENOVADAS
                  '  REDUZIDAS ' WRK-QTD-REDUZIDAS
                  '  CANCELADAS ' WRK-QTD-CANCELADAS
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'VENCIDAS ' WRK-QTD-VENCIDAS
                  '  PENDENTES ' WRK-QTD-PENDENTES
                  '  SEM MATRICULA ' WRK-QTD-SEM-MATRICULA
                  '  SEM CONCESSAO ' WRK-QTD-SEM-CONCESSAO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           CLOSE ARQREL.
           DISPLAY 'BOLSAS AVALIADAS......... ' WRK-QTD-AVALIADAS.
           DISPLAY 'RENOVADAS................ ' WRK-QTD-RENOVADAS.
           DISPLAY 'REDUZIDAS................ ' WRK-QTD-REDUZIDAS.
           DISPLAY 'CANCELADAS............... ' WRK-QTD-CANCELADAS.
           DISPLAY 'VENCIDAS................. ' WRK-QTD-VENCIDAS.
           DISPLAY 'PENDENTES (SEM MEDIA).... ' WRK-QTD-PENDENTES.
           DISPLAY 'SEM MATRICULA NO PROXIMO. '
                   WRK-QTD-SEM-MATRICULA.
           DISPLAY 'BOLSA SEM CONCESSAO...... '
                   WRK-QTD-SEM-CONCESSAO.
