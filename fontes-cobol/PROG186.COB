       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG186.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQFRE ASSIGN TO UT-S-ARQFRE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQFRE-STATUS.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQEST ASSIGN TO UT-S-ARQEST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEST-STATUS.
           SELECT ARQAVF ASSIGN TO UT-S-ARQAVF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAVF-STATUS.
           SELECT ARQSLA ASSIGN TO UT-S-ARQSLA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSLA-STATUS.
           SELECT ARQSLB ASSIGN TO UT-S-ARQSLB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSLB-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQFRE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-FREQ.
       01   REG-FREQ.
            05 FRE-MATRICULA    PIC 9(05).
            05 FRE-AULAS-DADAS  PIC 9(03).
            05 FRE-FALTAS       PIC 9(03).
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
       FD   ARQEST
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ESTUDANTE.
       01   REG-ESTUDANTE.
            05 EST-MATRICULA    PIC 9(05).
            05 EST-NOME         PIC X(20).
            05 EST-TURMA        PIC X(04).
       FD   ARQAVF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-AVF.
       01   REG-AVF.
            05 AVF-MATRICULA    PIC 9(05).
            05 AVF-PERIODO      PIC X(06).
            05 AVF-NIVEL        PIC 9(02).
            05 AVF-DATA         PIC 9(08).
            05 AVF-PAGADOR      PIC 9(05).
            05 AVF-PCT-FALTAS   PIC 9(03)V99.
       FD   ARQSLA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SLA.
       01   REG-SLA.
            05 SLA-CODIGO       PIC 9(05).
            05 SLA-VALOR        PIC 9(07)V99.
            05 SLA-VENCTO       PIC 9(08).
            05 SLA-ALUNO        PIC X(20).
       FD   ARQSLB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SLB.
       01   REG-SLB.
            05 SLB-CODIGO       PIC 9(05).
            05 SLB-VALOR        PIC 9(07)V99.
            05 SLB-VENCTO       PIC 9(08).
            05 SLB-ALUNO        PIC X(20).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQFRE        PIC X VALUE 'N'.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQEST        PIC X VALUE 'N'.
       77  FS-ARQAVF        PIC X VALUE 'N'.
       77  FS-ARQFRE-STATUS PIC XX VALUE '00'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQEST-STATUS PIC XX VALUE '00'.
       77  FS-ARQAVF-STATUS PIC XX VALUE '00'.
       77  FS-ARQSLA-STATUS PIC XX VALUE '00'.
       77  FS-ARQSLB-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-LIMITE-ALERTA PIC 9(03)V99 VALUE 15.
       77  WRK-LIMITE-GRAVE PIC 9(03)V99 VALUE 20.
       01  WRK-TAB-MATRICULAS.
           05 WRK-TAB-MTR-ENTRY OCCURS 500 TIMES.
               10 WRK-MTR-MATRICULA PIC 9(05).
               10 WRK-MTR-TURMA     PIC X(04).
               10 WRK-MTR-PAGADOR   PIC 9(05).
       77  WRK-MTR-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-ESTUDANTES.
           05 WRK-TAB-EST-ENTRY OCCURS 500 TIMES.
               10 WRK-EST-MATRICULA PIC 9(05).
               10 WRK-EST-NOME      PIC X(20).
       77  WRK-EST-QTD      PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * AVISOS JA EMITIDOS NO PERIODO, POR NIVEL (15 OU 20)
      *-----------------------------------------------------
       01  WRK-TAB-AVISOS.
           05 WRK-TAB-AVF-ENTRY OCCURS 500 TIMES.
               10 WRK-AVF-MATRICULA PIC 9(05).
               10 WRK-AVF-NIVEL     PIC 9(02).
       77  WRK-AVF-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-TURMAS.
           05 WRK-TAB-TUR-ENTRY OCCURS 50 TIMES.
               10 WRK-TUR-TURMA    PIC X(04).
               10 WRK-TUR-ALUNOS   PIC 9(03).
               10 WRK-TUR-ALERTA   PIC 9(03).
               10 WRK-TUR-GRAVE    PIC 9(03).
       77  WRK-TUR-QTD      PIC 9(02) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-POS-TUR      PIC 9(02) VALUE 0.
       77  WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77  WRK-TURMA        PIC X(04) VALUE SPACES.
       77  WRK-PAGADOR      PIC 9(05) VALUE ZEROS.
       77  WRK-NOME-ALUNO   PIC X(20) VALUE SPACES.
       77  WRK-PERC-FALTAS  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERC-ED      PIC ZZ9,99.
       77  WRK-NIVEL        PIC 9(02) VALUE 0.
       77  WRK-JA-AVISADO   PIC 9 VALUE 0.
       77  WRK-AVISO        PIC X(15) VALUE SPACES.
       77  WRK-QTD-LIDOS    PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-MTR  PIC 9(05) VALUE 0.
       77  WRK-QTD-RISCO    PIC 9(05) VALUE 0.
       77  WRK-QTD-CARTAS-15 PIC 9(05) VALUE 0.
       77  WRK-QTD-CARTAS-20 PIC 9(05) VALUE 0.
       77  WRK-QTD-JA-AVISADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-PAGADOR PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0300-PROCESSAR UNTIL FS-ARQFRE = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * AVISO PREVIO DE FALTAS, RODADA SEMANAL: O PROG007 SO
      * REPROVA POR FALTAS (MAIS DE 25 PCT) NO FECHAMENTO DO
      * PERIODO. AQUI QUEM CHEGOU A 15 PCT OU A 20 PCT DAS
      * AULAS DADAS NO ARQFRE E SELECIONADO PARA A CARTA AO
      * RESPONSAVEL (MTR-PAGADOR, ENDERECO DO CADASTRO DE
      * CLIENTES), NO ESQUEMA MODELO + SELECAO DO PROG052:
      * O ARQSLA LEVA OS AVISOS DE 15 PCT (MODELO 05 DO
      * ARQTPL) E O ARQSLB OS DE 20 PCT (MODELO 06), E O
      * MOTOR DE CARTAS PROG137 RODA UMA VEZ PARA CADA UM NO
      * PASSO SEGUINTE. CADA AVISO FICA NO ARQAVF PARA QUE O
      * ALUNO RECEBA A CARTA DE CADA NIVEL UMA VEZ SO NO
      * PERIODO; QUEM JA PASSOU DIRETO A 20 PCT NAO RECEBE
      * MAIS A DE 15. NO ARQREL SAEM OS ALUNOS EM RISCO E O
      * RESUMO POR TURMA PARA A COORDENACAO
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'PERIODO (AAAA-P)............'.
           ACCEPT WRK-PERIODO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-CARREGAR-MATRICULAS.
           IF WRK-MTR-QTD = 0
              DISPLAY 'NENHUMA MATRICULA NO PERIODO ' WRK-PERIODO
              MOVE 'F' TO FS-ARQFRE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0170-CARREGAR-ESTUDANTES.
           PERFORM 0190-CARREGAR-AVISOS.
           OPEN INPUT ARQFRE.
             IF FS-ARQFRE-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQFRE.... ' FS-ARQFRE-STATUS
                MOVE 'F' TO FS-ARQFRE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN EXTEND ARQAVF.
           IF FS-ARQAVF-STATUS = '35'
              OPEN OUTPUT ARQAVF.
             IF FS-ARQAVF-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQAVF.... ' FS-ARQAVF-STATUS
                MOVE 'F' TO FS-ARQFRE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQSLA.
             IF FS-ARQSLA-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQSLA.... ' FS-ARQSLA-STATUS
                MOVE 'F' TO FS-ARQFRE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQSLB.
             IF FS-ARQSLB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQSLB.... ' FS-ARQSLB-STATUS
                MOVE 'F' TO FS-ARQFRE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                MOVE 'F' TO FS-ARQFRE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE SPACES TO REG-REL.
           STRING 'ALUNOS EM RISCO POR FALTAS -- PERIODO '
                  WRK-PERIODO ' -- ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'MATRIC NOME                 TURMA AULAS FALTAS '
                  '   PCT AVISO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           READ ARQFRE AT END
                       MOVE 'F' TO FS-ARQFRE.
       0100-FIM.
      *-----------------------------------------------------
       0150-CARREGAR-MATRICULAS.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              DISPLAY 'CONTROLE DE MATRICULAS AUSENTE '
                      FS-ARQMTR-STATUS
           ELSE
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR
              END-READ
              PERFORM 0160-GUARDAR-MATRICULA UNTIL FS-ARQMTR = 'F'
              CLOSE ARQMTR.
      *-----------------------------------------------------
       0160-GUARDAR-MATRICULA.
           IF MTR-PERIODO = WRK-PERIODO AND MTR-SITUACAO = 'M'
              IF WRK-MTR-QTD > 499
                 DISPLAY 'MATRICULAS EXCEDEM O LIMITE DE 500'
                 MOVE 'F' TO FS-ARQMTR
              ELSE
                 ADD 1 TO WRK-MTR-QTD
                 MOVE MTR-MATRICULA
                   TO WRK-MTR-MATRICULA (WRK-MTR-QTD)
                 MOVE MTR-TURMA   TO WRK-MTR-TURMA (WRK-MTR-QTD)
                 MOVE MTR-PAGADOR TO WRK-MTR-PAGADOR (WRK-MTR-QTD)
              END-IF.
           IF FS-ARQMTR NOT = 'F'
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR.
      *-----------------------------------------------------
       0170-CARREGAR-ESTUDANTES.
           OPEN INPUT ARQEST.
           IF FS-ARQEST-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE ESTUDANTES AUSENTE'
           ELSE
              READ ARQEST AT END
                          MOVE 'F' TO FS-ARQEST
              END-READ
              PERFORM 0180-GUARDAR-ESTUDANTE UNTIL FS-ARQEST = 'F'
              CLOSE ARQEST.
      *-----------------------------------------------------
       0180-GUARDAR-ESTUDANTE.
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
       0190-CARREGAR-AVISOS.
           OPEN INPUT ARQAVF.
           IF FS-ARQAVF-STATUS = '00'
              READ ARQAVF AT END
                          MOVE 'F' TO FS-ARQAVF
              END-READ
              PERFORM 0195-GUARDAR-AVISO UNTIL FS-ARQAVF = 'F'
              CLOSE ARQAVF.
      *-----------------------------------------------------
       0195-GUARDAR-AVISO.
           IF AVF-PERIODO = WRK-PERIODO
              IF WRK-AVF-QTD > 499
                 DISPLAY 'AVISOS EXCEDEM O LIMITE DE 500'
                 MOVE 'F' TO FS-ARQAVF
              ELSE
                 ADD 1 TO WRK-AVF-QTD
                 MOVE AVF-MATRICULA
                   TO WRK-AVF-MATRICULA (WRK-AVF-QTD)
                 MOVE AVF-NIVEL TO WRK-AVF-NIVEL (WRK-AVF-QTD)
              END-IF.
           IF FS-ARQAVF NOT = 'F'
              READ ARQAVF AT END
                          MOVE 'F' TO FS-ARQAVF.
      *-----------------------------------------------------
       0300-PROCESSAR.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE FRE-MATRICULA TO WRK-MATRICULA.
           MOVE 0 TO WRK-POS.
           PERFORM 0310-PROCURAR-MATRICULA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MTR-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              ADD 1 TO WRK-QTD-SEM-MTR
           ELSE
              PERFORM 0400-AVALIAR-ALUNO THRU 0400-FIM.
           READ ARQFRE AT END
                       MOVE 'F' TO FS-ARQFRE.
      *-----------------------------------------------------
       0310-PROCURAR-MATRICULA.
           IF WRK-MTR-MATRICULA (WRK-IDX) = WRK-MATRICULA
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
      * MESMO CALCULO DE PERCENTUAL DO PROG007
      *-----------------------------------------------------
       0400-AVALIAR-ALUNO.
           MOVE WRK-MTR-TURMA (WRK-POS)   TO WRK-TURMA.
           MOVE WRK-MTR-PAGADOR (WRK-POS) TO WRK-PAGADOR.
           PERFORM 0500-LOCALIZAR-TURMA.
           IF WRK-POS-TUR = 0
              GO TO 0400-FIM.
           ADD 1 TO WRK-TUR-ALUNOS (WRK-POS-TUR).
           IF FRE-AULAS-DADAS = 0
              GO TO 0400-FIM.
           COMPUTE WRK-PERC-FALTAS =
               FRE-FALTAS * 100 / FRE-AULAS-DADAS.
           IF WRK-PERC-FALTAS NOT < WRK-LIMITE-GRAVE
              MOVE 20 TO WRK-NIVEL
              ADD 1 TO WRK-TUR-GRAVE (WRK-POS-TUR)
           ELSE
              IF WRK-PERC-FALTAS NOT < WRK-LIMITE-ALERTA
                 MOVE 15 TO WRK-NIVEL
                 ADD 1 TO WRK-TUR-ALERTA (WRK-POS-TUR)
              ELSE
                 GO TO 0400-FIM.
           ADD 1 TO WRK-QTD-RISCO.
           MOVE 0 TO WRK-JA-AVISADO.
           PERFORM 0420-COMPARAR-AVISO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-AVF-QTD.
           PERFORM 0450-BUSCAR-NOME.
           IF WRK-JA-AVISADO = 1
              MOVE 'JA AVISADO' TO WRK-AVISO
              ADD 1 TO WRK-QTD-JA-AVISADOS
           ELSE
              IF WRK-PAGADOR = 0
                 MOVE 'SEM RESPONSAVEL' TO WRK-AVISO
                 ADD 1 TO WRK-QTD-SEM-PAGADOR
              ELSE
                 PERFORM 0600-SELECIONAR-CARTA.
           MOVE WRK-PERC-FALTAS TO WRK-PERC-ED.
           MOVE SPACES TO REG-REL.
           STRING WRK-MATRICULA '  ' WRK-NOME-ALUNO ' '
                  WRK-TURMA '    ' FRE-AULAS-DADAS '    '
                  FRE-FALTAS ' ' WRK-PERC-ED ' ' WRK-AVISO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
       0400-FIM.
      *-----------------------------------------------------
      * A CARTA DE 20 PCT JA EMITIDA COBRE TAMBEM A DE 15
      *-----------------------------------------------------
       0420-COMPARAR-AVISO.
           IF WRK-AVF-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-AVF-NIVEL (WRK-IDX) NOT < WRK-NIVEL
              MOVE 1 TO WRK-JA-AVISADO.
      *-----------------------------------------------------
       0450-BUSCAR-NOME.
           MOVE SPACES TO WRK-NOME-ALUNO.
           PERFORM 0460-COMPARAR-NOME
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-EST-QTD.
      *-----------------------------------------------------
       0460-COMPARAR-NOME.
           IF WRK-EST-MATRICULA (WRK-IDX) = WRK-MATRICULA
              MOVE WRK-EST-NOME (WRK-IDX) TO WRK-NOME-ALUNO.
      *-----------------------------------------------------
       0500-LOCALIZAR-TURMA.
           MOVE 0 TO WRK-POS-TUR.
           PERFORM 0510-COMPARAR-TURMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TUR-QTD OR WRK-POS-TUR NOT = 0.
           IF WRK-POS-TUR = 0
              IF WRK-TUR-QTD > 49
                 DISPLAY 'TURMAS EXCEDEM O LIMITE DE 50 ' WRK-TURMA
              ELSE
                 ADD 1 TO WRK-TUR-QTD
                 MOVE WRK-TUR-QTD TO WRK-POS-TUR
                 MOVE WRK-TURMA TO WRK-TUR-TURMA (WRK-POS-TUR)
                 MOVE ZEROS TO WRK-TUR-ALUNOS (WRK-POS-TUR)
                 MOVE ZEROS TO WRK-TUR-ALERTA (WRK-POS-TUR)
                 MOVE ZEROS TO WRK-TUR-GRAVE (WRK-POS-TUR).
      *-----------------------------------------------------
       0510-COMPARAR-TURMA.
           IF WRK-TUR-TURMA (WRK-IDX) = WRK-TURMA
              MOVE WRK-IDX TO WRK-POS-TUR.
      *-----------------------------------------------------
       0600-SELECIONAR-CARTA.
           IF WRK-NIVEL = 20
              MOVE SPACES TO REG-SLB
              MOVE WRK-PAGADOR    TO SLB-CODIGO
              MOVE ZEROS          TO SLB-VALOR
              MOVE ZEROS          TO SLB-VENCTO
              MOVE WRK-NOME-ALUNO TO SLB-ALUNO
              WRITE REG-SLB
              MOVE 'CARTA 20 PCT' TO WRK-AVISO
              ADD 1 TO WRK-QTD-CARTAS-20
           ELSE
              MOVE SPACES TO REG-SLA
              MOVE WRK-PAGADOR    TO SLA-CODIGO
              MOVE ZEROS          TO SLA-VALOR
              MOVE ZEROS          TO SLA-VENCTO
              MOVE WRK-NOME-ALUNO TO SLA-ALUNO
              WRITE REG-SLA
              MOVE 'CARTA 15 PCT' TO WRK-AVISO
              ADD 1 TO WRK-QTD-CARTAS-15.
           MOVE SPACES TO REG-AVF.
           MOVE WRK-MATRICULA   TO AVF-MATRICULA.
           MOVE WRK-PERIODO     TO AVF-PERIODO.
           MOVE WRK-NIVEL       TO AVF-NIVEL.
           MOVE WRK-DATA-HOJE   TO AVF-DATA.
           MOVE WRK-PAGADOR     TO AVF-PAGADOR.
           MOVE WRK-PERC-FALTAS TO AVF-PCT-FALTAS.
           WRITE REG-AVF.
      *-----------------------------------------------------
       0800-RESUMO-TURMA.
           MOVE SPACES TO REG-REL.
           STRING WRK-TUR-TURMA (WRK-IDX) '     '
                  WRK-TUR-ALUNOS (WRK-IDX) '       '
                  WRK-TUR-ALERTA (WRK-IDX) '     '
                  WRK-TUR-GRAVE (WRK-IDX)
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-RETORNO NOT = 8
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               MOVE 'RESUMO POR TURMA' TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               MOVE 'TURMA ALUNOS 15-20 PCT 20+ PCT' TO REG-REL
               WRITE REG-REL
               PERFORM 0800-RESUMO-TURMA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-TUR-QTD
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING 'EM RISCO ' WRK-QTD-RISCO
                      '  CARTAS 15 PCT ' WRK-QTD-CARTAS-15
                      '  CARTAS 20 PCT ' WRK-QTD-CARTAS-20
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               CLOSE ARQFRE
               CLOSE ARQAVF
               CLOSE ARQSLA
               CLOSE ARQSLB
               CLOSE ARQREL.
            IF WRK-QTD-SEM-MTR NOT = 0 OR WRK-QTD-SEM-PAGADOR NOT = 0
               IF WRK-RETORNO = 0
                  MOVE 4 TO WRK-RETORNO.
            DISPLAY '------------------------------------'.
            DISPLAY 'FREQUENCIAS LIDAS....... ' WRK-QTD-LIDOS.
            DISPLAY 'SEM MATRICULA NO PERIODO ' WRK-QTD-SEM-MTR.
            DISPLAY 'ALUNOS EM RISCO......... ' WRK-QTD-RISCO.
            DISPLAY 'CARTAS DE 15 PCT........ ' WRK-QTD-CARTAS-15.
            DISPLAY 'CARTAS DE 20 PCT........ ' WRK-QTD-CARTAS-20.
            DISPLAY 'JA AVISADOS NO PERIODO.. ' WRK-QTD-JA-AVISADOS.
            DISPLAY 'SEM RESPONSAVEL......... ' WRK-QTD-SEM-PAGADOR.
