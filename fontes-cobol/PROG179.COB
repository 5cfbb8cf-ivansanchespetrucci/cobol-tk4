       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG179.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQHOR ASSIGN TO UT-S-ARQHOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOR-CHAVE
                  FILE STATUS IS FS-ARQHOR-STATUS.
           SELECT ARQDIS ASSIGN TO UT-S-ARQDIS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-DIS-CODIGO
                  FILE STATUS IS FS-ARQDIS-STATUS.
           SELECT ARQPRF ASSIGN TO UT-S-ARQPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-PRF-CODIGO
                  FILE STATUS IS FS-ARQPRF-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQHOR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 25 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-HORARIO.
       01   REG-HORARIO.
            05 HOR-CHAVE.
               10 HOR-PERIODO   PIC X(06).
               10 HOR-TURMA     PIC X(04).
               10 HOR-DIA       PIC 9(01).
               10 HOR-AULA      PIC 9(02).
            05 HOR-DISCIPLINA   PIC 9(03).
            05 HOR-SALA         PIC X(04).
            05 HOR-PROFESSOR    PIC 9(04).
            05 HOR-SITUACAO     PIC X(01).
       FD   ARQDIS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 22 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DISCIPLINA.
       01   REG-DISCIPLINA.
            05 REG-DIS-CODIGO   PIC 9(03).
            05 REG-DIS-NOME     PIC X(15).
            05 REG-DIS-PESO     PIC 9(01).
            05 REG-DIS-STATUS   PIC X(01).
            05 REG-DIS-HORAS    PIC 9(02).
       FD   ARQPRF
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 32 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PROFESSOR.
       01   REG-PROFESSOR.
            05 REG-PRF-CODIGO   PIC 9(04).
            05 REG-PRF-NOME     PIC X(25).
            05 REG-PRF-CARGA    PIC 9(02).
            05 REG-PRF-STATUS   PIC X(01).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPRF        PIC X VALUE 'N'.
       77  FS-ARQHOR-STATUS PIC XX VALUE '00'.
       77  FS-ARQDIS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRF-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-DIS      PIC 9 VALUE 0.
       77  WRK-FIM-SCAN     PIC X VALUE 'N'.
       01  WRK-TAB-AULAS.
           05 WRK-TAB-AUL-ENTRY OCCURS 500 TIMES.
               10 WRK-AUL-TURMA    PIC X(04).
               10 WRK-AUL-DIA      PIC 9(01).
               10 WRK-AUL-AULA     PIC 9(02).
               10 WRK-AUL-DISC     PIC 9(03).
               10 WRK-AUL-SALA     PIC X(04).
               10 WRK-AUL-PROF     PIC 9(04).
               10 WRK-AUL-SIT      PIC X(01).
       77  WRK-AUL-QTD      PIC 9(03) VALUE 0.
       77  WRK-I            PIC 9(03) VALUE 0.
       01  WRK-TAB-PROFESSORES.
           05 WRK-TAB-PRO-ENTRY OCCURS 100 TIMES.
               10 WRK-PRO-CODIGO   PIC 9(04).
               10 WRK-PRO-NOME     PIC X(25).
               10 WRK-PRO-CARGA    PIC 9(02).
               10 WRK-PRO-AULAS    PIC 9(03).
       77  WRK-PRO-QTD      PIC 9(03) VALUE 0.
       77  WRK-PRO-IDX      PIC 9(03) VALUE 0.
       77  WRK-DIA          PIC 9(01) VALUE 0.
       77  WRK-AULA         PIC 9(02) VALUE 0.
       77  WRK-TURMA-ATUAL  PIC X(04) VALUE SPACES.
       77  WRK-NOME-DISC    PIC X(15) VALUE SPACES.
       77  WRK-NOME-PROF    PIC X(25) VALUE SPACES.
       77  WRK-DIFERENCA    PIC 9(03) VALUE 0.
       01  WRK-NOMES-DIAS.
           05 FILLER        PIC X(03) VALUE 'SEG'.
           05 FILLER        PIC X(03) VALUE 'TER'.
           05 FILLER        PIC X(03) VALUE 'QUA'.
           05 FILLER        PIC X(03) VALUE 'QUI'.
           05 FILLER        PIC X(03) VALUE 'SEX'.
           05 FILLER        PIC X(03) VALUE 'SAB'.
       01  WRK-TAB-DIAS REDEFINES WRK-NOMES-DIAS.
           05 WRK-DIA-NOME  PIC X(03) OCCURS 6 TIMES.
       77  WRK-DIA-IDX      PIC 9(01) VALUE 0.
       77  WRK-QTD-ACIMA    PIC 9(03) VALUE 0.
       77  WRK-QTD-ABAIXO   PIC 9(03) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0300-GRADE-TURMAS
               PERFORM 0500-GRADE-PROFESSORES
               PERFORM 0700-CARGA-PROFESSORES.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * IMPRESSAO DA GRADE HORARIA DO PERIODO (PROG177) NO
      * ARQREL: A GRADE DE CADA TURMA, A GRADE DE CADA
      * PROFESSOR ATIVO DO ARQPRF (PROG176) E A CARGA SEMANAL
      * DE CADA UM CONTRA A CARGA CONTRATADA. A COLUNA SIT E A
      * SITUACAO DA CRITICA DO PROG178 (V VALIDA, R RECUSADA,
      * P PENDENTE)
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'PERIODO (AAAA-P)..'.
           ACCEPT WRK-PERIODO.
           OPEN INPUT ARQHOR.
           IF FS-ARQHOR-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQHOR.... ' FS-ARQHOR-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN INPUT ARQPRF.
           IF FS-ARQPRF-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPRF.... ' FS-ARQPRF-STATUS
              CLOSE ARQHOR
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
           IF FS-ARQREL-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
              CLOSE ARQHOR
              CLOSE ARQPRF
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT ARQDIS.
           IF FS-ARQDIS-STATUS = '00'
              MOVE 1 TO WRK-TEM-DIS
           ELSE
              DISPLAY 'ARQDIS AUSENTE, GRADE SEM NOME DA DISCIPLINA'.
           MOVE WRK-PERIODO TO HOR-PERIODO.
           MOVE LOW-VALUES TO HOR-TURMA.
           MOVE ZEROS TO HOR-DIA.
           MOVE ZEROS TO HOR-AULA.
           MOVE 'N' TO WRK-FIM-SCAN.
           START ARQHOR KEY IS NOT < HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
           END-START.
           PERFORM 0150-GUARDAR-AULA UNTIL WRK-FIM-SCAN = 'S'.
           IF WRK-AUL-QTD = 0
              DISPLAY 'NENHUMA AULA NA GRADE DO PERIODO'
              MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
       0150-GUARDAR-AULA.
           READ ARQHOR NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   IF HOR-PERIODO NOT = WRK-PERIODO
                      MOVE 'S' TO WRK-FIM-SCAN
                   ELSE
                      IF WRK-AUL-QTD > 499
                         DISPLAY 'AULAS EXCEDEM O LIMITE DE 500'
                         MOVE 'S' TO WRK-FIM-SCAN
                      ELSE
                         ADD 1 TO WRK-AUL-QTD
                         MOVE HOR-TURMA TO WRK-AUL-TURMA (WRK-AUL-QTD)
                         MOVE HOR-DIA   TO WRK-AUL-DIA (WRK-AUL-QTD)
                         MOVE HOR-AULA  TO WRK-AUL-AULA (WRK-AUL-QTD)
                         MOVE HOR-DISCIPLINA
                                        TO WRK-AUL-DISC (WRK-AUL-QTD)
                         MOVE HOR-SALA  TO WRK-AUL-SALA (WRK-AUL-QTD)
                         MOVE HOR-PROFESSOR
                                        TO WRK-AUL-PROF (WRK-AUL-QTD)
                         MOVE HOR-SITUACAO
                                        TO WRK-AUL-SIT (WRK-AUL-QTD)
                      END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------
      * A TABELA VEM NA ORDEM DA CHAVE (TURMA, DIA, AULA)
      *-----------------------------------------------------
       0300-GRADE-TURMAS.
           PERFORM 0320-LINHA-TURMA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-AUL-QTD.
      *-----------------------------------------------------
       0320-LINHA-TURMA.
           IF WRK-AUL-TURMA (WRK-I) NOT = WRK-TURMA-ATUAL
              MOVE WRK-AUL-TURMA (WRK-I) TO WRK-TURMA-ATUAL
              MOVE SPACES TO REG-REL
              WRITE REG-REL
              MOVE SPACES TO REG-REL
              STRING 'GRADE DA TURMA ' WRK-TURMA-ATUAL
                     ' -- PERIODO ' WRK-PERIODO
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL
              MOVE SPACES TO REG-REL
              STRING 'DIA AULA DISCIPLINA           SALA '
                     'PROFESSOR                     SIT'
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL.
           PERFORM 0800-NOME-DISCIPLINA.
           MOVE WRK-AUL-PROF (WRK-I) TO REG-PRF-CODIGO.
           READ ARQPRF
               INVALID KEY
                   MOVE 'PROFESSOR INEXISTENTE' TO WRK-NOME-PROF
               NOT INVALID KEY
                   MOVE REG-PRF-NOME TO WRK-NOME-PROF
           END-READ.
           PERFORM 0820-NOME-DIA.
           MOVE SPACES TO REG-REL.
           STRING WRK-DIA-NOME (WRK-DIA-IDX) '  '
                  WRK-AUL-AULA (WRK-I) '  '
                  WRK-AUL-DISC (WRK-I) ' ' WRK-NOME-DISC '  '
                  WRK-AUL-SALA (WRK-I) ' '
                  WRK-AUL-PROF (WRK-I) ' ' WRK-NOME-PROF ' '
                  WRK-AUL-SIT (WRK-I)
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
      * GRADE DE CADA PROFESSOR ATIVO EM ORDEM DE DIA E AULA,
      * GUARDANDO AS AULAS DA SEMANA PARA O QUADRO DE CARGA
      *-----------------------------------------------------
       0500-GRADE-PROFESSORES.
           MOVE ZEROS TO REG-PRF-CODIGO.
           START ARQPRF KEY IS NOT < REG-PRF-CODIGO
               INVALID KEY
                   MOVE 'F' TO FS-ARQPRF
           END-START.
           IF FS-ARQPRF NOT = 'F'
              READ ARQPRF NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQPRF
              END-READ
              PERFORM 0520-GRADE-PROFESSOR UNTIL FS-ARQPRF = 'F'.
      *-----------------------------------------------------
       0520-GRADE-PROFESSOR.
           IF REG-PRF-STATUS = 'A'
              IF WRK-PRO-QTD > 99
                 DISPLAY 'PROFESSORES EXCEDEM O LIMITE DE 100'
                 MOVE 'F' TO FS-ARQPRF
              ELSE
                 ADD 1 TO WRK-PRO-QTD
                 MOVE REG-PRF-CODIGO TO WRK-PRO-CODIGO (WRK-PRO-QTD)
                 MOVE REG-PRF-NOME   TO WRK-PRO-NOME (WRK-PRO-QTD)
                 MOVE REG-PRF-CARGA  TO WRK-PRO-CARGA (WRK-PRO-QTD)
                 MOVE ZEROS          TO WRK-PRO-AULAS (WRK-PRO-QTD)
                 MOVE SPACES TO REG-REL
                 WRITE REG-REL
                 MOVE SPACES TO REG-REL
                 STRING 'GRADE DO PROFESSOR ' REG-PRF-CODIGO ' '
                        REG-PRF-NOME ' -- PERIODO ' WRK-PERIODO
                     DELIMITED BY SIZE INTO REG-REL
                 WRITE REG-REL
                 MOVE SPACES TO REG-REL
                 STRING 'DIA AULA TURMA  DISCIPLINA           SALA SIT'
                     DELIMITED BY SIZE INTO REG-REL
                 WRITE REG-REL
                 PERFORM 0540-HORARIO-PROFESSOR
                     VARYING WRK-DIA FROM 2 BY 1 UNTIL WRK-DIA > 7
                     AFTER WRK-AULA FROM 1 BY 1 UNTIL WRK-AULA > 10
                 IF WRK-PRO-AULAS (WRK-PRO-QTD) = 0
                    MOVE SPACES TO REG-REL
                    STRING 'SEM AULAS ATRIBUIDAS NO PERIODO'
                        DELIMITED BY SIZE INTO REG-REL
                    WRITE REG-REL
                 END-IF
              END-IF.
           IF FS-ARQPRF NOT = 'F'
              READ ARQPRF NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQPRF.
      *-----------------------------------------------------
       0540-HORARIO-PROFESSOR.
           PERFORM 0560-AULA-PROFESSOR
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-AUL-QTD.
      *-----------------------------------------------------
       0560-AULA-PROFESSOR.
           IF WRK-AUL-PROF (WRK-I) = WRK-PRO-CODIGO (WRK-PRO-QTD)
              AND WRK-AUL-DIA (WRK-I) = WRK-DIA
              AND WRK-AUL-AULA (WRK-I) = WRK-AULA
              ADD 1 TO WRK-PRO-AULAS (WRK-PRO-QTD)
              PERFORM 0800-NOME-DISCIPLINA
              PERFORM 0820-NOME-DIA
              MOVE SPACES TO REG-REL
              STRING WRK-DIA-NOME (WRK-DIA-IDX) '  '
                     WRK-AUL-AULA (WRK-I) '   '
                     WRK-AUL-TURMA (WRK-I) '  '
                     WRK-AUL-DISC (WRK-I) ' ' WRK-NOME-DISC '  '
                     WRK-AUL-SALA (WRK-I) ' '
                     WRK-AUL-SIT (WRK-I)
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL.
      *-----------------------------------------------------
      * CARGA SEMANAL: AULAS ATRIBUIDAS NA GRADE CONTRA AS
      * AULAS CONTRATADAS DO ARQPRF
      *-----------------------------------------------------
       0700-CARGA-PROFESSORES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'CARGA SEMANAL DOS PROFESSORES -- PERIODO '
                  WRK-PERIODO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'PROF NOME                      CONTRATO AULAS'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0720-CARGA-PROFESSOR
               VARYING WRK-PRO-IDX FROM 1 BY 1
               UNTIL WRK-PRO-IDX > WRK-PRO-QTD.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'PROFESSORES ' WRK-PRO-QTD
                  '  ACIMA DO CONTRATO ' WRK-QTD-ACIMA
                  '  ABAIXO DO CONTRATO ' WRK-QTD-ABAIXO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0720-CARGA-PROFESSOR.
           MOVE SPACES TO REG-REL.
           IF WRK-PRO-AULAS (WRK-PRO-IDX) > WRK-PRO-CARGA (WRK-PRO-IDX)
              ADD 1 TO WRK-QTD-ACIMA
              COMPUTE WRK-DIFERENCA = WRK-PRO-AULAS (WRK-PRO-IDX)
                                    - WRK-PRO-CARGA (WRK-PRO-IDX)
              STRING WRK-PRO-CODIGO (WRK-PRO-IDX) ' '
                     WRK-PRO-NOME (WRK-PRO-IDX) '  '
                     WRK-PRO-CARGA (WRK-PRO-IDX) '       '
                     WRK-PRO-AULAS (WRK-PRO-IDX)
                     '  ACIMA DO CONTRATO EM ' WRK-DIFERENCA
                  DELIMITED BY SIZE INTO REG-REL
           ELSE
              IF WRK-PRO-AULAS (WRK-PRO-IDX)
                 < WRK-PRO-CARGA (WRK-PRO-IDX)
                 ADD 1 TO WRK-QTD-ABAIXO
                 COMPUTE WRK-DIFERENCA = WRK-PRO-CARGA (WRK-PRO-IDX)
                                       - WRK-PRO-AULAS (WRK-PRO-IDX)
                 STRING WRK-PRO-CODIGO (WRK-PRO-IDX) ' '
                        WRK-PRO-NOME (WRK-PRO-IDX) '  '
                        WRK-PRO-CARGA (WRK-PRO-IDX) '       '
                        WRK-PRO-AULAS (WRK-PRO-IDX)
                        '  ABAIXO DO CONTRATO EM ' WRK-DIFERENCA
                     DELIMITED BY SIZE INTO REG-REL
              ELSE
                 STRING WRK-PRO-CODIGO (WRK-PRO-IDX) ' '
                        WRK-PRO-NOME (WRK-PRO-IDX) '  '
                        WRK-PRO-CARGA (WRK-PRO-IDX) '       '
                        WRK-PRO-AULAS (WRK-PRO-IDX)
                     DELIMITED BY SIZE INTO REG-REL
              END-IF.
           WRITE REG-REL.
      *-----------------------------------------------------
       0800-NOME-DISCIPLINA.
           MOVE SPACES TO WRK-NOME-DISC.
           IF WRK-TEM-DIS = 1
              MOVE WRK-AUL-DISC (WRK-I) TO REG-DIS-CODIGO
              READ ARQDIS
                  INVALID KEY
                      MOVE 'NAO CADASTRADA' TO WRK-NOME-DISC
                  NOT INVALID KEY
                      MOVE REG-DIS-NOME TO WRK-NOME-DISC
              END-READ.
      *-----------------------------------------------------
       0820-NOME-DIA.
           MOVE 1 TO WRK-DIA-IDX.
           IF WRK-AUL-DIA (WRK-I) > 1 AND WRK-AUL-DIA (WRK-I) < 8
              COMPUTE WRK-DIA-IDX = WRK-AUL-DIA (WRK-I) - 1.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               CLOSE ARQHOR
               CLOSE ARQPRF
               CLOSE ARQREL
               IF WRK-TEM-DIS = 1
                  CLOSE ARQDIS
               END-IF
               DISPLAY 'AULAS NA GRADE.......... ' WRK-AUL-QTD
               DISPLAY 'PROFESSORES IMPRESSOS... ' WRK-PRO-QTD
               DISPLAY 'ACIMA DO CONTRATO....... ' WRK-QTD-ACIMA
               DISPLAY 'ABAIXO DO CONTRATO...... ' WRK-QTD-ABAIXO.
