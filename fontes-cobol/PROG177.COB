       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG177.
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
           SELECT ARQTRF ASSIGN TO UT-S-ARQTRF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTRF-STATUS.
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
       FD   ARQTRF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TRF.
       01   REG-TRF.
            05 TRF-TURMA        PIC X(04).
            05 TRF-NIVEL        PIC X(02).
            05 TRF-CAPACIDADE   PIC 9(03).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQTRF        PIC X VALUE 'N'.
       77  FS-ARQHOR-STATUS PIC XX VALUE '00'.
       77  FS-ARQDIS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRF-STATUS PIC XX VALUE '00'.
       77  FS-ARQTRF-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-TURMA        PIC X(04) VALUE SPACES.
       77  WRK-TURMA-OK     PIC 9 VALUE 0.
       77  WRK-DIA          PIC 9(01) VALUE 0.
       77  WRK-AULA         PIC 9(02) VALUE 0.
       77  WRK-DISCIPLINA   PIC 9(03) VALUE 0.
       77  WRK-SALA         PIC X(04) VALUE SPACES.
       77  WRK-PROFESSOR    PIC 9(04) VALUE 0.
       77  WRK-VALIDO       PIC 9 VALUE 0.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-FIM-SCAN     PIC X VALUE 'N'.
       77  WRK-QTD          PIC 9(03) VALUE 0.
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
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'GRADE HORARIA DAS TURMAS'.
            PERFORM 0100-ABRIR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               DISPLAY '1=INCLUIR 2=ALTERAR 3=EXCLUIR 4=LISTAR..'
               ACCEPT WRK-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR
                   WHEN 2 PERFORM 0300-ALTERAR
                   WHEN 3 PERFORM 0400-EXCLUIR
                   WHEN 4 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               CLOSE ARQHOR
               CLOSE ARQDIS
               CLOSE ARQPRF.
           STOP RUN.
      *-----------------------------------------------------
      * GRADE HORARIA POR PERIODO E TURMA: CADA AULA (DIA DA
      * SEMANA 2=SEG A 7=SAB E AULA 01 A 10 DO TURNO) LEVA A
      * DISCIPLINA DO ARQDIS (PROG114), A SALA E O PROFESSOR
      * DO ARQPRF (PROG176). A CHAVE JA IMPEDE A TURMA EM DUAS
      * AULAS NO MESMO HORARIO; CHOQUE DE PROFESSOR OU DE SALA
      * ENTRE TURMAS E CARGA DA DISCIPLINA FICAM PARA A CRITICA
      * DO PROG178, POR ISSO TODA AULA GRAVADA OU ALTERADA
      * VOLTA PARA A SITUACAO P (PENDENTE DE CRITICA)
      *-----------------------------------------------------
       0100-ABRIR.
           DISPLAY 'PERIODO (AAAA-P)..........'.
           ACCEPT WRK-PERIODO.
           DISPLAY 'TURMA.....................'.
           ACCEPT WRK-TURMA.
           PERFORM 0120-CONFERIR-TURMA.
           IF WRK-TURMA-OK = 0
              DISPLAY 'TURMA SEM REFERENCIA.... ' WRK-TURMA
              GO TO 0100-FIM.
           OPEN INPUT ARQDIS.
           IF FS-ARQDIS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQDIS.... ' FS-ARQDIS-STATUS
              GO TO 0100-FIM.
           OPEN INPUT ARQPRF.
           IF FS-ARQPRF-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPRF.... ' FS-ARQPRF-STATUS
              CLOSE ARQDIS
              GO TO 0100-FIM.
           OPEN I-O ARQHOR.
           IF FS-ARQHOR-STATUS = '35'
              OPEN OUTPUT ARQHOR
              CLOSE ARQHOR
              OPEN I-O ARQHOR.
           IF FS-ARQHOR-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQHOR.... ' FS-ARQHOR-STATUS
              CLOSE ARQDIS
              CLOSE ARQPRF
              GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
       0100-FIM.
      *-----------------------------------------------------
      * SEM A REFERENCIA DE TURMAS (ARQTRF) A TURMA DIGITADA
      * E ACEITA COMO VEIO
      *-----------------------------------------------------
       0120-CONFERIR-TURMA.
           MOVE 0 TO WRK-TURMA-OK.
           OPEN INPUT ARQTRF.
           IF FS-ARQTRF-STATUS NOT = '00'
              MOVE 1 TO WRK-TURMA-OK
           ELSE
              READ ARQTRF AT END
                          MOVE 'F' TO FS-ARQTRF
              END-READ
              PERFORM 0130-PROCURAR-TURMA
                  UNTIL FS-ARQTRF = 'F' OR WRK-TURMA-OK = 1
              CLOSE ARQTRF.
      *-----------------------------------------------------
       0130-PROCURAR-TURMA.
           IF TRF-TURMA = WRK-TURMA
              MOVE 1 TO WRK-TURMA-OK
           ELSE
              READ ARQTRF AT END
                          MOVE 'F' TO FS-ARQTRF.
      *-----------------------------------------------------
       0200-INCLUIR.
           PERFORM 0600-INFORMAR-HORARIO.
           DISPLAY 'CODIGO DA DISCIPLINA......'.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'SALA......................'.
           ACCEPT WRK-SALA.
           DISPLAY 'CODIGO DO PROFESSOR.......'.
           ACCEPT WRK-PROFESSOR.
           PERFORM 0650-VALIDAR THRU 0650-FIM.
           IF WRK-VALIDO = 1
              MOVE WRK-PERIODO    TO HOR-PERIODO
              MOVE WRK-TURMA      TO HOR-TURMA
              MOVE WRK-DIA        TO HOR-DIA
              MOVE WRK-AULA       TO HOR-AULA
              MOVE WRK-DISCIPLINA TO HOR-DISCIPLINA
              MOVE WRK-SALA       TO HOR-SALA
              MOVE WRK-PROFESSOR  TO HOR-PROFESSOR
              MOVE 'P'            TO HOR-SITUACAO
              WRITE REG-HORARIO
                  INVALID KEY
                      DISPLAY 'HORARIO JA OCUPADO NA TURMA'
                  NOT INVALID KEY
                      DISPLAY 'AULA INCLUIDA......... '
                              WRK-DIA-NOME (WRK-DIA-IDX)
                              ' AULA ' WRK-AULA
              END-WRITE.
      *-----------------------------------------------------
      * DISCIPLINA, SALA OU PROFESSOR EM BRANCO MANTEM O QUE
      * ESTA GRAVADO
      *-----------------------------------------------------
       0300-ALTERAR.
           PERFORM 0600-INFORMAR-HORARIO.
           MOVE WRK-PERIODO TO HOR-PERIODO.
           MOVE WRK-TURMA   TO HOR-TURMA.
           MOVE WRK-DIA     TO HOR-DIA.
           MOVE WRK-AULA    TO HOR-AULA.
           READ ARQHOR
               INVALID KEY
                   DISPLAY 'AULA NAO CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'DISCIPLINA ATUAL...... ' HOR-DISCIPLINA
                   DISPLAY 'SALA ATUAL............ ' HOR-SALA
                   DISPLAY 'PROFESSOR ATUAL....... ' HOR-PROFESSOR
                   MOVE ZEROS TO WRK-DISCIPLINA
                   MOVE SPACES TO WRK-SALA
                   MOVE ZEROS TO WRK-PROFESSOR
                   DISPLAY 'NOVA DISCIPLINA.......'
                   ACCEPT WRK-DISCIPLINA
                   DISPLAY 'NOVA SALA.............'
                   ACCEPT WRK-SALA
                   DISPLAY 'NOVO PROFESSOR........'
                   ACCEPT WRK-PROFESSOR
                   IF WRK-DISCIPLINA = 0
                      MOVE HOR-DISCIPLINA TO WRK-DISCIPLINA
                   END-IF
                   IF WRK-SALA = SPACES
                      MOVE HOR-SALA TO WRK-SALA
                   END-IF
                   IF WRK-PROFESSOR = 0
                      MOVE HOR-PROFESSOR TO WRK-PROFESSOR
                   END-IF
                   PERFORM 0650-VALIDAR THRU 0650-FIM
                   IF WRK-VALIDO = 1
                      MOVE WRK-DISCIPLINA TO HOR-DISCIPLINA
                      MOVE WRK-SALA       TO HOR-SALA
                      MOVE WRK-PROFESSOR  TO HOR-PROFESSOR
                      MOVE 'P'            TO HOR-SITUACAO
                      REWRITE REG-HORARIO
                      DISPLAY 'AULA ALTERADA......... '
                              WRK-DIA-NOME (WRK-DIA-IDX)
                              ' AULA ' WRK-AULA
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0400-EXCLUIR.
           PERFORM 0600-INFORMAR-HORARIO.
           MOVE WRK-PERIODO TO HOR-PERIODO.
           MOVE WRK-TURMA   TO HOR-TURMA.
           MOVE WRK-DIA     TO HOR-DIA.
           MOVE WRK-AULA    TO HOR-AULA.
           DELETE ARQHOR
               INVALID KEY
                   DISPLAY 'AULA NAO CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'AULA EXCLUIDA'
           END-DELETE.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'GRADE DA TURMA ' WRK-TURMA ' -- PERIODO '
                   WRK-PERIODO.
           DISPLAY 'DIA AULA DISC SALA PROF SIT'.
           DISPLAY '------------------------------------'.
           MOVE WRK-PERIODO TO HOR-PERIODO.
           MOVE WRK-TURMA   TO HOR-TURMA.
           MOVE ZEROS TO HOR-DIA.
           MOVE ZEROS TO HOR-AULA.
           MOVE 'N' TO WRK-FIM-SCAN.
           START ARQHOR KEY IS NOT < HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
           END-START.
           PERFORM 0550-LISTAR-UMA UNTIL WRK-FIM-SCAN = 'S'.
           DISPLAY 'AULAS LISTADAS........ ' WRK-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UMA.
           READ ARQHOR NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   IF HOR-PERIODO NOT = WRK-PERIODO
                      OR HOR-TURMA NOT = WRK-TURMA
                      MOVE 'S' TO WRK-FIM-SCAN
                   ELSE
                      ADD 1 TO WRK-QTD
                      IF HOR-DIA > 1 AND HOR-DIA < 8
                         COMPUTE WRK-DIA-IDX = HOR-DIA - 1
                         DISPLAY WRK-DIA-NOME (WRK-DIA-IDX) '  '
                                 HOR-AULA '   ' HOR-DISCIPLINA '  '
                                 HOR-SALA ' ' HOR-PROFESSOR '  '
                                 HOR-SITUACAO
                      ELSE
                         DISPLAY HOR-DIA '    ' HOR-AULA '   '
                                 HOR-DISCIPLINA '  ' HOR-SALA ' '
                                 HOR-PROFESSOR '  ' HOR-SITUACAO
                      END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0600-INFORMAR-HORARIO.
           DISPLAY 'DIA DA SEMANA (2=SEG A 7=SAB)'.
           ACCEPT WRK-DIA.
           DISPLAY 'AULA DO TURNO (01 A 10)...'.
           ACCEPT WRK-AULA.
           MOVE 1 TO WRK-DIA-IDX.
           IF WRK-DIA > 1 AND WRK-DIA < 8
              COMPUTE WRK-DIA-IDX = WRK-DIA - 1.
      *-----------------------------------------------------
       0650-VALIDAR.
           MOVE 0 TO WRK-VALIDO.
           IF WRK-DIA < 2 OR WRK-DIA > 7
              DISPLAY 'DIA DA SEMANA INVALIDO.. ' WRK-DIA
              GO TO 0650-FIM.
           IF WRK-AULA < 1 OR WRK-AULA > 10
              DISPLAY 'AULA DO TURNO INVALIDA.. ' WRK-AULA
              GO TO 0650-FIM.
           IF WRK-SALA = SPACES
              DISPLAY 'SALA OBRIGATORIA'
              GO TO 0650-FIM.
           MOVE WRK-DISCIPLINA TO REG-DIS-CODIGO.
           READ ARQDIS
               INVALID KEY
                   DISPLAY 'DISCIPLINA NAO CADASTRADA ' WRK-DISCIPLINA
                   GO TO 0650-FIM
           END-READ.
           IF REG-DIS-STATUS NOT = 'A'
              DISPLAY 'DISCIPLINA DESATIVADA. ' WRK-DISCIPLINA
              GO TO 0650-FIM.
           MOVE WRK-PROFESSOR TO REG-PRF-CODIGO.
           READ ARQPRF
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO CADASTRADO ' WRK-PROFESSOR
                   GO TO 0650-FIM
           END-READ.
           IF REG-PRF-STATUS NOT = 'A'
              DISPLAY 'PROFESSOR DESATIVADO.. ' WRK-PROFESSOR
              GO TO 0650-FIM.
           MOVE 1 TO WRK-VALIDO.
       0650-FIM.
