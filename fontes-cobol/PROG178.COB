       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG178.
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQHOR-STATUS PIC XX VALUE '00'.
       77  FS-ARQDIS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRF-STATUS PIC XX VALUE '00'.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-FIM-SCAN     PIC X VALUE 'N'.
      *-----------------------------------------------------
      * AULAS DO PERIODO EM MEMORIA PARA O CRUZAMENTO ENTRE
      * TURMAS, COM A MARCA DE RECUSA DE CADA UMA
      *-----------------------------------------------------
       01  WRK-TAB-AULAS.
           05 WRK-TAB-AUL-ENTRY OCCURS 500 TIMES.
               10 WRK-AUL-TURMA    PIC X(04).
               10 WRK-AUL-DIA      PIC 9(01).
               10 WRK-AUL-AULA     PIC 9(02).
               10 WRK-AUL-DISC     PIC 9(03).
               10 WRK-AUL-SALA     PIC X(04).
               10 WRK-AUL-PROF     PIC 9(04).
               10 WRK-AUL-RECUSA   PIC 9(01).
       77  WRK-AUL-QTD      PIC 9(03) VALUE 0.
       77  WRK-I            PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * AULAS POR SEMANA DE CADA TURMA + DISCIPLINA
      *-----------------------------------------------------
       01  WRK-TAB-CARGAS.
           05 WRK-TAB-CAR-ENTRY OCCURS 200 TIMES.
               10 WRK-CAR-TURMA    PIC X(04).
               10 WRK-CAR-DISC     PIC 9(03).
               10 WRK-CAR-AULAS    PIC 9(02).
       77  WRK-CAR-QTD      PIC 9(03) VALUE 0.
       77  WRK-CAR-IDX      PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-QTD-CHOQUE-PRF PIC 9(03) VALUE 0.
       77  WRK-QTD-CHOQUE-SALA PIC 9(03) VALUE 0.
       77  WRK-QTD-CARGA    PIC 9(03) VALUE 0.
       77  WRK-QTD-CADASTRO PIC 9(03) VALUE 0.
       77  WRK-QTD-VALIDAS  PIC 9(03) VALUE 0.
       77  WRK-QTD-RECUSADAS PIC 9(03) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-ABERTO = 1
               PERFORM 0300-CRUZAR-AULAS
               PERFORM 0400-CONFERIR-CARGAS
               PERFORM 0600-MARCAR-AULAS.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * CRITICA DA GRADE HORARIA DO PERIODO (PROG177): RECUSA
      * PROFESSOR EM DUAS TURMAS NO MESMO DIA E AULA, SALA
      * OCUPADA POR DUAS TURMAS NO MESMO DIA E AULA,
      * DISCIPLINA DA TURMA FORA DAS AULAS POR SEMANA DO
      * ARQDIS (PROG114) E DISCIPLINA OU PROFESSOR QUE NAO
      * ESTA MAIS ATIVO. CADA AULA SAI MARCADA V (VALIDA) OU
      * R (RECUSADA) NO ARQHOR PARA A IMPRESSAO DO PROG179;
      * QUALQUER RECUSA DEVOLVE RETORNO 4
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'PERIODO (AAAA-P)..'.
           ACCEPT WRK-PERIODO.
           OPEN INPUT ARQDIS.
           IF FS-ARQDIS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQDIS.... ' FS-ARQDIS-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN INPUT ARQPRF.
           IF FS-ARQPRF-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPRF.... ' FS-ARQPRF-STATUS
              CLOSE ARQDIS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN I-O ARQHOR.
           IF FS-ARQHOR-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQHOR.... ' FS-ARQHOR-STATUS
              CLOSE ARQDIS
              CLOSE ARQPRF
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           DISPLAY 'CRITICA DA GRADE HORARIA -- PERIODO ' WRK-PERIODO.
           DISPLAY '------------------------------------'.
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
                         MOVE 0       TO WRK-AUL-RECUSA (WRK-AUL-QTD)
                      END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------
      * CADA PAR DE AULAS NO MESMO DIA E AULA DO TURNO E
      * COMPARADO UMA VEZ SO; AS DUAS PONTAS DO CHOQUE SAO
      * RECUSADAS
      *-----------------------------------------------------
       0300-CRUZAR-AULAS.
           PERFORM 0320-COMPARAR-PAR
               VARYING WRK-I FROM 1 BY 1
                 UNTIL WRK-I > WRK-AUL-QTD
               AFTER WRK-J FROM 1 BY 1
                 UNTIL WRK-J > WRK-AUL-QTD.
      *-----------------------------------------------------
       0320-COMPARAR-PAR.
           IF WRK-J > WRK-I
              AND WRK-AUL-DIA (WRK-J) = WRK-AUL-DIA (WRK-I)
              AND WRK-AUL-AULA (WRK-J) = WRK-AUL-AULA (WRK-I)
              IF WRK-AUL-PROF (WRK-J) = WRK-AUL-PROF (WRK-I)
                 ADD 1 TO WRK-QTD-CHOQUE-PRF
                 MOVE 1 TO WRK-AUL-RECUSA (WRK-I)
                 MOVE 1 TO WRK-AUL-RECUSA (WRK-J)
                 DISPLAY 'PROFESSOR ' WRK-AUL-PROF (WRK-I)
                         ' EM DOIS LUGARES: DIA '
                         WRK-AUL-DIA (WRK-I) ' AULA '
                         WRK-AUL-AULA (WRK-I) ' TURMAS '
                         WRK-AUL-TURMA (WRK-I) ' E '
                         WRK-AUL-TURMA (WRK-J)
              END-IF
              IF WRK-AUL-SALA (WRK-J) = WRK-AUL-SALA (WRK-I)
                 ADD 1 TO WRK-QTD-CHOQUE-SALA
                 MOVE 1 TO WRK-AUL-RECUSA (WRK-I)
                 MOVE 1 TO WRK-AUL-RECUSA (WRK-J)
                 DISPLAY 'SALA ' WRK-AUL-SALA (WRK-I)
                         ' OCUPADA DUAS VEZES: DIA '
                         WRK-AUL-DIA (WRK-I) ' AULA '
                         WRK-AUL-AULA (WRK-I) ' TURMAS '
                         WRK-AUL-TURMA (WRK-I) ' E '
                         WRK-AUL-TURMA (WRK-J)
              END-IF.
      *-----------------------------------------------------
      * AS AULAS DE CADA TURMA + DISCIPLINA SOMAM A CARGA DA
      * SEMANA, QUE TEM DE BATER COM AS AULAS POR SEMANA DO
      * ARQDIS; O CADASTRO DE DISCIPLINA E DE PROFESSOR E
      * CONFERIDO AULA A AULA
      *-----------------------------------------------------
       0400-CONFERIR-CARGAS.
           PERFORM 0420-SOMAR-AULA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-AUL-QTD.
           PERFORM 0450-CONFERIR-CARGA
               VARYING WRK-CAR-IDX FROM 1 BY 1
               UNTIL WRK-CAR-IDX > WRK-CAR-QTD.
      *-----------------------------------------------------
       0420-SOMAR-AULA.
           MOVE WRK-AUL-PROF (WRK-I) TO REG-PRF-CODIGO.
           READ ARQPRF
               INVALID KEY
                   MOVE SPACE TO REG-PRF-STATUS
           END-READ.
           IF REG-PRF-STATUS NOT = 'A'
              ADD 1 TO WRK-QTD-CADASTRO
              MOVE 1 TO WRK-AUL-RECUSA (WRK-I)
              DISPLAY 'PROFESSOR ' WRK-AUL-PROF (WRK-I)
                      ' INEXISTENTE OU DESATIVADO: TURMA '
                      WRK-AUL-TURMA (WRK-I) ' DIA '
                      WRK-AUL-DIA (WRK-I) ' AULA '
                      WRK-AUL-AULA (WRK-I).
           MOVE 0 TO WRK-POS.
           PERFORM 0430-PROCURAR-CARGA
               VARYING WRK-CAR-IDX FROM 1 BY 1
               UNTIL WRK-CAR-IDX > WRK-CAR-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              IF WRK-CAR-QTD > 199
                 DISPLAY 'CARGAS EXCEDEM O LIMITE DE 200'
              ELSE
                 ADD 1 TO WRK-CAR-QTD
                 MOVE WRK-AUL-TURMA (WRK-I)
                                   TO WRK-CAR-TURMA (WRK-CAR-QTD)
                 MOVE WRK-AUL-DISC (WRK-I)
                                   TO WRK-CAR-DISC (WRK-CAR-QTD)
                 MOVE 1            TO WRK-CAR-AULAS (WRK-CAR-QTD)
              END-IF
           ELSE
              ADD 1 TO WRK-CAR-AULAS (WRK-POS).
      *-----------------------------------------------------
       0430-PROCURAR-CARGA.
           IF WRK-CAR-TURMA (WRK-CAR-IDX) = WRK-AUL-TURMA (WRK-I)
              AND WRK-CAR-DISC (WRK-CAR-IDX) = WRK-AUL-DISC (WRK-I)
              MOVE WRK-CAR-IDX TO WRK-POS.
      *-----------------------------------------------------
       0450-CONFERIR-CARGA.
           MOVE WRK-CAR-DISC (WRK-CAR-IDX) TO REG-DIS-CODIGO.
           READ ARQDIS
               INVALID KEY
                   MOVE SPACE TO REG-DIS-STATUS
           END-READ.
           IF REG-DIS-STATUS NOT = 'A'
              ADD 1 TO WRK-QTD-CADASTRO
              DISPLAY 'DISCIPLINA ' WRK-CAR-DISC (WRK-CAR-IDX)
                      ' INEXISTENTE OU DESATIVADA: TURMA '
                      WRK-CAR-TURMA (WRK-CAR-IDX)
              PERFORM 0470-RECUSAR-CARGA
                  VARYING WRK-I FROM 1 BY 1
                  UNTIL WRK-I > WRK-AUL-QTD
           ELSE
              IF WRK-CAR-AULAS (WRK-CAR-IDX) NOT = REG-DIS-HORAS
                 ADD 1 TO WRK-QTD-CARGA
                 DISPLAY 'TURMA ' WRK-CAR-TURMA (WRK-CAR-IDX)
                         ' DISCIPLINA ' WRK-CAR-DISC (WRK-CAR-IDX)
                         ' ' REG-DIS-NOME ' COM '
                         WRK-CAR-AULAS (WRK-CAR-IDX)
                         ' AULAS, DEVIDAS ' REG-DIS-HORAS
                 PERFORM 0470-RECUSAR-CARGA
                     VARYING WRK-I FROM 1 BY 1
                     UNTIL WRK-I > WRK-AUL-QTD
              END-IF.
      *-----------------------------------------------------
       0470-RECUSAR-CARGA.
           IF WRK-AUL-TURMA (WRK-I) = WRK-CAR-TURMA (WRK-CAR-IDX)
              AND WRK-AUL-DISC (WRK-I) = WRK-CAR-DISC (WRK-CAR-IDX)
              MOVE 1 TO WRK-AUL-RECUSA (WRK-I).
      *-----------------------------------------------------
       0600-MARCAR-AULAS.
           PERFORM 0620-MARCAR-AULA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-AUL-QTD.
      *-----------------------------------------------------
       0620-MARCAR-AULA.
           MOVE WRK-PERIODO           TO HOR-PERIODO.
           MOVE WRK-AUL-TURMA (WRK-I) TO HOR-TURMA.
           MOVE WRK-AUL-DIA (WRK-I)   TO HOR-DIA.
           MOVE WRK-AUL-AULA (WRK-I)  TO HOR-AULA.
           READ ARQHOR
               INVALID KEY
                   DISPLAY 'AULA SUMIU DO ARQHOR.... '
                           WRK-AUL-TURMA (WRK-I)
               NOT INVALID KEY
                   IF WRK-AUL-RECUSA (WRK-I) = 1
                      MOVE 'R' TO HOR-SITUACAO
                      ADD 1 TO WRK-QTD-RECUSADAS
                   ELSE
                      MOVE 'V' TO HOR-SITUACAO
                      ADD 1 TO WRK-QTD-VALIDAS
                   END-IF
                   REWRITE REG-HORARIO
           END-READ.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABERTO = 1
               CLOSE ARQHOR
               CLOSE ARQDIS
               CLOSE ARQPRF
               DISPLAY '------------------------------------'
               DISPLAY 'AULAS NA GRADE.......... ' WRK-AUL-QTD
               DISPLAY 'AULAS VALIDAS........... ' WRK-QTD-VALIDAS
               DISPLAY 'AULAS RECUSADAS......... ' WRK-QTD-RECUSADAS
               DISPLAY 'CHOQUES DE PROFESSOR.... ' WRK-QTD-CHOQUE-PRF
               DISPLAY 'CHOQUES DE SALA......... '
                       WRK-QTD-CHOQUE-SALA
               DISPLAY 'CARGAS FORA DO PREVISTO. ' WRK-QTD-CARGA
               DISPLAY 'FALHAS DE CADASTRO...... ' WRK-QTD-CADASTRO
               IF WRK-QTD-RECUSADAS NOT = 0
                  MOVE 4 TO WRK-RETORNO
               END-IF.
