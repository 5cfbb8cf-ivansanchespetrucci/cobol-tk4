       FILE                            SECTION.
       FD   ARQDIS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 22 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DISCIPLINA.
       01   REG-DISCIPLINA.
            05 REG-DIS-NOME     PIC X(15).
            05 REG-DIS-PESO     PIC 9(01).
            05 REG-DIS-STATUS   PIC X(01).
            05 REG-DIS-HORAS    PIC 9(02).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQDIS        PIC X VALUE 'N'.
       77  FS-ARQDIS-STATUS PIC XX VALUE '00'.
       77  WRK-CODIGO       PIC 9(03) VALUE ZEROS.
       77  WRK-NOME         PIC X(15) VALUE SPACES.
       77  WRK-PESO         PIC 9(01) VALUE 0.
       77  WRK-HORAS        PIC 9(02) VALUE 0.
       77  WRK-QTD          PIC 9(03) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
      * CADASTRO DE DISCIPLINAS (CODIGO, NOME, PESO) NO MOLDE
      * DA TABELA DE REGIOES DO PROG078; O BOLETIM POR
      * DISCIPLINA DO PROG115 PONDERA A MEDIA DO PERIODO
      * PELOS PESOS DAQUI. AS AULAS POR SEMANA SAO A CARGA
      * QUE A CRITICA DA GRADE HORARIA DO PROG178 COBRA DE
      * CADA TURMA
      *-----------------------------------------------------
       0100-ABRIR.
           OPEN I-O ARQDIS.
           ACCEPT WRK-PESO.
           IF WRK-PESO = 0
              MOVE 1 TO WRK-PESO.
           DISPLAY 'AULAS POR SEMANA..........'.
           ACCEPT WRK-HORAS.
           MOVE WRK-CODIGO TO REG-DIS-CODIGO.
           MOVE WRK-NOME   TO REG-DIS-NOME.
           MOVE WRK-PESO   TO REG-DIS-PESO.
           MOVE WRK-HORAS  TO REG-DIS-HORAS.
           MOVE 'A' TO REG-DIS-STATUS.
           WRITE REG-DISCIPLINA
               INVALID KEY
               NOT INVALID KEY
                   DISPLAY 'NOME ATUAL............ ' REG-DIS-NOME
                   DISPLAY 'PESO ATUAL............ ' REG-DIS-PESO
                   DISPLAY 'AULAS POR SEMANA...... ' REG-DIS-HORAS
                   DISPLAY 'NOVO NOME.............'
                   ACCEPT WRK-NOME
                   DISPLAY 'NOVO PESO.............'
                   IF WRK-PESO = 0
                      MOVE 1 TO WRK-PESO
                   END-IF
                   DISPLAY 'NOVAS AULAS POR SEMANA'
                   ACCEPT WRK-HORAS
                   MOVE WRK-NOME TO REG-DIS-NOME
                   MOVE WRK-PESO TO REG-DIS-PESO
                   MOVE WRK-HORAS TO REG-DIS-HORAS
                   MOVE 'A' TO REG-DIS-STATUS
                   REWRITE REG-DISCIPLINA
                   DISPLAY 'DISCIPLINA ALTERADA... ' WRK-CODIGO
           END-READ.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'CODIGO NOME            PESO STATUS AULAS'.
           DISPLAY '------------------------------------'.
           READ ARQDIS NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQDIS.
      *-----------------------------------------------------
       0550-LISTAR-UMA.
           DISPLAY REG-DIS-CODIGO '    ' REG-DIS-NOME '  '
                   REG-DIS-PESO '    ' REG-DIS-STATUS '      '
                   REG-DIS-HORAS.
           ADD 1 TO WRK-QTD.
           READ ARQDIS NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQDIS.
