            05 NDI-N2           PIC 9(02)V99.
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
       FD   ARQEST
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ESTUDANTE.
       77  FS-ARQHIS-STATUS PIC XX VALUE '00'.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-TEM-DISCIPL  PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-SIT-PERIODO  PIC X(01) VALUE SPACE.
       01  WRK-TAB-ESTUDANTES.
           05 WRK-TAB-EST-ENTRY OCCURS 500 TIMES.
               10 WRK-EST-MATRICULA PIC 9(05).
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0300-PROCESSAR UNTIL FS-ARQNDI = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
      * PERIODO E PONDERADA PELOS PESOS DO ARQDIS (PROG114).
      * O DETALHE VAI PARA O ARQHID, QUE O PROG074 ABRE NO
      * HISTORICO, E O RESUMO DO PERIODO ENTRA NO ARQHIS NO
      * MESMO DESENHO DO PROG007. SO ENTRA NOTA DE PERIODO
      * ABERTO NO CALENDARIO ACADEMICO (PROG190)
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'PERIODO LETIVO (AAAA-P)..'.
           ACCEPT WRK-PERIODO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL 'PROG190' USING WRK-PERIODO, WRK-DATA-HOJE,
                                WRK-SIT-PERIODO.
           IF WRK-SIT-PERIODO = 'X'
              DISPLAY 'CALENDARIO ACADEMICO AUSENTE'
           ELSE
              IF WRK-SIT-PERIODO NOT = 'A'
                 DISPLAY 'PERIODO NAO ABERTO PARA NOTAS '
                         WRK-PERIODO ' (' WRK-SIT-PERIODO ')'
                 MOVE 'F' TO FS-ARQNDI
                 MOVE 8 TO WRK-RETORNO
                 GO TO 0100-FIM.
           OPEN INPUT ARQNDI.
             IF FS-ARQNDI-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQNDI.... ' FS-ARQNDI-STATUS
