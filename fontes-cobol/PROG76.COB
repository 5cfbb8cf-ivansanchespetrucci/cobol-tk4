       77  WRK-TURMA-LOTE   PIC X(04) VALUE SPACES.
       77  WRK-PERIODO-LOTE PIC X(06) VALUE SPACES.
       77  WRK-TEM-MATRICULAS PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-SIT-PERIODO  PIC X(01) VALUE SPACE.
       77  WRK-PERIODO-ABERTO PIC 9 VALUE 1.
       01  WRK-TAB-MATRICULADOS.
           05 WRK-TAB-MTD-ENTRY OCCURS 500 TIMES.
               10 WRK-MTD-MATRICULA PIC 9(05).
           ACCEPT WRK-TURMA-LOTE.
           DISPLAY 'PERIODO CORRENTE (AAAA-P).'.
           ACCEPT WRK-PERIODO-LOTE.
           PERFORM 0140-CONFERIR-CALENDARIO.
           PERFORM 0150-CARREGAR-MATRICULAS.
           OPEN INPUT ARQBRU.
             IF FS-ARQBRU-STATUS NOT = '00'
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
      * PERIODO FECHADO OU FORA DA JANELA DE NOTAS NO
      * CALENDARIO ACADEMICO (PROG190): O LOTE INTEIRO VAI
      * PARA O ARQREJ. SEM O ARQCAL A CRITICA SEGUE COMO ANTES
      *-----------------------------------------------------
       0140-CONFERIR-CALENDARIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL 'PROG190' USING WRK-PERIODO-LOTE, WRK-DATA-HOJE,
                                WRK-SIT-PERIODO.
           EVALUATE WRK-SIT-PERIODO
               WHEN 'A'
                    CONTINUE
               WHEN 'X'
                    DISPLAY 'CALENDARIO ACADEMICO AUSENTE'
               WHEN 'J'
                    DISPLAY 'PERIODO FORA DA JANELA DE NOTAS '
                            WRK-PERIODO-LOTE
                    MOVE 0 TO WRK-PERIODO-ABERTO
               WHEN 'N'
                    DISPLAY 'PERIODO FORA DO CALENDARIO '
                            WRK-PERIODO-LOTE
                    MOVE 0 TO WRK-PERIODO-ABERTO
               WHEN OTHER
                    DISPLAY 'PERIODO FECHADO PARA NOTAS '
                            WRK-PERIODO-LOTE
                    MOVE 0 TO WRK-PERIODO-ABERTO
           END-EVALUATE.
           IF WRK-PERIODO-ABERTO = 0
              MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
      * MATRICULAS ATIVAS DA TURMA NO PERIODO (ARQMTR DO
      * PROG116): NOTA DE QUEM NAO ESTA MATRICULADO NA TURMA
      * E REJEITADA. SEM O ARQMTR A CRITICA SEGUE COMO ANTES
              PERFORM 0235-VALIDAR-MATRICULADO.
           IF WRK-VALIDO = 1
              PERFORM 0240-VALIDAR-DUPLICADA.
           IF WRK-PERIODO-ABERTO = 0
              MOVE 0 TO WRK-VALIDO
              MOVE 'PERIODO NAO ABERTO' TO WRK-MOTIVO.
      *-----------------------------------------------------
       0230-VALIDAR-NOTA.
           IF WRK-NOTA-X NOT NUMERIC
