       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG190.
      *-----------------------------------------------------
      * SITUACAO DO PERIODO LETIVO PARA LANCAMENTO DE NOTAS
      * NA DATA, PELO CALENDARIO ACADEMICO ARQCAL (PROG189),
      * CHAMAVEL NO ESTILO DO PROG155. LS-SITUACAO DEVOLVE:
      *   A  ABERTO (ABERTO OU REABERTO E DATA NA JANELA)
      *   J  FORA DA JANELA DE LANCAMENTO DE NOTAS
      *   F  FECHADO (SITUACAO F OU DATA APOS O FECHAMENTO)
      *   N  PERIODO FORA DO CALENDARIO
      *   X  CALENDARIO AUSENTE
      * O CALENDARIO E CARREGADO NA PRIMEIRA CHAMADA
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCAL ASSIGN TO UT-S-ARQCAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCAL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQCAL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CAL.
       01   REG-CAL.
            05 CAL-PERIODO      PIC X(06).
            05 CAL-INICIO-NOTAS PIC 9(08).
            05 CAL-FIM-NOTAS    PIC 9(08).
            05 CAL-FECHAMENTO   PIC 9(08).
            05 CAL-SITUACAO     PIC X(01).
            05 CAL-DATA-SITUACAO PIC 9(08).
            05 CAL-OPERADOR     PIC X(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQCAL        PIC X VALUE 'N'.
       77  FS-ARQCAL-STATUS PIC XX VALUE '00'.
       77  WRK-CARREGADO    PIC 9 VALUE 0.
       77  WRK-TEM-CALENDARIO PIC 9 VALUE 0.
       01  WRK-TAB-CALENDARIO.
           05 WRK-TAB-CAL-ENTRY OCCURS 100 TIMES.
               10 WRK-CAL-PERIODO   PIC X(06).
               10 WRK-CAL-INICIO    PIC 9(08).
               10 WRK-CAL-FIM       PIC 9(08).
               10 WRK-CAL-FECHAMENTO PIC 9(08).
               10 WRK-CAL-SITUACAO  PIC X(01).
       77  WRK-CAL-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       LINKAGE                         SECTION.
       01  LS-PERIODO       PIC X(06).
       01  LS-DATA          PIC 9(08).
       01  LS-SITUACAO      PIC X(01).
       PROCEDURE  DIVISION USING LS-PERIODO, LS-DATA, LS-SITUACAO.
       0001-PRINCIPAL.
           IF WRK-CARREGADO = 0
              PERFORM 1000-CARREGAR.
           IF WRK-TEM-CALENDARIO = 0
              MOVE 'X' TO LS-SITUACAO
              GOBACK.
           MOVE 'N' TO LS-SITUACAO.
           MOVE 0 TO WRK-POS.
           PERFORM 2050-COMPARAR-PERIODO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-CAL-QTD OR WRK-POS NOT = 0.
           IF WRK-POS NOT = 0
              PERFORM 2100-AVALIAR-PERIODO.
           GOBACK.
      *-----------------------------------------------------
       1000-CARREGAR.
           MOVE 1 TO WRK-CARREGADO.
           OPEN INPUT ARQCAL.
           IF FS-ARQCAL-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE 1 TO WRK-TEM-CALENDARIO
              READ ARQCAL AT END
                          MOVE 'F' TO FS-ARQCAL
              END-READ
              PERFORM 1100-GUARDAR-PERIODO UNTIL FS-ARQCAL = 'F'
              CLOSE ARQCAL.
      *-----------------------------------------------------
       1100-GUARDAR-PERIODO.
           IF WRK-CAL-QTD > 99
              DISPLAY 'CALENDARIO EXCEDE O LIMITE DE 100 PERIODOS'
              MOVE 'F' TO FS-ARQCAL
           ELSE
              ADD 1 TO WRK-CAL-QTD
              MOVE CAL-PERIODO      TO WRK-CAL-PERIODO (WRK-CAL-QTD)
              MOVE CAL-INICIO-NOTAS TO WRK-CAL-INICIO (WRK-CAL-QTD)
              MOVE CAL-FIM-NOTAS    TO WRK-CAL-FIM (WRK-CAL-QTD)
              MOVE CAL-FECHAMENTO
                TO WRK-CAL-FECHAMENTO (WRK-CAL-QTD)
              MOVE CAL-SITUACAO     TO WRK-CAL-SITUACAO (WRK-CAL-QTD)
              READ ARQCAL AT END
                          MOVE 'F' TO FS-ARQCAL.
      *-----------------------------------------------------
       2050-COMPARAR-PERIODO.
           IF WRK-CAL-PERIODO (WRK-IDX) = LS-PERIODO
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       2100-AVALIAR-PERIODO.
           IF WRK-CAL-SITUACAO (WRK-POS) = 'F'
              OR LS-DATA > WRK-CAL-FECHAMENTO (WRK-POS)
              MOVE 'F' TO LS-SITUACAO
           ELSE
              IF LS-DATA < WRK-CAL-INICIO (WRK-POS)
                 OR LS-DATA > WRK-CAL-FIM (WRK-POS)
                 MOVE 'J' TO LS-SITUACAO
              ELSE
                 MOVE 'A' TO LS-SITUACAO.
