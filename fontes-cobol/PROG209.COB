       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG209.
      *-----------------------------------------------------
      * TAXA DE CAMBIO DE UMA MOEDA NUMA DATA, CHAMAVEL NO
      * ESTILO DO PROG079, SOBRE A TABELA ARQCAM DO PROG208.
      * VALE A TAXA DA PROPRIA DATA OU, SEM ELA (FIM DE
      * SEMANA, FERIADO), A ULTIMA TAXA ANTERIOR DA MOEDA.
      * LS-RESULT DEVOLVE V (TAXA ACHADA, LS-DATA-TAXA COM A
      * DATA DA TAXA USADA) OU N (SEM TAXA, TAXA ZERADA). O
      * ARQCAM E ABERTO NA PRIMEIRA CHAMADA
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCAM ASSIGN TO UT-S-ARQCAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAM-CHAVE
                  FILE STATUS IS FS-ARQCAM-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQCAM
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 20 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CAMBIO.
       01   REG-CAMBIO.
            05 CAM-CHAVE.
               10 CAM-MOEDA     PIC X(03).
               10 CAM-DATA      PIC 9(08).
            05 CAM-TAXA         PIC 9(03)V9(06).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQCAM-STATUS PIC XX VALUE '00'.
       77  WRK-CARREGADO    PIC 9 VALUE 0.
       77  WRK-TEM-CAMBIO   PIC 9 VALUE 0.
       77  WRK-FIM-CAMBIO   PIC X VALUE 'N'.
       LINKAGE                         SECTION.
       01  LS-MOEDA         PIC X(03).
       01  LS-DATA          PIC 9(08).
       01  LS-TAXA          PIC 9(03)V9(06).
       01  LS-DATA-TAXA     PIC 9(08).
       01  LS-RESULT        PIC X(01).
       PROCEDURE  DIVISION USING LS-MOEDA, LS-DATA, LS-TAXA,
                                 LS-DATA-TAXA, LS-RESULT.
       0001-PRINCIPAL.
           IF WRK-CARREGADO = 0
              PERFORM 1000-ABRIR.
           MOVE ZEROS TO LS-TAXA.
           MOVE ZEROS TO LS-DATA-TAXA.
           MOVE 'N' TO LS-RESULT.
           IF WRK-TEM-CAMBIO = 1
              PERFORM 2000-BUSCAR-TAXA.
           GOBACK.
      *-----------------------------------------------------
       1000-ABRIR.
           MOVE 1 TO WRK-CARREGADO.
           OPEN INPUT ARQCAM.
           IF FS-ARQCAM-STATUS = '00'
              MOVE 1 TO WRK-TEM-CAMBIO
           ELSE
              DISPLAY 'TABELA DE CAMBIO AUSENTE...... '
                      FS-ARQCAM-STATUS.
      *-----------------------------------------------------
      * AS TAXAS DA MOEDA VEM EM ORDEM DE DATA; FICA A ULTIMA
      * QUE NAO PASSA DA DATA PEDIDA
      *-----------------------------------------------------
       2000-BUSCAR-TAXA.
           MOVE LS-MOEDA TO CAM-MOEDA.
           MOVE ZEROS TO CAM-DATA.
           MOVE 'N' TO WRK-FIM-CAMBIO.
           START ARQCAM KEY IS NOT < CAM-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-FIM-CAMBIO
           END-START.
           PERFORM 2050-LER-TAXA UNTIL WRK-FIM-CAMBIO = 'F'.
      *-----------------------------------------------------
       2050-LER-TAXA.
           READ ARQCAM NEXT RECORD
               AT END
                   MOVE 'F' TO WRK-FIM-CAMBIO
               NOT AT END
                   IF CAM-MOEDA NOT = LS-MOEDA
                      OR CAM-DATA > LS-DATA
                      MOVE 'F' TO WRK-FIM-CAMBIO
                   ELSE
                      MOVE CAM-TAXA TO LS-TAXA
                      MOVE CAM-DATA TO LS-DATA-TAXA
                      MOVE 'V' TO LS-RESULT
                   END-IF
           END-READ.
