            05 PED-VALOR        PIC 9(07)V99.
            05 PED-DATA-FAT     PIC 9(08).
            05 PED-SITUACAO     PIC X(01).
            05 PED-DATA-APROV   PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPED        PIC X VALUE 'N'.
       77  FS-ARQPED-STATUS PIC XX VALUE '00'.
       77  WRK-QTD-PENDENTES PIC 9(05) VALUE 0.
       77  WRK-QTD-APROVADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-PARCIAIS PIC 9(05) VALUE 0.
       77  WRK-QTD-EXPEDIDOS PIC 9(05) VALUE 0.
       77  WRK-QTD-FATURADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-CANCELADOS PIC 9(05) VALUE 0.
       77  WRK-VAL-PENDENTES PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VAL-APROVADOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VAL-PARCIAIS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VAL-EXPEDIDOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VAL-FATURADOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VAL-CANCELADOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           GOBACK.
      *-----------------------------------------------------
      * POSICAO DIARIA DOS PEDIDOS: PENDENTES, APROVADOS,
      * EXPEDIDOS EM PARTE (R), EXPEDIDOS (E), FATURADOS E
      * CANCELADOS COM CONTAGEM E VALOR, PARA O COMERCIAL
      * ENXERGAR O FUNIL ENTRE O PEDIDO (PROG107), A
      * EXPEDICAO (PROG161) E O FATURAMENTO (PROG109)
      *-----------------------------------------------------
       0100-INICIAR.
           OPEN INPUT ARQPED.
               WHEN 'A'
                   ADD 1 TO WRK-QTD-APROVADOS
                   ADD PED-VALOR TO WRK-VAL-APROVADOS
               WHEN 'R'
                   ADD 1 TO WRK-QTD-PARCIAIS
                   ADD PED-VALOR TO WRK-VAL-PARCIAIS
               WHEN 'E'
                   ADD 1 TO WRK-QTD-EXPEDIDOS
                   ADD PED-VALOR TO WRK-VAL-EXPEDIDOS
               WHEN 'F'
                   ADD 1 TO WRK-QTD-FATURADOS
                   ADD PED-VALOR TO WRK-VAL-FATURADOS
            MOVE WRK-VAL-APROVADOS TO WRK-VALOR-ED.
            DISPLAY 'APROVADOS... ' WRK-QTD-APROVADOS
                    ' ' WRK-VALOR-ED.
            MOVE WRK-VAL-PARCIAIS TO WRK-VALOR-ED.
            DISPLAY 'EXP.PARCIAL. ' WRK-QTD-PARCIAIS
                    ' ' WRK-VALOR-ED.
            MOVE WRK-VAL-EXPEDIDOS TO WRK-VALOR-ED.
            DISPLAY 'EXPEDIDOS... ' WRK-QTD-EXPEDIDOS
                    ' ' WRK-VALOR-ED.
            MOVE WRK-VAL-FATURADOS TO WRK-VALOR-ED.
            DISPLAY 'FATURADOS... ' WRK-QTD-FATURADOS
                    ' ' WRK-VALOR-ED.
