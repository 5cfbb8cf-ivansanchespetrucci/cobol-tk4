           SELECT ARQSEL ASSIGN TO UT-S-ARQSEL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSEL-STATUS.
           SELECT ARQCSG ASSIGN TO UT-S-ARQCSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSG-CODIGO
                  FILE STATUS IS FS-ARQCSG-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            RECORD CONTAINS 135 CHARACTERS
            DATA   RECORD IS REG-SELECIONADO.
       01   REG-SELECIONADO            PIC X(135).
       FD   ARQCSG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 15 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CSG.
       01   REG-CSG.
            05 CSG-CODIGO       PIC 9(05).
            05 CSG-SEGMENTO     PIC 9(02).
            05 CSG-DATA-ALTERACAO PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES      PIC X VALUE 'N'.
       77  FS-ARQPAR        PIC X VALUE 'N'.
       77  WRK-TEM-DATA     PIC 9 VALUE 0.
       77  WRK-DATA-INI     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77  FS-ARQCSG-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-SEG      PIC 9 VALUE 0.
       77  WRK-CRIT-SEG     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-CSG      PIC 9 VALUE 0.
       77  WRK-CLI-SEGMENTO PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-CARTOES  PIC 9(02) VALUE 0.
       77  WRK-ATENDE       PIC 9 VALUE 0.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-CLIENTES = 'F'.
            PERFORM 0300-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
      *   CEP COL 4-11  = CEP INICIAL, COL 12-19 = CEP FINAL
      *   DAT COL 4-11  = DATA EFETIVA INICIAL, COL 12-19 =
      *                   DATA EFETIVA FINAL (AAAAMMDD)
      *   SEG COL 4-5   = SEGMENTO DO CLIENTE (ARQCSG DO
      *                   PROG021); 00 = NAO CLASSIFICADOS
      *-----------------------------------------------------
       0100-INICIAR.
           OPEN INPUT ARQPAR.
                MOVE 'F' TO FS-CLIENTES
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           IF WRK-TEM-SEG = 1
              OPEN INPUT ARQCSG
              IF FS-ARQCSG-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQCSG.... ' FS-ARQCSG-STATUS
                 MOVE 'F' TO FS-CLIENTES
                 MOVE 8 TO WRK-RETORNO
                 GO TO 0100-FIM
              ELSE
                 MOVE 1 TO WRK-TEM-CSG.
            READ CLIENTES AT END
                          MOVE 'F' TO FS-CLIENTES.
              IF FS-CLIENTES = 'F'
                      DISPLAY 'SELECAO DATA EFETIVA. ' WRK-DATA-INI
                              ' A ' WRK-DATA-FIM
                   END-IF
               WHEN 'SEG'
                   IF REG-PAR-DADOS (1:2) NOT NUMERIC
                      DISPLAY 'SEGMENTO NAO NUMERICO, IGNORADO'
                   ELSE
                      MOVE 1 TO WRK-TEM-SEG
                      MOVE REG-PAR-DADOS (1:2) TO WRK-CRIT-SEG
                      ADD 1 TO WRK-QTD-CARTOES
                      DISPLAY 'SELECAO SEGMENTO..... ' WRK-CRIT-SEG
                   END-IF
               WHEN OTHER
                   DISPLAY 'CARTAO INVALIDO, IGNORADO. ' REG-PAR-TIPO
           END-EVALUATE.
              AND (REG-DATA-EFETIVA < WRK-DATA-INI
                   OR REG-DATA-EFETIVA > WRK-DATA-FIM)
              MOVE 0 TO WRK-ATENDE.
           IF WRK-TEM-SEG = 1 AND WRK-ATENDE = 1
              PERFORM 0240-SEGMENTO-DO-CLIENTE
              IF WRK-CLI-SEGMENTO NOT = WRK-CRIT-SEG
                 MOVE 0 TO WRK-ATENDE.
      *-----------------------------------------------------
      * CLIENTE SEM VINCULO NO ARQCSG E NAO CLASSIFICADO (00)
      *-----------------------------------------------------
       0240-SEGMENTO-DO-CLIENTE.
           MOVE ZEROS TO WRK-CLI-SEGMENTO.
           MOVE REG-CODIGO TO CSG-CODIGO.
           READ ARQCSG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CSG-SEGMENTO TO WRK-CLI-SEGMENTO
           END-READ.
      *-----------------------------------------------------
       0300-FINALIZAR.
            CLOSE CLIENTES.
            CLOSE ARQSEL.
            IF WRK-TEM-CSG = 1
               CLOSE ARQCSG.
            DISPLAY '------------------------------------'.
            DISPLAY 'REGISTROS LIDOS......... ' WRK-LIDOS.
            DISPLAY 'SELECIONADOS............ ' WRK-SELECIONADOS.
