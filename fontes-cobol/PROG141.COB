                  RECORD KEY IS REG-VDD-CODIGO
                  FILE STATUS IS FS-ARQVDD-STATUS.
           SELECT ARQVCL ASSIGN TO UT-S-ARQVCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCL-CODIGO
                  FILE STATUS IS FS-ARQVCL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
            05 REG-VDD-STATUS   PIC X(01).
       FD   ARQVCL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 8 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-VCL.
       01   REG-VCL.
            05 VCL-CODIGO       PIC 9(05).
       77  WRK-PCT-ED       PIC Z9,99 VALUE ZEROS.
       77  WRK-CLIENTE      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD          PIC 9(03) VALUE 0.
       77  WRK-VIN-QTD      PIC 9(05) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'CADASTRO DE VENDEDORES'.
           READ ARQVDD NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQVDD.
      *-----------------------------------------------------
      * O VINCULO E GRAVADO PELA CHAVE DO CLIENTE NO ARQVCL
      * INDEXADO, COMO O PROG100 FAZ COM AS CONDICOES;
      * VINCULAR DE NOVO O MESMO CLIENTE TROCA O VENDEDOR
      *-----------------------------------------------------
       0600-VINCULAR.
           DISPLAY 'CODIGO DO CLIENTE.........'.
                   IF REG-VDD-STATUS NOT = 'A'
                      DISPLAY 'VENDEDOR DESATIVADO... ' WRK-CODIGO
                   ELSE
                      PERFORM 0620-ABRIR-VINCULOS
                      IF FS-ARQVCL-STATUS = '00'
                         PERFORM 0650-GRAVAR-VINCULO
                         CLOSE ARQVCL
                      END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0620-ABRIR-VINCULOS.
           OPEN I-O ARQVCL.
           IF FS-ARQVCL-STATUS = '35'
              OPEN OUTPUT ARQVCL
              CLOSE ARQVCL
              OPEN I-O ARQVCL.
           IF FS-ARQVCL-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQVCL.... ' FS-ARQVCL-STATUS.
      *-----------------------------------------------------
       0650-GRAVAR-VINCULO.
           MOVE WRK-CLIENTE TO VCL-CODIGO.
           READ ARQVCL
               INVALID KEY
                   MOVE WRK-CODIGO TO VCL-VENDEDOR
                   WRITE REG-VCL
               NOT INVALID KEY
                   MOVE WRK-CODIGO TO VCL-VENDEDOR
                   REWRITE REG-VCL
           END-READ.
           DISPLAY 'CLIENTE VINCULADO..... ' WRK-CLIENTE
                   ' VENDEDOR ' WRK-CODIGO.
      *-----------------------------------------------------
       0700-LISTAR-VINCULOS.
           OPEN INPUT ARQVCL.
           DISPLAY 'CLIENTE VENDEDOR'.
           DISPLAY '------------------------------------'.
           IF FS-ARQVCL-STATUS = '00'
              READ ARQVCL NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQVCL
              END-READ
              PERFORM 0750-LISTAR-VINCULO UNTIL FS-ARQVCL = 'F'
              CLOSE ARQVCL.
           DISPLAY 'VINCULOS LISTADOS..... ' WRK-VIN-QTD.
      *-----------------------------------------------------
       0750-LISTAR-VINCULO.
           DISPLAY VCL-CODIGO '   ' VCL-VENDEDOR.
           ADD 1 TO WRK-VIN-QTD.
           READ ARQVCL NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQVCL.
