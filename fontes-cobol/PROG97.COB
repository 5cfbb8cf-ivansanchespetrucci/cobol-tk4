           SELECT ARQAJU ASSIGN TO UT-S-ARQAJU
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAJU-STATUS.
           SELECT ARQRMB ASSIGN TO UT-S-ARQRMB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRMB-STATUS.
           SELECT ARQTXA ASSIGN TO UT-S-ARQTXA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTXA-STATUS.
           SELECT ARQCTB ASSIGN TO UT-S-ARQCTB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCTB-STATUS.
            05 AJU-MOTIVO       PIC X(03).
            05 AJU-DATA         PIC 9(08).
            05 AJU-OPERADOR     PIC X(08).
       FD   ARQRMB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RMB.
       01   REG-RMB.
            05 RMB-CODIGO       PIC 9(05).
            05 RMB-NUMERO       PIC 9(06).
            05 RMB-VALOR        PIC 9(07)V99.
            05 RMB-DATA-CRD     PIC 9(08).
            05 RMB-DATA-PEDIDO  PIC 9(08).
            05 RMB-BANCO        PIC 9(03).
            05 RMB-AGENCIA      PIC 9(05).
            05 RMB-CONTA        PIC X(12).
            05 RMB-TITULAR      PIC X(30).
            05 RMB-OPERADOR     PIC X(08).
            05 RMB-SITUACAO     PIC X(01).
            05 RMB-DATA-ENVIO   PIC 9(08).
       FD   ARQTXA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TXA.
       01   REG-TXA.
            05 TXA-CODIGO       PIC 9(05).
            05 TXA-NUMERO       PIC 9(06).
            05 TXA-VALOR        PIC 9(07)V99.
            05 TXA-DATA         PIC 9(08).
            05 TXA-LOTE         PIC X(10).
       FD   ARQCTB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CTB.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQAJU        PIC X VALUE 'N'.
       77  FS-ARQRMB        PIC X VALUE 'N'.
       77  FS-ARQTXA        PIC X VALUE 'N'.
       77  FS-ARQCTB        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  WRK-EMPRESA-MOV  PIC 9(02) VALUE 0.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQAJU-STATUS PIC XX VALUE '00'.
       77  FS-ARQRMB-STATUS PIC XX VALUE '00'.
       77  FS-ARQTXA-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTB-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-MOVTOS   PIC 9(09) VALUE 0.
            PERFORM 0200-FATURAS-DO-DIA UNTIL FS-FATURAS = 'F'.
            PERFORM 0300-PAGTOS-DO-DIA UNTIL FS-ARQPAG = 'F'.
            PERFORM 0400-AJUSTES-DO-DIA UNTIL FS-ARQAJU = 'F'.
            PERFORM 0420-REEMBOLSOS-DO-DIA UNTIL FS-ARQRMB = 'F'.
            PERFORM 0440-TAXAS-DO-DIA UNTIL FS-ARQTXA = 'F'.
            PERFORM 0500-LER-TRAILER UNTIL FS-ARQCTB = 'F'.
            PERFORM 0900-CONFERIR.
            MOVE WRK-RETORNO TO RETURN-CODE.
      *-----------------------------------------------------
      * PROVA DIARIA DA INTERFACE CONTABIL: OS MOVIMENTOS DO
      * DIA SAO TOTALIZADOS DE NOVO, DIRETO DE FATURAS,
      * ARQPAG, ARQAJU, ARQRMB E ARQTXA, E CONFERIDOS COM O
      * TRAILER DO ARQCTB
      * GERADO PELO PROG071 -- NA MESMA EMPRESA E NA MESMA
      * DATA OFICIAL DO ARQRUN QUE O EXTRATO USOU, SENAO A
      * PROVA ACUSARIA DIFERENCA FALSA. DIFERENCA TERMINA COM
              MOVE 'F' TO FS-FATURAS
              MOVE 'F' TO FS-ARQPAG
              MOVE 'F' TO FS-ARQAJU
              MOVE 'F' TO FS-ARQRMB
              MOVE 'F' TO FS-ARQTXA
              MOVE 'F' TO FS-ARQCTB
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
              READ ARQAJU AT END
                          MOVE 'F' TO FS-ARQAJU
              END-READ.
           OPEN INPUT ARQRMB.
           IF FS-ARQRMB-STATUS NOT = '00'
              MOVE 'F' TO FS-ARQRMB
           ELSE
              READ ARQRMB AT END
                          MOVE 'F' TO FS-ARQRMB
              END-READ.
           OPEN INPUT ARQTXA.
           IF FS-ARQTXA-STATUS NOT = '00'
              MOVE 'F' TO FS-ARQTXA
           ELSE
              READ ARQTXA AT END
                          MOVE 'F' TO FS-ARQTXA
              END-READ.
           OPEN INPUT ARQCTB.
           IF FS-ARQCTB-STATUS NOT = '00'
              DISPLAY 'EXTRATO CONTABIL AUSENTE ' FS-ARQCTB-STATUS
              ADD AJU-VALOR TO WRK-TOT-VALOR.
           READ ARQAJU AT END
                       MOVE 'F' TO FS-ARQAJU.
      *-----------------------------------------------------
      * REEMBOLSOS ENVIADOS AO BANCO NO DIA (TIPO D) E TAXAS
      * DA ADQUIRENTE DE CARTOES (TIPO T), COM OS MESMOS
      * CRITERIOS DO PROG071
      *-----------------------------------------------------
       0420-REEMBOLSOS-DO-DIA.
           MOVE RMB-CODIGO TO REG-CODIGO.
           PERFORM 0250-EMPRESA-DO-CLIENTE.
           IF RMB-SITUACAO = 'E'
              AND RMB-DATA-ENVIO = WRK-DATA-HOJE
              AND WRK-EMPRESA-MOV = WRK-EMPRESA
              ADD 1 TO WRK-QTD-MOVTOS
              ADD RMB-CODIGO TO WRK-HASH-CODIGO
              ADD RMB-VALOR TO WRK-TOT-VALOR.
           READ ARQRMB AT END
                       MOVE 'F' TO FS-ARQRMB.
      *-----------------------------------------------------
       0440-TAXAS-DO-DIA.
           MOVE TXA-CODIGO TO REG-CODIGO.
           PERFORM 0250-EMPRESA-DO-CLIENTE.
           IF TXA-DATA = WRK-DATA-HOJE
              AND WRK-EMPRESA-MOV = WRK-EMPRESA
              ADD 1 TO WRK-QTD-MOVTOS
              ADD TXA-CODIGO TO WRK-HASH-CODIGO
              ADD TXA-VALOR TO WRK-TOT-VALOR.
           READ ARQTXA AT END
                       MOVE 'F' TO FS-ARQTXA.
      *-----------------------------------------------------
       0500-LER-TRAILER.
           IF REG-CTB (1:3) = 'TRL'
               CLOSE ARQPAG.
            IF FS-ARQAJU-STATUS = '00'
               CLOSE ARQAJU.
            IF FS-ARQRMB-STATUS = '00'
               CLOSE ARQRMB.
            IF FS-ARQTXA-STATUS = '00'
               CLOSE ARQTXA.
            IF FS-ARQCTB-STATUS = '00'
               CLOSE ARQCTB.
            DISPLAY '------------------------------------'.
