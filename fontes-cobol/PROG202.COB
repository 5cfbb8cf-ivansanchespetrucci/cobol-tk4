       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG202.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQFAA ASSIGN TO UT-S-ARQFAA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQFAA-STATUS.
           SELECT ARQPGA ASSIGN TO UT-S-ARQPGA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPGA-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQFAA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQPGA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQFAA        PIC X VALUE 'N'.
       77  FS-ARQPGA        PIC X VALUE 'N'.
       77  FS-ARQFAA-STATUS PIC XX VALUE '00'.
       77  FS-ARQPGA-STATUS PIC XX VALUE '00'.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-INI     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM     PIC 9(08) VALUE 99999999.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PAGO-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-FATURAS  PIC 9(05) VALUE 0.
       77  WRK-QTD-PAGTOS   PIC 9(05) VALUE 0.
       77  WRK-TOTAL-FAT    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAG    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0300-VARRER-FATURAS UNTIL FS-ARQFAA = 'F'.
            PERFORM 0350-TITULO-PAGTOS.
            PERFORM 0400-VARRER-PAGTOS UNTIL FS-ARQPGA = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * CONSULTA DO HISTORICO ARQUIVADO PELO PROG201, PARA AS
      * BUSCAS LEGAIS DE 5 ANOS: FATURAS DO CLIENTE NO ARQFAA
      * COM EMISSAO NO PERIODO E PAGAMENTOS DO CLIENTE NO
      * ARQPGA COM DATA NO PERIODO, PULANDO O ENVELOPE. O JOB
      * CONCATENA AS GERACOES DATADAS QUE INTERESSAM (O
      * CATALOGO DO PROG127 DIZ QUAIS EXISTEM)
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'CODIGO DO CLIENTE............'.
           ACCEPT WRK-CODIGO.
           DISPLAY 'DATA INICIAL (AAAAMMDD)......'.
           ACCEPT WRK-DATA-INI.
           DISPLAY 'DATA FINAL (AAAAMMDD)........'.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM = 0
              MOVE 99999999 TO WRK-DATA-FIM.
           OPEN INPUT ARQFAA.
           IF FS-ARQFAA-STATUS NOT = '00'
              DISPLAY 'FATURAS ARQUIVADAS AUSENTES'
              MOVE 'F' TO FS-ARQFAA
           ELSE
              READ ARQFAA AT END
                          MOVE 'F' TO FS-ARQFAA
              END-READ.
           OPEN INPUT ARQPGA.
           IF FS-ARQPGA-STATUS NOT = '00'
              DISPLAY 'PAGAMENTOS ARQUIVADOS AUSENTES'
              MOVE 'F' TO FS-ARQPGA
           ELSE
              READ ARQPGA AT END
                          MOVE 'F' TO FS-ARQPGA
              END-READ.
           DISPLAY 'HISTORICO ARQUIVADO DO CLIENTE ' WRK-CODIGO
                   ' DE ' WRK-DATA-INI ' A ' WRK-DATA-FIM.
           DISPLAY '------------------------------------'.
           DISPLAY 'FATURA EMISSAO  VENCTO   S         VALOR'
                   '          PAGO'.
      *-----------------------------------------------------
       0300-VARRER-FATURAS.
           IF REG-FATURA (1:3) NOT = 'HDR'
              AND REG-FATURA (1:3) NOT = 'TRL'
              IF FAT-CODIGO = WRK-CODIGO
                 AND FAT-EMISSAO NOT < WRK-DATA-INI
                 AND FAT-EMISSAO NOT > WRK-DATA-FIM
                 MOVE FAT-VALOR      TO WRK-VALOR-ED
                 MOVE FAT-VALOR-PAGO TO WRK-PAGO-ED
                 DISPLAY FAT-NUMERO ' ' FAT-EMISSAO ' '
                         FAT-VENCIMENTO ' ' FAT-STATUS ' '
                         WRK-VALOR-ED ' ' WRK-PAGO-ED
                 ADD 1 TO WRK-QTD-FATURAS
                 ADD FAT-VALOR TO WRK-TOTAL-FAT.
           READ ARQFAA AT END
                       MOVE 'F' TO FS-ARQFAA.
      *-----------------------------------------------------
       0350-TITULO-PAGTOS.
           DISPLAY '------------------------------------'.
           DISPLAY 'PAGAMENTO FATURA            VALOR'.
      *-----------------------------------------------------
       0400-VARRER-PAGTOS.
           IF REG-PAG (1:3) NOT = 'HDR'
              AND REG-PAG (1:3) NOT = 'TRL'
              IF PAG-CODIGO = WRK-CODIGO
                 AND PAG-DATA NOT < WRK-DATA-INI
                 AND PAG-DATA NOT > WRK-DATA-FIM
                 MOVE PAG-VALOR TO WRK-VALOR-ED
                 DISPLAY PAG-DATA '  ' PAG-NUMERO ' '
                         WRK-VALOR-ED
                 ADD 1 TO WRK-QTD-PAGTOS
                 ADD PAG-VALOR TO WRK-TOTAL-PAG.
           READ ARQPGA AT END
                       MOVE 'F' TO FS-ARQPGA.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF FS-ARQFAA-STATUS NOT = '35'
               CLOSE ARQFAA.
            IF FS-ARQPGA-STATUS NOT = '35'
               CLOSE ARQPGA.
            DISPLAY '------------------------------------'.
            DISPLAY 'FATURAS ENCONTRADAS..... ' WRK-QTD-FATURAS.
            MOVE WRK-TOTAL-FAT TO WRK-TOTAL-ED.
            DISPLAY 'VALOR FATURADO.......... ' WRK-TOTAL-ED.
            DISPLAY 'PAGAMENTOS ENCONTRADOS.. ' WRK-QTD-PAGTOS.
            MOVE WRK-TOTAL-PAG TO WRK-TOTAL-ED.
            DISPLAY 'VALOR PAGO.............. ' WRK-TOTAL-ED.
            IF WRK-RETORNO = 0
               AND WRK-QTD-FATURAS = 0 AND WRK-QTD-PAGTOS = 0
               MOVE 4 TO WRK-RETORNO.
