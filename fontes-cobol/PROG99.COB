           SELECT ARQPDB ASSIGN TO UT-S-ARQPDB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPDB-STATUS.
           SELECT ARQTXA ASSIGN TO UT-S-ARQTXA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTXA-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
            05 PEN-TIPO         PIC X(01).
            05 PEN-DATA         PIC 9(08).
            05 PEN-VALOR        PIC 9(09)V99.
       FD   ARQTXA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TXA.
       01   REG-TXA.
            05 TXA-CODIGO       PIC 9(05).
            05 TXA-NUMERO       PIC 9(06).
            05 TXA-VALOR        PIC 9(07)V99.
            05 TXA-DATA         PIC 9(08).
            05 TXA-LOTE         PIC X(10).
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQBNC        PIC X VALUE 'N'.
       77  FS-ARQPDB        PIC X VALUE 'N'.
       77  FS-ARQTXA        PIC X VALUE 'N'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQBNC-STATUS PIC XX VALUE '00'.
       77  FS-ARQPDB-STATUS PIC XX VALUE '00'.
       77  FS-ARQTXA-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------
            PERFORM 0100-CARREGAR-PENDENCIAS.
            PERFORM 0200-CARREGAR-PAGTOS.
            PERFORM 0300-CARREGAR-BANCO.
            PERFORM 0400-CARREGAR-TAXAS.
            PERFORM 0500-CONCILIAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
              ADD BNC-VALOR TO WRK-DIA-BANCO (WRK-POS).
           READ ARQBNC AT END
                       MOVE 'F' TO FS-ARQBNC.
      *-----------------------------------------------------
      * O DEPOSITO DA ADQUIRENTE DE CARTOES VEM LIQUIDO DA
      * TAXA E A BAIXA FOI PELO BRUTO: A TAXA RETIDA DO DIA
      * (ARQTXA DO PROG207) COMPLETA O LADO BANCO
      *-----------------------------------------------------
       0400-CARREGAR-TAXAS.
           OPEN INPUT ARQTXA.
           IF FS-ARQTXA-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQTXA AT END
                          MOVE 'F' TO FS-ARQTXA
              END-READ
              PERFORM 0420-SOMAR-TAXA UNTIL FS-ARQTXA = 'F'
              CLOSE ARQTXA.
      *-----------------------------------------------------
       0420-SOMAR-TAXA.
           IF TXA-DATA = WRK-DATA-HOJE
              MOVE TXA-DATA TO WRK-DATA-BUSCA
              PERFORM 0150-LOCALIZAR-DIA
              IF WRK-POS NOT = 0
                 ADD TXA-VALOR TO WRK-DIA-BANCO (WRK-POS)
              END-IF.
           READ ARQTXA AT END
                       MOVE 'F' TO FS-ARQTXA.
      *-----------------------------------------------------
       0500-CONCILIAR.
           OPEN OUTPUT ARQPDB.
