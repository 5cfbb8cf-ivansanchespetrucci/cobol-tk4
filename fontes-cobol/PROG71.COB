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
       77  WRK-EMPRESA-MOV  PIC 9(02) VALUE 0.
       77  FS-ARQAJU        PIC X VALUE 'N'.
       77  FS-ARQAJU-STATUS PIC XX VALUE '00'.
       77  FS-ARQRMB        PIC X VALUE 'N'.
       77  FS-ARQRMB-STATUS PIC XX VALUE '00'.
       77  FS-ARQTXA        PIC X VALUE 'N'.
       77  FS-ARQTXA-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  WRK-TOT-FATURAS  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PAGTOS   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-AJUSTES  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-REEMBOLSOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-TAXAS    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-GANHOS   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PERDAS   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA (VER PROG049): CABECALHO COM
            PERFORM 0200-FATURAS-DO-DIA UNTIL FS-FATURAS = 'F'.
            PERFORM 0300-PAGTOS-DO-DIA UNTIL FS-ARQPAG = 'F'.
            PERFORM 0400-AJUSTES-DO-DIA UNTIL FS-ARQAJU = 'F'.
            PERFORM 0500-REEMBOLSOS-DO-DIA UNTIL FS-ARQRMB = 'F'.
            PERFORM 0600-TAXAS-DO-DIA UNTIL FS-ARQTXA = 'F'.
            PERFORM 0900-FINALIZAR.
           MOVE 'CONTABIL' TO WRK-DRV-ETAPA.
           MOVE 'CONCLUIDA' TO WRK-DRV-STATUS.
              MOVE 'F' TO FS-FATURAS
              MOVE 'F' TO FS-ARQPAG
              MOVE 'F' TO FS-ARQAJU
              MOVE 'F' TO FS-ARQRMB
              MOVE 'F' TO FS-ARQTXA
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
                MOVE 'F' TO FS-FATURAS
                MOVE 'F' TO FS-ARQPAG
                MOVE 'F' TO FS-ARQAJU
                MOVE 'F' TO FS-ARQRMB
                MOVE 'F' TO FS-ARQTXA
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
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
       0100-FIM.
      *-----------------------------------------------------
      * A DATA OFICIAL VEM DO CONTROLE ARQRUN (PROG126);
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
      * NOTAS DE CREDITO DO PROG091 E DESCONTOS POR
      * PONTUALIDADE DO PROG068 (ARQAJU) ENTRAM NO EXTRATO
      * COMO TIPO A PARA A CONTABILIDADE ABATER O VALOR
      * AJUSTADO DO RAZAO DE CLIENTES. A VARIACAO CAMBIAL DO
      * RECEBIMENTO DE FATURA EM MOEDA (TIPO V DO PROG068)
      * ENTRA COMO G (GANHO, MOTIVO VCA) OU L (PERDA, VCP)
      *-----------------------------------------------------
       0400-AJUSTES-DO-DIA.
           MOVE AJU-CODIGO TO REG-CODIGO.
              MOVE AJU-NUMERO TO CTB-NUMERO
              MOVE AJU-VALOR  TO CTB-VALOR
              MOVE AJU-DATA   TO CTB-DATA
              IF AJU-TIPO = 'V'
                 IF AJU-MOTIVO = 'VCA'
                    MOVE 'G' TO CTB-TIPO
                    ADD AJU-VALOR TO WRK-TOT-GANHOS
                 ELSE
                    MOVE 'L' TO CTB-TIPO
                    ADD AJU-VALOR TO WRK-TOT-PERDAS
                 END-IF
              ELSE
                 ADD AJU-VALOR TO WRK-TOT-AJUSTES
              END-IF
              WRITE REG-CTB
              ADD 1 TO WRK-QTD-MOVTOS
              ADD AJU-CODIGO TO WRK-HASH-CODIGO
              ADD AJU-VALOR TO WRK-TOT-VALOR.
           READ ARQAJU AT END
                       MOVE 'F' TO FS-ARQAJU.
      *-----------------------------------------------------
      * REEMBOLSOS DE CREDITO EM CONTA (PROG150) ENTRAM COMO
      * TIPO D NO DIA EM QUE O PROG151 MANDOU O PAGAMENTO AO
      * BANCO, PARA A CONTABILIDADE BAIXAR O CREDITO CONTRA
      * A SAIDA DE CAIXA
      *-----------------------------------------------------
       0500-REEMBOLSOS-DO-DIA.
           MOVE RMB-CODIGO TO REG-CODIGO.
           PERFORM 0250-EMPRESA-DO-CLIENTE.
           IF RMB-SITUACAO = 'E'
              AND RMB-DATA-ENVIO = WRK-DATA-HOJE
              AND WRK-EMPRESA-MOV = WRK-EMPRESA
              MOVE SPACES TO REG-CTB
              MOVE RMB-CODIGO TO CTB-CODIGO
              MOVE 'D'        TO CTB-TIPO
              MOVE RMB-NUMERO TO CTB-NUMERO
              MOVE RMB-VALOR  TO CTB-VALOR
              MOVE RMB-DATA-ENVIO TO CTB-DATA
              WRITE REG-CTB
              ADD 1 TO WRK-QTD-MOVTOS
              ADD RMB-CODIGO TO WRK-HASH-CODIGO
              ADD RMB-VALOR TO WRK-TOT-VALOR
              ADD RMB-VALOR TO WRK-TOT-REEMBOLSOS.
           READ ARQRMB AT END
                       MOVE 'F' TO FS-ARQRMB.
      *-----------------------------------------------------
      * TAXA RETIDA PELA ADQUIRENTE DE CARTOES (PROG207)
      * ENTRA COMO TIPO T NA DATA DO CREDITO DO LOTE, PARA A
      * CONTABILIDADE LANCAR A DESPESA CONTRA O RECEBIMENTO
      * BAIXADO PELO BRUTO
      *-----------------------------------------------------
       0600-TAXAS-DO-DIA.
           MOVE TXA-CODIGO TO REG-CODIGO.
           PERFORM 0250-EMPRESA-DO-CLIENTE.
           IF TXA-DATA = WRK-DATA-HOJE
              AND WRK-EMPRESA-MOV = WRK-EMPRESA
              MOVE SPACES TO REG-CTB
              MOVE TXA-CODIGO TO CTB-CODIGO
              MOVE 'T'        TO CTB-TIPO
              MOVE TXA-NUMERO TO CTB-NUMERO
              MOVE TXA-VALOR  TO CTB-VALOR
              MOVE TXA-DATA   TO CTB-DATA
              WRITE REG-CTB
              ADD 1 TO WRK-QTD-MOVTOS
              ADD TXA-CODIGO TO WRK-HASH-CODIGO
              ADD TXA-VALOR TO WRK-TOT-VALOR
              ADD TXA-VALOR TO WRK-TOT-TAXAS.
           READ ARQTXA AT END
                       MOVE 'F' TO FS-ARQTXA.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF FS-ARQCTB-STATUS = '00'
               CLOSE ARQPAG.
            IF FS-ARQAJU-STATUS = '00'
               CLOSE ARQAJU.
            IF FS-ARQRMB-STATUS = '00'
               CLOSE ARQRMB.
            IF FS-ARQTXA-STATUS = '00'
               CLOSE ARQTXA.
            DISPLAY '------------------------------------'.
            IF WRK-TEM-CADASTRO = 1
               CLOSE CLIENTES.
            DISPLAY 'TOTAL DE PAGAMENTOS..... ' WRK-VALOR-ED.
            MOVE WRK-TOT-AJUSTES TO WRK-VALOR-ED.
            DISPLAY 'TOTAL DE AJUSTES........ ' WRK-VALOR-ED.
            MOVE WRK-TOT-REEMBOLSOS TO WRK-VALOR-ED.
            DISPLAY 'TOTAL DE REEMBOLSOS..... ' WRK-VALOR-ED.
            MOVE WRK-TOT-TAXAS TO WRK-VALOR-ED.
            DISPLAY 'TOTAL DE TAXAS CARTAO... ' WRK-VALOR-ED.
            MOVE WRK-TOT-GANHOS TO WRK-VALOR-ED.
            DISPLAY 'GANHOS CAMBIAIS......... ' WRK-VALOR-ED.
            MOVE WRK-TOT-PERDAS TO WRK-VALOR-ED.
            DISPLAY 'PERDAS CAMBIAIS......... ' WRK-VALOR-ED.
            DISPLAY 'VALOR TOTAL DO MOVIMENTO (CENTAVOS). '
                    WRK-TRL-VALOR.
            IF WRK-RETORNO = 0 AND WRK-QTD-MOVTOS = 0
