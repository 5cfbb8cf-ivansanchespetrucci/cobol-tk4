       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCHQ ASSIGN TO UT-S-ARQCHQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHQ-CHAVE
                  ALTERNATE RECORD KEY IS CHQ-DEPOSITO
                      WITH DUPLICATES
                  FILE STATUS IS FS-ARQCHQ-STATUS.
           SELECT ARQRCB ASSIGN TO UT-S-ARQRCB
                  ORGANIZATION IS LINE SEQUENTIAL
       FILE                            SECTION.
       FD   ARQCHQ
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 29 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CHQ.
       01   REG-CHQ.
            05 CHQ-CHAVE.
               10 CHQ-CODIGO    PIC 9(05).
               10 CHQ-NUMERO    PIC 9(06).
            05 CHQ-VALOR        PIC 9(07)V99.
            05 CHQ-DEPOSITO     PIC 9(08).
            05 CHQ-SITUACAO     PIC X(01).
       77  FS-ARQCHQ-STATUS PIC XX VALUE '00'.
       77  FS-ARQRCB-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-LIBERADOS PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0300-LIBERAR-CHEQUE UNTIL FS-ARQCHQ = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      * LIBERACAO DIARIA DA CUSTODIA (PASSO DO CICLO): TODO
      * CHEQUE EM CUSTODIA CUJA DATA DE DEPOSITO CHEGOU VIRA
      * RECEBIMENTO NO ARQRCB PARA A BAIXA NORMAL DO PROG068
      * E FICA MARCADO COMO LIBERADO NO ARQCHQ (PROG102). A
      * LEITURA E PELA CHAVE ALTERNATIVA DA DATA DE DEPOSITO
      * E PARA NO PRIMEIRO CHEQUE COM DEPOSITO FUTURO
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQCHQ.
           IF FS-ARQCHQ-STATUS NOT = '00'
              DISPLAY 'NENHUM CHEQUE EM CUSTODIA'
              MOVE 4 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQCHQ
           ELSE
              MOVE ZEROS TO CHQ-DEPOSITO
              START ARQCHQ KEY IS NOT < CHQ-DEPOSITO
                  INVALID KEY
                      MOVE 'F' TO FS-ARQCHQ
              END-START
              PERFORM 0150-LER-CHEQUE.
      *-----------------------------------------------------
       0150-LER-CHEQUE.
           IF FS-ARQCHQ NOT = 'F'
              READ ARQCHQ NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCHQ.
           IF FS-ARQCHQ NOT = 'F'
              IF CHQ-DEPOSITO > WRK-DATA-HOJE
                 MOVE 'F' TO FS-ARQCHQ.
      *-----------------------------------------------------
       0300-LIBERAR-CHEQUE.
           IF CHQ-SITUACAO = 'C'
              PERFORM 0350-GRAVAR-RECEBIMENTO
              IF FS-ARQRCB-STATUS = '00'
                 MOVE 'L' TO CHQ-SITUACAO
                 REWRITE REG-CHQ
                 ADD 1 TO WRK-QTD-LIBERADOS
                 MOVE CHQ-VALOR TO WRK-VALOR-ED
                 DISPLAY 'LIBERADO.. ' CHQ-CODIGO '/'
                         CHQ-NUMERO ' ' WRK-VALOR-ED.
           PERFORM 0150-LER-CHEQUE.
      *-----------------------------------------------------
       0350-GRAVAR-RECEBIMENTO.
           OPEN EXTEND ARQRCB.
              MOVE 8 TO WRK-RETORNO
           ELSE
              MOVE SPACES TO REG-RCB
              MOVE CHQ-CODIGO   TO RCB-CODIGO
              MOVE CHQ-NUMERO   TO RCB-NUMERO
              MOVE CHQ-VALOR    TO RCB-VALOR
              MOVE CHQ-DEPOSITO TO RCB-DATA
              WRITE REG-RCB
              CLOSE ARQRCB.
      *-----------------------------------------------------
       0900-FINALIZAR.
           IF FS-ARQCHQ-STATUS NOT = '35'
              CLOSE ARQCHQ.
           DISPLAY '------------------------------------'.
           DISPLAY 'CHEQUES LIBERADOS....... ' WRK-QTD-LIBERADOS.
           IF WRK-RETORNO = 0 AND WRK-QTD-LIBERADOS = 0
