       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCHQ ASSIGN TO UT-S-ARQCHQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHQ-CHAVE
                  ALTERNATE RECORD KEY IS CHQ-DEPOSITO
                      WITH DUPLICATES
                  FILE STATUS IS FS-ARQCHQ-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
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
       77  WRK-NUMERO       PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DEPOSITO     PIC 9(08) VALUE ZEROS.
       77  WRK-IMAGEM-ANTES PIC X(135) VALUE SPACES.
       77  WRK-CHQ-QTD      PIC 9(05) VALUE 0.
       77  WRK-CHQ-ACHOU    PIC 9 VALUE 0.
       01  WRK-DEP-DEC.
           05 WRK-DEP-ANO   PIC 9(04).
           05 WRK-DEP-MES   PIC 9(02).
       77  WRK-SEM-ANT      PIC 9(02) VALUE 0.
       77  WRK-ANO-ANT      PIC 9(04) VALUE 0.
       77  WRK-SEM-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SEM-QTD      PIC 9(05) VALUE 0.
       77  WRK-TOT-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-QTD      PIC 9(05) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN 1 PERFORM 0200-INCLUIR
                WHEN 2 PERFORM 0400-DEVOLUCAO THRU 0400-FIM
                WHEN 3 PERFORM 0600-POSICAO THRU 0600-FIM
                WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.
      * O CHEQUE NA GAVETA (SITUACAO C); O PROG103 LIBERA NO
      * CICLO NOTURNO OS QUE CHEGARAM NA DATA DE DEPOSITO
      * (SITUACAO L) PARA A BAIXA DO PROG068; A DEVOLUCAO
      * REABRE A FATURA E MARCA O CHEQUE (SITUACAO D). O
      * ARQCHQ E INDEXADO POR CLIENTE/FATURA: CADA FATURA TEM
      * UM CHEQUE VIVO, E SO O DEVOLVIDO PODE SER TROCADO POR
      * UM CHEQUE NOVO
      *-----------------------------------------------------
       0200-INCLUIR.
           DISPLAY 'CODIGO DO CLIENTE.........'.
           IF WRK-VALOR = 0 OR WRK-DEPOSITO = 0
              DISPLAY 'CHEQUE INVALIDO, NADA REGISTRADO'
           ELSE
              PERFORM 0300-ABRIR-CHEQUES
              IF FS-ARQCHQ-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQCHQ.... '
                         FS-ARQCHQ-STATUS
              ELSE
                 PERFORM 0250-GRAVAR-CHEQUE
                 CLOSE ARQCHQ.
      *-----------------------------------------------------
       0250-GRAVAR-CHEQUE.
           MOVE WRK-CODIGO TO CHQ-CODIGO.
           MOVE WRK-NUMERO TO CHQ-NUMERO.
           MOVE 0 TO WRK-CHQ-ACHOU.
           READ ARQCHQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-CHQ-ACHOU
           END-READ.
           IF WRK-CHQ-ACHOU = 1 AND CHQ-SITUACAO NOT = 'D'
              DISPLAY 'FATURA JA TEM CHEQUE EM CUSTODIA '
                      WRK-CODIGO '/' WRK-NUMERO
           ELSE
              MOVE SPACES TO REG-CHQ
              MOVE WRK-CODIGO   TO CHQ-CODIGO
              MOVE WRK-NUMERO   TO CHQ-NUMERO
              MOVE WRK-VALOR    TO CHQ-VALOR
              MOVE WRK-DEPOSITO TO CHQ-DEPOSITO
              MOVE 'C'          TO CHQ-SITUACAO
              IF WRK-CHQ-ACHOU = 1
                 REWRITE REG-CHQ
                 DISPLAY 'CHEQUE DEVOLVIDO SUBSTITUIDO'
              ELSE
                 WRITE REG-CHQ
              END-IF
              DISPLAY 'CHEQUE EM CUSTODIA..... ' WRK-CODIGO
                      '/' WRK-NUMERO ' DEPOSITO ' WRK-DEPOSITO.
      *-----------------------------------------------------
       0300-ABRIR-CHEQUES.
           OPEN I-O ARQCHQ.
           IF FS-ARQCHQ-STATUS = '35'
              OPEN OUTPUT ARQCHQ
              CLOSE ARQCHQ
              OPEN I-O ARQCHQ.
      *-----------------------------------------------------
      * CHEQUE DEVOLVIDO PELO BANCO: DESFAZ A BAIXA QUE A
      * LIBERACAO GEROU (MESMO TRATAMENTO DO ESTORNO DO
      * PROG098) E MARCA O CHEQUE COMO DEVOLVIDO
      *-----------------------------------------------------
       0400-DEVOLUCAO.
           OPEN I-O ARQCHQ.
           IF FS-ARQCHQ-STATUS NOT = '00'
              DISPLAY 'NENHUM CHEQUE EM CUSTODIA'
              GO TO 0400-FIM.
           DISPLAY 'CODIGO DO CLIENTE.........'.
           ACCEPT WRK-CODIGO.
           PERFORM 0410-LISTAR-CLIENTE.
           IF WRK-CHQ-QTD = 0
              DISPLAY 'CLIENTE SEM CHEQUE NA CUSTODIA'
              CLOSE ARQCHQ
              GO TO 0400-FIM.
           DISPLAY 'NUMERO DA FATURA DEVOLVIDA..'.
           ACCEPT WRK-NUMERO.
           MOVE WRK-CODIGO TO CHQ-CODIGO.
           MOVE WRK-NUMERO TO CHQ-NUMERO.
           READ ARQCHQ
               INVALID KEY
                   DISPLAY 'CHEQUE INEXISTENTE...... '
                           WRK-CODIGO '/' WRK-NUMERO
               NOT INVALID KEY
                   IF CHQ-SITUACAO NOT = 'L'
                      DISPLAY 'SO CHEQUE LIBERADO PODE SER DEVOLVIDO'
                   ELSE
                      PERFORM 0450-REABRIR-FATURA THRU 0450-FIM
                   END-IF
           END-READ.
           CLOSE ARQCHQ.
       0400-FIM.
      *-----------------------------------------------------
       0410-LISTAR-CLIENTE.
           MOVE 0 TO WRK-CHQ-QTD.
           MOVE 'N' TO FS-ARQCHQ.
           MOVE WRK-CODIGO TO CHQ-CODIGO.
           MOVE ZEROS TO CHQ-NUMERO.
           START ARQCHQ KEY IS NOT < CHQ-CHAVE
               INVALID KEY
                   MOVE 'F' TO FS-ARQCHQ
           END-START.
           IF FS-ARQCHQ NOT = 'F'
              READ ARQCHQ NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCHQ.
           IF FS-ARQCHQ NOT = 'F' AND CHQ-CODIGO = WRK-CODIGO
              DISPLAY 'CLIENTE FATURA VALOR         SITUACAO'.
           PERFORM 0420-LISTAR-CHEQUE
               UNTIL FS-ARQCHQ = 'F' OR CHQ-CODIGO NOT = WRK-CODIGO.
      *-----------------------------------------------------
       0420-LISTAR-CHEQUE.
           ADD 1 TO WRK-CHQ-QTD.
           MOVE CHQ-VALOR TO WRK-VALOR-ED.
           DISPLAY CHQ-CODIGO '   ' CHQ-NUMERO
                   ' ' WRK-VALOR-ED
                   ' ' CHQ-SITUACAO.
           READ ARQCHQ NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCHQ.
      *-----------------------------------------------------
       0450-REABRIR-FATURA.
           OPEN I-O FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
              GO TO 0450-FIM.
           MOVE CHQ-CODIGO TO FAT-CODIGO.
           MOVE CHQ-NUMERO TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   DISPLAY 'FATURA INEXISTENTE...... '
                           FAT-CODIGO '/' FAT-NUMERO
               NOT INVALID KEY
                   MOVE REG-FATURA TO WRK-IMAGEM-ANTES
                   IF CHQ-VALOR > FAT-VALOR-PAGO
                      DISPLAY 'VALOR PAGO MENOR QUE O CHEQUE, '
                              'DEVOLUCAO MANUAL'
                   ELSE
                      SUBTRACT CHQ-VALOR FROM FAT-VALOR-PAGO
                      MOVE 'A' TO FAT-STATUS
                      REWRITE REG-FATURA
                      PERFORM 0470-GRAVAR-JRN
                      MOVE 'D' TO CHQ-SITUACAO
                      REWRITE REG-CHQ
                      DISPLAY 'FATURA REABERTA......... '
                              FAT-CODIGO '/' FAT-NUMERO
                   END-IF
              WRITE REG-JRN
              CLOSE ARQJRN.
      *-----------------------------------------------------
      *-----------------------------------------------------
      * POSICAO DA CUSTODIA POR SEMANA DE DEPOSITO (SEMANA
      * APROXIMADA DENTRO DO ANO, MESMA ARITMETICA DO SERIAL
      * SIMPLIFICADO DA CASA), LIDA PELA CHAVE ALTERNATIVA DA
      * DATA DE DEPOSITO
      *-----------------------------------------------------
       0600-POSICAO.
           OPEN INPUT ARQCHQ.
           IF FS-ARQCHQ-STATUS NOT = '00'
              DISPLAY 'NENHUM CHEQUE EM CUSTODIA'
              GO TO 0600-FIM.
           DISPLAY 'POSICAO DA CUSTODIA DE CHEQUES'.
           DISPLAY '------------------------------------'.
           MOVE 'N' TO FS-ARQCHQ.
           MOVE ZEROS TO CHQ-DEPOSITO.
           START ARQCHQ KEY IS NOT < CHQ-DEPOSITO
               INVALID KEY
                   MOVE 'F' TO FS-ARQCHQ
           END-START.
           IF FS-ARQCHQ NOT = 'F'
              READ ARQCHQ NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCHQ.
           PERFORM 0650-POSICAO-CHEQUE UNTIL FS-ARQCHQ = 'F'.
           CLOSE ARQCHQ.
           PERFORM 0680-FECHAR-SEMANA.
           DISPLAY '------------------------------------'.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           DISPLAY 'CHEQUES EM CUSTODIA..... ' WRK-TOT-QTD.
           DISPLAY 'VALOR EM CUSTODIA....... ' WRK-VALOR-ED.
       0600-FIM.
      *-----------------------------------------------------
       0650-POSICAO-CHEQUE.
           IF CHQ-SITUACAO = 'C'
              MOVE CHQ-DEPOSITO TO WRK-DEP-DEC
              COMPUTE WRK-SEMANA =
                      ((WRK-DEP-MES - 1) * 30 + WRK-DEP-DIA) / 7
                      + 1
                 MOVE WRK-DEP-ANO TO WRK-ANO-ANT
                 DISPLAY 'SEMANA ' WRK-SEMANA ' DE ' WRK-DEP-ANO
              END-IF
              MOVE CHQ-VALOR TO WRK-VALOR-ED
              DISPLAY '  ' CHQ-CODIGO '/' CHQ-NUMERO
                      ' ' WRK-VALOR-ED
                      ' DEPOSITO ' CHQ-DEPOSITO
              ADD CHQ-VALOR TO WRK-SEM-VALOR
              ADD CHQ-VALOR TO WRK-TOT-VALOR
              ADD 1 TO WRK-SEM-QTD
              ADD 1 TO WRK-TOT-QTD.
           READ ARQCHQ NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCHQ.
      *-----------------------------------------------------
       0680-FECHAR-SEMANA.
           IF WRK-SEM-QTD NOT = 0
