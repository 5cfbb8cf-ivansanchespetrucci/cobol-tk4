                  RECORD KEY IS REG-CPG-CODIGO
                  FILE STATUS IS FS-ARQCPG-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQCPG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONDICAO.
       01   REG-CONDICAO.
            05 REG-CPG-DIAS     PIC 9(03).
            05 REG-CPG-DESCR    PIC X(15).
            05 REG-CPG-STATUS   PIC X(01).
            05 REG-CPG-DESC-PERC PIC 9(02)V99.
            05 REG-CPG-DESC-DIAS PIC 9(03).
       FD   ARQCTE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 7 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTE.
       01   REG-CTE.
            05 CTE-CODIGO       PIC 9(05).
       77  WRK-CODIGO       PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS         PIC 9(03) VALUE ZEROS.
       77  WRK-DESCR        PIC X(15) VALUE SPACES.
       77  WRK-DESC-PERC    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DESC-DIAS    PIC 9(03) VALUE ZEROS.
       77  WRK-DESC-OK      PIC 9 VALUE 1.
       77  WRK-PERC-ED      PIC Z9,99 VALUE ZEROS.
       77  WRK-CLIENTE      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD          PIC 9(03) VALUE 0.
       77  WRK-VIN-QTD      PIC 9(05) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'CONDICOES DE PAGAMENTO'.
            PERFORM 0100-ABRIR.
            IF FS-ARQCPG-STATUS = '00'
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-ALTERAR
                   WHEN 3 PERFORM 0400-DESATIVAR
                   WHEN 4 PERFORM 0500-LISTAR
           STOP RUN.
      *-----------------------------------------------------
      * TABELA DE CONDICOES DE PAGAMENTO (CODIGO, DIAS DE
      * PRAZO, DESCRICAO, DESCONTO POR PONTUALIDADE) NO MESMO
      * MOLDE DA TABELA DE REGIOES DO PROG078, E O VINCULO
      * CLIENTE-CONDICAO NO ARQCTE;
      * O PROG067 CALCULA O VENCIMENTO DA FATURA A PARTIR
      * DELES EM VEZ DE CONFIAR NA DATA DIGITADA
      *-----------------------------------------------------
           ACCEPT WRK-DIAS.
           DISPLAY 'DESCRICAO...................'.
           ACCEPT WRK-DESCR.
           PERFORM 0250-PEDIR-DESCONTO.
           IF WRK-DESC-OK = 0
              GO TO 0200-FIM.
           MOVE WRK-CODIGO TO REG-CPG-CODIGO.
           MOVE WRK-DIAS   TO REG-CPG-DIAS.
           MOVE WRK-DESCR  TO REG-CPG-DESCR.
           MOVE 'A' TO REG-CPG-STATUS.
           MOVE WRK-DESC-PERC TO REG-CPG-DESC-PERC.
           MOVE WRK-DESC-DIAS TO REG-CPG-DESC-DIAS.
           WRITE REG-CONDICAO
               INVALID KEY
                   DISPLAY 'CONDICAO JA CADASTRADA ' WRK-CODIGO
                   DISPLAY 'CONDICAO INCLUIDA..... ' WRK-CODIGO
                           ' ' WRK-DIAS ' DIAS ' WRK-DESCR
           END-WRITE.
       0200-FIM.
      *-----------------------------------------------------
      * DESCONTO POR PONTUALIDADE: PERCENTUAL SOBRE O VALOR DA
      * FATURA PARA QUEM PAGA ATE N DIAS ANTES DO VENCIMENTO.
      * O PROG068 ACEITA O VALOR COM DESCONTO COMO QUITACAO E
      * O PROG089 IMPRIME VALOR E PRAZO NO BOLETO. O PRAZO DO
      * DESCONTO TEM DE CABER NO PRAZO DA CONDICAO
      *-----------------------------------------------------
       0250-PEDIR-DESCONTO.
           MOVE 1 TO WRK-DESC-OK.
           DISPLAY 'PERCENTUAL DE DESCONTO (0=SEM)'.
           ACCEPT WRK-DESC-PERC.
           MOVE ZEROS TO WRK-DESC-DIAS.
           IF WRK-DESC-PERC NOT = 0
              DISPLAY 'DIAS ANTES DO VENCIMENTO....'
              ACCEPT WRK-DESC-DIAS
              IF WRK-DESC-PERC > 50
                 OR WRK-DESC-DIAS NOT < WRK-DIAS
                 DISPLAY 'DESCONTO INVALIDO, PRAZO ' WRK-DIAS
                         ' DIAS'
                 MOVE 0 TO WRK-DESC-OK.
      *-----------------------------------------------------
       0300-ALTERAR.
           DISPLAY 'CODIGO DA CONDICAO A ALTERAR..'.
                   ACCEPT WRK-DIAS
                   DISPLAY 'NOVA DESCRICAO........'
                   ACCEPT WRK-DESCR
                   MOVE REG-CPG-DESC-PERC TO WRK-PERC-ED
                   DISPLAY 'DESCONTO ATUAL........ ' WRK-PERC-ED
                           '% ATE ' REG-CPG-DESC-DIAS ' DIAS ANTES'
                   PERFORM 0250-PEDIR-DESCONTO
                   IF WRK-DESC-OK = 1
                      MOVE WRK-DIAS  TO REG-CPG-DIAS
                      MOVE WRK-DESCR TO REG-CPG-DESCR
                      MOVE 'A' TO REG-CPG-STATUS
                      MOVE WRK-DESC-PERC TO REG-CPG-DESC-PERC
                      MOVE WRK-DESC-DIAS TO REG-CPG-DESC-DIAS
                      REWRITE REG-CONDICAO
                      DISPLAY 'CONDICAO ALTERADA..... ' WRK-CODIGO
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0400-DESATIVAR.
           END-READ.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'CODIGO DIAS DESCRICAO       STATUS DESC  DIAS'.
           DISPLAY '------------------------------------'.
           READ ARQCPG NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCPG.
           DISPLAY 'CONDICOES LISTADAS.... ' WRK-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UMA.
           MOVE REG-CPG-DESC-PERC TO WRK-PERC-ED.
           DISPLAY REG-CPG-CODIGO '     ' REG-CPG-DIAS '  '
                   REG-CPG-DESCR ' ' REG-CPG-STATUS '      '
                   WRK-PERC-ED ' ' REG-CPG-DESC-DIAS.
           ADD 1 TO WRK-QTD.
           READ ARQCPG NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCPG.
      *-----------------------------------------------------
      * O VINCULO E GRAVADO PELA CHAVE DO CLIENTE NO ARQCTE
      * INDEXADO; VINCULAR DE NOVO O MESMO CLIENTE TROCA A
      * CONDICAO
      *-----------------------------------------------------
       0600-VINCULAR.
           DISPLAY 'CODIGO DO CLIENTE...........'.
                   IF REG-CPG-STATUS NOT = 'A'
                      DISPLAY 'CONDICAO DESATIVADA... ' WRK-CODIGO
                   ELSE
                      PERFORM 0620-ABRIR-VINCULOS
                      IF FS-ARQCTE-STATUS = '00'
                         PERFORM 0650-GRAVAR-VINCULO
                         CLOSE ARQCTE
                      END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0620-ABRIR-VINCULOS.
           OPEN I-O ARQCTE.
           IF FS-ARQCTE-STATUS = '35'
              OPEN OUTPUT ARQCTE
              CLOSE ARQCTE
              OPEN I-O ARQCTE.
           IF FS-ARQCTE-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQCTE.... ' FS-ARQCTE-STATUS.
      *-----------------------------------------------------
       0650-GRAVAR-VINCULO.
           MOVE WRK-CLIENTE TO CTE-CODIGO.
           READ ARQCTE
               INVALID KEY
                   MOVE WRK-CODIGO TO CTE-TERMO
                   WRITE REG-CTE
               NOT INVALID KEY
                   MOVE WRK-CODIGO TO CTE-TERMO
                   REWRITE REG-CTE
           END-READ.
           DISPLAY 'CLIENTE VINCULADO..... ' WRK-CLIENTE
                   ' CONDICAO ' WRK-CODIGO.
      *-----------------------------------------------------
       0700-LISTAR-VINCULOS.
           OPEN INPUT ARQCTE.
           DISPLAY 'CLIENTE CONDICAO'.
           DISPLAY '------------------------------------'.
           IF FS-ARQCTE-STATUS = '00'
              READ ARQCTE NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCTE
              END-READ
              PERFORM 0750-LISTAR-VINCULO UNTIL FS-ARQCTE = 'F'
              CLOSE ARQCTE.
           DISPLAY 'VINCULOS LISTADOS..... ' WRK-VIN-QTD.
      *-----------------------------------------------------
       0750-LISTAR-VINCULO.
           DISPLAY CTE-CODIGO '   ' CTE-TERMO.
           ADD 1 TO WRK-VIN-QTD.
           READ ARQCTE NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCTE.
