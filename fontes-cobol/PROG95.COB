           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQSEG ASSIGN TO UT-S-ARQSEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REG-SEG-CODIGO
                  FILE STATUS IS FS-ARQSEG-STATUS.
           SELECT ARQCSG ASSIGN TO UT-S-ARQCSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSG-CODIGO
                  FILE STATUS IS FS-ARQCSG-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQSEG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 23 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SEGMENTO.
       01   REG-SEGMENTO.
            05 REG-SEG-CODIGO   PIC 9(02).
            05 REG-SEG-DESCR    PIC X(20).
            05 REG-SEG-STATUS   PIC X(01).
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
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  WRK-TOT-ABERTO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  FS-ARQSEG        PIC X VALUE 'N'.
       77  FS-ARQSEG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCSG-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CSG      PIC 9 VALUE 0.
       77  WRK-CLI-SEGMENTO PIC 9(03) VALUE 100.
       77  WRK-SEG-IDX      PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * SEGMENTOS PELO PROPRIO CODIGO (01-99); POSICAO 100 =
      * CLIENTES NAO CLASSIFICADOS
      *-----------------------------------------------------
       01  WRK-TAB-SEGMENTOS.
           05 WRK-TAB-SEG-ENTRY OCCURS 100 TIMES.
               10 WRK-SEG-DESCR    PIC X(20).
               10 WRK-SEG-EMITIDO  PIC 9(11)V99.
               10 WRK-SEG-RECEBIDO PIC 9(11)V99.
               10 WRK-SEG-ABERTO   PIC 9(11)V99.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR.
           DISPLAY 'MES DE REFERENCIA (AAAAMM)..'.
           ACCEPT WRK-MES-REF.
           MOVE ZEROS TO WRK-TAB-REGIOES.
           PERFORM 9500-CARREGAR-SEGMENTOS.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
           IF FAT-CODIGO NOT = WRK-CLI-ATUAL
              MOVE FAT-CODIGO TO WRK-CLI-ATUAL
              PERFORM 0350-REGIAO-DO-CLIENTE
              PERFORM 9550-SEGMENTO-DO-CLIENTE
              PERFORM 0400-PAGTOS-DO-CLIENTE.
           IF FAT-EMISSAO (1:6) = WRK-MES-REF
              ADD FAT-VALOR
                  TO WRK-REG-EMITIDO (WRK-CLI-REGIAO)
              ADD FAT-VALOR
                  TO WRK-SEG-EMITIDO (WRK-CLI-SEGMENTO)
              ADD FAT-VALOR TO WRK-TOT-EMITIDO.
           IF FAT-STATUS = 'A'
              COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO
              ADD WRK-SALDO TO WRK-REG-ABERTO (WRK-CLI-REGIAO)
              ADD WRK-SALDO TO WRK-SEG-ABERTO (WRK-CLI-SEGMENTO)
              ADD WRK-SALDO TO WRK-TOT-ABERTO.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
              AND WRK-PAG-DATA (WRK-IDX) (1:6) = WRK-MES-REF
              ADD WRK-PAG-VALOR (WRK-IDX)
                  TO WRK-REG-RECEBIDO (WRK-CLI-REGIAO)
              ADD WRK-PAG-VALOR (WRK-IDX)
                  TO WRK-SEG-RECEBIDO (WRK-CLI-SEGMENTO)
              ADD WRK-PAG-VALOR (WRK-IDX) TO WRK-TOT-RECEBIDO.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF FS-FATURAS-STATUS NOT = '35'
               CLOSE FATURAS.
            CLOSE CLIENTES.
            IF WRK-TEM-CSG = 1
               CLOSE ARQCSG.
            DISPLAY '------------------------------------'.
            DISPLAY 'FATURAMENTO POR REGIAO -- MES ' WRK-MES-REF.
            PERFORM 0920-IMPRIMIR-REGIAO
                VARYING WRK-REG-IDX FROM 1 BY 1
                UNTIL WRK-REG-IDX > 11.
            DISPLAY '------------------------------------'.
            DISPLAY 'FATURAMENTO POR SEGMENTO -- MES ' WRK-MES-REF.
            PERFORM 9600-IMPRIMIR-SEGMENTO
                VARYING WRK-SEG-IDX FROM 1 BY 1
                UNTIL WRK-SEG-IDX > 100.
            DISPLAY '------------------------------------'.
            DISPLAY 'TOTAL DA EMPRESA (DIRETO DO ARQUIVO)'.
            MOVE WRK-TOT-EMITIDO TO WRK-VALOR-ED.
            DISPLAY '  EMITIDO........ ' WRK-VALOR-ED.
              DISPLAY '  RECEBIDO....... ' WRK-VALOR-ED
              MOVE WRK-REG-ABERTO (WRK-REG-IDX) TO WRK-VALOR-ED
              DISPLAY '  SALDO ABERTO... ' WRK-VALOR-ED.
      *-----------------------------------------------------
      * SEGMENTO DO CLIENTE (RAMO DE ATIVIDADE) PELO VINCULO
      * ARQCSG MANTIDO NO PROG021; SEM VINCULO, OU SEM O
      * ARQUIVO, O CLIENTE CAI EM NAO CLASSIFICADO
      *-----------------------------------------------------
       9500-CARREGAR-SEGMENTOS.
           MOVE ZEROS TO WRK-TAB-SEGMENTOS.
           PERFORM 9520-LIMPAR-DESCRICAO
               VARYING WRK-SEG-IDX FROM 1 BY 1
               UNTIL WRK-SEG-IDX > 100.
           MOVE 'NAO CLASSIFICADO' TO WRK-SEG-DESCR (100).
           OPEN INPUT ARQSEG.
           IF FS-ARQSEG-STATUS = '00'
              READ ARQSEG AT END
                          MOVE 'F' TO FS-ARQSEG
              END-READ
              PERFORM 9530-GUARDAR-SEGMENTO UNTIL FS-ARQSEG = 'F'
              CLOSE ARQSEG.
           OPEN INPUT ARQCSG.
           IF FS-ARQCSG-STATUS = '00'
              MOVE 1 TO WRK-TEM-CSG
           ELSE
              DISPLAY 'VINCULO DE SEGMENTOS AUSENTE, SEM SEGMENTO'.
      *-----------------------------------------------------
       9520-LIMPAR-DESCRICAO.
           MOVE SPACES TO WRK-SEG-DESCR (WRK-SEG-IDX).
      *-----------------------------------------------------
       9530-GUARDAR-SEGMENTO.
           IF REG-SEG-CODIGO NOT = 0
              MOVE REG-SEG-DESCR TO WRK-SEG-DESCR (REG-SEG-CODIGO).
           READ ARQSEG AT END
                       MOVE 'F' TO FS-ARQSEG.
      *-----------------------------------------------------
       9550-SEGMENTO-DO-CLIENTE.
           MOVE 100 TO WRK-CLI-SEGMENTO.
           IF WRK-TEM-CSG = 1
              MOVE FAT-CODIGO TO CSG-CODIGO
              READ ARQCSG
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CSG-SEGMENTO NOT = 0
                         MOVE CSG-SEGMENTO TO WRK-CLI-SEGMENTO
                      END-IF
              END-READ.
      *-----------------------------------------------------
       9600-IMPRIMIR-SEGMENTO.
           IF WRK-SEG-EMITIDO (WRK-SEG-IDX) NOT = 0
              OR WRK-SEG-RECEBIDO (WRK-SEG-IDX) NOT = 0
              OR WRK-SEG-ABERTO (WRK-SEG-IDX) NOT = 0
              IF WRK-SEG-IDX = 100
                 DISPLAY 'NAO CLASSIFICADO'
              ELSE
                 DISPLAY 'SEGMENTO ' WRK-SEG-IDX (2:2) ' '
                         WRK-SEG-DESCR (WRK-SEG-IDX)
              END-IF
              MOVE WRK-SEG-EMITIDO (WRK-SEG-IDX) TO WRK-VALOR-ED
              DISPLAY '  EMITIDO........ ' WRK-VALOR-ED
              MOVE WRK-SEG-RECEBIDO (WRK-SEG-IDX) TO WRK-VALOR-ED
              DISPLAY '  RECEBIDO....... ' WRK-VALOR-ED
              MOVE WRK-SEG-ABERTO (WRK-SEG-IDX) TO WRK-VALOR-ED
              DISPLAY '  SALDO ABERTO... ' WRK-VALOR-ED.
