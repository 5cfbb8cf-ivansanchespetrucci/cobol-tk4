           SELECT ARQEXC ASSIGN TO UT-S-ARQEXC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEXC-STATUS.
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
            05 REG-EXC-TEL      PIC X(01).
            05 REG-EXC-HIST     PIC X(01).
            05 REG-EXC-STATUS   PIC X(01).
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
       77  FS-CLIENTES      PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
           05 WRK-TAB-PRE-QTD OCCURS 100 TIMES PIC 9(05).
       77  WRK-PREFIXO      PIC 9(02) VALUE ZEROS.
       77  WRK-PRE-ED       PIC 9(02) VALUE 0.
       77  FS-ARQSEG        PIC X VALUE 'N'.
       77  FS-ARQSEG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCSG-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CSG      PIC 9 VALUE 0.
       77  WRK-CLI-SEGMENTO PIC 9(03) VALUE 100.
      *-----------------------------------------------------
      * SEGMENTOS PELO PROPRIO CODIGO (01-99); POSICAO 100 =
      * CLIENTES NAO CLASSIFICADOS
      *-----------------------------------------------------
       01  WRK-TAB-SEGMENTOS.
           05 WRK-TAB-SEG-ENTRY OCCURS 100 TIMES.
               10 WRK-SEG-DESCR    PIC X(20).
               10 WRK-SEG-QTD      PIC 9(05).
      *-----------------------------------------------------
      * SECAO DA LISTA TELEFONICA (DESENHO DO PROG055): OS
      * NOMES SAO GUARDADOS NA PASSADA UNICA E ORDENADOS EM
           MOVE ZEROS TO WRK-TAB-EMPRESAS.
           MOVE ZEROS TO WRK-TAB-PREFIXOS.
           MOVE ZEROS TO WRK-TAB-REGIOES.
           PERFORM 0140-CARREGAR-SEGMENTOS.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                        MOVE REG-STAT-HASH  TO WRK-TOT-HASH
                END-READ
                CLOSE ARQSTAT.
      *-----------------------------------------------------
      * SEGMENTO DO CLIENTE (RAMO DE ATIVIDADE) PELO VINCULO
      * ARQCSG MANTIDO NO PROG021; SEM VINCULO, OU SEM O
      * ARQUIVO, O CLIENTE CONTA EM NAO CLASSIFICADO
      *-----------------------------------------------------
       0140-CARREGAR-SEGMENTOS.
           MOVE ZEROS TO WRK-TAB-SEGMENTOS.
           PERFORM 0142-LIMPAR-DESCRICAO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 100.
           MOVE 'NAO CLASSIFICADO' TO WRK-SEG-DESCR (100).
           OPEN INPUT ARQSEG.
           IF FS-ARQSEG-STATUS = '00'
              READ ARQSEG AT END
                          MOVE 'F' TO FS-ARQSEG
              END-READ
              PERFORM 0145-GUARDAR-SEGMENTO UNTIL FS-ARQSEG = 'F'
              CLOSE ARQSEG.
           OPEN INPUT ARQCSG.
           IF FS-ARQCSG-STATUS = '00'
              MOVE 1 TO WRK-TEM-CSG
           ELSE
              DISPLAY 'VINCULO DE SEGMENTOS AUSENTE, SEM SEGMENTO'.
      *-----------------------------------------------------
       0142-LIMPAR-DESCRICAO.
           MOVE SPACES TO WRK-SEG-DESCR (WRK-IDX).
      *-----------------------------------------------------
       0145-GUARDAR-SEGMENTO.
           IF REG-SEG-CODIGO NOT = 0
              MOVE REG-SEG-DESCR TO WRK-SEG-DESCR (REG-SEG-CODIGO).
           READ ARQSEG AT END
                       MOVE 'F' TO FS-ARQSEG.
      *-----------------------------------------------------
       0150-CABECALHO.
            ADD 1 TO WRK-PAGINA.
              ADD 1 TO WRK-QTD-COM-TEL.
           PERFORM 0420-ACUMULAR-MES.
           PERFORM 0440-ACUMULAR-PREFIXO.
           PERFORM 0450-CONTAR-SEGMENTO.
      *-----------------------------------------------------
       0420-ACUMULAR-MES.
           MOVE REG-DATA-EFETIVA (1:6) TO WRK-ANOMES.
           IF WRK-CEP-ALF (1:2) NUMERIC
              MOVE WRK-CEP-ALF (1:2) TO WRK-PREFIXO
              ADD 1 TO WRK-TAB-PRE-QTD (WRK-PREFIXO + 1).
      *-----------------------------------------------------
       0450-CONTAR-SEGMENTO.
           MOVE 100 TO WRK-CLI-SEGMENTO.
           IF WRK-TEM-CSG = 1
              MOVE REG-CODIGO TO CSG-CODIGO
              READ ARQCSG
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CSG-SEGMENTO NOT = 0
                         MOVE CSG-SEGMENTO TO WRK-CLI-SEGMENTO
                      END-IF
              END-READ.
           ADD 1 TO WRK-SEG-QTD (WRK-CLI-SEGMENTO).
      *-----------------------------------------------------
       0500-GUARDAR-FONE.
           IF REG-STATUS NOT = 'I'
       0300-FINALIZAR.
            CLOSE CLIENTES.
            CLOSE ARQEXC.
            IF WRK-TEM-CSG = 1
               CLOSE ARQCSG.
            MOVE 0 TO REG-CKPT.
            OPEN OUTPUT ARQCKPT.
            WRITE REG-CKPT.
           DISPLAY 'CLIENTES POR PREFIXO DE CEP (2 DIGITOS)'.
           PERFORM 0815-IMPRIMIR-PREFIXO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 100.
           DISPLAY 'CLIENTES POR SEGMENTO (RAMO DE ATIVIDADE)'.
           PERFORM 0817-IMPRIMIR-SEGMENTO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 100.
      *-----------------------------------------------------
       0810-IMPRIMIR-MES.
           DISPLAY WRK-TAB-ANOMES (WRK-IDX) ' '
              COMPUTE WRK-PRE-ED = WRK-IDX - 1
              DISPLAY 'CEP ' WRK-PRE-ED 'XXXXXX '
                      WRK-TAB-PRE-QTD (WRK-IDX).
      *-----------------------------------------------------
       0817-IMPRIMIR-SEGMENTO.
           IF WRK-SEG-QTD (WRK-IDX) NOT = 0
              IF WRK-IDX = 100
                 DISPLAY 'NAO CLASSIFICADO....... '
                         WRK-SEG-QTD (WRK-IDX)
              ELSE
                 DISPLAY 'SEGMENTO ' WRK-IDX (2:2) ' '
                         WRK-SEG-DESCR (WRK-IDX) ' '
                         WRK-SEG-QTD (WRK-IDX).
      *-----------------------------------------------------
       0820-SECAO-LISTA-FONES.
           PERFORM 0825-ORDENAR-FONES.
