                  RECORD KEY IS REG-VDD-CODIGO
                  FILE STATUS IS FS-ARQVDD-STATUS.
           SELECT ARQVCL ASSIGN TO UT-S-ARQVCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCL-CODIGO
                  FILE STATUS IS FS-ARQVCL-STATUS.
           SELECT ARQABC ASSIGN TO UT-S-ARQABC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ABC-CODIGO
                  FILE STATUS IS FS-ARQABC-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPAG
            05 REG-VDD-STATUS   PIC X(01).
       FD   ARQVCL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 8 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-VCL.
       01   REG-VCL.
            05 VCL-CODIGO       PIC 9(05).
            05 VCL-VENDEDOR     PIC 9(03).
       FD   ARQABC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 43 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ABC.
       01   REG-ABC.
            05 ABC-CODIGO       PIC 9(05).
            05 ABC-CLASSE       PIC X(01).
            05 ABC-DATA-INI     PIC 9(08).
            05 ABC-DATA-FIM     PIC 9(08).
            05 ABC-VALOR        PIC 9(09)V99.
            05 ABC-PCT-ACUM     PIC 9(03)V99.
            05 ABC-POSICAO      PIC 9(05).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQVDD-STATUS PIC XX VALUE '00'.
       77  FS-ARQVCL-STATUS PIC XX VALUE '00'.
       77  FS-ARQABC-STATUS PIC XX VALUE '00'.
       77  WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       77  WRK-TEM-VINCULOS PIC 9 VALUE 0.
       77  WRK-TEM-CLASSES  PIC 9 VALUE 0.
      *-----------------------------------------------------
      * ACUMULADO POR VENDEDOR E O DETALHE DOS PAGAMENTOS DO
      * MES, RETIDO PARA AS PAGINAS POR VENDEDOR
               10 WRK-DET-NUMERO   PIC 9(06).
               10 WRK-DET-VALOR    PIC 9(07)V99.
               10 WRK-DET-DATA     PIC 9(08).
               10 WRK-DET-CLASSE   PIC X(01).
       77  WRK-DET-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
      * ARQVCL DO PROG141) E COMISSIONADOS PELO PCT DO
      * CADASTRO DE VENDEDORES, COM PAGINA DE DETALHE POR
      * VENDEDOR, RESUMO PARA A FOLHA E PAGINA DE EXCECAO
      * PARA CLIENTE SEM VENDEDOR -- NADA SOME DOS TOTAIS.
      * A CLASSE ABC DO CLIENTE (ARQABC DO PROG203) SAI AO
      * LADO DE CADA PAGAMENTO QUANDO O ARQUIVO EXISTE
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'MES DE REFERENCIA (AAAAMM)..'.
           ACCEPT WRK-MES-REF.
           PERFORM 0150-ABRIR-VINCULOS.
           OPEN INPUT ARQABC.
           IF FS-ARQABC-STATUS = '00'
              MOVE 1 TO WRK-TEM-CLASSES.
           OPEN INPUT ARQVDD.
             IF FS-ARQVDD-STATUS NOT = '00'
                DISPLAY 'CADASTRO DE VENDEDORES AUSENTE '
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
       0150-ABRIR-VINCULOS.
           OPEN INPUT ARQVCL.
           IF FS-ARQVCL-STATUS NOT = '00'
              DISPLAY 'VINCULOS AUSENTES, TUDO SEM VENDEDOR'
           ELSE
              MOVE 1 TO WRK-TEM-VINCULOS.
      *-----------------------------------------------------
       0300-PROCESSAR.
           IF PAG-DATA (1:6) = WRK-MES-REF
       0350-ATRIBUIR-PAGAMENTO.
           ADD PAG-VALOR TO WRK-TOT-PAGO.
           MOVE 0 TO WRK-VENDEDOR-PAG.
           IF WRK-TEM-VINCULOS = 1
              MOVE PAG-CODIGO TO VCL-CODIGO
              READ ARQVCL
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE VCL-VENDEDOR TO WRK-VENDEDOR-PAG
              END-READ.
           PERFORM 0400-ACUMULAR-VENDEDOR.
           IF WRK-DET-QTD < 500
              ADD 1 TO WRK-DET-QTD
              MOVE PAG-CODIGO TO WRK-DET-CODIGO (WRK-DET-QTD)
              MOVE PAG-NUMERO TO WRK-DET-NUMERO (WRK-DET-QTD)
              MOVE PAG-VALOR  TO WRK-DET-VALOR (WRK-DET-QTD)
              MOVE PAG-DATA   TO WRK-DET-DATA (WRK-DET-QTD)
              PERFORM 0370-CLASSE-CLIENTE.
      *-----------------------------------------------------
       0370-CLASSE-CLIENTE.
           MOVE SPACE TO WRK-DET-CLASSE (WRK-DET-QTD).
           IF WRK-TEM-CLASSES = 1
              MOVE PAG-CODIGO TO ABC-CODIGO
              READ ARQABC
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE ABC-CLASSE
                        TO WRK-DET-CLASSE (WRK-DET-QTD)
              END-READ.
      *-----------------------------------------------------
      * VENDEDOR 000 E A PAGINA DE EXCECAO (CLIENTE SEM
      * VINCULO): APARECE NO RELATORIO, NAO SOME DO TOTAL
                   ' (' WRK-QTD-SEM-VDD ' PAGAMENTOS)'.
           IF FS-ARQVDD-STATUS = '00'
              CLOSE ARQVDD.
           IF WRK-TEM-VINCULOS = 1
              CLOSE ARQVCL.
           IF WRK-TEM-CLASSES = 1
              CLOSE ARQABC.
           IF WRK-RETORNO = 0 AND WRK-QTD-SEM-VDD NOT = 0
              MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
              MOVE WRK-DET-VALOR (WRK-J) TO WRK-VALOR-ED
              DISPLAY '  ' WRK-DET-DATA (WRK-J) ' CLIENTE '
                      WRK-DET-CODIGO (WRK-J) ' FATURA '
                      WRK-DET-NUMERO (WRK-J) ' ' WRK-VALOR-ED
                      ' ' WRK-DET-CLASSE (WRK-J).
      *-----------------------------------------------------
       0700-DADOS-VENDEDOR.
           MOVE WRK-VDD-NUMERO (WRK-IDX) TO REG-VDD-CODIGO.
