           SELECT ARQDEM ASSIGN TO UT-S-ARQDEM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDEM-STATUS.
           SELECT ARQSRT ASSIGN TO UT-S-ARQSRT.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DEM.
       01   REG-DEM                    PIC X(80).
       SD   ARQSRT
            DATA   RECORD IS REG-SRT.
       01   REG-SRT.
            05 SRT-CLASSE       PIC X(01).
            05 SRT-DATA         PIC 9(08).
            05 SRT-CODIGO       PIC 9(05).
            05 SRT-TIPO         PIC X(01).
            05 SRT-NUMERO       PIC 9(06).
            05 SRT-VALOR        PIC 9(07)V99.
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQGRP-STATUS PIC XX VALUE '00'.
       77  FS-ARQDEM-STATUS PIC XX VALUE '00'.
       77  FS-SORT          PIC X VALUE 'N'.
       77  WRK-GRUPO-ALVO   PIC 9(03) VALUE ZEROS.
       77  WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       01  WRK-TAB-MEMBROS.
       77  WRK-MBR-QTD      PIC 9(02) VALUE 0.
       77  WRK-LIDER-COD    PIC 9(05) VALUE ZEROS.
       77  WRK-EH-MEMBRO    PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-PAGINA       PIC 9 VALUE 0.
       77  WRK-SALDO-INI    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-FIM    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO < 8
               SORT ARQSRT
                   ON ASCENDING KEY SRT-CLASSE SRT-DATA SRT-CODIGO
                                    SRT-TIPO SRT-NUMERO
                   INPUT  PROCEDURE IS 0200-SELECIONAR THRU 0200-FIM
                   OUTPUT PROCEDURE IS 0500-EMITIR THRU 0500-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      * FILIAIS LIGADAS NO ARQGRP ENTRAM NUMA UNICA PAGINA
      * SOB O MEMBRO LIDER, COM SALDO DE ABERTURA, FATURAS E
      * PAGAMENTOS DO MES DE TODAS ELAS EM ORDEM DE DATA E O
      * SALDO DE FECHAMENTO DO GRUPO, NO DESENHO DO PROG072.
      * OS MOVIMENTOS DAS FILIAIS SAO CLASSIFICADOS POR CLASSE
      * (1 ANTERIOR AO MES, 2 DO MES) E DATA E IMPRESSOS NUMA
      * SO PASSADA, SEM TABELA EM MEMORIA
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'CODIGO DO GRUPO.............'.
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
       0100-FIM.
      *-----------------------------------------------------
       0120-CARREGAR-MEMBROS.
              READ ARQGRP AT END
                          MOVE 'F' TO FS-ARQGRP.
      *-----------------------------------------------------
       0200-SELECIONAR.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
             IF FS-FATURAS = 'F'
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
           PERFORM 0300-PROCESSAR UNTIL FS-FATURAS = 'F'.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              DISPLAY 'PAGAMENTOS AUSENTES..... ' FS-ARQPAG-STATUS
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0220-LIBERAR-PAGTO UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
       0200-FIM.
      *-----------------------------------------------------
       0220-LIBERAR-PAGTO.
           PERFORM 0250-TESTAR-MEMBRO-PAG.
           IF WRK-EH-MEMBRO = 1
              IF PAG-DATA (1:6) NOT > WRK-MES-REF
                 PERFORM 0260-LIBERAR-MOV-PAGTO
              END-IF.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
           IF WRK-MBR-CODIGO (WRK-IDX) = PAG-CODIGO
              MOVE 1 TO WRK-EH-MEMBRO.
      *-----------------------------------------------------
       0260-LIBERAR-MOV-PAGTO.
           IF PAG-DATA (1:6) < WRK-MES-REF
              MOVE '1' TO SRT-CLASSE
           ELSE
              MOVE '2' TO SRT-CLASSE.
           MOVE PAG-DATA   TO SRT-DATA.
           MOVE 'P'        TO SRT-TIPO.
           MOVE PAG-CODIGO TO SRT-CODIGO.
           MOVE PAG-NUMERO TO SRT-NUMERO.
           MOVE PAG-VALOR  TO SRT-VALOR.
           RELEASE REG-SRT.
      *-----------------------------------------------------
       0300-PROCESSAR.
           PERFORM 0320-TESTAR-MEMBRO-FAT.
           IF WRK-EH-MEMBRO = 1
              PERFORM 0350-LIBERAR-FATURA.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
           IF WRK-MBR-CODIGO (WRK-IDX) = FAT-CODIGO
              MOVE 1 TO WRK-EH-MEMBRO.
      *-----------------------------------------------------
       0350-LIBERAR-FATURA.
           IF FAT-EMISSAO (1:6) NOT > WRK-MES-REF
              IF FAT-EMISSAO (1:6) < WRK-MES-REF
                 MOVE '1' TO SRT-CLASSE
              ELSE
                 MOVE '2' TO SRT-CLASSE
              END-IF
              MOVE FAT-EMISSAO TO SRT-DATA
              MOVE 'F'         TO SRT-TIPO
              MOVE FAT-CODIGO  TO SRT-CODIGO
              MOVE FAT-NUMERO  TO SRT-NUMERO
              MOVE FAT-VALOR   TO SRT-VALOR
              RELEASE REG-SRT.
      *-----------------------------------------------------
      * A CLASSE 1 CHEGA TODA ANTES DA 2: O SALDO ANTERIOR DO
      * GRUPO ESTA FECHADO QUANDO O PRIMEIRO MOVIMENTO DO MES
      * ABRE A PAGINA. SEM MOVIMENTO NO MES A PAGINA SAI NO FIM
      *-----------------------------------------------------
       0500-EMITIR.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           PERFORM 0550-ACUMULAR-MOVTO UNTIL FS-SORT = 'F'.
           IF WRK-PAGINA = 0
              PERFORM 0950-IMPRIMIR-PAGINA.
           PERFORM 0960-FECHAR-PAGINA.
       0500-FIM.
      *-----------------------------------------------------
       0550-ACUMULAR-MOVTO.
           IF SRT-CLASSE = '1'
              IF SRT-TIPO = 'F'
                 ADD SRT-VALOR TO WRK-SALDO-INI
              ELSE
                 SUBTRACT SRT-VALOR FROM WRK-SALDO-INI
              END-IF
           ELSE
              IF WRK-PAGINA = 0
                 PERFORM 0950-IMPRIMIR-PAGINA
              END-IF
              PERFORM 0970-IMPRIMIR-MOVTO.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF FS-FATURAS-STATUS = '00'
               CLOSE FATURAS.
            IF FS-CLIENTES-STATUS = '00'
               CLOSE CLIENTES.
            IF FS-ARQDEM-STATUS = '00'
               CLOSE ARQDEM.
      *-----------------------------------------------------
       0950-IMPRIMIR-PAGINA.
           MOVE 1 TO WRK-PAGINA.
           IF WRK-LIDER-COD = 0
              MOVE WRK-MBR-CODIGO (1) TO WRK-LIDER-COD.
           MOVE WRK-LIDER-COD TO REG-CODIGO.
               DELIMITED BY SIZE INTO REG-DEM.
           WRITE REG-DEM.
           MOVE WRK-SALDO-INI TO WRK-SALDO-FIM.
      *-----------------------------------------------------
       0960-FECHAR-PAGINA.
           MOVE WRK-SALDO-FIM TO WRK-VALOR-ED.
           MOVE SPACES TO REG-DEM.
           STRING 'SALDO ATUAL DO GRUPO.... ' WRK-VALOR-ED
                   WRK-MBR-QTD ' MEMBROS'.
      *-----------------------------------------------------
       0970-IMPRIMIR-MOVTO.
           MOVE SRT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REG-DEM.
           IF SRT-TIPO = 'F'
              ADD SRT-VALOR TO WRK-SALDO-FIM
              STRING SRT-DATA ' '
                     SRT-CODIGO ' FATURA    '
                     SRT-NUMERO ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REG-DEM
           ELSE
              SUBTRACT SRT-VALOR FROM WRK-SALDO-FIM
              STRING SRT-DATA ' '
                     SRT-CODIGO ' PAGAMENTO '
                     SRT-NUMERO ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REG-DEM.
           WRITE REG-DEM.
