       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG147.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQRTF ASSIGN TO UT-S-ARQRTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RTF-CHAVE
                  FILE STATUS IS FS-ARQRTF-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQRTF
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 73 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RETENCAO.
       01   REG-RETENCAO.
            05 RTF-CHAVE.
               10 RTF-CODIGO    PIC 9(05).
               10 RTF-NUMERO    PIC 9(06).
            05 RTF-EMISSAO      PIC 9(08).
            05 RTF-IMPOSTOS.
               10 RTF-ISS       PIC 9(07)V99.
               10 RTF-IRRF      PIC 9(07)V99.
               10 RTF-PIS       PIC 9(07)V99.
               10 RTF-COFINS    PIC 9(07)V99.
               10 RTF-CSLL      PIC 9(07)V99.
            05 RTF-TAB-IMPOSTOS REDEFINES RTF-IMPOSTOS.
               10 RTF-VALOR     PIC 9(07)V99 OCCURS 5 TIMES.
            05 RTF-TOTAL        PIC 9(07)V99.
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       WORKING-STORAGE                 SECTION.
       77  FS-ARQRTF        PIC X VALUE 'N'.
       77  FS-ARQRTF-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-IMP-IDX      PIC 9(01) VALUE 0.
       01  WRK-NOMES-IMPOSTOS.
           05 FILLER        PIC X(06) VALUE 'ISS   '.
           05 FILLER        PIC X(06) VALUE 'IRRF  '.
           05 FILLER        PIC X(06) VALUE 'PIS   '.
           05 FILLER        PIC X(06) VALUE 'COFINS'.
           05 FILLER        PIC X(06) VALUE 'CSLL  '.
       01  WRK-TAB-IMPOSTOS REDEFINES WRK-NOMES-IMPOSTOS.
           05 WRK-IMP-NOME  PIC X(06) OCCURS 5 TIMES.
       01  WRK-TOTAIS-CLIENTE.
           05 WRK-TCL-VALOR PIC 9(09)V99 OCCURS 5 TIMES.
       77  WRK-TCL-TOTAL    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TCL-PENDENTE PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TOTAIS-GERAIS.
           05 WRK-TGE-VALOR PIC 9(09)V99 OCCURS 5 TIMES.
       77  WRK-TGE-TOTAL    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TGE-PENDENTE PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SITUACAO     PIC X(12) VALUE SPACES.
       01  WRK-LINHA-FATURA.
           05 WRK-LIN-NUMERO   PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LIN-EMISSAO  PIC 9(08).
           05 WRK-LIN-IMPOSTO  PIC Z.ZZZ.ZZ9,99 OCCURS 5 TIMES.
           05 WRK-LIN-TOTAL    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LIN-SITUACAO PIC X(12).
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-FATURAS  PIC 9(05) VALUE 0.
       77  WRK-QTD-CLIENTES PIC 9(05) VALUE 0.
       77  WRK-QTD-PENDENTES PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-ARQRTF = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * RELATORIO MENSAL DE RETENCOES NA FONTE: AS RETENCOES
      * PREVISTAS PELO PROG067 NO ARQRTF PARA AS FATURAS
      * EMITIDAS NO MES, POR CLIENTE E POR IMPOSTO. FATURA
      * QUITADA PELO LIQUIDO NO PROG068 SAI COMO COMPROVANTE
      * PENDENTE, PARA O FISCAL COBRAR O COMPROVANTE DE
      * RETENCAO DO CLIENTE
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'MES DE REFERENCIA (AAAAMM)..'.
           ACCEPT WRK-MES-REF.
           MOVE ZEROS TO WRK-TOTAIS-CLIENTE.
           MOVE ZEROS TO WRK-TOTAIS-GERAIS.
           OPEN INPUT ARQRTF.
             IF FS-ARQRTF-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQRTF.... ' FS-ARQRTF-STATUS
                MOVE 'F' TO FS-ARQRTF
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-ARQRTF
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 'F' TO FS-ARQRTF
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           DISPLAY 'RETENCOES NA FONTE -- MES ' WRK-MES-REF.
           DISPLAY 'FATURA EMISSAO           ISS        IRRF'
                   '         PIS      COFINS        CSLL'
                   '        TOTAL SITUACAO'.
           DISPLAY '------------------------------------'.
           READ ARQRTF NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQRTF.
       0100-FIM.
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           IF RTF-EMISSAO (1:6) = WRK-MES-REF
              IF RTF-CODIGO NOT = WRK-CLI-ATUAL
                 PERFORM 0400-QUEBRA-CLIENTE
                 PERFORM 0250-CABECALHO-CLIENTE
              END-IF
              PERFORM 0300-LISTAR-FATURA.
           READ ARQRTF NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQRTF.
      *-----------------------------------------------------
       0250-CABECALHO-CLIENTE.
           MOVE RTF-CODIGO TO WRK-CLI-ATUAL.
           ADD 1 TO WRK-QTD-CLIENTES.
           MOVE RTF-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO REG-NOME
           END-READ.
           DISPLAY ' '.
           DISPLAY 'CLIENTE ' RTF-CODIGO ' ' REG-NOME.
      *-----------------------------------------------------
       0300-LISTAR-FATURA.
           ADD 1 TO WRK-QTD-FATURAS.
           MOVE RTF-CHAVE TO FAT-CHAVE.
           READ FATURAS
               INVALID KEY
                   MOVE 'SEM FATURA' TO WRK-SITUACAO
               NOT INVALID KEY
                   PERFORM 0320-SITUACAO-FATURA
           END-READ.
           MOVE RTF-NUMERO  TO WRK-LIN-NUMERO.
           MOVE RTF-EMISSAO TO WRK-LIN-EMISSAO.
           PERFORM 0350-ACUMULAR-IMPOSTO
               VARYING WRK-IMP-IDX FROM 1 BY 1
               UNTIL WRK-IMP-IDX > 5.
           MOVE RTF-TOTAL TO WRK-LIN-TOTAL.
           MOVE WRK-SITUACAO TO WRK-LIN-SITUACAO.
           ADD RTF-TOTAL TO WRK-TCL-TOTAL.
           DISPLAY WRK-LINHA-FATURA.
      *-----------------------------------------------------
      * QUITADA COM VALOR PAGO ABAIXO DO BRUTO E A QUITACAO
      * PELO LIQUIDO: O COMPROVANTE DA RETENCAO AINDA E DEVIDO
      *-----------------------------------------------------
       0320-SITUACAO-FATURA.
           IF FAT-STATUS = 'P' AND FAT-VALOR-PAGO < FAT-VALOR
              MOVE 'COMPROV PEND' TO WRK-SITUACAO
              ADD 1 TO WRK-QTD-PENDENTES
              ADD RTF-TOTAL TO WRK-TCL-PENDENTE
           ELSE
              IF FAT-STATUS = 'A'
                 MOVE 'EM ABERTO' TO WRK-SITUACAO
              ELSE
                 IF FAT-STATUS = 'P'
                    MOVE 'PAGA BRUTO' TO WRK-SITUACAO
                 ELSE
                    MOVE SPACES TO WRK-SITUACAO
                    STRING 'SITUACAO ' FAT-STATUS
                        DELIMITED BY SIZE INTO WRK-SITUACAO.
      *-----------------------------------------------------
       0350-ACUMULAR-IMPOSTO.
           MOVE RTF-VALOR (WRK-IMP-IDX)
             TO WRK-LIN-IMPOSTO (WRK-IMP-IDX).
           ADD RTF-VALOR (WRK-IMP-IDX)
            TO WRK-TCL-VALOR (WRK-IMP-IDX).
      *-----------------------------------------------------
       0400-QUEBRA-CLIENTE.
           IF WRK-CLI-ATUAL NOT = 0
              DISPLAY '  TOTAL DO CLIENTE POR IMPOSTO'
              PERFORM 0450-TOTAL-IMPOSTO
                  VARYING WRK-IMP-IDX FROM 1 BY 1
                  UNTIL WRK-IMP-IDX > 5
              MOVE WRK-TCL-TOTAL TO WRK-VALOR-ED
              DISPLAY '    TOTAL RETIDO....... ' WRK-VALOR-ED
              MOVE WRK-TCL-PENDENTE TO WRK-VALOR-ED
              DISPLAY '    COMPROVANTES PEND.. ' WRK-VALOR-ED
              ADD WRK-TCL-TOTAL TO WRK-TGE-TOTAL
              ADD WRK-TCL-PENDENTE TO WRK-TGE-PENDENTE
              MOVE ZEROS TO WRK-TOTAIS-CLIENTE
              MOVE ZEROS TO WRK-TCL-TOTAL
              MOVE ZEROS TO WRK-TCL-PENDENTE.
      *-----------------------------------------------------
       0450-TOTAL-IMPOSTO.
           MOVE WRK-TCL-VALOR (WRK-IMP-IDX) TO WRK-VALOR-ED.
           DISPLAY '    ' WRK-IMP-NOME (WRK-IMP-IDX)
                   '.............. ' WRK-VALOR-ED.
           ADD WRK-TCL-VALOR (WRK-IMP-IDX)
            TO WRK-TGE-VALOR (WRK-IMP-IDX).
      *-----------------------------------------------------
       0500-TOTAL-GERAL.
           MOVE WRK-TGE-VALOR (WRK-IMP-IDX) TO WRK-VALOR-ED.
           DISPLAY WRK-IMP-NOME (WRK-IMP-IDX)
                   ' RETIDO NO MES.... ' WRK-VALOR-ED.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-RETORNO < 8
               PERFORM 0400-QUEBRA-CLIENTE
               DISPLAY '------------------------------------'
               PERFORM 0500-TOTAL-GERAL
                   VARYING WRK-IMP-IDX FROM 1 BY 1
                   UNTIL WRK-IMP-IDX > 5
               MOVE WRK-TGE-TOTAL TO WRK-VALOR-ED
               DISPLAY 'TOTAL RETIDO NO MES..... ' WRK-VALOR-ED
               MOVE WRK-TGE-PENDENTE TO WRK-VALOR-ED
               DISPLAY 'COMPROVANTES PENDENTES.. ' WRK-VALOR-ED
               DISPLAY 'CLIENTES COM RETENCAO... ' WRK-QTD-CLIENTES
               DISPLAY 'FATURAS COM RETENCAO.... ' WRK-QTD-FATURAS
               DISPLAY 'FATURAS COMPROV PEND.... ' WRK-QTD-PENDENTES
               CLOSE ARQRTF
               CLOSE FATURAS
               CLOSE CLIENTES.
            IF WRK-RETORNO = 0 AND WRK-QTD-FATURAS = 0
               DISPLAY 'NENHUMA RETENCAO NO MES'
               MOVE 4 TO WRK-RETORNO.
