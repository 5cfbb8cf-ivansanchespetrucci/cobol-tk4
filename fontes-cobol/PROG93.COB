           SELECT ARQRAT ASSIGN TO UT-S-ARQRAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRAT-STATUS.
           SELECT ARQPTC ASSIGN TO UT-S-ARQPTC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPTC-STATUS.
           SELECT ARQPTL ASSIGN TO UT-S-ARQPTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPTL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 RAT-MEDIA-DIAS   PIC S9(05).
            05 RAT-PCT-ATRASO   PIC 9(03).
            05 RAT-QTD-COBRANCA PIC 9(05).
       FD   ARQPTC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PTC.
       01   REG-PTC.
            05 PTC-PARTICAO     PIC 9(02).
            05 PTC-QTD-PARTICOES PIC 9(02).
            05 PTC-CODIGO-DE    PIC 9(05).
            05 PTC-CODIGO-ATE   PIC 9(05).
       FD   ARQPTL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PTL.
       01   REG-PTL.
            05 PTL-PROGRAMA     PIC X(07).
            05 PTL-DATA         PIC 9(08).
            05 PTL-PARTICAO     PIC 9(02).
            05 PTL-QTD-PARTICOES PIC 9(02).
            05 PTL-CODIGO-DE    PIC 9(05).
            05 PTL-CODIGO-ATE   PIC 9(05).
            05 PTL-EMPRESA      PIC 9(02).
            05 PTL-RC           PIC 9(02).
            05 PTL-FAT-LIDAS    PIC 9(09).
            05 PTL-FAT-VALOR    PIC 9(11)V99.
            05 PTL-QTD-SAIDA    PIC 9(09).
            05 PTL-VALOR-SAIDA  PIC 9(11)V99.
            05 PTL-BKT          PIC 9(11)V99 OCCURS 5 TIMES.
            05 PTL-CREDITOS     PIC 9(11)V99.
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  WRK-NOTA         PIC X(01) VALUE SPACE.
       77  WRK-MEDIA-ED     PIC ----9 VALUE ZEROS.
       77  WRK-QTD-CLIENTES PIC 9(05) VALUE 0.
       77  WRK-TOT-COBRANCA PIC 9(09) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  FS-ARQPTC-STATUS PIC XX VALUE '00'.
       77  FS-ARQPTL-STATUS PIC XX VALUE '00'.
       77  WRK-PARTICAO     PIC 9(02) VALUE 0.
       77  WRK-PTC-QTD      PIC 9(02) VALUE 0.
       77  WRK-PTC-DE       PIC 9(05) VALUE 0.
       77  WRK-PTC-ATE      PIC 9(05) VALUE 99999.
       77  WRK-PTC-INVALIDO PIC 9 VALUE 0.
       77  WRK-PTC-FAT-LIDAS PIC 9(09) VALUE 0.
       77  WRK-PTC-FAT-VALOR PIC 9(11)V99 VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0300-PROCESSAR UNTIL FS-FATURAS = 'F'.
            PERFORM 0900-FINALIZAR.
            PERFORM 9760-GRAVAR-PARTICAO.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
           MOVE WRK-DATA-HOJE TO WRK-DATA-DEC.
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-REG TO WRK-SERIAL-HOJE.
           PERFORM 9700-LER-PARTICAO.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
             IF WRK-PTC-INVALIDO = 1
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 0200-CARREGAR-PAGTOS.
           DISPLAY 'NOTA DE COMPORTAMENTO DE PAGAMENTO EM '
                   WRK-DATA-HOJE.
           DISPLAY '------------------------------------'.
           IF WRK-PARTICAO NOT = 0
              PERFORM 9720-POSICIONAR-FATURAS.
           PERFORM 9740-LER-FATURA.
             IF FS-FATURAS = 'F'
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
              END-READ
              PERFORM 0220-GUARDAR-PAGTO UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
      *-----------------------------------------------------
      * NA RODADA PARTICIONADA SO ENTRAM NA TABELA OS
      * PAGAMENTOS DOS CLIENTES DA FAIXA DA PARTICAO
      *-----------------------------------------------------
       0220-GUARDAR-PAGTO.
           IF PAG-CODIGO < WRK-PTC-DE OR PAG-CODIGO > WRK-PTC-ATE
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
           ELSE
              IF WRK-PAG-QTD > 499
                 DISPLAY 'PAGAMENTOS EXCEDEM O LIMITE DE 500'
                 MOVE 'F' TO FS-ARQPAG
              ELSE
                 ADD 1 TO WRK-PAG-QTD
                 MOVE PAG-CODIGO TO WRK-PAG-CODIGO (WRK-PAG-QTD)
                 MOVE PAG-NUMERO TO WRK-PAG-NUMERO (WRK-PAG-QTD)
                 MOVE PAG-DATA   TO WRK-PAG-DATA (WRK-PAG-QTD)
                 READ ARQPAG AT END
                             MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0300-PROCESSAR.
           IF FAT-CODIGO NOT = WRK-CLI-ATUAL
              MOVE 0 TO WRK-CLI-COBRANCA
              MOVE 0 TO WRK-CLI-SOMA-DIA.
           PERFORM 0400-AVALIAR-FATURA.
           PERFORM 9740-LER-FATURA.
      *-----------------------------------------------------
      * FATURA PAGA: DIAS = DATA DO PAGAMENTO MENOS O
      * VENCIMENTO. FATURA ABERTA VENCIDA: DIAS CONTADOS ATE
           MOVE WRK-CLI-COBRANCA TO RAT-QTD-COBRANCA.
           WRITE REG-RAT.
           ADD 1 TO WRK-QTD-CLIENTES.
           ADD WRK-CLI-COBRANCA TO WRK-TOT-COBRANCA.
      *-----------------------------------------------------
       0750-IMPRIMIR-CLIENTE.
           MOVE WRK-CLI-ATUAL TO REG-CODIGO.
            DISPLAY 'CLIENTES AVALIADOS...... ' WRK-QTD-CLIENTES.
            IF WRK-RETORNO = 0 AND WRK-QTD-CLIENTES = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
      * RODADA PARTICIONADA: O CARTAO ARQPTC DA PARTICAO TRAZ
      * O NUMERO DELA, QUANTAS PARTICOES HA E A FAIXA DE
      * CODIGOS DE CLIENTE QUE LHE CABE. SEM O CARTAO A RODADA
      * E SOBRE O ARQUIVO INTEIRO, COMO SEMPRE FOI
      *-----------------------------------------------------
       9700-LER-PARTICAO.
           OPEN INPUT ARQPTC.
           IF FS-ARQPTC-STATUS = '00'
              READ ARQPTC
                  NOT AT END
                      MOVE PTC-PARTICAO      TO WRK-PARTICAO
                      MOVE PTC-QTD-PARTICOES TO WRK-PTC-QTD
                      MOVE PTC-CODIGO-DE     TO WRK-PTC-DE
                      MOVE PTC-CODIGO-ATE    TO WRK-PTC-ATE
              END-READ
              CLOSE ARQPTC.
           IF WRK-PARTICAO NOT = 0
              IF WRK-PTC-QTD = 0 OR WRK-PARTICAO > WRK-PTC-QTD
                 OR WRK-PTC-DE > WRK-PTC-ATE
                 DISPLAY 'CARTAO DE PARTICAO INVALIDO'
                 MOVE 1 TO WRK-PTC-INVALIDO
              ELSE
                 DISPLAY 'PARTICAO ' WRK-PARTICAO ' DE ' WRK-PTC-QTD
                         ' CLIENTES ' WRK-PTC-DE ' A ' WRK-PTC-ATE.
      *-----------------------------------------------------
       9720-POSICIONAR-FATURAS.
           MOVE WRK-PTC-DE TO FAT-CODIGO.
           MOVE ZEROS TO FAT-NUMERO.
           START FATURAS KEY IS NOT < FAT-CHAVE
               INVALID KEY
                   MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
      * LEITURA DO FATURAS LIMITADA A FAIXA DA PARTICAO; CONTA
      * E SOMA AS FATURAS LIDAS PARA A PROVA DA JUNCAO
      *-----------------------------------------------------
       9740-LER-FATURA.
           IF FS-FATURAS NOT = 'F'
              READ FATURAS AT END
                           MOVE 'F' TO FS-FATURAS.
           IF FS-FATURAS NOT = 'F'
              IF FAT-CODIGO > WRK-PTC-ATE
                 MOVE 'F' TO FS-FATURAS
              ELSE
                 ADD 1 TO WRK-PTC-FAT-LIDAS
                 ADD FAT-VALOR TO WRK-PTC-FAT-VALOR.
      *-----------------------------------------------------
      * REGISTRO DE CONTROLE DA PARTICAO NO ARQPTL, LIDO PELA
      * JUNCAO DO PROG210 (UM ARQPTL POR PARTICAO)
      *-----------------------------------------------------
       9760-GRAVAR-PARTICAO.
           IF WRK-PARTICAO NOT = 0
              OPEN OUTPUT ARQPTL
              IF FS-ARQPTL-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQPTL.... ' FS-ARQPTL-STATUS
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 MOVE ZEROS TO REG-PTL
                 MOVE 'PROG093'           TO PTL-PROGRAMA
                 MOVE WRK-DATA-HOJE     TO PTL-DATA
                 MOVE WRK-PARTICAO      TO PTL-PARTICAO
                 MOVE WRK-PTC-QTD       TO PTL-QTD-PARTICOES
                 MOVE WRK-PTC-DE        TO PTL-CODIGO-DE
                 MOVE WRK-PTC-ATE       TO PTL-CODIGO-ATE
                 MOVE WRK-RETORNO       TO PTL-RC
                 MOVE WRK-PTC-FAT-LIDAS TO PTL-FAT-LIDAS
                 MOVE WRK-PTC-FAT-VALOR TO PTL-FAT-VALOR
                 MOVE WRK-QTD-CLIENTES  TO PTL-QTD-SAIDA
                 MOVE WRK-TOT-COBRANCA  TO PTL-VALOR-SAIDA
                 WRITE REG-PTL
                 CLOSE ARQPTL
                 DISPLAY 'FATURAS DA PARTICAO..... ' WRK-PTC-FAT-LIDAS.
