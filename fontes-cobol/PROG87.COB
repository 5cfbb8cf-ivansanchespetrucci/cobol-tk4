           SELECT ARQACR ASSIGN TO UT-S-ARQACR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQACR-STATUS.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
           SELECT ARQPTC ASSIGN TO UT-S-ARQPTC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPTC-STATUS.
           SELECT ARQPTL ASSIGN TO UT-S-ARQPTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPTL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   FATURAS
            05 ACR-MULTA        PIC 9(07)V99.
            05 ACR-JUROS        PIC 9(07)V99.
            05 ACR-DATA         PIC 9(08).
       FD   ARQCTS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTS.
       01   REG-CTS.
            05 CTS-CHAVE.
               10 CTS-CODIGO    PIC 9(05).
               10 CTS-NUMERO    PIC 9(06).
            05 CTS-MOTIVO       PIC X(03).
            05 CTS-DATA-ABERTURA PIC 9(08).
            05 CTS-OPER-ABERTURA PIC X(08).
            05 CTS-SITUACAO     PIC X(01).
            05 CTS-DATA-ENCERRAMENTO PIC 9(08).
            05 CTS-OPER-ENCERRAMENTO PIC X(08).
            05 CTS-RESOLUCAO    PIC X(01).
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
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  WRK-TOT-JUROS    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-VENCIDAS PIC 9(05) VALUE 0.
       77  FS-ARQCTS-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CONTESTACOES PIC 9 VALUE 0.
       77  WRK-CTA-ACHOU    PIC 9 VALUE 0.
       77  WRK-QTD-CONTESTADAS PIC 9(05) VALUE 0.
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
            PERFORM 0200-PROCESSAR UNTIL FS-FATURAS = 'F'.
            PERFORM 0300-FINALIZAR.
            PERFORM 9760-GRAVAR-PARTICAO.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-REG TO WRK-SERIAL-HOJE.
           PERFORM 0120-LER-PARAMETROS.
           PERFORM 9700-LER-PARTICAO.
           PERFORM 9500-ABRIR-CONTESTACOES.
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
           DISPLAY 'ACUMULO DE ENCARGOS DE MORA EM ' WRK-DATA-HOJE.
           DISPLAY '------------------------------------'.
           IF WRK-PARTICAO NOT = 0
              PERFORM 9720-POSICIONAR-FATURAS.
           PERFORM 9740-LER-FATURA.
             IF FS-FATURAS = 'F'
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
              COMPUTE WRK-DIAS-ATRASO =
                      WRK-SERIAL-HOJE - WRK-SERIAL-REG
              IF WRK-DIAS-ATRASO > 0
                 PERFORM 9600-TESTAR-CONTESTACAO
                 IF WRK-CTA-ACHOU = 1
                    ADD 1 TO WRK-QTD-CONTESTADAS
                 ELSE
                    PERFORM 0250-ACUMULAR-ENCARGOS
                 END-IF
              END-IF.
           PERFORM 9740-LER-FATURA.
      *-----------------------------------------------------
       0250-ACUMULAR-ENCARGOS.
           COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO.
       0300-FINALIZAR.
            IF FS-FATURAS-STATUS NOT = '35'
               CLOSE FATURAS.
            IF WRK-TEM-CONTESTACOES = 1
               CLOSE ARQCTS.
            IF FS-ARQACR-STATUS = '00'
               CLOSE ARQACR.
            DISPLAY '------------------------------------'.
            DISPLAY 'FATURAS VENCIDAS........ ' WRK-QTD-VENCIDAS.
            DISPLAY 'CONTESTADAS SEM ENCARGO. ' WRK-QTD-CONTESTADAS.
            MOVE WRK-TOT-MULTA TO WRK-VALOR-ED.
            DISPLAY 'MULTA ACUMULADA......... ' WRK-VALOR-ED.
            MOVE WRK-TOT-JUROS TO WRK-VALOR-ED.
            DISPLAY 'JUROS ACUMULADOS........ ' WRK-VALOR-ED.
      *-----------------------------------------------------
      * FATURA EM CONTESTACAO ABERTA NO ARQCTS (PROG125) NAO
      * ACUMULA ENCARGOS ENQUANTO A CONTESTACAO NAO E ENCERRADA
      *-----------------------------------------------------
       9500-ABRIR-CONTESTACOES.
           OPEN INPUT ARQCTS.
           IF FS-ARQCTS-STATUS = '00'
              MOVE 1 TO WRK-TEM-CONTESTACOES.
      *-----------------------------------------------------
       9600-TESTAR-CONTESTACAO.
           MOVE 0 TO WRK-CTA-ACHOU.
           IF WRK-TEM-CONTESTACOES = 1
              MOVE FAT-CODIGO TO CTS-CODIGO
              MOVE FAT-NUMERO TO CTS-NUMERO
              READ ARQCTS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CTS-SITUACAO = 'A'
                         MOVE 1 TO WRK-CTA-ACHOU
                      END-IF
              END-READ.
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
                 MOVE 'PROG087'           TO PTL-PROGRAMA
                 MOVE WRK-DATA-HOJE     TO PTL-DATA
                 MOVE WRK-PARTICAO      TO PTL-PARTICAO
                 MOVE WRK-PTC-QTD       TO PTL-QTD-PARTICOES
                 MOVE WRK-PTC-DE        TO PTL-CODIGO-DE
                 MOVE WRK-PTC-ATE       TO PTL-CODIGO-ATE
                 MOVE WRK-RETORNO       TO PTL-RC
                 MOVE WRK-PTC-FAT-LIDAS TO PTL-FAT-LIDAS
                 MOVE WRK-PTC-FAT-VALOR TO PTL-FAT-VALOR
                 MOVE WRK-QTD-VENCIDAS  TO PTL-QTD-SAIDA
                 COMPUTE PTL-VALOR-SAIDA = WRK-TOT-MULTA
                                         + WRK-TOT-JUROS
                 WRITE REG-PTL
                 CLOSE ARQPTL
                 DISPLAY 'FATURAS DA PARTICAO..... ' WRK-PTC-FAT-LIDAS.
