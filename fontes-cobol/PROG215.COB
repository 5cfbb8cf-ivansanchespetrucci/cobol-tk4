       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG215.
      *-----------------------------------------------------
      * ROTEIRO DE COBRANCA DE CAMPO: CLIENTES COM FATURA
      * ABERTA NAS PIORES FAIXAS DA IDADE DO PROG069 (61 A 90
      * OU ACIMA DE 90 DIAS) SAO AGRUPADOS PELO TERRITORIO DO
      * COBRADOR (FAIXAS DE CEP DO CARTAO ARQTER) E ORDENADOS
      * POR CEP DENTRO DO TERRITORIO, NA ORDEM DO MAPA DA
      * ROTA. A FOLHA TRAZ ENDERECO, TELEFONE, AS FATURAS
      * ABERTAS E O TOTAL DEVIDO, COM O CAMPO DO RESULTADO DA
      * VISITA QUE VOLTA PELO RETORNO DO PROG216
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQTER ASSIGN TO UT-S-ARQTER
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTER-STATUS.
           SELECT ARQDEV ASSIGN TO UT-S-ARQDEV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDEV-STATUS.
           SELECT ARQSRT ASSIGN TO UT-S-ARQSRT.
       DATA                            DIVISION.
       FILE                            SECTION.
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
       FD   ARQTER
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TER.
       01   REG-TER.
            05 TER-COBRADOR     PIC 9(03).
            05 TER-NOME         PIC X(20).
            05 TER-CEP-INI      PIC 9(08).
            05 TER-CEP-FIM      PIC 9(08).
       FD   ARQDEV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DEV.
       01   REG-DEV.
            05 DEV-CODIGO       PIC 9(05).
            05 DEV-DATA         PIC 9(08).
            05 DEV-MOTIVO       PIC X(20).
            05 DEV-SITUACAO     PIC X(01).
       SD   ARQSRT
            DATA   RECORD IS REG-SRT.
       01   REG-SRT.
            05 SRT-COBRADOR     PIC 9(03).
            05 SRT-CEP          PIC 9(08).
            05 SRT-CODIGO       PIC 9(05).
            05 SRT-NUMERO       PIC 9(06).
            05 SRT-VENCIMENTO   PIC 9(08).
            05 SRT-DIAS         PIC S9(05).
            05 SRT-SALDO        PIC 9(07)V99.
            05 SRT-COB-NOME     PIC X(20).
            05 SRT-NOME         PIC X(20).
            05 SRT-ENDERECO     PIC X(25).
            05 SRT-CIDADE       PIC X(20).
            05 SRT-UF           PIC X(02).
            05 SRT-TELEFONE     PIC X(11).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQTER        PIC X VALUE 'N'.
       77  FS-ARQTER-STATUS PIC XX VALUE '00'.
       77  FS-ARQDEV        PIC X VALUE 'N'.
       77  FS-ARQDEV-STATUS PIC XX VALUE '00'.
       77  FS-SORT          PIC X VALUE 'N'.
       77  WRK-EMPRESA      PIC 9(02) VALUE 0.
       77  WRK-FAIXA-MIN    PIC 9(01) VALUE 0.
       77  WRK-DIAS-MIN     PIC 9(03) VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DEC.
           05 WRK-DATA-ANO  PIC 9(04).
           05 WRK-DATA-MES  PIC 9(02).
           05 WRK-DATA-DIA  PIC 9(02).
       77  WRK-SERIAL-HOJE  PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-REG   PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-OK       PIC 9 VALUE 0.
       77  WRK-CLI-MAIOR    PIC S9(05) VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
      *-----------------------------------------------------
      * TERRITORIOS DOS COBRADORES (UM COBRADOR PODE TER
      * VARIAS FAIXAS DE CEP; VALE A PRIMEIRA QUE CONTEM O
      * CEP DO CLIENTE)
      *-----------------------------------------------------
       01  WRK-TAB-TERRITORIOS.
           05 WRK-TAB-TER-ENTRY OCCURS 100 TIMES.
               10 WRK-TER-COBRADOR PIC 9(03).
               10 WRK-TER-NOME     PIC X(20).
               10 WRK-TER-CEP-INI  PIC 9(08).
               10 WRK-TER-CEP-FIM  PIC 9(08).
       77  WRK-TER-QTD      PIC 9(03) VALUE 0.
       77  WRK-TER-IDX      PIC 9(03) VALUE 0.
       77  WRK-TER-POS      PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * CLIENTES COM CARTA DEVOLVIDA EM PESQUISA DE ENDERECO
      * (ARQDEV DO PROG138, SITUACAO H): NAO VAI COBRADOR A
      * UM ENDERECO QUE JA SE SABE ERRADO
      *-----------------------------------------------------
       01  WRK-TAB-BLOQ-CORR.
           05 WRK-BLC-CODIGO PIC 9(05) OCCURS 300 TIMES.
       77  WRK-BLC-QTD      PIC 9(03) VALUE 0.
       77  WRK-BLC-IDX      PIC 9(03) VALUE 0.
       77  WRK-BLC-ACHOU    PIC 9 VALUE 0.
      *-----------------------------------------------------
      * FATURAS ABERTAS DO CLIENTE CORRENTE, GUARDADAS ATE A
      * QUEBRA PARA SABER SE ALGUMA CAI NA FAIXA PEDIDA
      *-----------------------------------------------------
       01  WRK-TAB-FATURAS-CLI.
           05 WRK-TAB-FCL-ENTRY OCCURS 50 TIMES.
               10 WRK-FCL-NUMERO     PIC 9(06).
               10 WRK-FCL-VENCIMENTO PIC 9(08).
               10 WRK-FCL-DIAS       PIC S9(05).
               10 WRK-FCL-SALDO      PIC 9(07)V99.
       77  WRK-FCL-QTD      PIC 9(02) VALUE 0.
       77  WRK-FCL-IDX      PIC 9(02) VALUE 0.
       77  WRK-QTD-LIDAS    PIC 9(07) VALUE 0.
       77  WRK-QTD-CLIENTES PIC 9(05) VALUE 0.
       77  WRK-QTD-FATURAS  PIC 9(05) VALUE 0.
       77  WRK-QTD-PESQUISA PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-TER  PIC 9(05) VALUE 0.
       77  WRK-TOT-DEVIDO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-COB-ATUAL    PIC 9(03) VALUE ZEROS.
       77  WRK-COB-PRIMEIRO PIC 9 VALUE 1.
       77  WRK-COB-CLIENTES PIC 9(05) VALUE 0.
       77  WRK-COB-DEVIDO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ROT-CODIGO   PIC 9(05) VALUE ZEROS.
       77  WRK-ROT-DEVIDO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ROT-PARADA   PIC 9(03) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROS.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO < 8
               SORT ARQSRT
                   ON ASCENDING KEY SRT-COBRADOR SRT-CEP
                                    SRT-CODIGO SRT-NUMERO
                   INPUT  PROCEDURE IS 0200-SELECIONAR THRU 0200-FIM
                   OUTPUT PROCEDURE IS 0400-EMITIR THRU 0400-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * FAIXA MINIMA: 4 = A PARTIR DE 61 DIAS DE ATRASO,
      * 5 = SO ACIMA DE 90 DIAS (FAIXAS DO PROG069)
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'EMPRESA (00=TODAS)..'.
           ACCEPT WRK-EMPRESA.
           DISPLAY 'FAIXA MINIMA (4=61 A 90 5=ACIMA DE 90)..'.
           ACCEPT WRK-FAIXA-MIN.
           IF WRK-FAIXA-MIN NOT = 5
              MOVE 4 TO WRK-FAIXA-MIN.
           IF WRK-FAIXA-MIN = 4
              MOVE 61 TO WRK-DIAS-MIN
           ELSE
              MOVE 91 TO WRK-DIAS-MIN.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-DEC.
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-REG TO WRK-SERIAL-HOJE.
           PERFORM 0120-CARREGAR-TERRITORIOS.
           IF WRK-TER-QTD = 0
              DISPLAY 'NENHUM TERRITORIO DE COBRADOR NO ARQTER'
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 9100-CARREGAR-BLOQ-CORR.
       0100-FIM.
      *-----------------------------------------------------
       0120-CARREGAR-TERRITORIOS.
           OPEN INPUT ARQTER.
           IF FS-ARQTER-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTER.... ' FS-ARQTER-STATUS
           ELSE
              READ ARQTER AT END
                          MOVE 'F' TO FS-ARQTER
              END-READ
              PERFORM 0130-GUARDAR-TERRITORIO UNTIL FS-ARQTER = 'F'
              CLOSE ARQTER.
      *-----------------------------------------------------
       0130-GUARDAR-TERRITORIO.
           IF TER-COBRADOR NOT NUMERIC OR TER-COBRADOR = 0
              OR TER-CEP-INI NOT NUMERIC OR TER-CEP-FIM NOT NUMERIC
              OR TER-CEP-INI > TER-CEP-FIM
              DISPLAY 'TERRITORIO INVALIDO, IGNORADO. ' REG-TER
           ELSE
              IF WRK-TER-QTD > 99
                 DISPLAY 'TERRITORIOS EXCEDEM O LIMITE DE 100'
                 MOVE 'F' TO FS-ARQTER
              ELSE
                 ADD 1 TO WRK-TER-QTD
                 MOVE TER-COBRADOR TO WRK-TER-COBRADOR (WRK-TER-QTD)
                 MOVE TER-NOME     TO WRK-TER-NOME (WRK-TER-QTD)
                 MOVE TER-CEP-INI  TO WRK-TER-CEP-INI (WRK-TER-QTD)
                 MOVE TER-CEP-FIM  TO WRK-TER-CEP-FIM (WRK-TER-QTD)
              END-IF.
           IF FS-ARQTER NOT = 'F'
              READ ARQTER AT END
                          MOVE 'F' TO FS-ARQTER.
      *-----------------------------------------------------
       0150-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-REG = (WRK-DATA-ANO * 365)
                   + (WRK-DATA-MES * 30) + WRK-DATA-DIA.
      *-----------------------------------------------------
      * PASSADA NO FATURAS EM ORDEM DE CHAVE (CLIENTE A
      * CLIENTE); NA QUEBRA O CLIENTE QUE TEM FATURA NA FAIXA
      * SOLTA PARA A CLASSIFICACAO TODAS AS SUAS FATURAS
      * ABERTAS, CADA UMA COM O COBRADOR DO TERRITORIO
      *-----------------------------------------------------
       0200-SELECIONAR.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0200-FIM.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                CLOSE FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0200-FIM.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
             IF FS-FATURAS = 'F'
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
           PERFORM 0220-PROCESSAR UNTIL FS-FATURAS = 'F'.
           PERFORM 0260-FECHAR-CLIENTE.
           CLOSE FATURAS.
           CLOSE CLIENTES.
       0200-FIM.
      *-----------------------------------------------------
       0220-PROCESSAR.
           ADD 1 TO WRK-QTD-LIDAS.
           IF FAT-CODIGO NOT = WRK-CLI-ATUAL
              PERFORM 0260-FECHAR-CLIENTE
              MOVE FAT-CODIGO TO WRK-CLI-ATUAL
              PERFORM 0230-ABRIR-CLIENTE.
           IF FAT-STATUS = 'A' AND WRK-CLI-OK = 1
              PERFORM 0240-GUARDAR-FATURA.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
      * MESMO FILTRO DE CLIENTE DA IDADE DO PROG069 (ATIVO E
      * DA EMPRESA PEDIDA)
      *-----------------------------------------------------
       0230-ABRIR-CLIENTE.
           MOVE 0 TO WRK-CLI-OK.
           MOVE 0 TO WRK-FCL-QTD.
           MOVE ZEROS TO WRK-CLI-MAIOR.
           MOVE FAT-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'FATURAS DE CLIENTE SEM CADASTRO. '
                           FAT-CODIGO
               NOT INVALID KEY
                   IF REG-STATUS NOT = 'I'
                      AND (WRK-EMPRESA = 0
                           OR REG-EMPRESA = WRK-EMPRESA)
                      MOVE 1 TO WRK-CLI-OK
           END-READ.
      *-----------------------------------------------------
       0240-GUARDAR-FATURA.
           MOVE FAT-VENCIMENTO TO WRK-DATA-DEC.
           PERFORM 0150-CALCULAR-SERIAL.
           COMPUTE WRK-DIAS-ATRASO =
                   WRK-SERIAL-HOJE - WRK-SERIAL-REG.
           IF WRK-DIAS-ATRASO > WRK-CLI-MAIOR
              MOVE WRK-DIAS-ATRASO TO WRK-CLI-MAIOR.
           IF WRK-FCL-QTD > 49
              DISPLAY 'FATURAS DO CLIENTE EXCEDEM O LIMITE DE 50. '
                      FAT-CODIGO
           ELSE
              ADD 1 TO WRK-FCL-QTD
              MOVE FAT-NUMERO     TO WRK-FCL-NUMERO (WRK-FCL-QTD)
              MOVE FAT-VENCIMENTO TO WRK-FCL-VENCIMENTO (WRK-FCL-QTD)
              MOVE WRK-DIAS-ATRASO TO WRK-FCL-DIAS (WRK-FCL-QTD)
              COMPUTE WRK-FCL-SALDO (WRK-FCL-QTD) =
                      FAT-VALOR - FAT-VALOR-PAGO.
      *-----------------------------------------------------
      * O REGISTRO DO CLIENTE AINDA ESTA NA AREA DO CLIENTES:
      * A LEITURA SEGUINTE SO ACONTECE DEPOIS DESTA QUEBRA
      *-----------------------------------------------------
       0260-FECHAR-CLIENTE.
           IF WRK-CLI-OK = 1 AND WRK-FCL-QTD NOT = 0
              AND WRK-CLI-MAIOR NOT < WRK-DIAS-MIN
              PERFORM 9200-TESTAR-BLOQ-CORR
              IF WRK-BLC-ACHOU = 1
                 ADD 1 TO WRK-QTD-PESQUISA
                 DISPLAY 'ENDERECO EM PESQUISA, FORA DA ROTA. '
                         WRK-CLI-ATUAL
              ELSE
                 PERFORM 0270-LOCALIZAR-TERRITORIO
                 IF WRK-TER-POS = 0
                    ADD 1 TO WRK-QTD-SEM-TER
                    DISPLAY 'CEP SEM TERRITORIO DE COBRADOR. '
                            WRK-CLI-ATUAL ' ' REG-CEP
                 ELSE
                    ADD 1 TO WRK-QTD-CLIENTES
                    PERFORM 0280-SOLTAR-FATURA
                        VARYING WRK-FCL-IDX FROM 1 BY 1
                        UNTIL WRK-FCL-IDX > WRK-FCL-QTD.
           MOVE 0 TO WRK-CLI-OK.
      *-----------------------------------------------------
       0270-LOCALIZAR-TERRITORIO.
           MOVE 0 TO WRK-TER-POS.
           PERFORM 0275-COMPARAR-TERRITORIO
               VARYING WRK-TER-IDX FROM 1 BY 1
               UNTIL WRK-TER-IDX > WRK-TER-QTD OR WRK-TER-POS NOT = 0.
      *-----------------------------------------------------
       0275-COMPARAR-TERRITORIO.
           IF REG-CEP NOT < WRK-TER-CEP-INI (WRK-TER-IDX)
              AND REG-CEP NOT > WRK-TER-CEP-FIM (WRK-TER-IDX)
              MOVE WRK-TER-IDX TO WRK-TER-POS.
      *-----------------------------------------------------
       0280-SOLTAR-FATURA.
           MOVE WRK-TER-COBRADOR (WRK-TER-POS) TO SRT-COBRADOR.
           MOVE WRK-TER-NOME (WRK-TER-POS)     TO SRT-COB-NOME.
           MOVE REG-CEP                        TO SRT-CEP.
           MOVE WRK-CLI-ATUAL                  TO SRT-CODIGO.
           MOVE WRK-FCL-NUMERO (WRK-FCL-IDX)   TO SRT-NUMERO.
           MOVE WRK-FCL-VENCIMENTO (WRK-FCL-IDX) TO SRT-VENCIMENTO.
           MOVE WRK-FCL-DIAS (WRK-FCL-IDX)     TO SRT-DIAS.
           MOVE WRK-FCL-SALDO (WRK-FCL-IDX)    TO SRT-SALDO.
           MOVE REG-NOME                       TO SRT-NOME.
           MOVE REG-ENDERECO                   TO SRT-ENDERECO.
           MOVE REG-END-CIDADE                 TO SRT-CIDADE.
           MOVE REG-END-UF                     TO SRT-UF.
           MOVE REG-TELEFONE                   TO SRT-TELEFONE.
           RELEASE REG-SRT.
           ADD 1 TO WRK-QTD-FATURAS.
      *-----------------------------------------------------
      * UMA FOLHA POR COBRADOR, COM AS PARADAS NA ORDEM DO
      * CEP; CADA PARADA TRAZ AS FATURAS ABERTAS, O TOTAL
      * DEVIDO E O CAMPO DO RESULTADO PARA O COBRADOR MARCAR
      *-----------------------------------------------------
       0400-EMITIR.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           PERFORM 0500-PROCESSAR-ROTA UNTIL FS-SORT = 'F'.
           IF WRK-ROT-CODIGO NOT = 0
              PERFORM 0600-FECHAR-PARADA.
           IF WRK-COB-PRIMEIRO = 0
              PERFORM 0650-FECHAR-COBRADOR.
       0400-FIM.
      *-----------------------------------------------------
       0500-PROCESSAR-ROTA.
           IF WRK-COB-PRIMEIRO = 1 OR SRT-COBRADOR NOT = WRK-COB-ATUAL
              IF WRK-ROT-CODIGO NOT = 0
                 PERFORM 0600-FECHAR-PARADA
              END-IF
              IF WRK-COB-PRIMEIRO = 0
                 PERFORM 0650-FECHAR-COBRADOR
              END-IF
              PERFORM 0550-ABRIR-COBRADOR.
           IF SRT-CODIGO NOT = WRK-ROT-CODIGO
              IF WRK-ROT-CODIGO NOT = 0
                 PERFORM 0600-FECHAR-PARADA
              END-IF
              PERFORM 0560-ABRIR-PARADA.
           MOVE SRT-SALDO TO WRK-VALOR-ED.
           MOVE SRT-DIAS TO WRK-DIAS-ED.
           IF SRT-DIAS > 0
              DISPLAY '    FATURA ' SRT-NUMERO ' VENC ' SRT-VENCIMENTO
                      ' ATRASO ' WRK-DIAS-ED ' ' WRK-VALOR-ED
           ELSE
              DISPLAY '    FATURA ' SRT-NUMERO ' VENC ' SRT-VENCIMENTO
                      ' A VENCER     ' WRK-VALOR-ED.
           ADD SRT-SALDO TO WRK-ROT-DEVIDO.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
       0550-ABRIR-COBRADOR.
           MOVE 0 TO WRK-COB-PRIMEIRO.
           MOVE SRT-COBRADOR TO WRK-COB-ATUAL.
           MOVE 0 TO WRK-COB-CLIENTES.
           MOVE ZEROS TO WRK-COB-DEVIDO.
           MOVE 0 TO WRK-ROT-PARADA.
           MOVE ZEROS TO WRK-ROT-CODIGO.
           DISPLAY ' '.
           DISPLAY 'ROTEIRO DE VISITAS DE COBRANCA EM ' WRK-DATA-HOJE.
           DISPLAY 'COBRADOR ' SRT-COBRADOR ' ' SRT-COB-NOME.
           DISPLAY '------------------------------------'.
      *-----------------------------------------------------
       0560-ABRIR-PARADA.
           MOVE SRT-CODIGO TO WRK-ROT-CODIGO.
           MOVE ZEROS TO WRK-ROT-DEVIDO.
           ADD 1 TO WRK-ROT-PARADA.
           DISPLAY 'PARADA ' WRK-ROT-PARADA ' CLIENTE ' SRT-CODIGO
                   ' ' SRT-NOME.
           DISPLAY '  ' SRT-ENDERECO ' ' SRT-CIDADE ' ' SRT-UF.
           DISPLAY '  CEP ' SRT-CEP ' TEL ' SRT-TELEFONE.
      *-----------------------------------------------------
       0600-FECHAR-PARADA.
           MOVE WRK-ROT-DEVIDO TO WRK-VALOR-ED.
           DISPLAY '  TOTAL DEVIDO..................... ' WRK-VALOR-ED.
           DISPLAY '  RESULTADO: ( )PAGO ( )PROMESSA ( )AUSENTE '
                   '( )MUDOU-SE'.
           DISPLAY '------------------------------'.
           ADD 1 TO WRK-COB-CLIENTES.
           ADD WRK-ROT-DEVIDO TO WRK-COB-DEVIDO.
           ADD WRK-ROT-DEVIDO TO WRK-TOT-DEVIDO.
           MOVE ZEROS TO WRK-ROT-CODIGO.
      *-----------------------------------------------------
       0650-FECHAR-COBRADOR.
           MOVE WRK-COB-DEVIDO TO WRK-VALOR-ED.
           DISPLAY 'VISITAS DO COBRADOR ' WRK-COB-ATUAL '... '
                   WRK-COB-CLIENTES.
           DISPLAY 'TOTAL A COBRAR NA ROTA. ' WRK-VALOR-ED.
           DISPLAY '------------------------------------'.
      *-----------------------------------------------------
       0900-FINALIZAR.
            DISPLAY '------------------------------------'.
            DISPLAY 'FATURAS LIDAS........... ' WRK-QTD-LIDAS.
            DISPLAY 'CLIENTES NAS ROTAS...... ' WRK-QTD-CLIENTES.
            DISPLAY 'FATURAS NAS ROTAS....... ' WRK-QTD-FATURAS.
            MOVE WRK-TOT-DEVIDO TO WRK-VALOR-ED.
            DISPLAY 'TOTAL A COBRAR.......... ' WRK-VALOR-ED.
            DISPLAY 'ENDERECO EM PESQUISA.... ' WRK-QTD-PESQUISA.
            DISPLAY 'CEP SEM TERRITORIO...... ' WRK-QTD-SEM-TER.
            IF WRK-RETORNO = 0 AND WRK-QTD-SEM-TER NOT = 0
               MOVE 4 TO WRK-RETORNO.
            IF WRK-RETORNO = 0 AND WRK-QTD-CLIENTES = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
      * BLOQUEIO DE CORRESPONDENCIA DO ARQDEV (PROG138)
      *-----------------------------------------------------
       9100-CARREGAR-BLOQ-CORR.
           OPEN INPUT ARQDEV.
           IF FS-ARQDEV-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQDEV AT END
                          MOVE 'F' TO FS-ARQDEV
              END-READ
              PERFORM 9150-GUARDAR-BLOQ-CORR
                  UNTIL FS-ARQDEV = 'F'
              CLOSE ARQDEV.
      *-----------------------------------------------------
       9150-GUARDAR-BLOQ-CORR.
           IF DEV-SITUACAO = 'H'
              IF WRK-BLC-QTD > 299
                 DISPLAY 'BLOQUEIOS EXCEDEM O LIMITE DE 300'
                 MOVE 'F' TO FS-ARQDEV
              ELSE
                 ADD 1 TO WRK-BLC-QTD
                 MOVE DEV-CODIGO TO WRK-BLC-CODIGO (WRK-BLC-QTD)
              END-IF.
           IF FS-ARQDEV NOT = 'F'
              READ ARQDEV AT END
                          MOVE 'F' TO FS-ARQDEV.
      *-----------------------------------------------------
       9200-TESTAR-BLOQ-CORR.
           MOVE 0 TO WRK-BLC-ACHOU.
           PERFORM 9250-COMPARAR-BLOQ-CORR
               VARYING WRK-BLC-IDX FROM 1 BY 1
               UNTIL WRK-BLC-IDX > WRK-BLC-QTD
                  OR WRK-BLC-ACHOU = 1.
      *-----------------------------------------------------
       9250-COMPARAR-BLOQ-CORR.
           IF WRK-BLC-CODIGO (WRK-BLC-IDX) = WRK-CLI-ATUAL
              MOVE 1 TO WRK-BLC-ACHOU.
