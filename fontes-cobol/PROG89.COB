           SELECT ARQREM ASSIGN TO UT-S-ARQREM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREM-STATUS.
           SELECT ARQCPG ASSIGN TO UT-S-ARQCPG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CPG-CODIGO
                  FILE STATUS IS FS-ARQCPG-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQSVI ASSIGN TO UT-S-ARQSVI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SVI-CHAVE
                  FILE STATUS IS FS-ARQSVI-STATUS.
           SELECT ARQADA ASSIGN TO UT-S-ARQADA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ADA-CODIGO
                  FILE STATUS IS FS-ARQADA-STATUS.
           SELECT ARQDDB ASSIGN TO UT-S-ARQDDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DDB-CHAVE
                  FILE STATUS IS FS-ARQDDB-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 REM-CEP          PIC 9(08).
            05 REM-VALOR        PIC 9(07)V99.
            05 REM-VENCIMENTO   PIC 9(08).
            05 REM-VALOR-DESC   PIC 9(07)V99.
            05 REM-DATA-DESC    PIC 9(08).
       01   REG-REM-ENV            PIC X(98).
       FD   ARQCPG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONDICAO.
       01   REG-CONDICAO.
            05 REG-CPG-CODIGO   PIC 9(02).
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
            05 CTE-TERMO        PIC 9(02).
       FD   ARQSVI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 52 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SVI.
       01   REG-SVI.
            05 SVI-CHAVE.
               10 SVI-CODIGO    PIC 9(05).
               10 SVI-NUMERO    PIC 9(06).
            05 SVI-VENCIMENTO   PIC 9(08).
            05 SVI-VALOR        PIC 9(07)V99.
            05 SVI-DATA         PIC 9(08).
            05 SVI-OPERADOR     PIC X(08).
            05 SVI-DATA-REMESSA PIC 9(08).
       FD   ARQADA
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 53 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ADA.
       01   REG-ADA.
            05 ADA-CODIGO       PIC 9(05).
            05 ADA-BANCO        PIC 9(03).
            05 ADA-AGENCIA      PIC 9(05).
            05 ADA-CONTA        PIC X(12).
            05 ADA-DATA-AUTORIZ PIC 9(08).
            05 ADA-SITUACAO     PIC X(01).
            05 ADA-DATA-SITUACAO PIC 9(08).
            05 ADA-MOTIVO       PIC X(03).
            05 ADA-OPERADOR     PIC X(08).
       FD   ARQDDB
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 47 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DDB.
       01   REG-DDB.
            05 DDB-CHAVE.
               10 DDB-CODIGO    PIC 9(05).
               10 DDB-NUMERO    PIC 9(06).
            05 DDB-VALOR        PIC 9(07)V99.
            05 DDB-VENCIMENTO   PIC 9(08).
            05 DDB-DATA-ENVIO   PIC 9(08).
            05 DDB-SITUACAO     PIC X(01).
            05 DDB-DATA-RETORNO PIC 9(08).
            05 DDB-OCORRENCIA   PIC X(02).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  WRK-HASH-CODIGO  PIC 9(11) VALUE 0.
       77  WRK-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  FS-ARQCPG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-TERMOS   PIC 9 VALUE 0.
       77  WRK-TEM-VINCULOS PIC 9 VALUE 0.
       77  WRK-TERMO-CLI    PIC 9(02) VALUE 0.
       77  WRK-DESC-MAXIMO  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-DESCONTO PIC 9(09) VALUE 0.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  FS-ARQSVI        PIC X VALUE 'N'.
       77  FS-ARQSVI-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-SVI      PIC 9 VALUE 0.
       77  WRK-SVI-ACHOU    PIC 9 VALUE 0.
       77  WRK-SVI-USADA    PIC 9 VALUE 0.
       77  WRK-QTD-SEGUNDA-VIA PIC 9(09) VALUE 0.
       77  FS-ARQADA-STATUS PIC XX VALUE '00'.
       77  FS-ARQDDB-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-ADA      PIC 9 VALUE 0.
       77  WRK-TEM-DDB      PIC 9 VALUE 0.
       77  WRK-EM-DEBITO    PIC 9 VALUE 0.
       77  WRK-QTD-DEBITO   PIC 9(09) VALUE 0.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA (VER PROG049): CABECALHO COM
      * IDENTIFICACAO E DATA, TRAILER COM CONTAGEM, TOTAL DE
      * REMESSA DE BOLETOS PARA O BANCO: CADA FATURA ABERTA
      * VIRA UM TITULO COM NOME E ENDERECO DO CADASTRO E A
      * REFERENCIA CODIGO+NUMERO QUE VOLTA NO ARQUIVO DE
      * RETORNO LIDO PELO PROG090. QUANDO A CONDICAO DO
      * CLIENTE DA DESCONTO POR PONTUALIDADE O BOLETO LEVA O
      * VALOR COM DESCONTO E A DATA LIMITE PARA PAGA-LO
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN INPUT ARQCPG.
             IF FS-ARQCPG-STATUS = '00'
                MOVE 1 TO WRK-TEM-TERMOS
                PERFORM 0150-ABRIR-VINCULOS.
           PERFORM 0170-ABRIR-SEGUNDAS-VIAS THRU 0170-FIM.
           OPEN INPUT ARQADA.
             IF FS-ARQADA-STATUS = '00'
                MOVE 1 TO WRK-TEM-ADA.
           OPEN INPUT ARQDDB.
             IF FS-ARQDDB-STATUS = '00'
                MOVE 1 TO WRK-TEM-DDB.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE SPACES TO REG-REM-ENV.
           MOVE WRK-CABECALHO TO REG-REM-ENV.
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
       0150-ABRIR-VINCULOS.
           OPEN INPUT ARQCTE.
           IF FS-ARQCTE-STATUS = '00'
              MOVE 1 TO WRK-TEM-VINCULOS.
      *-----------------------------------------------------
      * SEGUNDAS VIAS EMITIDAS PELO PROG212, UMA POR FATURA
      * E NA MESMA ORDEM DE CHAVE DAS FATURAS: O ARQSVI E
      * LIDO EM PARALELO COM O FATURAS
      *-----------------------------------------------------
       0170-ABRIR-SEGUNDAS-VIAS.
           OPEN I-O ARQSVI.
           IF FS-ARQSVI-STATUS NOT = '00'
              GO TO 0170-FIM.
           MOVE 1 TO WRK-TEM-SVI.
           PERFORM 0180-LER-SEGUNDA-VIA.
       0170-FIM.
      *-----------------------------------------------------
       0180-LER-SEGUNDA-VIA.
           READ ARQSVI NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQSVI.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF FAT-CODIGO NOT = WRK-CLI-ATUAL
              MOVE FAT-CODIGO TO WRK-CLI-ATUAL
              PERFORM 0230-BUSCAR-CLIENTE.
           PERFORM 0280-BUSCAR-SEGUNDA-VIA THRU 0280-FIM.
           IF FAT-STATUS = 'A' AND WRK-CLI-OK = 1
              PERFORM 0240-TESTAR-DEBITO THRU 0240-FIM
              IF WRK-EM-DEBITO = 1
                 ADD 1 TO WRK-QTD-DEBITO
              ELSE
                 PERFORM 0250-GRAVAR-TITULO.
           IF WRK-SVI-ACHOU = 1
              PERFORM 0295-ENCERRAR-SEGUNDA-VIA THRU 0295-FIM.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
                   IF REG-STATUS NOT = 'I'
                      MOVE 1 TO WRK-CLI-OK
           END-READ.
      *-----------------------------------------------------
      * FATURA NO DEBITO AUTOMATICO NAO VAI AO BOLETO: A QUE
      * JA ESTA NO BANCO (ARQDDB ENVIADA OU DEBITADA) E A QUE
      * AINDA VAI NO LOTE DO PROG221 (AUTORIZACAO ATIVA NO
      * ARQADA E VENCIMENTO POR VIR). DEBITO RECUSADO PELO
      * BANCO E FATURA JA VENCIDA SEM DEBITO SEGUEM NO BOLETO
      *-----------------------------------------------------
       0240-TESTAR-DEBITO.
           MOVE 0 TO WRK-EM-DEBITO.
           IF WRK-TEM-DDB = 1
              MOVE FAT-CHAVE TO DDB-CHAVE
              READ ARQDDB
                  INVALID KEY
                      MOVE SPACE TO DDB-SITUACAO
              END-READ
              IF DDB-SITUACAO = 'R'
                 GO TO 0240-FIM
              END-IF
              IF DDB-SITUACAO = 'E' OR DDB-SITUACAO = 'D'
                 MOVE 1 TO WRK-EM-DEBITO
                 GO TO 0240-FIM.
           IF WRK-TEM-ADA = 1
              AND FAT-VENCIMENTO NOT < WRK-DATA-HOJE
              MOVE FAT-CODIGO TO ADA-CODIGO
              READ ARQADA
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF ADA-SITUACAO = 'A'
                         MOVE 1 TO WRK-EM-DEBITO
              END-READ.
       0240-FIM.
      *-----------------------------------------------------
       0250-GRAVAR-TITULO.
           COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO.
           MOVE REG-CEP         TO REM-CEP.
           MOVE WRK-SALDO       TO REM-VALOR.
           MOVE FAT-VENCIMENTO  TO REM-VENCIMENTO.
           MOVE ZEROS           TO REM-VALOR-DESC.
           MOVE ZEROS           TO REM-DATA-DESC.
           IF WRK-SVI-ACHOU = 1
              PERFORM 0290-APLICAR-SEGUNDA-VIA
           ELSE
              PERFORM 0260-CALCULAR-DESCONTO THRU 0260-FIM.
           WRITE REG-REM.
           ADD 1 TO WRK-QTD-TITULOS.
           ADD FAT-CODIGO TO WRK-HASH-CODIGO.
           ADD WRK-SALDO TO WRK-TOT-VALOR.
      *-----------------------------------------------------
      * DATA LIMITE = VENCIMENTO MENOS OS DIAS DA CONDICAO;
      * PRAZO JA VENCIDO NA DATA DA REMESSA NAO VAI AO BOLETO
      *-----------------------------------------------------
       0260-CALCULAR-DESCONTO.
           IF WRK-TEM-TERMOS = 0
              GO TO 0260-FIM.
           PERFORM 0270-BUSCAR-TERMO.
           IF WRK-TERMO-CLI = 0
              GO TO 0260-FIM.
           MOVE WRK-TERMO-CLI TO REG-CPG-CODIGO.
           READ ARQCPG
               INVALID KEY
                   GO TO 0260-FIM
           END-READ.
           IF REG-CPG-STATUS NOT = 'A'
              OR REG-CPG-DESC-PERC = 0
              GO TO 0260-FIM.
           MOVE 'R' TO WRK-DT-FUNCAO.
           MOVE FAT-VENCIMENTO TO WRK-DT-DATA1.
           MOVE REG-CPG-DESC-DIAS TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              OR WRK-DT-DATA2 < WRK-DATA-HOJE
              GO TO 0260-FIM.
           COMPUTE WRK-DESC-MAXIMO ROUNDED =
                   FAT-VALOR * REG-CPG-DESC-PERC / 100.
           IF WRK-SALDO > WRK-DESC-MAXIMO
              COMPUTE REM-VALOR-DESC = WRK-SALDO - WRK-DESC-MAXIMO
              MOVE WRK-DT-DATA2 TO REM-DATA-DESC
              ADD 1 TO WRK-QTD-DESCONTO.
       0260-FIM.
      *-----------------------------------------------------
       0270-BUSCAR-TERMO.
           MOVE 0 TO WRK-TERMO-CLI.
           IF WRK-TEM-VINCULOS = 1
              MOVE FAT-CODIGO TO CTE-CODIGO
              READ ARQCTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CTE-TERMO TO WRK-TERMO-CLI
              END-READ.
      *-----------------------------------------------------
      * SEGUNDA VIA SEM FATURA NO FATURAS (ARQUIVADA OU
      * RENUMERADA) FICA PARA TRAS NA LEITURA E SAI DO ARQSVI
      *-----------------------------------------------------
       0280-BUSCAR-SEGUNDA-VIA.
           MOVE 0 TO WRK-SVI-ACHOU.
           MOVE 0 TO WRK-SVI-USADA.
           IF WRK-TEM-SVI = 0
              GO TO 0280-FIM.
           PERFORM 0285-EXCLUIR-SEGUNDA-VIA
               UNTIL FS-ARQSVI = 'F' OR SVI-CHAVE NOT < FAT-CHAVE.
           IF FS-ARQSVI NOT = 'F' AND SVI-CHAVE = FAT-CHAVE
              MOVE 1 TO WRK-SVI-ACHOU.
       0280-FIM.
      *-----------------------------------------------------
       0285-EXCLUIR-SEGUNDA-VIA.
           DELETE ARQSVI RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR ARQSVI.. '
                           SVI-CODIGO '/' SVI-NUMERO ' '
                           FS-ARQSVI-STATUS
           END-DELETE.
           PERFORM 0180-LER-SEGUNDA-VIA.
      *-----------------------------------------------------
      * A SEGUNDA VIA JA TRAZ O VALOR COM OS ENCARGOS ATE O
      * NOVO VENCIMENTO, QUE VAI AO BANCO NO LUGAR DO SALDO E
      * DO VENCIMENTO ORIGINAL, SEM DESCONTO DE PONTUALIDADE
      *-----------------------------------------------------
       0290-APLICAR-SEGUNDA-VIA.
           MOVE SVI-VALOR TO WRK-SALDO.
           MOVE WRK-SALDO TO REM-VALOR.
           MOVE SVI-VENCIMENTO TO REM-VENCIMENTO.
           MOVE 1 TO WRK-SVI-USADA.
           ADD 1 TO WRK-QTD-SEGUNDA-VIA.
      *-----------------------------------------------------
      * SO A SEGUNDA VIA DE FATURA QUE SEGUE ABERTA NA
      * REMESSA FICA NO ARQSVI, COM A DATA DO PRIMEIRO ENVIO;
      * A DE FATURA PAGA, BAIXADA OU CANCELADA SAI DO ARQUIVO
      *-----------------------------------------------------
       0295-ENCERRAR-SEGUNDA-VIA.
           IF WRK-SVI-USADA = 0
              PERFORM 0285-EXCLUIR-SEGUNDA-VIA
              GO TO 0295-FIM.
           IF SVI-DATA-REMESSA = 0
              MOVE WRK-DATA-HOJE TO SVI-DATA-REMESSA
              REWRITE REG-SVI.
           PERFORM 0180-LER-SEGUNDA-VIA.
       0295-FIM.
      *-----------------------------------------------------
       0350-FECHAR-SEGUNDAS-VIAS.
           PERFORM 0285-EXCLUIR-SEGUNDA-VIA
               UNTIL FS-ARQSVI = 'F'.
           CLOSE ARQSVI.
      *-----------------------------------------------------
       0300-FINALIZAR.
            IF FS-ARQREM-STATUS = '00'
            IF FS-FATURAS-STATUS NOT = '35'
               CLOSE FATURAS.
            CLOSE CLIENTES.
            IF WRK-TEM-TERMOS = 1
               CLOSE ARQCPG.
            IF WRK-TEM-VINCULOS = 1
               CLOSE ARQCTE.
            IF WRK-TEM-ADA = 1
               CLOSE ARQADA.
            IF WRK-TEM-DDB = 1
               CLOSE ARQDDB.
            IF WRK-TEM-SVI = 1
               PERFORM 0350-FECHAR-SEGUNDAS-VIAS.
            DISPLAY '------------------------------------'.
            DISPLAY 'REMESSA DE BOLETOS DE ' WRK-DATA-HOJE.
            DISPLAY 'TITULOS GERADOS......... ' WRK-QTD-TITULOS.
            DISPLAY 'COM DESCONTO PONTUAL.... ' WRK-QTD-DESCONTO.
            DISPLAY 'SEGUNDAS VIAS........... ' WRK-QTD-SEGUNDA-VIA.
            DISPLAY 'EM DEBITO AUTOMATICO.... ' WRK-QTD-DEBITO.
            MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
            DISPLAY 'VALOR TOTAL DA REMESSA.. ' WRK-VALOR-ED.
            IF WRK-RETORNO = 0 AND WRK-QTD-TITULOS = 0
