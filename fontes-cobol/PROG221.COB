       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG221.
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
           SELECT ARQADA ASSIGN TO UT-S-ARQADA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ADA-CODIGO
                  FILE STATUS IS FS-ARQADA-STATUS.
           SELECT ARQDDB ASSIGN TO UT-S-ARQDDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DDB-CHAVE
                  FILE STATUS IS FS-ARQDDB-STATUS.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
           SELECT ARQDEB ASSIGN TO UT-S-ARQDEB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDEB-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
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
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       FD   ARQDEB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DEB.
       01   REG-DEB.
            05 DEB-CODIGO       PIC 9(05).
            05 DEB-NUMERO       PIC 9(06).
            05 DEB-BANCO        PIC 9(03).
            05 DEB-AGENCIA      PIC 9(05).
            05 DEB-CONTA        PIC X(12).
            05 DEB-VALOR        PIC 9(07)V99.
            05 DEB-VENCIMENTO   PIC 9(08).
       01   REG-DEB-ENV            PIC X(48).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQADA-STATUS PIC XX VALUE '00'.
       77  FS-ARQDDB-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTS-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-ARQDEB-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-FATURAS  PIC 9 VALUE 0.
       77  WRK-TEM-ADA      PIC 9 VALUE 0.
       77  WRK-TEM-DDB      PIC 9 VALUE 0.
       77  WRK-TEM-DEB      PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       77  WRK-CONT-DIAS    PIC 9(02) VALUE 0.
      *-----------------------------------------------------
      * DIAS UTEIS DE ANTECEDENCIA DO ENVIO SOBRE O VENCIMENTO
      * (PRAZO DO BANCO PARA AGENDAR O DEBITO NA CONTA)
      *-----------------------------------------------------
       77  WRK-DIAS-ANTECEDENCIA PIC 9(02) VALUE 3.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-AUTORIZ  PIC 9 VALUE 0.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TEM-CONTESTACOES PIC 9 VALUE 0.
       77  WRK-CTA-ACHOU    PIC 9 VALUE 0.
       77  WRK-QTD-DEBITOS  PIC 9(09) VALUE 0.
       77  WRK-QTD-JA-ENVIADAS PIC 9(07) VALUE 0.
       77  WRK-QTD-CONTESTADAS PIC 9(07) VALUE 0.
       77  WRK-HASH-CODIGO  PIC 9(11) VALUE 0.
       77  WRK-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA (VER PROG049): CABECALHO COM
      * IDENTIFICACAO E DATA, TRAILER COM CONTAGEM, TOTAL DE
      * CONTROLE DOS CODIGOS E VALOR TOTAL DOS DEBITOS PARA O
      * BANCO CONFERIR O LOTE
      *-----------------------------------------------------
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'DEBAUTOM'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
           05 WRK-TRL-VALOR            PIC 9(11)V99.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-FATURAS = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * ARQUIVO DE DEBITO AUTOMATICO PARA O BANCO: FATURA
      * ABERTA DE CLIENTE COM AUTORIZACAO ATIVA NO ARQADA
      * (PROG220) VAI NO LOTE QUANDO O VENCIMENTO CAI ATE O
      * TERCEIRO DIA UTIL A FRENTE (PROG079), PELO SALDO EM
      * ABERTO. CADA DEBITO FICA NO REGISTRO ARQDDB COMO
      * ENVIADO (E), O QUE IMPEDE REENVIO E TIRA A FATURA DA
      * REMESSA DE BOLETOS DO PROG089; O RETORNO DO BANCO E
      * LIDO PELO PROG222. FATURA EM CONTESTACAO ABERTA NO
      * ARQCTS NAO E DEBITADA
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE.
           MOVE 0 TO WRK-CONT-DIAS.
           PERFORM 0160-PROXIMO-DIA-UTIL
               UNTIL WRK-CONT-DIAS = WRK-DIAS-ANTECEDENCIA.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-FATURAS.
           OPEN INPUT ARQADA.
             IF FS-ARQADA-STATUS NOT = '00'
                DISPLAY 'NENHUMA AUTORIZACAO DE DEBITO. '
                        FS-ARQADA-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 4 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-ADA.
           OPEN I-O ARQDDB.
           IF FS-ARQDDB-STATUS = '35'
              OPEN OUTPUT ARQDDB
              CLOSE ARQDDB
              OPEN I-O ARQDDB.
             IF FS-ARQDDB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQDDB.... ' FS-ARQDDB-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-DDB.
           OPEN OUTPUT ARQDEB.
             IF FS-ARQDEB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQDEB.... ' FS-ARQDEB-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-DEB.
           PERFORM 9500-ABRIR-CONTESTACOES.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE SPACES TO REG-DEB-ENV.
           MOVE WRK-CABECALHO TO REG-DEB-ENV.
           WRITE REG-DEB-ENV.
           DISPLAY 'LOTE DE DEBITO AUTOMATICO DE ' WRK-DATA-HOJE
                   ' VENCIMENTOS ATE ' WRK-DATA-LIMITE.
           DISPLAY '------------------------------------'.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
       0100-FIM.
      *-----------------------------------------------------
      * A DATA OFICIAL VEM DO CONTROLE ARQRUN (PROG126), COMO
      * NO PROG071; SEM O CONTROLE VALE O RELOGIO
      *-----------------------------------------------------
       0150-DATA-DE-PROCESSAMENTO.
           OPEN INPUT ARQRUN.
           IF FS-ARQRUN-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQRUN
                  AT END
                      CONTINUE
                  NOT AT END
                      IF RUN-DATA-PROC NOT = 0
                         MOVE RUN-DATA-PROC TO WRK-DATA-HOJE
                      END-IF
              END-READ
              CLOSE ARQRUN.
      *-----------------------------------------------------
       0160-PROXIMO-DIA-UTIL.
           MOVE 'U' TO WRK-DT-FUNCAO.
           MOVE WRK-DATA-LIMITE TO WRK-DT-DATA1.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           MOVE WRK-DT-DATA2 TO WRK-DATA-LIMITE.
           ADD 1 TO WRK-CONT-DIAS.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF FAT-CODIGO NOT = WRK-CLI-ATUAL
              MOVE FAT-CODIGO TO WRK-CLI-ATUAL
              PERFORM 0230-BUSCAR-AUTORIZACAO.
           IF FAT-STATUS = 'A' AND WRK-CLI-AUTORIZ = 1
              AND FAT-VENCIMENTO NOT < WRK-DATA-HOJE
              AND FAT-VENCIMENTO NOT > WRK-DATA-LIMITE
              PERFORM 0250-SELECIONAR-FATURA THRU 0250-FIM.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0230-BUSCAR-AUTORIZACAO.
           MOVE 0 TO WRK-CLI-AUTORIZ.
           MOVE FAT-CODIGO TO ADA-CODIGO.
           READ ARQADA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADA-SITUACAO = 'A'
                      MOVE 1 TO WRK-CLI-AUTORIZ
           END-READ.
      *-----------------------------------------------------
      * FATURA QUE JA PASSOU PELO BANCO (ENVIADA, DEBITADA OU
      * RECUSADA) NAO VOLTA AO LOTE; A RECUSADA SEGUE PELO
      * BOLETO
      *-----------------------------------------------------
       0250-SELECIONAR-FATURA.
           COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO.
           IF WRK-SALDO = 0
              GO TO 0250-FIM.
           MOVE FAT-CHAVE TO DDB-CHAVE.
           READ ARQDDB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-JA-ENVIADAS
                   GO TO 0250-FIM
           END-READ.
           PERFORM 9600-TESTAR-CONTESTACAO.
           IF WRK-CTA-ACHOU = 1
              ADD 1 TO WRK-QTD-CONTESTADAS
              DISPLAY 'CONTESTADA ' FAT-CODIGO '/' FAT-NUMERO
                      ' FORA DO LOTE'
              GO TO 0250-FIM.
           MOVE SPACES TO REG-DEB.
           MOVE FAT-CODIGO     TO DEB-CODIGO.
           MOVE FAT-NUMERO     TO DEB-NUMERO.
           MOVE ADA-BANCO      TO DEB-BANCO.
           MOVE ADA-AGENCIA    TO DEB-AGENCIA.
           MOVE ADA-CONTA      TO DEB-CONTA.
           MOVE WRK-SALDO      TO DEB-VALOR.
           MOVE FAT-VENCIMENTO TO DEB-VENCIMENTO.
           WRITE REG-DEB.
           MOVE SPACES TO REG-DDB.
           MOVE FAT-CHAVE      TO DDB-CHAVE.
           MOVE WRK-SALDO      TO DDB-VALOR.
           MOVE FAT-VENCIMENTO TO DDB-VENCIMENTO.
           MOVE WRK-DATA-HOJE  TO DDB-DATA-ENVIO.
           MOVE 'E'            TO DDB-SITUACAO.
           MOVE ZEROS          TO DDB-DATA-RETORNO.
           WRITE REG-DDB
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ARQDDB... ' DDB-CHAVE
                   MOVE 8 TO WRK-RETORNO
           END-WRITE.
           ADD 1 TO WRK-QTD-DEBITOS.
           ADD FAT-CODIGO TO WRK-HASH-CODIGO.
           ADD WRK-SALDO TO WRK-TOT-VALOR.
           MOVE WRK-SALDO TO WRK-VALOR-ED.
           DISPLAY FAT-CODIGO '/' FAT-NUMERO ' ' FAT-VENCIMENTO
                   ' ' WRK-VALOR-ED.
       0250-FIM.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-CONTESTACOES = 1
               CLOSE ARQCTS.
            IF WRK-TEM-DEB = 1
               MOVE WRK-QTD-DEBITOS TO WRK-TRL-QTD
               MOVE WRK-HASH-CODIGO TO WRK-TRL-HASH
               MOVE WRK-TOT-VALOR   TO WRK-TRL-VALOR
               MOVE SPACES TO REG-DEB-ENV
               MOVE WRK-TRAILER TO REG-DEB-ENV
               WRITE REG-DEB-ENV
               CLOSE ARQDEB.
            IF WRK-TEM-DDB = 1
               CLOSE ARQDDB.
            IF WRK-TEM-ADA = 1
               CLOSE ARQADA.
            IF WRK-TEM-FATURAS = 1
               CLOSE FATURAS.
            DISPLAY '------------------------------------'.
            DISPLAY 'DEBITOS ENVIADOS........ ' WRK-QTD-DEBITOS.
            DISPLAY 'JA ENVIADAS ANTES....... ' WRK-QTD-JA-ENVIADAS.
            DISPLAY 'EM CONTESTACAO.......... ' WRK-QTD-CONTESTADAS.
            MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
            DISPLAY 'VALOR TOTAL DO LOTE..... ' WRK-VALOR-ED.
            IF WRK-RETORNO = 0 AND WRK-QTD-DEBITOS = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
      * FATURA EM CONTESTACAO ABERTA NO ARQCTS (PROG125) FICA
      * FORA DA COBRANCA ENQUANTO A CONTESTACAO NAO ENCERRA
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
