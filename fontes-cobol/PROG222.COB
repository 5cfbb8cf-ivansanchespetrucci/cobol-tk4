       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG222.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQRDA ASSIGN TO UT-S-ARQRDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRDA-STATUS.
           SELECT ARQDDB ASSIGN TO UT-S-ARQDDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DDB-CHAVE
                  FILE STATUS IS FS-ARQDDB-STATUS.
           SELECT ARQADA ASSIGN TO UT-S-ARQADA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ADA-CODIGO
                  FILE STATUS IS FS-ARQADA-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQRCB ASSIGN TO UT-S-ARQRCB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRCB-STATUS.
           SELECT ARQLDR ASSIGN TO UT-S-ARQLDR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQLDR-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQRDA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RDA.
       01   REG-RDA.
            05 RDA-CODIGO       PIC 9(05).
            05 RDA-NUMERO       PIC 9(06).
            05 RDA-VALOR        PIC 9(07)V99.
            05 RDA-DATA         PIC 9(08).
            05 RDA-OCORRENCIA   PIC X(02).
       01   REG-RDA-ENV.
            05 RDA-ENV-TIPO     PIC X(03).
            05 RDA-ENV-QTD      PIC 9(09).
            05 RDA-ENV-HASH     PIC 9(11).
            05 FILLER           PIC X(07).
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
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQRCB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RCB.
       01   REG-RCB.
            05 RCB-CODIGO          PIC 9(05).
            05 RCB-NUMERO          PIC 9(06).
            05 RCB-VALOR           PIC 9(07)V99.
            05 RCB-DATA            PIC 9(08).
      *-----------------------------------------------------
      * LISTA DE CONTATO DOS DEBITOS RECUSADOS: A COBRANCA
      * LIGA PARA O CLIENTE AVISANDO QUE A FATURA VAI POR
      * BOLETO (E, COM A CONTA ENCERRADA, PARA NOVA
      * AUTORIZACAO)
      *-----------------------------------------------------
       FD   ARQLDR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-LDR.
       01   REG-LDR.
            05 LDR-CODIGO       PIC 9(05).
            05 LDR-NOME         PIC X(20).
            05 LDR-TELEFONE     PIC X(11).
            05 LDR-NUMERO       PIC 9(06).
            05 LDR-VALOR        PIC 9(07)V99.
            05 LDR-VENCIMENTO   PIC 9(08).
            05 LDR-OCORRENCIA   PIC X(02).
            05 LDR-MOTIVO       PIC X(20).
            05 LDR-DATA         PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQRDA        PIC X VALUE 'N'.
       77  FS-ARQRDA-STATUS PIC XX VALUE '00'.
       77  FS-ARQDDB-STATUS PIC XX VALUE '00'.
       77  FS-ARQADA-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQRCB-STATUS PIC XX VALUE '00'.
       77  FS-ARQLDR-STATUS PIC XX VALUE '00'.
       77  WRK-PROSSEGUE    PIC 9 VALUE 1.
       77  WRK-TEM-DDB      PIC 9 VALUE 0.
       77  WRK-TEM-ADA      PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-TEM-RCB      PIC 9 VALUE 0.
       77  WRK-TEM-LDR      PIC 9 VALUE 0.
       77  WRK-TEM-HDR      PIC 9 VALUE 0.
       77  WRK-TEM-TRL      PIC 9 VALUE 0.
       77  WRK-CONF-QTD     PIC 9(09) VALUE 0.
       77  WRK-CONF-HASH    PIC 9(11) VALUE 0.
       77  WRK-TRL-QTD      PIC 9(09) VALUE 0.
       77  WRK-TRL-HASH     PIC 9(11) VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO       PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-ADA   PIC X(03) VALUE SPACES.
       77  WRK-QTD-DEBITADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-RECUSADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-CANCELADAS PIC 9(05) VALUE 0.
       77  WRK-QTD-REJEITADOS PIC 9(05) VALUE 0.
       77  WRK-TOT-DEBITADO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-RECUSADO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-PROSSEGUE = 1
               PERFORM 0200-PROCESSAR THRU 0200-LER
                   UNTIL FS-ARQRDA = 'F'
               CLOSE ARQRDA.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * RETORNO DO DEBITO AUTOMATICO (LOTE DO PROG221): O
      * ARQUIVO DO BANCO SO E ACEITO COM CABECALHO E TRAILER
      * DO ENVELOPE PADRAO BATENDO COM A CONTAGEM E O TOTAL DE
      * CONTROLE DOS CODIGOS. OCORRENCIA 00 E DEBITO FEITO:
      * VIRA RECEBIMENTO NO ARQRCB PARA A BAIXA NORMAL DO
      * PROG068 E O DEBITO FICA D NO ARQDDB. AS DEMAIS SAO
      * RECUSA (R): A FATURA VOLTA A REMESSA DE BOLETOS DO
      * PROG089 E O CLIENTE ENTRA NA LISTA DE CONTATO ARQLDR.
      * CONTA ENCERRADA, INEXISTENTE OU SEM AUTORIZACAO NO
      * BANCO CANCELA A AUTORIZACAO DO ARQADA; SALDO
      * INSUFICIENTE MANTEM A AUTORIZACAO PARA AS PROXIMAS
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0120-CONFERIR-LOTE.
           IF WRK-PROSSEGUE = 0
              GO TO 0100-FIM.
           OPEN I-O ARQDDB.
             IF FS-ARQDDB-STATUS NOT = '00'
                DISPLAY 'NENHUM DEBITO ENVIADO NO ARQDDB. '
                        FS-ARQDDB-STATUS
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-DDB.
           OPEN I-O ARQADA.
             IF FS-ARQADA-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQADA.... ' FS-ARQADA-STATUS
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-ADA.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS = '00'
                MOVE 1 TO WRK-TEM-CLIENTES.
           OPEN EXTEND ARQRCB.
             IF FS-ARQRCB-STATUS = '35'
                OPEN OUTPUT ARQRCB.
             IF FS-ARQRCB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQRCB.... ' FS-ARQRCB-STATUS
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-RCB.
           OPEN OUTPUT ARQLDR.
             IF FS-ARQLDR-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQLDR.... ' FS-ARQLDR-STATUS
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-LDR.
           OPEN INPUT ARQRDA.
           READ ARQRDA AT END
                       MOVE 'F' TO FS-ARQRDA.
           DISPLAY 'RETORNO DO DEBITO AUTOMATICO'.
           DISPLAY '------------------------------------'.
       0100-FIM.
      *-----------------------------------------------------
      * PRIMEIRA PASSADA: SO CONFERE O ENVELOPE, SEM GRAVAR
      * NADA, PARA QUE LOTE TRUNCADO NAO BAIXE PELA METADE
      *-----------------------------------------------------
       0120-CONFERIR-LOTE.
           OPEN INPUT ARQRDA.
           IF FS-ARQRDA-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQRDA.... ' FS-ARQRDA-STATUS
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
           ELSE
              READ ARQRDA AT END
                          MOVE 'F' TO FS-ARQRDA
              END-READ
              PERFORM 0130-CONTAR-REGISTRO UNTIL FS-ARQRDA = 'F'
              CLOSE ARQRDA
              MOVE 'N' TO FS-ARQRDA
              IF WRK-TEM-HDR = 0 OR WRK-TEM-TRL = 0
                 OR WRK-TRL-QTD NOT = WRK-CONF-QTD
                 OR WRK-TRL-HASH NOT = WRK-CONF-HASH
                 DISPLAY 'RETORNO DO BANCO REJEITADO, ENVELOPE '
                         'NAO CONFERE'
                 DISPLAY 'TRAILER.. ' WRK-TRL-QTD ' ' WRK-TRL-HASH
                 DISPLAY 'LIDOS.... ' WRK-CONF-QTD ' ' WRK-CONF-HASH
                 MOVE 0 TO WRK-PROSSEGUE
                 MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
       0130-CONTAR-REGISTRO.
           EVALUATE RDA-ENV-TIPO
               WHEN 'HDR'
                   MOVE 1 TO WRK-TEM-HDR
               WHEN 'TRL'
                   MOVE 1 TO WRK-TEM-TRL
                   MOVE RDA-ENV-QTD  TO WRK-TRL-QTD
                   MOVE RDA-ENV-HASH TO WRK-TRL-HASH
               WHEN OTHER
                   ADD 1 TO WRK-CONF-QTD
                   ADD RDA-CODIGO TO WRK-CONF-HASH
           END-EVALUATE.
           READ ARQRDA AT END
                       MOVE 'F' TO FS-ARQRDA.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF RDA-ENV-TIPO = 'HDR' OR RDA-ENV-TIPO = 'TRL'
              GO TO 0200-LER.
           MOVE RDA-CODIGO TO DDB-CODIGO.
           MOVE RDA-NUMERO TO DDB-NUMERO.
           READ ARQDDB
               INVALID KEY
                   MOVE SPACE TO DDB-SITUACAO
           END-READ.
           IF DDB-SITUACAO NOT = 'E'
              ADD 1 TO WRK-QTD-REJEITADOS
              DISPLAY 'REJEITADO. ' RDA-CODIGO '/' RDA-NUMERO
                      ' SEM DEBITO PENDENTE NO ARQDDB'
              GO TO 0200-LER.
           MOVE RDA-OCORRENCIA TO DDB-OCORRENCIA.
           MOVE RDA-DATA       TO DDB-DATA-RETORNO.
           IF RDA-OCORRENCIA = '00'
              PERFORM 0250-DEBITADO
           ELSE
              PERFORM 0300-RECUSADO.
           REWRITE REG-DDB
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ARQDDB. ' DDB-CHAVE
                   MOVE 8 TO WRK-RETORNO
           END-REWRITE.
       0200-LER.
           READ ARQRDA AT END
                       MOVE 'F' TO FS-ARQRDA.
      *-----------------------------------------------------
       0250-DEBITADO.
           MOVE SPACES TO REG-RCB.
           MOVE RDA-CODIGO   TO RCB-CODIGO.
           MOVE RDA-NUMERO   TO RCB-NUMERO.
           MOVE RDA-VALOR    TO RCB-VALOR.
           MOVE RDA-DATA     TO RCB-DATA.
           WRITE REG-RCB.
           MOVE 'D' TO DDB-SITUACAO.
           ADD 1 TO WRK-QTD-DEBITADOS.
           ADD RDA-VALOR TO WRK-TOT-DEBITADO.
           MOVE RDA-VALOR TO WRK-VALOR-ED.
           DISPLAY 'DEBITADO.. ' RDA-CODIGO '/' RDA-NUMERO
                   ' ' WRK-VALOR-ED.
      *-----------------------------------------------------
       0300-RECUSADO.
           MOVE 'R' TO DDB-SITUACAO.
           MOVE SPACES TO WRK-MOTIVO-ADA.
           EVALUATE RDA-OCORRENCIA
               WHEN '01'
                   MOVE 'SALDO INSUFICIENTE'   TO WRK-MOTIVO
               WHEN '02'
                   MOVE 'CONTA ENCERRADA'      TO WRK-MOTIVO
                   MOVE 'ENC'                  TO WRK-MOTIVO-ADA
               WHEN '03'
                   MOVE 'CONTA INEXISTENTE'    TO WRK-MOTIVO
                   MOVE 'INV'                  TO WRK-MOTIVO-ADA
               WHEN '04'
                   MOVE 'SEM AUTORIZ NO BANCO' TO WRK-MOTIVO
                   MOVE 'AUT'                  TO WRK-MOTIVO-ADA
               WHEN OTHER
                   MOVE 'OUTRA RECUSA DO BANCO' TO WRK-MOTIVO
           END-EVALUATE.
           ADD 1 TO WRK-QTD-RECUSADOS.
           ADD DDB-VALOR TO WRK-TOT-RECUSADO.
           DISPLAY 'RECUSADO.. ' RDA-CODIGO '/' RDA-NUMERO
                   ' ' RDA-OCORRENCIA ' ' WRK-MOTIVO.
           IF WRK-MOTIVO-ADA NOT = SPACES
              PERFORM 0350-CANCELAR-AUTORIZACAO.
           PERFORM 0380-GRAVAR-CONTATO.
      *-----------------------------------------------------
       0350-CANCELAR-AUTORIZACAO.
           MOVE RDA-CODIGO TO ADA-CODIGO.
           READ ARQADA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADA-SITUACAO = 'A'
                      MOVE 'C'            TO ADA-SITUACAO
                      MOVE RDA-DATA       TO ADA-DATA-SITUACAO
                      MOVE WRK-MOTIVO-ADA TO ADA-MOTIVO
                      MOVE 'PROG222'      TO ADA-OPERADOR
                      REWRITE REG-ADA
                      ADD 1 TO WRK-QTD-CANCELADAS
                      DISPLAY '           AUTORIZACAO CANCELADA'
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0380-GRAVAR-CONTATO.
           MOVE SPACES TO REG-LDR.
           MOVE RDA-CODIGO     TO LDR-CODIGO.
           IF WRK-TEM-CLIENTES = 1
              MOVE RDA-CODIGO TO REG-CODIGO
              READ CLIENTES
                  INVALID KEY
                      MOVE 'SEM CADASTRO' TO LDR-NOME
                  NOT INVALID KEY
                      MOVE REG-NOME     TO LDR-NOME
                      MOVE REG-TELEFONE TO LDR-TELEFONE
              END-READ.
           MOVE RDA-NUMERO     TO LDR-NUMERO.
           MOVE DDB-VALOR      TO LDR-VALOR.
           MOVE DDB-VENCIMENTO TO LDR-VENCIMENTO.
           MOVE RDA-OCORRENCIA TO LDR-OCORRENCIA.
           MOVE WRK-MOTIVO     TO LDR-MOTIVO.
           MOVE WRK-DATA-HOJE  TO LDR-DATA.
           WRITE REG-LDR.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-LDR = 1
               CLOSE ARQLDR.
            IF WRK-TEM-RCB = 1
               CLOSE ARQRCB.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            IF WRK-TEM-ADA = 1
               CLOSE ARQADA.
            IF WRK-TEM-DDB = 1
               CLOSE ARQDDB.
            DISPLAY '------------------------------------'.
            DISPLAY 'DEBITOS EFETUADOS....... ' WRK-QTD-DEBITADOS.
            MOVE WRK-TOT-DEBITADO TO WRK-VALOR-ED.
            DISPLAY 'VALOR DEBITADO.......... ' WRK-VALOR-ED.
            DISPLAY 'DEBITOS RECUSADOS....... ' WRK-QTD-RECUSADOS.
            MOVE WRK-TOT-RECUSADO TO WRK-VALOR-ED.
            DISPLAY 'VALOR RECUSADO.......... ' WRK-VALOR-ED.
            DISPLAY 'AUTORIZACOES CANCELADAS. ' WRK-QTD-CANCELADAS.
            DISPLAY 'REJEITADOS.............. ' WRK-QTD-REJEITADOS.
            IF WRK-RETORNO = 0
               AND (WRK-QTD-REJEITADOS NOT = 0
                    OR WRK-QTD-RECUSADOS NOT = 0)
               MOVE 4 TO WRK-RETORNO.
