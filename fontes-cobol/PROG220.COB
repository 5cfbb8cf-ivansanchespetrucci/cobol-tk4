       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG220.
      *-----------------------------------------------------
      * AUTORIZACAO DE DEBITO AUTOMATICO EM CONTA, CHAMADA
      * PELO ATENDIMENTO DO PROG125. UMA AUTORIZACAO POR
      * CLIENTE NO ARQADA: BANCO, AGENCIA, CONTA, DATA DA
      * AUTORIZACAO E SITUACAO (A ATIVA, S SUSPENSA, C
      * CANCELADA). COM ELA ATIVA AS FATURAS ABERTAS VAO NO
      * ARQUIVO DE DEBITO DO PROG221 EM VEZ DE BOLETO; O
      * RETORNO DO BANCO (PROG222) CANCELA A AUTORIZACAO DE
      * CONTA ENCERRADA. CADA MANUTENCAO VAI PARA O ARQJRN
      * COMO DEB AUTOM, COM AS IMAGENS ANTES/DEPOIS
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQADA ASSIGN TO UT-S-ARQADA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADA-CODIGO
                  FILE STATUS IS FS-ARQADA-STATUS.
           SELECT ARQDDB ASSIGN TO UT-S-ARQDDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DDB-CHAVE
                  FILE STATUS IS FS-ARQDDB-STATUS.
           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
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
       FD   ARQJRN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-JRN.
       01   REG-JRN.
            05 REG-JRN-DATA     PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-HORA     PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-PROGRAMA PIC X(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-OPERACAO PIC X(12).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-ANTES    PIC X(135).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-DEPOIS   PIC X(135).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQADA-STATUS PIC XX VALUE '00'.
       77  FS-ARQDDB-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-BANCO        PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA      PIC 9(05) VALUE ZEROS.
       77  WRK-CONTA        PIC X(12) VALUE SPACES.
       77  WRK-DATA-AUTORIZ PIC 9(08) VALUE ZEROS.
       77  WRK-SITUACAO     PIC X(01) VALUE SPACE.
           88 WRK-SITUACAO-VALIDA VALUE 'S' 'C'.
       77  WRK-DESC-SITUACAO PIC X(09) VALUE SPACES.
       77  WRK-TEM-AUTORIZ  PIC 9 VALUE 0.
       77  WRK-ADA-ABERTO   PIC 9 VALUE 0.
       77  WRK-FIM-SCAN     PIC X VALUE 'N'.
       77  WRK-QTD-LISTADOS PIC 9(03) VALUE 0.
       77  WRK-IMAGEM-ANTES PIC X(135) VALUE SPACES.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DV-ACAO      PIC X(01) VALUE 'V'.
       77  WRK-DIGITO       PIC 9(01) VALUE 0.
       77  WRK-DV-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       LINKAGE                         SECTION.
       01  LS-OPERADOR      PIC X(08).
       PROCEDURE  DIVISION USING LS-OPERADOR.
       0001-PRINCIPAL.
            DISPLAY 'DEBITO AUTOMATICO EM CONTA'.
            PERFORM 0100-INFORMAR-CLIENTE THRU 0100-FIM.
            IF WRK-RETORNO = 0
               DISPLAY '1=AUTORIZAR 2=ALTERAR CONTA 3=SUSPENDER/'
                       'CANCELAR 4=CONSULTAR'
               ACCEPT WRK-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-AUTORIZAR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-ALTERAR THRU 0300-FIM
                   WHEN 3 PERFORM 0400-ENCERRAR THRU 0400-FIM
                   WHEN 4 PERFORM 0500-CONSULTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
            PERFORM 0900-FINALIZAR.
           GOBACK.
      *-----------------------------------------------------
       0100-INFORMAR-CLIENTE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CODIGO DO CLIENTE............'.
           ACCEPT WRK-CODIGO.
           DISPLAY 'DIGITO VERIFICADOR...........'.
           ACCEPT WRK-DIGITO.
           MOVE 'V' TO WRK-DV-ACAO.
           CALL 'PROG058' USING WRK-DV-ACAO, WRK-CODIGO,
                                WRK-DIGITO, WRK-DV-RESULT.
           IF WRK-DV-RESULT NOT = 'V'
              DISPLAY 'DIGITO VERIFICADOR INVALIDO.. ' WRK-CODIGO
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE WRK-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'NENHUM REGISTRO CODIGO.. ' WRK-CODIGO
                   MOVE 8 TO WRK-RETORNO
               NOT INVALID KEY
                   DISPLAY 'CLIENTE...' REG-CODIGO ' ' REG-NOME
           END-READ.
           CLOSE CLIENTES.
           IF WRK-RETORNO NOT = 0
              GO TO 0100-FIM.
           OPEN I-O ARQADA.
           IF FS-ARQADA-STATUS = '35'
              OPEN OUTPUT ARQADA
              CLOSE ARQADA
              OPEN I-O ARQADA.
           IF FS-ARQADA-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQADA.... ' FS-ARQADA-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-ADA-ABERTO.
           MOVE WRK-CODIGO TO ADA-CODIGO.
           READ ARQADA
               INVALID KEY
                   MOVE 0 TO WRK-TEM-AUTORIZ
               NOT INVALID KEY
                   MOVE 1 TO WRK-TEM-AUTORIZ
                   PERFORM 0550-MOSTRAR-AUTORIZACAO
           END-READ.
           OPEN EXTEND ARQJRN.
           IF FS-ARQJRN-STATUS = '35'
              OPEN OUTPUT ARQJRN.
           IF FS-ARQJRN-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQJRN.... ' FS-ARQJRN-STATUS.
       0100-FIM.
      *-----------------------------------------------------
      * AUTORIZACAO NOVA, OU NOVA AUTORIZACAO DE CLIENTE QUE
      * JA TEVE UMA SUSPENSA OU CANCELADA (O REGISTRO E
      * REAPROVEITADO COM OS DADOS E A DATA DA NOVA)
      *-----------------------------------------------------
       0200-AUTORIZAR.
           IF WRK-TEM-AUTORIZ = 1 AND ADA-SITUACAO = 'A'
              DISPLAY 'CLIENTE JA TEM AUTORIZACAO ATIVA, USE A '
                      'OPCAO 2'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           IF WRK-TEM-AUTORIZ = 1
              MOVE REG-ADA TO WRK-IMAGEM-ANTES
           ELSE
              MOVE SPACES TO WRK-IMAGEM-ANTES.
           MOVE ZEROS TO WRK-BANCO WRK-AGENCIA.
           MOVE SPACES TO WRK-CONTA.
           PERFORM 0600-INFORMAR-CONTA.
           DISPLAY 'DATA DA AUTORIZACAO (0=HOJE)..'.
           MOVE ZEROS TO WRK-DATA-AUTORIZ.
           ACCEPT WRK-DATA-AUTORIZ.
           IF WRK-DATA-AUTORIZ = 0
              MOVE WRK-DATA-HOJE TO WRK-DATA-AUTORIZ.
           PERFORM 0650-CONFERIR-CONTA THRU 0650-FIM.
           IF WRK-RETORNO NOT = 0
              GO TO 0200-FIM.
           MOVE 'D' TO WRK-DT-FUNCAO.
           MOVE WRK-DATA-AUTORIZ TO WRK-DT-DATA1.
           MOVE WRK-DATA-HOJE TO WRK-DT-DATA2.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              OR WRK-DATA-AUTORIZ > WRK-DATA-HOJE
              DISPLAY 'DATA DA AUTORIZACAO INVALIDA. '
                      WRK-DATA-AUTORIZ
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           MOVE SPACES TO REG-ADA.
           MOVE WRK-CODIGO       TO ADA-CODIGO.
           PERFORM 0680-MONTAR-CONTA.
           MOVE WRK-DATA-AUTORIZ TO ADA-DATA-AUTORIZ.
           MOVE 'A'              TO ADA-SITUACAO.
           MOVE WRK-DATA-HOJE    TO ADA-DATA-SITUACAO.
           MOVE SPACES           TO ADA-MOTIVO.
           MOVE LS-OPERADOR      TO ADA-OPERADOR.
           IF WRK-TEM-AUTORIZ = 1
              REWRITE REG-ADA
                  INVALID KEY
                      DISPLAY 'ERRO AO REGRAVAR ARQADA. ' ADA-CODIGO
                      MOVE 8 TO WRK-RETORNO
              END-REWRITE
           ELSE
              WRITE REG-ADA
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR ARQADA... ' ADA-CODIGO
                      MOVE 8 TO WRK-RETORNO
              END-WRITE.
           IF WRK-RETORNO NOT = 0
              GO TO 0200-FIM.
           PERFORM 0700-GRAVAR-JRN.
           DISPLAY 'DEBITO AUTOMATICO AUTORIZADO ' WRK-CODIGO.
       0200-FIM.
      *-----------------------------------------------------
      * TROCA DE BANCO, AGENCIA OU CONTA DA AUTORIZACAO
      * ATIVA; CAMPO EM BRANCO OU ZERO MANTEM O VALOR ATUAL
      *-----------------------------------------------------
       0300-ALTERAR.
           IF WRK-TEM-AUTORIZ = 0 OR ADA-SITUACAO NOT = 'A'
              DISPLAY 'CLIENTE SEM AUTORIZACAO ATIVA'
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           MOVE REG-ADA TO WRK-IMAGEM-ANTES.
           DISPLAY '(BRANCO MANTEM O VALOR ATUAL)'.
           PERFORM 0600-INFORMAR-CONTA.
           IF WRK-BANCO = 0
              MOVE ADA-BANCO TO WRK-BANCO.
           IF WRK-AGENCIA = 0
              MOVE ADA-AGENCIA TO WRK-AGENCIA.
           IF WRK-CONTA = SPACES
              MOVE ADA-CONTA TO WRK-CONTA.
           PERFORM 0650-CONFERIR-CONTA THRU 0650-FIM.
           IF WRK-RETORNO NOT = 0
              GO TO 0300-FIM.
           PERFORM 0680-MONTAR-CONTA.
           MOVE LS-OPERADOR TO ADA-OPERADOR.
           REWRITE REG-ADA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ARQADA. ' ADA-CODIGO
                   MOVE 8 TO WRK-RETORNO
           END-REWRITE.
           IF WRK-RETORNO NOT = 0
              GO TO 0300-FIM.
           PERFORM 0700-GRAVAR-JRN.
           DISPLAY 'CONTA DE DEBITO ALTERADA ' WRK-CODIGO.
       0300-FIM.
      *-----------------------------------------------------
      * SUSPENSAO (S) OU CANCELAMENTO (C) A PEDIDO DO
      * CLIENTE; DEBITO JA ENVIADO AO BANCO SEGUE SEU CURSO
      * E VOLTA NO RETORNO DO PROG222
      *-----------------------------------------------------
       0400-ENCERRAR.
           IF WRK-TEM-AUTORIZ = 0 OR ADA-SITUACAO NOT = 'A'
              DISPLAY 'CLIENTE SEM AUTORIZACAO ATIVA'
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE REG-ADA TO WRK-IMAGEM-ANTES.
           DISPLAY 'S=SUSPENDER C=CANCELAR........'.
           MOVE SPACE TO WRK-SITUACAO.
           ACCEPT WRK-SITUACAO.
           IF NOT WRK-SITUACAO-VALIDA
              DISPLAY 'SITUACAO INVALIDA...... ' WRK-SITUACAO
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE WRK-SITUACAO  TO ADA-SITUACAO.
           MOVE WRK-DATA-HOJE TO ADA-DATA-SITUACAO.
           MOVE 'CLI'         TO ADA-MOTIVO.
           MOVE LS-OPERADOR   TO ADA-OPERADOR.
           REWRITE REG-ADA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ARQADA. ' ADA-CODIGO
                   MOVE 8 TO WRK-RETORNO
           END-REWRITE.
           IF WRK-RETORNO NOT = 0
              GO TO 0400-FIM.
           PERFORM 0700-GRAVAR-JRN.
           PERFORM 0530-DESCREVER-SITUACAO.
           DISPLAY 'DEBITO AUTOMATICO ' WRK-DESC-SITUACAO ' '
                   WRK-CODIGO.
       0400-FIM.
      *-----------------------------------------------------
      * AUTORIZACAO E DEBITOS DO CLIENTE NO ARQDDB (ENVIADO,
      * DEBITADO OU RECUSADO PELO BANCO)
      *-----------------------------------------------------
       0500-CONSULTAR.
           IF WRK-TEM-AUTORIZ = 0
              DISPLAY 'CLIENTE SEM AUTORIZACAO DE DEBITO'.
           OPEN INPUT ARQDDB.
           IF FS-ARQDDB-STATUS NOT = '00'
              DISPLAY 'NENHUM DEBITO ENVIADO AO BANCO'
           ELSE
              DISPLAY 'FATURA VENCIMENTO        VALOR SIT ENVIO   '
                      ' RETORNO  OC'
              DISPLAY '------------------------------------'
              MOVE WRK-CODIGO TO DDB-CODIGO
              MOVE ZEROS TO DDB-NUMERO
              MOVE 'N' TO WRK-FIM-SCAN
              START ARQDDB KEY IS NOT < DDB-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WRK-FIM-SCAN
              END-START
              PERFORM 0520-LISTAR-DEBITO UNTIL WRK-FIM-SCAN = 'S'
              CLOSE ARQDDB
              DISPLAY '------------------------------------'
              DISPLAY 'DEBITOS LISTADOS........ ' WRK-QTD-LISTADOS.
      *-----------------------------------------------------
       0520-LISTAR-DEBITO.
           READ ARQDDB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   IF DDB-CODIGO NOT = WRK-CODIGO
                      MOVE 'S' TO WRK-FIM-SCAN
                   ELSE
                      MOVE DDB-VALOR TO WRK-VALOR-ED
                      DISPLAY DDB-NUMERO ' ' DDB-VENCIMENTO ' '
                              WRK-VALOR-ED ' ' DDB-SITUACAO '   '
                              DDB-DATA-ENVIO ' ' DDB-DATA-RETORNO
                              ' ' DDB-OCORRENCIA
                      ADD 1 TO WRK-QTD-LISTADOS
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0530-DESCREVER-SITUACAO.
           EVALUATE ADA-SITUACAO
               WHEN 'A' MOVE 'ATIVA'     TO WRK-DESC-SITUACAO
               WHEN 'S' MOVE 'SUSPENSA'  TO WRK-DESC-SITUACAO
               WHEN 'C' MOVE 'CANCELADA' TO WRK-DESC-SITUACAO
               WHEN OTHER
                        MOVE SPACES      TO WRK-DESC-SITUACAO
           END-EVALUATE.
      *-----------------------------------------------------
       0550-MOSTRAR-AUTORIZACAO.
           PERFORM 0530-DESCREVER-SITUACAO.
           DISPLAY 'BANCO.....' ADA-BANCO ' AGENCIA ' ADA-AGENCIA
                   ' CONTA ' ADA-CONTA.
           DISPLAY 'AUTORIZ...' ADA-DATA-AUTORIZ ' SITUACAO '
                   ADA-SITUACAO ' ' WRK-DESC-SITUACAO ' DESDE '
                   ADA-DATA-SITUACAO ' ' ADA-MOTIVO.
      *-----------------------------------------------------
       0600-INFORMAR-CONTA.
           DISPLAY 'BANCO........................'.
           MOVE ZEROS TO WRK-BANCO.
           ACCEPT WRK-BANCO.
           DISPLAY 'AGENCIA......................'.
           MOVE ZEROS TO WRK-AGENCIA.
           ACCEPT WRK-AGENCIA.
           DISPLAY 'CONTA COM DIGITO.............'.
           MOVE SPACES TO WRK-CONTA.
           ACCEPT WRK-CONTA.
      *-----------------------------------------------------
       0650-CONFERIR-CONTA.
           IF WRK-BANCO = 0 OR WRK-AGENCIA = 0
              DISPLAY 'BANCO E AGENCIA SAO OBRIGATORIOS'
              MOVE 8 TO WRK-RETORNO
              GO TO 0650-FIM.
           IF WRK-CONTA = SPACES OR WRK-CONTA (1:1) = SPACE
              DISPLAY 'CONTA INVALIDA......... ' WRK-CONTA
              MOVE 8 TO WRK-RETORNO.
       0650-FIM.
      *-----------------------------------------------------
       0680-MONTAR-CONTA.
           MOVE WRK-BANCO   TO ADA-BANCO.
           MOVE WRK-AGENCIA TO ADA-AGENCIA.
           MOVE WRK-CONTA   TO ADA-CONTA.
      *-----------------------------------------------------
      * TRILHA DE AUDITORIA DAS MANUTENCOES: DATA, HORA,
      * PROGRAMA E IMAGENS ANTES/DEPOIS DO REGISTRO;
      * CONSULTA PELO PROG040
      *-----------------------------------------------------
       0700-GRAVAR-JRN.
           IF FS-ARQJRN-STATUS = '00'
              MOVE SPACES TO REG-JRN
              ACCEPT REG-JRN-DATA FROM DATE YYYYMMDD
              ACCEPT REG-JRN-HORA FROM TIME
              MOVE 'PROG220' TO REG-JRN-PROGRAMA
              MOVE 'DEB AUTOM' TO REG-JRN-OPERACAO
              MOVE WRK-IMAGEM-ANTES TO REG-JRN-ANTES
              MOVE REG-ADA TO REG-JRN-DEPOIS
              WRITE REG-JRN.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ADA-ABERTO = 1
               CLOSE ARQADA.
            IF FS-ARQJRN-STATUS = '00'
               CLOSE ARQJRN.
