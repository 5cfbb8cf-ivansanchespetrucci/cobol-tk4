       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG153.
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
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQAGE ASSIGN TO UT-S-ARQAGE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAGE-STATUS.
           SELECT ARQENC ASSIGN TO UT-S-ARQENC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQENC-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
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
       FD   ARQAGE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-AGE.
       01   REG-AGE.
            05 AGE-CODIGO       PIC 9(05).
            05 AGE-NUMERO       PIC 9(06).
            05 AGE-AGENCIA      PIC 9(03).
            05 AGE-SALDO        PIC 9(07)V99.
            05 AGE-DATA         PIC 9(08).
            05 AGE-SITUACAO     PIC X(01).
            05 AGE-RECUPERADO   PIC 9(07)V99.
            05 AGE-COMISSAO     PIC 9(07)V99.
            05 AGE-DATA-RETORNO PIC 9(08).
       FD   ARQENC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ENC.
       01   REG-ENC.
            05 ENC-CODIGO       PIC 9(05).
            05 ENC-NUMERO       PIC 9(06).
            05 ENC-AGENCIA      PIC 9(03).
            05 ENC-NOME         PIC X(20).
            05 ENC-TELEFONE     PIC X(11).
            05 ENC-ENDERECO     PIC X(25).
            05 ENC-CEP          PIC 9(08).
            05 ENC-CIDADE       PIC X(20).
            05 ENC-UF           PIC X(02).
            05 ENC-VENCIMENTO   PIC 9(08).
            05 ENC-DIAS-ATRASO  PIC 9(05).
            05 ENC-SALDO        PIC 9(07)V99.
       01   REG-ENC-ENV            PIC X(122).
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQAGE        PIC X VALUE 'N'.
       77  FS-ARQAGE-STATUS PIC XX VALUE '00'.
       77  FS-ARQENC-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  WRK-AGENCIA      PIC 9(03) VALUE 0.
       77  WRK-DIAS-CORTE   PIC 9(05) VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       01  WRK-TAB-ENCAMINHADAS.
           05 WRK-TAB-ENC-ENTRY OCCURS 500 TIMES.
               10 WRK-ENC-CODIGO   PIC 9(05).
               10 WRK-ENC-NUMERO   PIC 9(06).
       77  WRK-ENC-QTD      PIC 9(03) VALUE 0.
       77  WRK-ENC-IDX      PIC 9(03) VALUE 0.
       77  WRK-ENC-ACHOU    PIC 9 VALUE 0.
       77  WRK-ENC-ESTOURO  PIC 9 VALUE 0.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-QTD-ENCAMINHADAS PIC 9(09) VALUE 0.
       77  WRK-QTD-JA-NA-AGENCIA PIC 9(05) VALUE 0.
       77  WRK-HASH-CODIGO  PIC 9(11) VALUE 0.
       77  WRK-TOT-SALDO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA (VER PROG049): CABECALHO COM
      * IDENTIFICACAO E DATA, TRAILER COM CONTAGEM, TOTAL DE
      * CONTROLE DOS CODIGOS E SALDO TOTAL ENCAMINHADO PARA A
      * AGENCIA CONFERIR O LOTE
      *-----------------------------------------------------
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'COBEXTER'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
           05 WRK-TRL-VALOR            PIC 9(11)V99.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-FATURAS = 'F'.
            PERFORM 0300-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * ENCAMINHAMENTO A COBRANCA EXTERNA: FATURAS ABERTAS
      * VENCIDAS HA MAIS DIAS QUE O CORTE INFORMADO (PASSADA
      * A ULTIMA FAIXA DE CARTAS DO PROG070, AQUEM DA BAIXA
      * DE PERDA DO PROG096) VAO PARA A AGENCIA INFORMADA.
      * CADA UMA FICA REGISTRADA NO ARQAGE COMO ENCAMINHADA
      * (E) COM AGENCIA, DATA E SALDO, E SAI NO ARQENC COM
      * NOME, TELEFONE E ENDERECO DO CLIENTE, NO ENVELOPE
      * PADRAO. A FATURA CONTINUA ABERTA NO FATURAS: O QUE A
      * AGENCIA RECUPERAR ENTRA PELO PROG154
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'CODIGO DA AGENCIA DE COBRANCA..'.
           ACCEPT WRK-AGENCIA.
           DISPLAY 'DIAS DE ATRASO PARA ENCAMINHAR.'.
           ACCEPT WRK-DIAS-CORTE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           IF WRK-AGENCIA = 0 OR WRK-DIAS-CORTE = 0
              DISPLAY 'AGENCIA OU CORTE DE DIAS INVALIDO'
              MOVE 'F' TO FS-FATURAS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0170-CARREGAR-ENCAMINHADAS.
           IF WRK-ENC-ESTOURO = 1
              DISPLAY 'LOTE CANCELADO, ARQAGE PRESERVADO'
              MOVE 'F' TO FS-FATURAS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN EXTEND ARQAGE.
             IF FS-ARQAGE-STATUS = '35'
                OPEN OUTPUT ARQAGE.
             IF FS-ARQAGE-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQAGE.... ' FS-ARQAGE-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQENC.
             IF FS-ARQENC-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQENC.... ' FS-ARQENC-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE SPACES TO REG-ENC-ENV.
           MOVE WRK-CABECALHO TO REG-ENC-ENV.
           WRITE REG-ENC-ENV.
           DISPLAY 'ENCAMINHAMENTO A AGENCIA ' WRK-AGENCIA
                   ' EM ' WRK-DATA-HOJE.
           DISPLAY 'CORTE DE ATRASO (DIAS).. ' WRK-DIAS-CORTE.
           DISPLAY '------------------------------------'.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
             IF FS-FATURAS = 'F'
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
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
      * FATURA AINDA NA AGENCIA (E) NAO E ENCAMINHADA DE
      * NOVO; DEVOLVIDA (D) OU ENCERRADA (Q) PODE VOLTAR
      *-----------------------------------------------------
       0170-CARREGAR-ENCAMINHADAS.
           OPEN INPUT ARQAGE.
           IF FS-ARQAGE-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQAGE AT END
                          MOVE 'F' TO FS-ARQAGE
              END-READ
              PERFORM 0180-GUARDAR-ENCAMINHADA
                  UNTIL FS-ARQAGE = 'F'
              CLOSE ARQAGE.
      *-----------------------------------------------------
       0180-GUARDAR-ENCAMINHADA.
           IF AGE-SITUACAO = 'E'
              IF WRK-ENC-QTD > 499
                 DISPLAY 'ENCAMINHADAS EXCEDEM O LIMITE DE 500'
                 MOVE 1 TO WRK-ENC-ESTOURO
                 MOVE 'F' TO FS-ARQAGE
              ELSE
                 ADD 1 TO WRK-ENC-QTD
                 MOVE AGE-CODIGO TO WRK-ENC-CODIGO (WRK-ENC-QTD)
                 MOVE AGE-NUMERO TO WRK-ENC-NUMERO (WRK-ENC-QTD)
              END-IF.
           IF FS-ARQAGE NOT = 'F'
              READ ARQAGE AT END
                          MOVE 'F' TO FS-ARQAGE.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF FAT-STATUS = 'A' AND FAT-VENCIMENTO < WRK-DATA-HOJE
              MOVE 'D' TO WRK-DT-FUNCAO
              MOVE FAT-VENCIMENTO TO WRK-DT-DATA1
              MOVE WRK-DATA-HOJE TO WRK-DT-DATA2
              CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                   WRK-DT-DATA2, WRK-DT-DIAS,
                                   WRK-DT-RESULT
              IF WRK-DT-RESULT = 'V'
                 AND WRK-DT-DIAS > WRK-DIAS-CORTE
                 PERFORM 0220-TESTAR-ENCAMINHADA
                 IF WRK-ENC-ACHOU = 1
                    ADD 1 TO WRK-QTD-JA-NA-AGENCIA
                 ELSE
                    PERFORM 0250-ENCAMINHAR-FATURA
                 END-IF
              END-IF.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0220-TESTAR-ENCAMINHADA.
           MOVE 0 TO WRK-ENC-ACHOU.
           PERFORM 0230-COMPARAR-ENCAMINHADA
               VARYING WRK-ENC-IDX FROM 1 BY 1
               UNTIL WRK-ENC-IDX > WRK-ENC-QTD
                  OR WRK-ENC-ACHOU = 1.
      *-----------------------------------------------------
       0230-COMPARAR-ENCAMINHADA.
           IF WRK-ENC-CODIGO (WRK-ENC-IDX) = FAT-CODIGO
              AND WRK-ENC-NUMERO (WRK-ENC-IDX) = FAT-NUMERO
              MOVE 1 TO WRK-ENC-ACHOU.
      *-----------------------------------------------------
       0250-ENCAMINHAR-FATURA.
           COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO.
           PERFORM 0260-BUSCAR-CADASTRO.
           MOVE SPACES TO REG-ENC.
           MOVE FAT-CODIGO      TO ENC-CODIGO.
           MOVE FAT-NUMERO      TO ENC-NUMERO.
           MOVE WRK-AGENCIA     TO ENC-AGENCIA.
           MOVE REG-NOME        TO ENC-NOME.
           MOVE REG-TELEFONE    TO ENC-TELEFONE.
           MOVE REG-ENDERECO    TO ENC-ENDERECO.
           MOVE REG-CEP         TO ENC-CEP.
           MOVE REG-END-CIDADE  TO ENC-CIDADE.
           MOVE REG-END-UF      TO ENC-UF.
           MOVE FAT-VENCIMENTO  TO ENC-VENCIMENTO.
           MOVE WRK-DT-DIAS     TO ENC-DIAS-ATRASO.
           MOVE WRK-SALDO       TO ENC-SALDO.
           WRITE REG-ENC.
           MOVE SPACES TO REG-AGE.
           MOVE FAT-CODIGO      TO AGE-CODIGO.
           MOVE FAT-NUMERO      TO AGE-NUMERO.
           MOVE WRK-AGENCIA     TO AGE-AGENCIA.
           MOVE WRK-SALDO       TO AGE-SALDO.
           MOVE WRK-DATA-HOJE   TO AGE-DATA.
           MOVE 'E'             TO AGE-SITUACAO.
           MOVE ZEROS           TO AGE-RECUPERADO.
           MOVE ZEROS           TO AGE-COMISSAO.
           MOVE ZEROS           TO AGE-DATA-RETORNO.
           WRITE REG-AGE.
           ADD 1 TO WRK-QTD-ENCAMINHADAS.
           ADD FAT-CODIGO TO WRK-HASH-CODIGO.
           ADD WRK-SALDO TO WRK-TOT-SALDO.
           MOVE WRK-SALDO TO WRK-VALOR-ED.
           DISPLAY 'ENCAMINHADA ' FAT-CODIGO '/' FAT-NUMERO
                   ' ' REG-NOME ' ' WRK-VALOR-ED
                   ' ATRASO ' WRK-DT-DIAS ' DIAS'.
      *-----------------------------------------------------
       0260-BUSCAR-CADASTRO.
           MOVE FAT-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO REG-NOME
                   MOVE SPACES TO REG-ENDERECO
                   MOVE SPACES TO REG-TELEFONE
                   MOVE ZEROS  TO REG-CEP
                   MOVE SPACES TO REG-END-CIDADE
                   MOVE SPACES TO REG-END-UF
           END-READ.
      *-----------------------------------------------------
       0300-FINALIZAR.
            IF WRK-ABERTO = 1
               MOVE WRK-QTD-ENCAMINHADAS TO WRK-TRL-QTD
               MOVE WRK-HASH-CODIGO      TO WRK-TRL-HASH
               MOVE WRK-TOT-SALDO        TO WRK-TRL-VALOR
               MOVE SPACES TO REG-ENC-ENV
               MOVE WRK-TRAILER TO REG-ENC-ENV
               WRITE REG-ENC-ENV
               CLOSE ARQENC
               CLOSE ARQAGE
               CLOSE CLIENTES
               CLOSE FATURAS.
            DISPLAY '------------------------------------'.
            DISPLAY 'FATURAS ENCAMINHADAS.... ' WRK-QTD-ENCAMINHADAS.
            DISPLAY 'JA NA AGENCIA........... ' WRK-QTD-JA-NA-AGENCIA.
            MOVE WRK-TOT-SALDO TO WRK-VALOR-ED.
            DISPLAY 'SALDO ENCAMINHADO....... ' WRK-VALOR-ED.
            IF WRK-RETORNO = 0 AND WRK-QTD-ENCAMINHADAS = 0
               MOVE 4 TO WRK-RETORNO.
