       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG151.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQRMB ASSIGN TO UT-S-ARQRMB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRMB-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
           SELECT ARQDSB ASSIGN TO UT-S-ARQDSB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDSB-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQRMB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RMB.
       01   REG-RMB.
            05 RMB-CODIGO       PIC 9(05).
            05 RMB-NUMERO       PIC 9(06).
            05 RMB-VALOR        PIC 9(07)V99.
            05 RMB-DATA-CRD     PIC 9(08).
            05 RMB-DATA-PEDIDO  PIC 9(08).
            05 RMB-BANCO        PIC 9(03).
            05 RMB-AGENCIA      PIC 9(05).
            05 RMB-CONTA        PIC X(12).
            05 RMB-TITULAR      PIC X(30).
            05 RMB-OPERADOR     PIC X(08).
            05 RMB-SITUACAO     PIC X(01).
            05 RMB-DATA-ENVIO   PIC 9(08).
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       FD   ARQDSB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DSB.
       01   REG-DSB.
            05 DSB-CODIGO       PIC 9(05).
            05 DSB-NUMERO       PIC 9(06).
            05 DSB-BANCO        PIC 9(03).
            05 DSB-AGENCIA      PIC 9(05).
            05 DSB-CONTA        PIC X(12).
            05 DSB-TITULAR      PIC X(30).
            05 DSB-VALOR        PIC 9(07)V99.
       01   REG-DSB-ENV            PIC X(70).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQRMB        PIC X VALUE 'N'.
       77  FS-ARQRMB-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-ARQDSB-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-REEMBOLSOS.
           05 WRK-TAB-RMB-ENTRY OCCURS 500 TIMES.
               10 WRK-RMB-REGISTRO  PIC X(103).
       77  WRK-RMB-QTD      PIC 9(03) VALUE 0.
       77  WRK-RMB-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-PROSSEGUE    PIC 9 VALUE 1.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-PAGTOS   PIC 9(09) VALUE 0.
       77  WRK-HASH-CODIGO  PIC 9(11) VALUE 0.
       77  WRK-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA (VER PROG049): CABECALHO COM
      * IDENTIFICACAO E DATA, TRAILER COM CONTAGEM, TOTAL DE
      * CONTROLE DOS CODIGOS E VALOR TOTAL DOS PAGAMENTOS
      * PARA O BANCO CONFERIR O LOTE DE REEMBOLSOS
      *-----------------------------------------------------
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'REEMBOLS'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
           05 WRK-TRL-VALOR            PIC 9(11)V99.
       77  WRK-DIAS-RETENCAO PIC 9(05) VALUE 90.
       77  WRK-DATA-CORTE   PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-EXPURGADAS PIC 9(05) VALUE 0.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-PROSSEGUE = 1
               PERFORM 0200-PROCESSAR
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-RMB-QTD
               PERFORM 0500-REGRAVAR-PEDIDOS.
            PERFORM 0300-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * ARQUIVO DE PAGAMENTO DE REEMBOLSOS PARA O BANCO: CADA
      * PEDIDO PENDENTE (P) DO ARQRMB, FEITO NO PROG150, VIRA
      * UMA ORDEM DE CREDITO NA CONTA INFORMADA PELO CLIENTE.
      * O PEDIDO FICA ENVIADO (E) COM A DATA DO LOTE, QUE O
      * PROG071 USA PARA LEVAR A SAIDA DE CAIXA AO ARQCTB.
      * ENVIADOS HA MAIS DE WRK-DIAS-RETENCAO DIAS SAEM DO
      * ARQRMB NA REGRAVACAO
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           PERFORM 0155-DATA-DE-CORTE.
           OPEN INPUT ARQRMB.
             IF FS-ARQRMB-STATUS NOT = '00'
                DISPLAY 'NENHUM PEDIDO DE REEMBOLSO. '
                        FS-ARQRMB-STATUS
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 4 TO WRK-RETORNO
                GO TO 0100-FIM.
           READ ARQRMB AT END
                       MOVE 'F' TO FS-ARQRMB.
           PERFORM 0160-CARREGAR-PEDIDO UNTIL FS-ARQRMB = 'F'.
           CLOSE ARQRMB.
             IF WRK-RMB-ESTOURO = 1
                DISPLAY 'LOTE CANCELADO, ARQRMB PRESERVADO'
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQDSB.
             IF FS-ARQDSB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQDSB.... ' FS-ARQDSB-STATUS
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE SPACES TO REG-DSB-ENV.
           MOVE WRK-CABECALHO TO REG-DSB-ENV.
           WRITE REG-DSB-ENV.
           DISPLAY 'LOTE DE REEMBOLSOS DE ' WRK-DATA-HOJE.
           DISPLAY '------------------------------------'.
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
      * O PROG150 SO ESTENDE O ARQRMB; SEM O EXPURGO DOS JA
      * ENVIADOS A TABELA DE 500 ESTOURARIA COM O TEMPO. O
      * PROG071 E O PROG097 SO OLHAM OS ENVIADOS NO DIA
      *-----------------------------------------------------
       0155-DATA-DE-CORTE.
           MOVE 'R' TO WRK-DT-FUNCAO.
           MOVE WRK-DATA-HOJE TO WRK-DT-DATA1.
           MOVE WRK-DIAS-RETENCAO TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT = 'V'
              MOVE WRK-DT-DATA2 TO WRK-DATA-CORTE
           ELSE
              MOVE ZEROS TO WRK-DATA-CORTE.
      *-----------------------------------------------------
      * COM A TABELA ESTOURADA A REGRAVACAO DO ARQRMB
      * TRUNCARIA O ARQUIVO. ENVIADO (E) ANTES DO CORTE NAO
      * E CARREGADO E SAI DO ARQUIVO NA REGRAVACAO
      *-----------------------------------------------------
       0160-CARREGAR-PEDIDO.
           IF RMB-SITUACAO = 'E'
              AND RMB-DATA-ENVIO < WRK-DATA-CORTE
              ADD 1 TO WRK-QTD-EXPURGADAS
              READ ARQRMB AT END
                          MOVE 'F' TO FS-ARQRMB
              END-READ
           ELSE
              IF WRK-RMB-QTD > 499
                 DISPLAY 'PEDIDOS EXCEDEM O LIMITE DE 500'
                 MOVE 1 TO WRK-RMB-ESTOURO
                 MOVE 'F' TO FS-ARQRMB
              ELSE
                 ADD 1 TO WRK-RMB-QTD
                 MOVE REG-RMB TO WRK-RMB-REGISTRO (WRK-RMB-QTD)
                 READ ARQRMB AT END
                             MOVE 'F' TO FS-ARQRMB.
      *-----------------------------------------------------
       0200-PROCESSAR.
           MOVE WRK-RMB-REGISTRO (WRK-IDX) TO REG-RMB.
           IF RMB-SITUACAO = 'P'
              PERFORM 0250-GRAVAR-PAGAMENTO
              MOVE 'E' TO RMB-SITUACAO
              MOVE WRK-DATA-HOJE TO RMB-DATA-ENVIO
              MOVE REG-RMB TO WRK-RMB-REGISTRO (WRK-IDX).
      *-----------------------------------------------------
       0250-GRAVAR-PAGAMENTO.
           MOVE SPACES TO REG-DSB.
           MOVE RMB-CODIGO      TO DSB-CODIGO.
           MOVE RMB-NUMERO      TO DSB-NUMERO.
           MOVE RMB-BANCO       TO DSB-BANCO.
           MOVE RMB-AGENCIA     TO DSB-AGENCIA.
           MOVE RMB-CONTA       TO DSB-CONTA.
           MOVE RMB-TITULAR     TO DSB-TITULAR.
           MOVE RMB-VALOR       TO DSB-VALOR.
           WRITE REG-DSB.
           ADD 1 TO WRK-QTD-PAGTOS.
           ADD RMB-CODIGO TO WRK-HASH-CODIGO.
           ADD RMB-VALOR TO WRK-TOT-VALOR.
           MOVE RMB-VALOR TO WRK-VALOR-ED.
           DISPLAY RMB-CODIGO ' ' RMB-TITULAR ' ' WRK-VALOR-ED.
      *-----------------------------------------------------
       0500-REGRAVAR-PEDIDOS.
           OPEN OUTPUT ARQRMB.
           IF FS-ARQRMB-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQRMB. ' FS-ARQRMB-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0550-GRAVAR-PEDIDO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-RMB-QTD
              CLOSE ARQRMB.
      *-----------------------------------------------------
       0550-GRAVAR-PEDIDO.
           MOVE WRK-RMB-REGISTRO (WRK-IDX) TO REG-RMB.
           WRITE REG-RMB.
      *-----------------------------------------------------
       0300-FINALIZAR.
            IF WRK-PROSSEGUE = 1
               MOVE WRK-QTD-PAGTOS  TO WRK-TRL-QTD
               MOVE WRK-HASH-CODIGO TO WRK-TRL-HASH
               MOVE WRK-TOT-VALOR   TO WRK-TRL-VALOR
               MOVE SPACES TO REG-DSB-ENV
               MOVE WRK-TRAILER TO REG-DSB-ENV
               WRITE REG-DSB-ENV
               CLOSE ARQDSB.
            DISPLAY '------------------------------------'.
            DISPLAY 'REEMBOLSOS ENVIADOS..... ' WRK-QTD-PAGTOS.
            DISPLAY 'PEDIDOS EXPURGADOS...... ' WRK-QTD-EXPURGADAS.
            MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
            DISPLAY 'VALOR TOTAL DO LOTE..... ' WRK-VALOR-ED.
            IF WRK-RETORNO = 0 AND WRK-QTD-PAGTOS = 0
               MOVE 4 TO WRK-RETORNO.
