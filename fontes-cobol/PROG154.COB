       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG154.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQRAG ASSIGN TO UT-S-ARQRAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRAG-STATUS.
           SELECT ARQAGE ASSIGN TO UT-S-ARQAGE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAGE-STATUS.
           SELECT ARQRCB ASSIGN TO UT-S-ARQRCB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRCB-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQRAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RAG.
       01   REG-RAG.
            05 RAG-TIPO         PIC X(01).
            05 RAG-CODIGO       PIC 9(05).
            05 RAG-NUMERO       PIC 9(06).
            05 RAG-VALOR        PIC 9(07)V99.
            05 RAG-COMISSAO     PIC 9(07)V99.
            05 RAG-DATA         PIC 9(08).
       01   REG-RAG-ENV.
            05 RAG-ENV-TIPO     PIC X(03).
            05 RAG-ENV-QTD      PIC 9(09).
            05 RAG-ENV-HASH     PIC 9(11).
            05 FILLER           PIC X(15).
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
       FD   ARQRCB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RCB.
       01   REG-RCB.
            05 RCB-CODIGO          PIC 9(05).
            05 RCB-NUMERO          PIC 9(06).
            05 RCB-VALOR           PIC 9(07)V99.
            05 RCB-DATA            PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQRAG        PIC X VALUE 'N'.
       77  FS-ARQRAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQAGE        PIC X VALUE 'N'.
       77  FS-ARQAGE-STATUS PIC XX VALUE '00'.
       77  FS-ARQRCB-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-ENCAMINHADAS.
           05 WRK-TAB-AGE-ENTRY OCCURS 500 TIMES.
               10 WRK-AGE-REGISTRO  PIC X(58).
       77  WRK-AGE-QTD      PIC 9(03) VALUE 0.
       77  WRK-AGE-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-PROSSEGUE    PIC 9 VALUE 1.
       77  WRK-TEM-HDR      PIC 9 VALUE 0.
       77  WRK-TEM-TRL      PIC 9 VALUE 0.
       77  WRK-CONF-QTD     PIC 9(09) VALUE 0.
       77  WRK-CONF-HASH    PIC 9(11) VALUE 0.
       77  WRK-TRL-QTD      PIC 9(09) VALUE 0.
       77  WRK-TRL-HASH     PIC 9(11) VALUE 0.
       77  WRK-QTD-RECUPERADAS PIC 9(05) VALUE 0.
       77  WRK-QTD-ENCERRADAS PIC 9(05) VALUE 0.
       77  WRK-QTD-RECOLHIDAS PIC 9(05) VALUE 0.
       77  WRK-QTD-REJEITADOS PIC 9(05) VALUE 0.
       77  WRK-TOT-RECUPERADO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-COMISSAO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
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
               PERFORM 0200-PROCESSAR THRU 0200-LER
                   UNTIL FS-ARQRAG = 'F'
               CLOSE ARQRAG
               CLOSE ARQRCB
               PERFORM 0500-REGRAVAR-ENCAMINHADAS.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * RETORNO DA AGENCIA DE COBRANCA EXTERNA (PROG153): O
      * LOTE SO E ACEITO COM CABECALHO E TRAILER DO ENVELOPE
      * PADRAO BATENDO COM A CONTAGEM E O TOTAL DE CONTROLE
      * DOS CODIGOS. CADA RECUPERACAO (R) VIRA RECEBIMENTO NO
      * ARQRCB PARA A BAIXA NORMAL DO PROG068, COM O VALOR
      * BRUTO, E A COMISSAO RETIDA PELA AGENCIA FICA NO
      * ARQAGE; RECUPERADO O SALDO TODO O ENCAMINHAMENTO
      * ENCERRA (Q). DEVOLUCAO (D) RECOLHE A FATURA COMO
      * INCOBRAVEL NA AGENCIA, LIBERANDO-A PARA A BAIXA DE
      * PERDA DO PROG096. ENCERRADOS (Q) E DEVOLVIDOS (D) HA
      * MAIS DE WRK-DIAS-RETENCAO DIAS SAEM DO ARQAGE NA
      * REGRAVACAO
      *-----------------------------------------------------
       0100-INICIAR.
           PERFORM 0120-CONFERIR-LOTE.
           IF WRK-PROSSEGUE = 0
              GO TO 0100-FIM.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0155-DATA-DE-CORTE.
           OPEN INPUT ARQAGE.
             IF FS-ARQAGE-STATUS NOT = '00'
                DISPLAY 'NENHUM ENCAMINHAMENTO NO ARQAGE. '
                        FS-ARQAGE-STATUS
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           READ ARQAGE AT END
                       MOVE 'F' TO FS-ARQAGE.
           PERFORM 0160-CARREGAR-ENCAMINHADA UNTIL FS-ARQAGE = 'F'.
           CLOSE ARQAGE.
             IF WRK-AGE-ESTOURO = 1
                DISPLAY 'RETORNO CANCELADO, ARQAGE PRESERVADO'
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN EXTEND ARQRCB.
             IF FS-ARQRCB-STATUS = '35'
                OPEN OUTPUT ARQRCB.
             IF FS-ARQRCB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQRCB.... ' FS-ARQRCB-STATUS
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN INPUT ARQRAG.
           READ ARQRAG AT END
                       MOVE 'F' TO FS-ARQRAG.
           DISPLAY 'RETORNO DA AGENCIA DE COBRANCA'.
           DISPLAY '------------------------------------'.
       0100-FIM.
      *-----------------------------------------------------
      * PRIMEIRA PASSADA: SO CONFERE O ENVELOPE, SEM GRAVAR
      * NADA, PARA QUE LOTE TRUNCADO NAO BAIXE PELA METADE
      *-----------------------------------------------------
       0120-CONFERIR-LOTE.
           OPEN INPUT ARQRAG.
           IF FS-ARQRAG-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQRAG.... ' FS-ARQRAG-STATUS
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
           ELSE
              READ ARQRAG AT END
                          MOVE 'F' TO FS-ARQRAG
              END-READ
              PERFORM 0130-CONTAR-REGISTRO UNTIL FS-ARQRAG = 'F'
              CLOSE ARQRAG
              MOVE 'N' TO FS-ARQRAG
              IF WRK-TEM-HDR = 0 OR WRK-TEM-TRL = 0
                 OR WRK-TRL-QTD NOT = WRK-CONF-QTD
                 OR WRK-TRL-HASH NOT = WRK-CONF-HASH
                 DISPLAY 'LOTE DA AGENCIA REJEITADO, ENVELOPE '
                         'NAO CONFERE'
                 DISPLAY 'TRAILER.. ' WRK-TRL-QTD ' ' WRK-TRL-HASH
                 DISPLAY 'LIDOS.... ' WRK-CONF-QTD ' ' WRK-CONF-HASH
                 MOVE 0 TO WRK-PROSSEGUE
                 MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
       0130-CONTAR-REGISTRO.
           EVALUATE RAG-ENV-TIPO
               WHEN 'HDR'
                   MOVE 1 TO WRK-TEM-HDR
               WHEN 'TRL'
                   MOVE 1 TO WRK-TEM-TRL
                   MOVE RAG-ENV-QTD  TO WRK-TRL-QTD
                   MOVE RAG-ENV-HASH TO WRK-TRL-HASH
               WHEN OTHER
                   ADD 1 TO WRK-CONF-QTD
                   ADD RAG-CODIGO TO WRK-CONF-HASH
           END-EVALUATE.
           READ ARQRAG AT END
                       MOVE 'F' TO FS-ARQRAG.
      *-----------------------------------------------------
      * O PROG153 SO ESTENDE O ARQAGE; SEM O EXPURGO DOS JA
      * ENCERRADOS A TABELA DE 500 ESTOURARIA COM O TEMPO. O
      * PROG096 E O PROG153 SO OLHAM OS ENCAMINHADOS (E)
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
      * COM A TABELA ESTOURADA A REGRAVACAO DO ARQAGE
      * TRUNCARIA O ARQUIVO. ENCERRADO (Q) OU DEVOLVIDO (D)
      * COM RETORNO ANTES DO CORTE NAO E CARREGADO E SAI DO
      * ARQUIVO NA REGRAVACAO
      *-----------------------------------------------------
       0160-CARREGAR-ENCAMINHADA.
           IF (AGE-SITUACAO = 'Q' OR AGE-SITUACAO = 'D')
              AND AGE-DATA-RETORNO < WRK-DATA-CORTE
              ADD 1 TO WRK-QTD-EXPURGADAS
              READ ARQAGE AT END
                          MOVE 'F' TO FS-ARQAGE
              END-READ
           ELSE
              IF WRK-AGE-QTD > 499
                 DISPLAY 'ENCAMINHAMENTOS EXCEDEM O LIMITE DE 500'
                 MOVE 1 TO WRK-AGE-ESTOURO
                 MOVE 'F' TO FS-ARQAGE
              ELSE
                 ADD 1 TO WRK-AGE-QTD
                 MOVE REG-AGE TO WRK-AGE-REGISTRO (WRK-AGE-QTD)
                 READ ARQAGE AT END
                             MOVE 'F' TO FS-ARQAGE.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF RAG-ENV-TIPO = 'HDR' OR RAG-ENV-TIPO = 'TRL'
              GO TO 0200-LER.
           PERFORM 0220-BUSCAR-ENCAMINHADA.
           IF WRK-POS = 0
              ADD 1 TO WRK-QTD-REJEITADOS
              DISPLAY 'REJEITADO. ' RAG-CODIGO '/' RAG-NUMERO
                      ' SEM ENCAMINHAMENTO ABERTO'
              GO TO 0200-LER.
           MOVE WRK-AGE-REGISTRO (WRK-POS) TO REG-AGE.
           EVALUATE RAG-TIPO
               WHEN 'R'
                   PERFORM 0250-RECUPERACAO
               WHEN 'D'
                   PERFORM 0270-DEVOLUCAO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-REJEITADOS
                   DISPLAY 'REJEITADO. ' RAG-CODIGO '/' RAG-NUMERO
                           ' TIPO INVALIDO ' RAG-TIPO
           END-EVALUATE.
           MOVE REG-AGE TO WRK-AGE-REGISTRO (WRK-POS).
       0200-LER.
           READ ARQRAG AT END
                       MOVE 'F' TO FS-ARQRAG.
      *-----------------------------------------------------
       0220-BUSCAR-ENCAMINHADA.
           MOVE 0 TO WRK-POS.
           PERFORM 0230-COMPARAR-ENCAMINHADA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-AGE-QTD
                  OR WRK-POS NOT = 0.
      *-----------------------------------------------------
       0230-COMPARAR-ENCAMINHADA.
           MOVE WRK-AGE-REGISTRO (WRK-IDX) TO REG-AGE.
           IF AGE-CODIGO = RAG-CODIGO
              AND AGE-NUMERO = RAG-NUMERO
              AND AGE-SITUACAO = 'E'
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0250-RECUPERACAO.
           MOVE SPACES TO REG-RCB.
           MOVE RAG-CODIGO   TO RCB-CODIGO.
           MOVE RAG-NUMERO   TO RCB-NUMERO.
           MOVE RAG-VALOR    TO RCB-VALOR.
           MOVE RAG-DATA     TO RCB-DATA.
           WRITE REG-RCB.
           ADD RAG-VALOR    TO AGE-RECUPERADO.
           ADD RAG-COMISSAO TO AGE-COMISSAO.
           MOVE RAG-DATA     TO AGE-DATA-RETORNO.
           ADD 1 TO WRK-QTD-RECUPERADAS.
           ADD RAG-VALOR    TO WRK-TOT-RECUPERADO.
           ADD RAG-COMISSAO TO WRK-TOT-COMISSAO.
           MOVE RAG-VALOR TO WRK-VALOR-ED.
           DISPLAY 'RECUPERADO ' RAG-CODIGO '/' RAG-NUMERO
                   ' ' WRK-VALOR-ED.
           IF AGE-RECUPERADO NOT < AGE-SALDO
              MOVE 'Q' TO AGE-SITUACAO
              ADD 1 TO WRK-QTD-ENCERRADAS.
      *-----------------------------------------------------
       0270-DEVOLUCAO.
           MOVE 'D'      TO AGE-SITUACAO.
           MOVE RAG-DATA TO AGE-DATA-RETORNO.
           ADD 1 TO WRK-QTD-RECOLHIDAS.
           DISPLAY 'RECOLHIDA. ' RAG-CODIGO '/' RAG-NUMERO
                   ' INCOBRAVEL NA AGENCIA ' AGE-AGENCIA.
      *-----------------------------------------------------
       0500-REGRAVAR-ENCAMINHADAS.
           OPEN OUTPUT ARQAGE.
           IF FS-ARQAGE-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQAGE. ' FS-ARQAGE-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0550-GRAVAR-ENCAMINHADA
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-AGE-QTD
              CLOSE ARQAGE.
      *-----------------------------------------------------
       0550-GRAVAR-ENCAMINHADA.
           MOVE WRK-AGE-REGISTRO (WRK-IDX) TO REG-AGE.
           WRITE REG-AGE.
      *-----------------------------------------------------
       0900-FINALIZAR.
            DISPLAY '------------------------------------'.
            DISPLAY 'RECUPERACOES LANCADAS... ' WRK-QTD-RECUPERADAS.
            DISPLAY 'ENCAMINHAMENTOS QUITADOS ' WRK-QTD-ENCERRADAS.
            DISPLAY 'RECOLHIDAS INCOBRAVEIS.. ' WRK-QTD-RECOLHIDAS.
            DISPLAY 'REJEITADOS.............. ' WRK-QTD-REJEITADOS.
            DISPLAY 'ENCAMINHAMENTOS EXPURG.. ' WRK-QTD-EXPURGADAS.
            MOVE WRK-TOT-RECUPERADO TO WRK-VALOR-ED.
            DISPLAY 'VALOR RECUPERADO........ ' WRK-VALOR-ED.
            MOVE WRK-TOT-COMISSAO TO WRK-VALOR-ED.
            DISPLAY 'COMISSAO DA AGENCIA..... ' WRK-VALOR-ED.
            IF WRK-RETORNO = 0 AND WRK-QTD-REJEITADOS NOT = 0
               MOVE 4 TO WRK-RETORNO.
