       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG207.
      *-----------------------------------------------------
      * LIQUIDACAO DA ADQUIRENTE DE CARTOES: O ARQADQ TRAZ
      * AS VENDAS CAPTURADAS (V) COM A DATA PREVISTA DO
      * CREDITO E AS LIQUIDACOES (L) PAGAS EM LOTE, BRUTO,
      * TAXA E LIQUIDO. A VENDA LIQUIDADA E CASADA COM A
      * FATURA ABERTA E VIRA RECEBIMENTO PELO BRUTO NO ARQRCB
      * PARA A BAIXA NORMAL DO PROG068; A TAXA RETIDA VAI
      * PARA O ARQTXA, QUE O PROG071 LEVA A CONTABILIDADE
      * COMO TIPO T E O PROG099 SOMA AO CREDITO DO BANCO.
      * O LIQUIDO DE CADA LOTE E CONFERIDO COM O DEPOSITO DO
      * EXTRATO ARQBNC DE MESMA REFERENCIA. AS VENDAS
      * CAPTURADAS FICAM NO ARQADP ATE A LIQUIDACAO; A QUE
      * PASSA DA DATA PREVISTA SEM CHEGAR, A VENDA SEM FATURA
      * E O LOTE QUE NAO BATE SAEM NAS EXCECOES ARQEXA
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQADQ ASSIGN TO UT-S-ARQADQ
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQADQ-STATUS.
           SELECT ARQADP ASSIGN TO UT-S-ARQADP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQADP-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQRCB ASSIGN TO UT-S-ARQRCB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRCB-STATUS.
           SELECT ARQTXA ASSIGN TO UT-S-ARQTXA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTXA-STATUS.
           SELECT ARQBNC ASSIGN TO UT-S-ARQBNC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQBNC-STATUS.
           SELECT ARQEXA ASSIGN TO UT-S-ARQEXA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEXA-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQADQ
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ADQ.
       01   REG-ADQ.
            05 ADQ-TIPO            PIC X(01).
            05 ADQ-CODIGO          PIC 9(05).
            05 ADQ-NUMERO          PIC 9(06).
            05 ADQ-DATA-VENDA      PIC 9(08).
            05 ADQ-BRUTO           PIC 9(07)V99.
            05 ADQ-TAXA            PIC 9(07)V99.
            05 ADQ-LIQUIDO         PIC 9(07)V99.
            05 ADQ-DATA-CREDITO    PIC 9(08).
            05 ADQ-LOTE            PIC X(10).
       FD   ARQADP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ADP.
       01   REG-ADP.
            05 ADP-CODIGO          PIC 9(05).
            05 ADP-NUMERO          PIC 9(06).
            05 ADP-DATA-VENDA      PIC 9(08).
            05 ADP-BRUTO           PIC 9(07)V99.
            05 ADP-DATA-PREVISTA   PIC 9(08).
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQRCB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RCB.
       01   REG-RCB.
            05 RCB-CODIGO          PIC 9(05).
            05 RCB-NUMERO          PIC 9(06).
            05 RCB-VALOR           PIC 9(07)V99.
            05 RCB-DATA            PIC 9(08).
       FD   ARQTXA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TXA.
       01   REG-TXA.
            05 TXA-CODIGO          PIC 9(05).
            05 TXA-NUMERO          PIC 9(06).
            05 TXA-VALOR           PIC 9(07)V99.
            05 TXA-DATA            PIC 9(08).
            05 TXA-LOTE            PIC X(10).
       FD   ARQBNC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-BNC.
       01   REG-BNC.
            05 BNC-DATA         PIC 9(08).
            05 BNC-VALOR        PIC 9(07)V99.
            05 BNC-REFERENCIA   PIC X(10).
       FD   ARQEXA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-EXA.
       01   REG-EXA.
            05 EXA-CODIGO       PIC 9(05).
            05 FILLER           PIC X       VALUE SPACE.
            05 EXA-NUMERO       PIC 9(06).
            05 FILLER           PIC X       VALUE SPACE.
            05 EXA-DATA         PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 EXA-VALOR        PIC ZZ.ZZZ.ZZ9,99.
            05 FILLER           PIC X       VALUE SPACE.
            05 EXA-LOTE         PIC X(10).
            05 FILLER           PIC X       VALUE SPACE.
            05 EXA-MOTIVO       PIC X(25).
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQADQ        PIC X VALUE 'N'.
       77  FS-ARQADP        PIC X VALUE 'N'.
       77  FS-ARQBNC        PIC X VALUE 'N'.
       77  FS-ARQADQ-STATUS PIC XX VALUE '00'.
       77  FS-ARQADP-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQRCB-STATUS PIC XX VALUE '00'.
       77  FS-ARQTXA-STATUS PIC XX VALUE '00'.
       77  FS-ARQBNC-STATUS PIC XX VALUE '00'.
       77  FS-ARQEXA-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-ADQ      PIC 9 VALUE 0.
       77  WRK-TEM-FATURAS  PIC 9 VALUE 0.
       77  WRK-TEM-RCB      PIC 9 VALUE 0.
       77  WRK-TEM-TXA      PIC 9 VALUE 0.
       77  WRK-TEM-EXA      PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------
      * VENDAS CAPTURADAS AGUARDANDO LIQUIDACAO: AS QUE
      * VIERAM DO ARQADP MAIS AS CAPTURAS DO DIA; A MARCA L
      * SAI DA TABELA NA REGRAVACAO DO ARQADP
      *-----------------------------------------------------
       01  WRK-TAB-PENDENTES.
           05 WRK-PEN-ENTRY OCCURS 500 TIMES.
               10 WRK-PEN-CODIGO   PIC 9(05).
               10 WRK-PEN-NUMERO   PIC 9(06).
               10 WRK-PEN-DATA     PIC 9(08).
               10 WRK-PEN-BRUTO    PIC 9(07)V99.
               10 WRK-PEN-PREVISTA PIC 9(08).
               10 WRK-PEN-MARCA    PIC X(01).
       77  WRK-PEN-QTD      PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * LOTES LIQUIDADOS NO ARQUIVO: LIQUIDO INFORMADO PELA
      * ADQUIRENTE CONTRA OS DEPOSITOS DO EXTRATO
      *-----------------------------------------------------
       01  WRK-TAB-LOTES.
           05 WRK-LOT-ENTRY OCCURS 100 TIMES.
               10 WRK-LOT-LOTE     PIC X(10).
               10 WRK-LOT-DATA     PIC 9(08).
               10 WRK-LOT-LIQUIDO  PIC 9(09)V99.
               10 WRK-LOT-BANCO    PIC 9(09)V99.
       77  WRK-LOT-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-LOTE-BUSCA   PIC X(10) VALUE SPACES.
       77  WRK-MOTIVO       PIC X(25) VALUE SPACES.
       77  WRK-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-CALC PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-BANCO-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-CAPTURAS PIC 9(05) VALUE 0.
       77  WRK-QTD-CASADOS  PIC 9(05) VALUE 0.
       77  WRK-QTD-EXCECOES PIC 9(05) VALUE 0.
       77  WRK-QTD-VENCIDAS PIC 9(05) VALUE 0.
       77  WRK-QTD-AGUARDA  PIC 9(05) VALUE 0.
       77  WRK-TOT-BRUTO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-TAXA     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-LIQUIDO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0300-PROCESSAR UNTIL FS-ARQADQ = 'F'.
            IF WRK-RETORNO < 8
               PERFORM 0500-CONFERIR-BANCO THRU 0500-FIM
               PERFORM 0600-VENDAS-PENDENTES.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           OPEN INPUT ARQADQ.
             IF FS-ARQADQ-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQADQ.... ' FS-ARQADQ-STATUS
                MOVE 'F' TO FS-ARQADQ
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-ADQ.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-ARQADQ
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-FATURAS.
           OPEN EXTEND ARQRCB.
             IF FS-ARQRCB-STATUS = '35'
                OPEN OUTPUT ARQRCB.
             IF FS-ARQRCB-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQRCB.... ' FS-ARQRCB-STATUS
                MOVE 'F' TO FS-ARQADQ
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-RCB.
           OPEN EXTEND ARQTXA.
             IF FS-ARQTXA-STATUS = '35'
                OPEN OUTPUT ARQTXA.
             IF FS-ARQTXA-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQTXA.... ' FS-ARQTXA-STATUS
                MOVE 'F' TO FS-ARQADQ
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-TXA.
           OPEN OUTPUT ARQEXA.
             IF FS-ARQEXA-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQEXA.... ' FS-ARQEXA-STATUS
                MOVE 'F' TO FS-ARQADQ
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-EXA.
           PERFORM 0200-CARREGAR-PENDENTES.
             IF WRK-RETORNO = 8
                MOVE 'F' TO FS-ARQADQ
                GO TO 0100-FIM.
           DISPLAY 'LIQUIDACAO DA ADQUIRENTE DE CARTOES'.
           DISPLAY '------------------------------------'.
           READ ARQADQ AT END
                       MOVE 'F' TO FS-ARQADQ.
             IF FS-ARQADQ = 'F'
                DISPLAY 'NENHUM REGISTRO DA ADQUIRENTE'.
       0100-FIM.
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
       0200-CARREGAR-PENDENTES.
           OPEN INPUT ARQADP.
           IF FS-ARQADP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQADP AT END
                          MOVE 'F' TO FS-ARQADP
              END-READ
              PERFORM 0220-GUARDAR-PENDENTE UNTIL FS-ARQADP = 'F'
              CLOSE ARQADP.
      *-----------------------------------------------------
       0220-GUARDAR-PENDENTE.
           IF WRK-PEN-QTD > 499
              DISPLAY 'LIMITE DE 500 VENDAS PENDENTES EXCEDIDO'
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQADP
           ELSE
              ADD 1 TO WRK-PEN-QTD
              MOVE ADP-CODIGO        TO WRK-PEN-CODIGO (WRK-PEN-QTD)
              MOVE ADP-NUMERO        TO WRK-PEN-NUMERO (WRK-PEN-QTD)
              MOVE ADP-DATA-VENDA    TO WRK-PEN-DATA (WRK-PEN-QTD)
              MOVE ADP-BRUTO         TO WRK-PEN-BRUTO (WRK-PEN-QTD)
              MOVE ADP-DATA-PREVISTA
                                  TO WRK-PEN-PREVISTA (WRK-PEN-QTD)
              MOVE SPACE             TO WRK-PEN-MARCA (WRK-PEN-QTD)
              READ ARQADP AT END
                          MOVE 'F' TO FS-ARQADP.
      *-----------------------------------------------------
      * V = VENDA CAPTURADA, PASSA A AGUARDAR O CREDITO;
      * L = VENDA LIQUIDADA NO LOTE, VIRA BAIXA E TAXA
      *-----------------------------------------------------
       0300-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           MOVE ADQ-CODIGO TO FAT-CODIGO.
           MOVE ADQ-NUMERO TO FAT-NUMERO.
           IF ADQ-TIPO = 'V'
              PERFORM 0320-VENDA-CAPTURADA
           ELSE
              IF ADQ-TIPO = 'L'
                 PERFORM 0340-VENDA-LIQUIDADA
              ELSE
                 MOVE 'TIPO DE REGISTRO INVALIDO' TO WRK-MOTIVO
                 PERFORM 0390-GRAVAR-EXCECAO.
           READ ARQADQ AT END
                       MOVE 'F' TO FS-ARQADQ.
      *-----------------------------------------------------
       0320-VENDA-CAPTURADA.
           READ FATURAS
               INVALID KEY
                   MOVE 'VENDA SEM FATURA' TO WRK-MOTIVO
                   PERFORM 0390-GRAVAR-EXCECAO
               NOT INVALID KEY
                   PERFORM 0325-AGUARDAR-CREDITO
           END-READ.
      *-----------------------------------------------------
       0325-AGUARDAR-CREDITO.
           PERFORM 0380-LOCALIZAR-PENDENTE.
           IF WRK-POS NOT = 0
              DISPLAY 'CAPTURA REPETIDA.. ' ADQ-CODIGO '/' ADQ-NUMERO
           ELSE
              IF WRK-PEN-QTD > 499
                 DISPLAY 'LIMITE DE 500 VENDAS PENDENTES EXCEDIDO'
                 MOVE 'PENDENCIA NAO GUARDADA' TO WRK-MOTIVO
                 PERFORM 0390-GRAVAR-EXCECAO
              ELSE
                 ADD 1 TO WRK-PEN-QTD
                 MOVE ADQ-CODIGO     TO WRK-PEN-CODIGO (WRK-PEN-QTD)
                 MOVE ADQ-NUMERO     TO WRK-PEN-NUMERO (WRK-PEN-QTD)
                 MOVE ADQ-DATA-VENDA TO WRK-PEN-DATA (WRK-PEN-QTD)
                 MOVE ADQ-BRUTO      TO WRK-PEN-BRUTO (WRK-PEN-QTD)
                 MOVE ADQ-DATA-CREDITO
                                  TO WRK-PEN-PREVISTA (WRK-PEN-QTD)
                 MOVE SPACE          TO WRK-PEN-MARCA (WRK-PEN-QTD)
                 ADD 1 TO WRK-QTD-CAPTURAS.
      *-----------------------------------------------------
      * O LIQUIDO DO LOTE ENTRA NA CONFERENCIA DO BANCO MESMO
      * QUANDO A VENDA CAI EM EXCECAO: O DINHEIRO FOI
      * DEPOSITADO DE QUALQUER FORMA
      *-----------------------------------------------------
       0340-VENDA-LIQUIDADA.
           PERFORM 0380-LOCALIZAR-PENDENTE.
           IF WRK-POS NOT = 0
              MOVE 'L' TO WRK-PEN-MARCA (WRK-POS).
           MOVE ADQ-LOTE TO WRK-LOTE-BUSCA.
           PERFORM 0450-LOCALIZAR-LOTE.
           IF WRK-POS NOT = 0
              ADD ADQ-LIQUIDO TO WRK-LOT-LIQUIDO (WRK-POS).
           COMPUTE WRK-LIQUIDO-CALC = ADQ-BRUTO - ADQ-TAXA.
           IF WRK-LIQUIDO-CALC NOT = ADQ-LIQUIDO
              OR ADQ-TAXA > ADQ-BRUTO
              MOVE 'LIQUIDO NAO CONFERE' TO WRK-MOTIVO
              PERFORM 0390-GRAVAR-EXCECAO
           ELSE
              READ FATURAS
                  INVALID KEY
                      MOVE 'VENDA SEM FATURA' TO WRK-MOTIVO
                      PERFORM 0390-GRAVAR-EXCECAO
                  NOT INVALID KEY
                      PERFORM 0350-CONFERIR-TITULO
              END-READ.
      *-----------------------------------------------------
       0350-CONFERIR-TITULO.
           IF FAT-STATUS NOT = 'A'
              MOVE 'FATURA NAO ESTA ABERTA' TO WRK-MOTIVO
              PERFORM 0390-GRAVAR-EXCECAO
           ELSE
              COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO
              IF ADQ-BRUTO > WRK-SALDO
                 MOVE 'VALOR ACIMA DO SALDO' TO WRK-MOTIVO
                 PERFORM 0390-GRAVAR-EXCECAO
              ELSE
                 PERFORM 0360-GRAVAR-RECEBIMENTO.
      *-----------------------------------------------------
      * A BAIXA E PELO BRUTO NA DATA DO CREDITO; A TAXA QUE A
      * ADQUIRENTE RETEVE E MOVIMENTO PROPRIO NO ARQTXA
      *-----------------------------------------------------
       0360-GRAVAR-RECEBIMENTO.
           MOVE SPACES TO REG-RCB.
           MOVE ADQ-CODIGO       TO RCB-CODIGO.
           MOVE ADQ-NUMERO       TO RCB-NUMERO.
           MOVE ADQ-BRUTO        TO RCB-VALOR.
           MOVE ADQ-DATA-CREDITO TO RCB-DATA.
           WRITE REG-RCB.
           IF ADQ-TAXA NOT = 0
              MOVE SPACES TO REG-TXA
              MOVE ADQ-CODIGO       TO TXA-CODIGO
              MOVE ADQ-NUMERO       TO TXA-NUMERO
              MOVE ADQ-TAXA         TO TXA-VALOR
              MOVE ADQ-DATA-CREDITO TO TXA-DATA
              MOVE ADQ-LOTE         TO TXA-LOTE
              WRITE REG-TXA.
           ADD 1 TO WRK-QTD-CASADOS.
           ADD ADQ-BRUTO   TO WRK-TOT-BRUTO.
           ADD ADQ-TAXA    TO WRK-TOT-TAXA.
           ADD ADQ-LIQUIDO TO WRK-TOT-LIQUIDO.
           DISPLAY 'CASADO.... ' ADQ-CODIGO '/' ADQ-NUMERO
                   ' LOTE ' ADQ-LOTE.
      *-----------------------------------------------------
       0380-LOCALIZAR-PENDENTE.
           MOVE 0 TO WRK-POS.
           PERFORM 0385-PROCURAR-PENDENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PEN-QTD OR WRK-POS NOT = 0.
      *-----------------------------------------------------
       0385-PROCURAR-PENDENTE.
           IF WRK-PEN-CODIGO (WRK-IDX) = ADQ-CODIGO
              AND WRK-PEN-NUMERO (WRK-IDX) = ADQ-NUMERO
              AND WRK-PEN-BRUTO (WRK-IDX) = ADQ-BRUTO
              AND WRK-PEN-MARCA (WRK-IDX) = SPACE
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0390-GRAVAR-EXCECAO.
           MOVE SPACES TO REG-EXA.
           MOVE ADQ-CODIGO     TO EXA-CODIGO.
           MOVE ADQ-NUMERO     TO EXA-NUMERO.
           MOVE ADQ-DATA-VENDA TO EXA-DATA.
           MOVE ADQ-BRUTO      TO EXA-VALOR.
           MOVE ADQ-LOTE       TO EXA-LOTE.
           MOVE WRK-MOTIVO     TO EXA-MOTIVO.
           WRITE REG-EXA.
           DISPLAY 'EXCECAO... ' ADQ-CODIGO '/' ADQ-NUMERO
                   ' ' WRK-MOTIVO.
           ADD 1 TO WRK-QTD-EXCECOES.
      *-----------------------------------------------------
       0450-LOCALIZAR-LOTE.
           MOVE 0 TO WRK-POS.
           PERFORM 0460-PROCURAR-LOTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-LOT-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              IF WRK-LOT-QTD > 99
                 DISPLAY 'LIMITE DE 100 LOTES EXCEDIDO'
              ELSE
                 ADD 1 TO WRK-LOT-QTD
                 MOVE WRK-LOT-QTD TO WRK-POS
                 MOVE WRK-LOTE-BUSCA TO WRK-LOT-LOTE (WRK-POS)
                 MOVE ADQ-DATA-CREDITO TO WRK-LOT-DATA (WRK-POS)
                 MOVE ZEROS TO WRK-LOT-LIQUIDO (WRK-POS)
                 MOVE ZEROS TO WRK-LOT-BANCO (WRK-POS).
      *-----------------------------------------------------
       0460-PROCURAR-LOTE.
           IF WRK-LOT-LOTE (WRK-IDX) = WRK-LOTE-BUSCA
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
      * O DEPOSITO DA ADQUIRENTE VEM NO EXTRATO DO PROG099
      * COM O NUMERO DO LOTE NA REFERENCIA
      *-----------------------------------------------------
       0500-CONFERIR-BANCO.
           IF WRK-LOT-QTD = 0
              GO TO 0500-FIM.
           OPEN INPUT ARQBNC.
           IF FS-ARQBNC-STATUS NOT = '00'
              DISPLAY 'EXTRATO BANCARIO AUSENTE ' FS-ARQBNC-STATUS
              DISPLAY 'LOTES NAO CONFERIDOS COM O BANCO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0500-FIM.
           READ ARQBNC AT END
                       MOVE 'F' TO FS-ARQBNC.
           PERFORM 0520-SOMAR-DEPOSITO UNTIL FS-ARQBNC = 'F'.
           CLOSE ARQBNC.
           DISPLAY '------------------------------------'.
           DISPLAY 'LOTE       CREDITO           LIQUIDO'
                   '         DEPOSITADO'.
           PERFORM 0550-CONFERIR-LOTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-LOT-QTD.
       0500-FIM.
      *-----------------------------------------------------
       0520-SOMAR-DEPOSITO.
           PERFORM 0530-PROCURAR-DEPOSITO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-LOT-QTD.
           READ ARQBNC AT END
                       MOVE 'F' TO FS-ARQBNC.
      *-----------------------------------------------------
       0530-PROCURAR-DEPOSITO.
           IF WRK-LOT-LOTE (WRK-IDX) = BNC-REFERENCIA
              ADD BNC-VALOR TO WRK-LOT-BANCO (WRK-IDX).
      *-----------------------------------------------------
       0550-CONFERIR-LOTE.
           MOVE WRK-LOT-LIQUIDO (WRK-IDX) TO WRK-VALOR-ED.
           MOVE WRK-LOT-BANCO (WRK-IDX) TO WRK-BANCO-ED.
           DISPLAY WRK-LOT-LOTE (WRK-IDX) ' '
                   WRK-LOT-DATA (WRK-IDX) ' ' WRK-VALOR-ED
                   ' ' WRK-BANCO-ED.
           IF WRK-LOT-LIQUIDO (WRK-IDX) NOT = WRK-LOT-BANCO (WRK-IDX)
              COMPUTE WRK-DIFERENCA = WRK-LOT-LIQUIDO (WRK-IDX)
                      - WRK-LOT-BANCO (WRK-IDX)
              MOVE SPACES TO REG-EXA
              MOVE ZEROS TO EXA-CODIGO
              MOVE ZEROS TO EXA-NUMERO
              MOVE WRK-LOT-DATA (WRK-IDX) TO EXA-DATA
              MOVE WRK-DIFERENCA TO EXA-VALOR
              MOVE WRK-LOT-LOTE (WRK-IDX) TO EXA-LOTE
              IF WRK-DIFERENCA > 0
                 MOVE 'DEPOSITO MENOR QUE LOTE' TO EXA-MOTIVO
              ELSE
                 MOVE 'DEPOSITO MAIOR QUE LOTE' TO EXA-MOTIVO
              END-IF
              WRITE REG-EXA
              DISPLAY 'EXCECAO... LOTE ' WRK-LOT-LOTE (WRK-IDX)
                      ' ' EXA-MOTIVO
              ADD 1 TO WRK-QTD-EXCECOES.
      *-----------------------------------------------------
      * A VENDA QUE PASSOU DA DATA PREVISTA SEM LIQUIDACAO
      * SAI NAS EXCECOES A CADA RODADA ATE O CREDITO CHEGAR;
      * O ARQADP E REGRAVADO SO COM O QUE CONTINUA PENDENTE
      *-----------------------------------------------------
       0600-VENDAS-PENDENTES.
           OPEN OUTPUT ARQADP.
           IF FS-ARQADP-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQADP.... ' FS-ARQADP-STATUS
              MOVE 8 TO WRK-RETORNO.
           PERFORM 0650-VERIFICAR-PENDENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PEN-QTD.
           IF FS-ARQADP-STATUS = '00'
              CLOSE ARQADP.
      *-----------------------------------------------------
       0650-VERIFICAR-PENDENTE.
           IF WRK-PEN-MARCA (WRK-IDX) = SPACE
              ADD 1 TO WRK-QTD-AGUARDA
              IF FS-ARQADP-STATUS = '00'
                 MOVE SPACES TO REG-ADP
                 MOVE WRK-PEN-CODIGO (WRK-IDX)   TO ADP-CODIGO
                 MOVE WRK-PEN-NUMERO (WRK-IDX)   TO ADP-NUMERO
                 MOVE WRK-PEN-DATA (WRK-IDX)     TO ADP-DATA-VENDA
                 MOVE WRK-PEN-BRUTO (WRK-IDX)    TO ADP-BRUTO
                 MOVE WRK-PEN-PREVISTA (WRK-IDX) TO ADP-DATA-PREVISTA
                 WRITE REG-ADP
              END-IF
              IF WRK-PEN-PREVISTA (WRK-IDX) < WRK-DATA-HOJE
                 MOVE SPACES TO REG-EXA
                 MOVE WRK-PEN-CODIGO (WRK-IDX)   TO EXA-CODIGO
                 MOVE WRK-PEN-NUMERO (WRK-IDX)   TO EXA-NUMERO
                 MOVE WRK-PEN-PREVISTA (WRK-IDX) TO EXA-DATA
                 MOVE WRK-PEN-BRUTO (WRK-IDX)    TO EXA-VALOR
                 MOVE 'LIQUIDACAO NAO RECEBIDA'  TO EXA-MOTIVO
                 WRITE REG-EXA
                 DISPLAY 'EXCECAO... ' WRK-PEN-CODIGO (WRK-IDX) '/'
                         WRK-PEN-NUMERO (WRK-IDX)
                         ' LIQUIDACAO NAO RECEBIDA'
                 ADD 1 TO WRK-QTD-VENCIDAS
                 ADD 1 TO WRK-QTD-EXCECOES.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-ADQ = 1
               CLOSE ARQADQ.
            IF WRK-TEM-FATURAS = 1
               CLOSE FATURAS.
            IF WRK-TEM-RCB = 1
               CLOSE ARQRCB.
            IF WRK-TEM-TXA = 1
               CLOSE ARQTXA.
            IF WRK-TEM-EXA = 1
               CLOSE ARQEXA.
            DISPLAY '------------------------------------'.
            DISPLAY 'REGISTROS LIDOS......... ' WRK-LIDOS.
            DISPLAY 'VENDAS CAPTURADAS....... ' WRK-QTD-CAPTURAS.
            DISPLAY 'RECEBIMENTOS GERADOS.... ' WRK-QTD-CASADOS.
            MOVE WRK-TOT-BRUTO TO WRK-VALOR-ED.
            DISPLAY 'VALOR BRUTO BAIXADO..... ' WRK-VALOR-ED.
            MOVE WRK-TOT-TAXA TO WRK-VALOR-ED.
            DISPLAY 'TAXA DA ADQUIRENTE...... ' WRK-VALOR-ED.
            MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-ED.
            DISPLAY 'VALOR LIQUIDO........... ' WRK-VALOR-ED.
            DISPLAY 'AGUARDANDO LIQUIDACAO... ' WRK-QTD-AGUARDA.
            DISPLAY 'LIQUIDACOES ATRASADAS... ' WRK-QTD-VENCIDAS.
            DISPLAY 'EXCECOES................ ' WRK-QTD-EXCECOES.
            IF WRK-RETORNO = 0 AND WRK-QTD-EXCECOES NOT = 0
               MOVE 4 TO WRK-RETORNO.
