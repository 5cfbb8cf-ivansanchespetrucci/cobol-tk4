           SELECT ARQDUP ASSIGN TO UT-S-ARQDUP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDUP-STATUS.
           SELECT ARQRTF ASSIGN TO UT-S-ARQRTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RTF-CHAVE
                  FILE STATUS IS FS-ARQRTF-STATUS.
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
           SELECT ARQAJU ASSIGN TO UT-S-ARQAJU
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAJU-STATUS.
           SELECT ARQFME ASSIGN TO UT-S-ARQFME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FME-CHAVE
                  FILE STATUS IS FS-ARQFME-STATUS.
           SELECT ARQCKR ASSIGN TO UT-S-ARQCKR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCKR-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQDRV
            DATA   RECORD IS REG-DUP.
       01   REG-DUP.
            05 DUP-LINHA        PIC X(28).
            05 DUP-RECIBO REDEFINES DUP-LINHA.
               10 DUP-CODIGO    PIC 9(05).
               10 DUP-NUMERO    PIC 9(06).
               10 DUP-VALOR     PIC 9(07)V99.
               10 DUP-DATA      PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 DUP-MOTIVO       PIC X(25).
       FD   ARQRTF
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 73 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RETENCAO.
       01   REG-RETENCAO.
            05 RTF-CHAVE.
               10 RTF-CODIGO    PIC 9(05).
               10 RTF-NUMERO    PIC 9(06).
            05 RTF-EMISSAO      PIC 9(08).
            05 RTF-IMPOSTOS.
               10 RTF-ISS       PIC 9(07)V99.
               10 RTF-IRRF      PIC 9(07)V99.
               10 RTF-PIS       PIC 9(07)V99.
               10 RTF-COFINS    PIC 9(07)V99.
               10 RTF-CSLL      PIC 9(07)V99.
            05 RTF-TOTAL        PIC 9(07)V99.
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
       FD   ARQAJU
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-AJU.
       01   REG-AJU.
            05 AJU-CODIGO       PIC 9(05).
            05 AJU-NUMERO       PIC 9(06).
            05 AJU-TIPO         PIC X(01).
            05 AJU-VALOR        PIC 9(07)V99.
            05 AJU-MOTIVO       PIC X(03).
            05 AJU-DATA         PIC 9(08).
            05 AJU-OPERADOR     PIC X(08).
       FD   ARQFME
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 41 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FME.
       01   REG-FME.
            05 FME-CHAVE.
               10 FME-CODIGO    PIC 9(05).
               10 FME-NUMERO    PIC 9(06).
            05 FME-MOEDA        PIC X(03).
            05 FME-VALOR-MOEDA  PIC 9(07)V99.
            05 FME-TAXA-EMISSAO PIC 9(03)V9(06).
            05 FME-PAGO-MOEDA   PIC 9(07)V99.
       FD   ARQCKR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CKR.
       01   REG-CKR.
            05 CKR-POSICAO      PIC 9(05).
            05 CKR-DATA         PIC 9(08).
            05 CKR-QUITADAS     PIC 9(05).
            05 CKR-LIQUIDAS     PIC 9(05).
            05 CKR-PARCIAIS     PIC 9(05).
            05 CKR-DESCONTOS    PIC 9(05).
            05 CKR-TOT-DESCONTOS PIC 9(09)V99.
            05 CKR-TOT-ENCARGOS PIC 9(09)V99.
            05 CKR-VARIACOES    PIC 9(05).
            05 CKR-TOT-GANHOS   PIC 9(09)V99.
            05 CKR-TOT-PERDAS   PIC 9(09)V99.
            05 CKR-CREDITOS     PIC 9(05).
            05 CKR-SUSPENSOS    PIC 9(05).
            05 CKR-EXCECOES     PIC 9(05).
            05 CKR-TOT-BAIXADO  PIC 9(11)V99.
            05 CKR-QTD-PAG      PIC 9(09).
            05 CKR-QTD-CRD      PIC 9(09).
            05 CKR-QTD-AJU      PIC 9(09).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQRCB        PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQACR-STATUS PIC XX VALUE '00'.
       77  FS-ARQCRD-STATUS PIC XX VALUE '00'.
       77  FS-ARQDUP-STATUS PIC XX VALUE '00'.
       77  FS-ARQDUP        PIC X VALUE 'N'.
       77  WRK-QTD-CREDITOS PIC 9(05) VALUE 0.
       77  WRK-QTD-SUSPENSOS PIC 9(05) VALUE 0.
       01  WRK-TAB-APLICADOS.
       77  WRK-ENC-RECEBIDO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  FS-ARQRTF-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-RETENCAO PIC 9 VALUE 0.
       77  WRK-RETIDO       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-LIQUIDAS PIC 9(05) VALUE 0.
       77  FS-ARQCPG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  FS-ARQAJU-STATUS PIC XX VALUE '00'.
       77  FS-ARQAJU        PIC X VALUE 'N'.
       77  WRK-TEM-TERMOS   PIC 9 VALUE 0.
       77  WRK-TEM-VINCULOS PIC 9 VALUE 0.
       77  WRK-TERMO-CLI    PIC 9(02) VALUE 0.
       77  WRK-DESC-MAXIMO  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESCONTO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-FALTA        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-DESCONTOS PIC 9(05) VALUE 0.
       77  WRK-TOT-DESCONTOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  FS-ARQFME-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-MOEDAS   PIC 9 VALUE 0.
       77  WRK-FATURA-MOEDA PIC 9 VALUE 0.
       77  WRK-CAMBIO-OK    PIC 9 VALUE 1.
       77  WRK-CB-MOEDA     PIC X(03) VALUE SPACES.
       77  WRK-CB-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-CB-TAXA      PIC 9(03)V9(06) VALUE ZEROS.
       77  WRK-CB-DATA-TAXA PIC 9(08) VALUE ZEROS.
       77  WRK-CB-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-VALOR-RECIBO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALDO-MOEDA  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PAGO-MOEDA   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRINCIPAL-DIA PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRINCIPAL-EMI PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VARIACAO     PIC S9(07)V99 VALUE ZEROS.
       77  WRK-QTD-VARIACOES PIC 9(05) VALUE 0.
       77  WRK-TOT-GANHOS   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PERDAS   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-QUITADAS PIC 9(05) VALUE 0.
       77  WRK-QTD-PARCIAIS PIC 9(05) VALUE 0.
       77  WRK-QTD-EXCECOES PIC 9(05) VALUE 0.
       77  WRK-TOT-BAIXADO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  FS-ARQCKR-STATUS PIC XX VALUE '00'.
       77  FS-ARQCRD        PIC X VALUE 'N'.
       77  WRK-CKP-INTERVALO PIC 9(05) VALUE 100.
       77  WRK-CKP-CONTADOR PIC 9(05) VALUE 0.
       77  WRK-CKP-POSICAO  PIC 9(05) VALUE 0.
       77  WRK-CKR-POSICAO  PIC 9(05) VALUE 0.
       77  WRK-CKP-QTD-PAG  PIC 9(09) VALUE 0.
       77  WRK-CKP-QTD-CRD  PIC 9(09) VALUE 0.
       77  WRK-CKP-QTD-AJU  PIC 9(09) VALUE 0.
       77  WRK-CKP-QTD-DUP  PIC 9(09) VALUE 0.
       77  WRK-SALTADOS     PIC 9(05) VALUE 0.
       77  WRK-PAG-EXISTENTES PIC 9(09) VALUE 0.
       77  WRK-PAG-GRAVADOS PIC 9(09) VALUE 0.
       77  WRK-CRD-EXISTENTES PIC 9(09) VALUE 0.
       77  WRK-CRD-GRAVADOS PIC 9(09) VALUE 0.
       77  WRK-AJU-EXISTENTES PIC 9(09) VALUE 0.
       77  WRK-AJU-GRAVADOS PIC 9(09) VALUE 0.
       77  WRK-DUP-EXISTENTES PIC 9(09) VALUE 0.
       77  WRK-APL-CHEIA    PIC 9 VALUE 0.
       01  WRK-TAB-JANELA.
           05 WRK-TAB-JAN-ENTRY OCCURS 100 TIMES.
               10 WRK-JAN-TIPO     PIC X(01).
               10 WRK-JAN-CODIGO   PIC 9(05).
               10 WRK-JAN-NUMERO   PIC 9(06).
               10 WRK-JAN-VALOR    PIC 9(07)V99.
               10 WRK-JAN-DATA     PIC 9(08).
               10 WRK-JAN-USADO    PIC 9.
       77  WRK-JAN-QTD      PIC 9(03) VALUE 0.
       77  WRK-JAN-IDX      PIC 9(03) VALUE 0.
       77  WRK-JAN-ACHOU    PIC 9 VALUE 0.
       77  WRK-JAN-TIPO-ACHADO PIC X(01) VALUE SPACE.
       77  WRK-JAN-POS      PIC 9(03) VALUE 0.
       77  WRK-JAN-POSTERIOR PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR THRU 0200-FIM UNTIL FS-ARQRCB = 'F'.
            PERFORM 0300-FINALIZAR.
           MOVE 'BAIXA RCB' TO WRK-DRV-ETAPA.
           MOVE 'CONCLUIDA' TO WRK-DRV-STATUS.
                MOVE 'F' TO FS-ARQRCB
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 0120-LER-CHECKPOINT.
           PERFORM 0170-CARREGAR-APLICADOS.
           PERFORM 0130-CONTAR-CREDITOS.
           PERFORM 0185-CONTAR-AJUSTES.
           OPEN EXTEND ARQPAG.
             IF FS-ARQPAG-STATUS = '35'
                OPEN OUTPUT ARQPAG.
           IF WRK-CKP-POSICAO = 0
              OPEN OUTPUT ARQDUP
           ELSE
              PERFORM 0192-CONTAR-SUSPENSOS
              OPEN EXTEND ARQDUP
              IF FS-ARQDUP-STATUS = '35'
                 OPEN OUTPUT ARQDUP.
             IF FS-ARQDUP-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQDUP.... ' FS-ARQDUP-STATUS
                MOVE 'F' TO FS-ARQRCB
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 0150-CARREGAR-ENCARGOS.
           OPEN INPUT ARQRTF.
             IF FS-ARQRTF-STATUS = '00'
                MOVE 1 TO WRK-TEM-RETENCAO.
           OPEN I-O ARQFME.
             IF FS-ARQFME-STATUS = '00'
                MOVE 1 TO WRK-TEM-MOEDAS.
           OPEN INPUT ARQCPG.
             IF FS-ARQCPG-STATUS = '00'
                MOVE 1 TO WRK-TEM-TERMOS
                PERFORM 0190-ABRIR-VINCULOS.
           DISPLAY 'BAIXA DE RECEBIMENTOS'.
           DISPLAY '------------------------------------'.
           READ ARQRCB AT END
             IF FS-ARQRCB = 'F'
                DISPLAY 'NENHUM RECEBIMENTO NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
           PERFORM 0125-SALTAR-RECIBO
               UNTIL FS-ARQRCB = 'F'
                  OR WRK-SALTADOS = WRK-CKP-POSICAO.
             IF FS-ARQRCB = 'F' AND WRK-RETORNO NOT = 4
                DISPLAY 'NENHUM RECEBIMENTO APOS O PONTO DE REINICIO'
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
      * PONTO DE CONTROLE DA BAIXA EM LOTE (ARQCKR): A CADA
      * WRK-CKP-INTERVALO RECIBOS GRAVA A POSICAO NO ARQRCB,
      * OS TOTAIS ACUMULADOS E QUANTOS REGISTROS O ARQPAG E O
      * ARQCRD TINHAM NAQUELE PONTO. SE A RODADA ANTERIOR NAO
      * CHEGOU AO FIM, A NOVA RETOMA DEPOIS DA POSICAO GRAVADA
      * COM OS TOTAIS DELA; OS REGISTROS QUE O ARQPAG, O
      * ARQCRD E O ARQDUP GANHARAM DEPOIS DO PONTO FORMAM A
      * JANELA DOS RECIBOS JA TRATADOS ANTES DA QUEDA, E OS
      * DESCONTOS E VARIACOES QUE A BAIXA GRAVOU NO ARQAJU
      * DEPOIS DO PONTO VOLTAM AOS TOTAIS
      *-----------------------------------------------------
       0120-LER-CHECKPOINT.
           OPEN INPUT ARQCKR.
           IF FS-ARQCKR-STATUS = '00'
              READ ARQCKR
                  AT END
                      MOVE ZEROS TO REG-CKR
              END-READ
              IF CKR-POSICAO NUMERIC AND CKR-POSICAO NOT = 0
                 MOVE CKR-POSICAO       TO WRK-CKP-POSICAO
                 MOVE CKR-POSICAO       TO WRK-LIDOS
                 MOVE CKR-QTD-PAG       TO WRK-CKP-QTD-PAG
                 MOVE CKR-QTD-CRD       TO WRK-CKP-QTD-CRD
                 MOVE CKR-QTD-AJU       TO WRK-CKP-QTD-AJU
                 MOVE CKR-SUSPENSOS     TO WRK-CKP-QTD-DUP
                 MOVE CKR-QUITADAS      TO WRK-QTD-QUITADAS
                 MOVE CKR-LIQUIDAS      TO WRK-QTD-LIQUIDAS
                 MOVE CKR-PARCIAIS      TO WRK-QTD-PARCIAIS
                 MOVE CKR-DESCONTOS     TO WRK-QTD-DESCONTOS
                 MOVE CKR-TOT-DESCONTOS TO WRK-TOT-DESCONTOS
                 MOVE CKR-TOT-ENCARGOS  TO WRK-TOT-ENCARGOS
                 MOVE CKR-VARIACOES     TO WRK-QTD-VARIACOES
                 MOVE CKR-TOT-GANHOS    TO WRK-TOT-GANHOS
                 MOVE CKR-TOT-PERDAS    TO WRK-TOT-PERDAS
                 MOVE CKR-CREDITOS      TO WRK-QTD-CREDITOS
                 MOVE CKR-SUSPENSOS     TO WRK-QTD-SUSPENSOS
                 MOVE CKR-EXCECOES      TO WRK-QTD-EXCECOES
                 MOVE CKR-TOT-BAIXADO   TO WRK-TOT-BAIXADO
                 DISPLAY 'REINICIO APOS O RECIBO ' CKR-POSICAO
                         ' DO PONTO DE CONTROLE DE ' CKR-DATA
              END-IF
              CLOSE ARQCKR.
      *-----------------------------------------------------
       0125-SALTAR-RECIBO.
           ADD 1 TO WRK-SALTADOS.
           READ ARQRCB AT END
                       MOVE 'F' TO FS-ARQRCB.
      *-----------------------------------------------------
       0130-CONTAR-CREDITOS.
           OPEN INPUT ARQCRD.
           IF FS-ARQCRD-STATUS NOT = '00'
              MOVE '00' TO FS-ARQCRD-STATUS
           ELSE
              READ ARQCRD AT END
                          MOVE 'F' TO FS-ARQCRD
              END-READ
              PERFORM 0135-CONTAR-CREDITO
                  UNTIL FS-ARQCRD = 'F'
              CLOSE ARQCRD.
      *-----------------------------------------------------
       0135-CONTAR-CREDITO.
           ADD 1 TO WRK-CRD-EXISTENTES.
           IF WRK-CKP-POSICAO NOT = 0
              AND WRK-CRD-EXISTENTES > WRK-CKP-QTD-CRD
              PERFORM 0145-GUARDAR-JANELA-CRD.
           READ ARQCRD AT END
                       MOVE 'F' TO FS-ARQCRD.
      *-----------------------------------------------------
       0140-GUARDAR-JANELA-PAG.
           IF WRK-JAN-QTD > 99
              DISPLAY 'JANELA DE REINICIO EXCEDE O LIMITE DE 100'
           ELSE
              ADD 1 TO WRK-JAN-QTD
              MOVE 'P'        TO WRK-JAN-TIPO (WRK-JAN-QTD)
              MOVE PAG-CODIGO TO WRK-JAN-CODIGO (WRK-JAN-QTD)
              MOVE PAG-NUMERO TO WRK-JAN-NUMERO (WRK-JAN-QTD)
              MOVE PAG-VALOR  TO WRK-JAN-VALOR (WRK-JAN-QTD)
              MOVE PAG-DATA   TO WRK-JAN-DATA (WRK-JAN-QTD)
              MOVE 0          TO WRK-JAN-USADO (WRK-JAN-QTD).
      *-----------------------------------------------------
       0145-GUARDAR-JANELA-CRD.
           IF WRK-JAN-QTD > 99
              DISPLAY 'JANELA DE REINICIO EXCEDE O LIMITE DE 100'
           ELSE
              ADD 1 TO WRK-JAN-QTD
              MOVE 'C'        TO WRK-JAN-TIPO (WRK-JAN-QTD)
              MOVE CRD-CODIGO TO WRK-JAN-CODIGO (WRK-JAN-QTD)
              MOVE CRD-NUMERO TO WRK-JAN-NUMERO (WRK-JAN-QTD)
              MOVE CRD-VALOR  TO WRK-JAN-VALOR (WRK-JAN-QTD)
              MOVE CRD-DATA   TO WRK-JAN-DATA (WRK-JAN-QTD)
              MOVE 0          TO WRK-JAN-USADO (WRK-JAN-QTD).
      *-----------------------------------------------------
       0147-GUARDAR-JANELA-DUP.
           IF WRK-JAN-QTD > 99
              DISPLAY 'JANELA DE REINICIO EXCEDE O LIMITE DE 100'
           ELSE
              ADD 1 TO WRK-JAN-QTD
              MOVE 'S'        TO WRK-JAN-TIPO (WRK-JAN-QTD)
              MOVE DUP-CODIGO TO WRK-JAN-CODIGO (WRK-JAN-QTD)
              MOVE DUP-NUMERO TO WRK-JAN-NUMERO (WRK-JAN-QTD)
              MOVE DUP-VALOR  TO WRK-JAN-VALOR (WRK-JAN-QTD)
              MOVE DUP-DATA   TO WRK-JAN-DATA (WRK-JAN-QTD)
              MOVE 0          TO WRK-JAN-USADO (WRK-JAN-QTD).
      *-----------------------------------------------------
      * ENCARGOS DE MORA ACUMULADOS NA NOITE PELO PROG087;
      * SEM O ARQACR A BAIXA SEGUE SO PELO VALOR DE FACE
      *-----------------------------------------------------
              READ ARQACR AT END
                          MOVE 'F' TO FS-ARQACR.
      *-----------------------------------------------------
      * VINCULO CLIENTE-CONDICAO DO PROG100, PARA O DESCONTO
      * POR PONTUALIDADE DA CONDICAO DO CLIENTE
      *-----------------------------------------------------
       0190-ABRIR-VINCULOS.
           OPEN INPUT ARQCTE.
           IF FS-ARQCTE-STATUS = '00'
              MOVE 1 TO WRK-TEM-VINCULOS.
      *-----------------------------------------------------
      * JANELA DA CRITICA DE DUPLICIDADE: O ARQPAG CRESCE EM
      * EXTEND SEM LIMITE, ENTAO SO OS PAGAMENTOS DOS DOIS
      * ULTIMOS MESES ENTRAM NA TABELA -- UM RECIBO REPETIDO
              CLOSE ARQPAG.
      *-----------------------------------------------------
       0180-GUARDAR-APLICADO.
           ADD 1 TO WRK-PAG-EXISTENTES.
           IF WRK-CKP-POSICAO NOT = 0
              AND WRK-PAG-EXISTENTES > WRK-CKP-QTD-PAG
              PERFORM 0140-GUARDAR-JANELA-PAG.
           IF PAG-DATA (1:6) < WRK-CORTE-MES
              CONTINUE
           ELSE
              IF WRK-APL-QTD > 499
                 IF WRK-APL-CHEIA = 0
                    DISPLAY 'APLICADOS RECENTES EXCEDEM O LIMITE '
                            'DE 500'
                    MOVE 1 TO WRK-APL-CHEIA
                 END-IF
              ELSE
                 ADD 1 TO WRK-APL-QTD
                 MOVE PAG-CODIGO TO WRK-APL-CODIGO (WRK-APL-QTD)
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
       0180-FIM.
      *-----------------------------------------------------
      * AJUSTES JA GRAVADOS NO ARQAJU: A CONTAGEM VAI AO PONTO
      * DE CONTROLE; NO REINICIO, OS DESCONTOS E VARIACOES
      * QUE ESTA BAIXA GRAVOU DEPOIS DO PONTO VOLTAM AOS
      * TOTAIS, POIS OS RECIBOS DA JANELA NAO PASSAM DE NOVO
      * PELO CALCULO
      *-----------------------------------------------------
       0185-CONTAR-AJUSTES.
           OPEN INPUT ARQAJU.
           IF FS-ARQAJU-STATUS NOT = '00'
              MOVE '00' TO FS-ARQAJU-STATUS
           ELSE
              READ ARQAJU AT END
                          MOVE 'F' TO FS-ARQAJU
              END-READ
              PERFORM 0187-CONTAR-AJUSTE
                  UNTIL FS-ARQAJU = 'F'
              CLOSE ARQAJU.
      *-----------------------------------------------------
       0187-CONTAR-AJUSTE.
           ADD 1 TO WRK-AJU-EXISTENTES.
           IF WRK-CKP-POSICAO NOT = 0
              AND WRK-AJU-EXISTENTES > WRK-CKP-QTD-AJU
              AND AJU-OPERADOR = 'PROG068'
              PERFORM 0188-REPOR-AJUSTE.
           READ ARQAJU AT END
                       MOVE 'F' TO FS-ARQAJU.
      *-----------------------------------------------------
       0188-REPOR-AJUSTE.
           IF AJU-TIPO = 'D'
              ADD 1 TO WRK-QTD-DESCONTOS
              ADD AJU-VALOR TO WRK-TOT-DESCONTOS
           ELSE
              IF AJU-TIPO = 'V'
                 ADD 1 TO WRK-QTD-VARIACOES
                 IF AJU-MOTIVO = 'VCA'
                    ADD AJU-VALOR TO WRK-TOT-GANHOS
                 ELSE
                    ADD AJU-VALOR TO WRK-TOT-PERDAS.
      *-----------------------------------------------------
      * SUSPENSOS QUE O ARQDUP GANHOU DEPOIS DO PONTO DE
      * CONTROLE ENTRAM NA JANELA, PARA O RECIBO NAO SER
      * GRAVADO DE NOVO NO ARQUIVO DE SUSPENSOS
      *-----------------------------------------------------
       0192-CONTAR-SUSPENSOS.
           OPEN INPUT ARQDUP.
           IF FS-ARQDUP-STATUS NOT = '00'
              MOVE '00' TO FS-ARQDUP-STATUS
           ELSE
              READ ARQDUP AT END
                          MOVE 'F' TO FS-ARQDUP
              END-READ
              PERFORM 0194-CONTAR-SUSPENSO
                  UNTIL FS-ARQDUP = 'F'
              CLOSE ARQDUP.
      *-----------------------------------------------------
       0194-CONTAR-SUSPENSO.
           ADD 1 TO WRK-DUP-EXISTENTES.
           IF WRK-DUP-EXISTENTES > WRK-CKP-QTD-DUP
              PERFORM 0147-GUARDAR-JANELA-DUP.
           READ ARQDUP AT END
                       MOVE 'F' TO FS-ARQDUP.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF WRK-CKP-CONTADOR NOT < WRK-CKP-INTERVALO
              PERFORM 0290-GRAVAR-CHECKPOINT.
           ADD 1 TO WRK-CKP-CONTADOR.
           ADD 1 TO WRK-LIDOS.
           PERFORM 0202-TESTAR-JANELA.
           IF WRK-JAN-ACHOU = 1
              PERFORM 0204-REPOR-RECIBO THRU 0204-FIM
              READ ARQRCB AT END
                          MOVE 'F' TO FS-ARQRCB
              END-READ
              GO TO 0200-FIM.
           PERFORM 0205-TESTAR-DUPLICADO.
           IF WRK-DUPLICADO = 1
              PERFORM 0280-GRAVAR-SUSPENSO
           READ ARQRCB AT END
                       MOVE 'F' TO FS-ARQRCB.
       0200-FIM.
      *-----------------------------------------------------
       0202-TESTAR-JANELA.
           MOVE 0 TO WRK-JAN-ACHOU.
           PERFORM 0203-COMPARAR-JANELA
               VARYING WRK-JAN-IDX FROM 1 BY 1
               UNTIL WRK-JAN-IDX > WRK-JAN-QTD
                  OR WRK-JAN-ACHOU = 1.
      *-----------------------------------------------------
       0203-COMPARAR-JANELA.
           IF WRK-JAN-USADO (WRK-JAN-IDX) = 0
              AND WRK-JAN-CODIGO (WRK-JAN-IDX) = RCB-CODIGO
              AND WRK-JAN-NUMERO (WRK-JAN-IDX) = RCB-NUMERO
              AND WRK-JAN-VALOR (WRK-JAN-IDX) = RCB-VALOR
              AND WRK-JAN-DATA (WRK-JAN-IDX) = RCB-DATA
              MOVE 1 TO WRK-JAN-USADO (WRK-JAN-IDX)
              MOVE WRK-JAN-TIPO (WRK-JAN-IDX) TO WRK-JAN-TIPO-ACHADO
              MOVE 1 TO WRK-JAN-ACHOU.
      *-----------------------------------------------------
      * RECIBO DA JANELA DE REINICIO: JA FOI BAIXADO (ARQPAG),
      * VIROU CREDITO (ARQCRD) OU FOI SUSPENSO (ARQDUP) ANTES
      * DA QUEDA. ENTRA SO NOS TOTAIS, SEM BAIXAR NEM GRAVAR
      * DE NOVO. O BAIXADO CONTA COMO QUITACAO SE A FATURA
      * FICOU PAGA E NAO HA OUTRO RECIBO DELA ADIANTE NA
      * JANELA; QUITADA ABAIXO DO VALOR FOI PELO LIQUIDO.
      * DESCONTOS E VARIACOES JA VOLTARAM PELO ARQAJU E O
      * RECIBO COM ENCARGOS NAO CAI NA JANELA (0222)
      *-----------------------------------------------------
       0204-REPOR-RECIBO.
           IF WRK-JAN-TIPO-ACHADO = 'C'
              ADD 1 TO WRK-QTD-CREDITOS
              DISPLAY 'JA CREDITADO ' RCB-CODIGO '/' RCB-NUMERO
                      ' ANTES DO REINICIO'
              GO TO 0204-FIM.
           IF WRK-JAN-TIPO-ACHADO = 'S'
              ADD 1 TO WRK-QTD-SUSPENSOS
              DISPLAY 'JA SUSPENSO ' RCB-CODIGO '/' RCB-NUMERO
                      ' ANTES DO REINICIO'
              GO TO 0204-FIM.
           ADD RCB-VALOR TO WRK-TOT-BAIXADO.
           DISPLAY 'JA BAIXADO ' RCB-CODIGO '/' RCB-NUMERO
                   ' ANTES DO REINICIO'.
           MOVE RCB-CODIGO TO FAT-CODIGO.
           MOVE RCB-NUMERO TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   GO TO 0204-FIM
           END-READ.
           PERFORM 0206-BUSCAR-POSTERIOR.
           IF FAT-STATUS NOT = 'P' OR WRK-JAN-POSTERIOR = 1
              ADD 1 TO WRK-QTD-PARCIAIS
              GO TO 0204-FIM.
           ADD 1 TO WRK-QTD-QUITADAS.
           IF FAT-VALOR-PAGO NOT = FAT-VALOR
              ADD 1 TO WRK-QTD-LIQUIDAS.
       0204-FIM.
      *-----------------------------------------------------
       0206-BUSCAR-POSTERIOR.
           MOVE 0 TO WRK-JAN-POSTERIOR.
           PERFORM 0207-COMPARAR-POSTERIOR
               VARYING WRK-JAN-POS FROM 1 BY 1
               UNTIL WRK-JAN-POS > WRK-JAN-QTD
                  OR WRK-JAN-POSTERIOR = 1.
      *-----------------------------------------------------
       0207-COMPARAR-POSTERIOR.
           IF WRK-JAN-USADO (WRK-JAN-POS) = 0
              AND WRK-JAN-TIPO (WRK-JAN-POS) = 'P'
              AND WRK-JAN-CODIGO (WRK-JAN-POS) = RCB-CODIGO
              AND WRK-JAN-NUMERO (WRK-JAN-POS) = RCB-NUMERO
              MOVE 1 TO WRK-JAN-POSTERIOR.
      *-----------------------------------------------------
       0205-TESTAR-DUPLICADO.
           MOVE 0 TO WRK-DUPLICADO.
              AND WRK-ACR-NUMERO (WRK-ACR-IDX) = FAT-NUMERO
              ADD WRK-ACR-VALOR (WRK-ACR-IDX) TO WRK-ENCARGOS.
      *-----------------------------------------------------
      * RETENCAO NA FONTE PREVISTA PELO PROG067 NO ARQRTF: O
      * CLIENTE QUE RETEM PAGA O LIQUIDO E O RESTANTE VEM NO
      * COMPROVANTE DE RETENCAO, COBRADO PELO PROG147
      *-----------------------------------------------------
       0217-BUSCAR-RETENCAO.
           MOVE ZEROS TO WRK-RETIDO.
           IF WRK-TEM-RETENCAO = 1
              MOVE FAT-CHAVE TO RTF-CHAVE
              READ ARQRTF
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE RTF-TOTAL TO WRK-RETIDO
              END-READ.
      *-----------------------------------------------------
      * FATURA EM MOEDA ESTRANGEIRA (ARQFME DO PROG067): O
      * RECIBO EM REAIS VIRA MOEDA PELA TAXA DO DIA DO
      * PAGAMENTO (PROG209) E BAIXA A FATURA PELO EQUIVALENTE
      * NA TAXA DA EMISSAO. O QUE PASSA DO SALDO NA MOEDA
      * SEGUE COMO EXCESSO EM REAIS (ENCARGOS OU EXCECAO). A
      * DIFERENCA ENTRE O PRINCIPAL RECEBIDO E O BAIXADO E A
      * VARIACAO CAMBIAL. SEM TAXA DO DIA O RECIBO VAI PARA
      * AS EXCECOES
      *-----------------------------------------------------
       0210-CONVERTER-RECIBO.
           MOVE 1 TO WRK-CAMBIO-OK.
           MOVE 0 TO WRK-FATURA-MOEDA.
           MOVE RCB-VALOR TO WRK-VALOR-RECIBO.
           IF WRK-TEM-MOEDAS = 0
              GO TO 0210-FIM.
           MOVE FAT-CHAVE TO FME-CHAVE.
           READ ARQFME
               INVALID KEY
                   GO TO 0210-FIM
           END-READ.
           MOVE 1 TO WRK-FATURA-MOEDA.
           MOVE FME-MOEDA TO WRK-CB-MOEDA.
           MOVE RCB-DATA  TO WRK-CB-DATA.
           CALL 'PROG209' USING WRK-CB-MOEDA, WRK-CB-DATA,
                                WRK-CB-TAXA, WRK-CB-DATA-TAXA,
                                WRK-CB-RESULT.
           IF WRK-CB-RESULT NOT = 'V'
              DISPLAY 'EXCECAO... ' RCB-CODIGO '/' RCB-NUMERO
                      ' SEM TAXA DE CAMBIO ' FME-MOEDA
                      ' EM ' RCB-DATA
              ADD 1 TO WRK-QTD-EXCECOES
              MOVE 0 TO WRK-CAMBIO-OK
              GO TO 0210-FIM.
           COMPUTE WRK-SALDO-MOEDA = FME-VALOR-MOEDA - FME-PAGO-MOEDA.
           COMPUTE WRK-PAGO-MOEDA ROUNDED = RCB-VALOR / WRK-CB-TAXA.
           IF WRK-PAGO-MOEDA NOT < WRK-SALDO-MOEDA
              MOVE WRK-SALDO-MOEDA TO WRK-PAGO-MOEDA
              COMPUTE WRK-PRINCIPAL-DIA ROUNDED =
                      WRK-SALDO-MOEDA * WRK-CB-TAXA
              IF WRK-PRINCIPAL-DIA > RCB-VALOR
                 MOVE RCB-VALOR TO WRK-PRINCIPAL-DIA
              END-IF
              MOVE WRK-SALDO TO WRK-PRINCIPAL-EMI
           ELSE
              MOVE RCB-VALOR TO WRK-PRINCIPAL-DIA
              COMPUTE WRK-PRINCIPAL-EMI ROUNDED =
                      WRK-PAGO-MOEDA * FME-TAXA-EMISSAO
              IF WRK-PRINCIPAL-EMI > WRK-SALDO
                 MOVE WRK-SALDO TO WRK-PRINCIPAL-EMI.
           COMPUTE WRK-VALOR-RECIBO = WRK-PRINCIPAL-EMI
                   + RCB-VALOR - WRK-PRINCIPAL-DIA.
           COMPUTE WRK-VARIACAO = WRK-PRINCIPAL-DIA
                   - WRK-PRINCIPAL-EMI.
       0210-FIM.
      *-----------------------------------------------------
      * O RECIBO PODE COBRIR SALDO MAIS ENCARGOS DE MORA DO
      * ARQACR; O QUE EXCEDE O PRINCIPAL E RECEITA DE
      * ENCARGOS E NAO ENTRA NO VALOR PAGO DA FATURA; COMO NAO
      * FICA EM ARQUIVO, O RECIBO COM ENCARGOS ANTECIPA O PONTO
      * DE CONTROLE PARA ANTES DO RECIBO SEGUINTE. FATURA
      * COM RETENCAO NA FONTE E QUITADA QUANDO O PAGO ALCANCA
      * O LIQUIDO (VALOR MENOS RETENCAO); O VALOR PAGO GUARDA
      * SO O QUE ENTROU EM CAIXA. O DESCONTO POR PONTUALIDADE
      * CONCEDIDO REDUZ O VALOR DA FATURA, COMO A NOTA DE
      * CREDITO DO PROG091
      *-----------------------------------------------------
       0220-APLICAR-RECIBO.
           IF FAT-STATUS NOT = 'A'
              PERFORM 0270-GRAVAR-CREDITO
           ELSE
              COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO
              PERFORM 0210-CONVERTER-RECIBO THRU 0210-FIM
              IF WRK-CAMBIO-OK = 1
                 PERFORM 0222-BAIXAR-FATURA.
      *-----------------------------------------------------
      * NA FATURA EM MOEDA O VALOR DO RECIBO QUE BAIXA A
      * FATURA E O EQUIVALENTE NA TAXA DA EMISSAO; PARA AS
      * DEMAIS E O PROPRIO RECIBO
      *-----------------------------------------------------
       0222-BAIXAR-FATURA.
           PERFORM 0215-BUSCAR-ENCARGOS.
           IF WRK-VALOR-RECIBO > WRK-SALDO + WRK-ENCARGOS
              MOVE WRK-SALDO TO WRK-VALOR-ED
              DISPLAY 'EXCECAO... ' RCB-CODIGO '/' RCB-NUMERO
                      ' VALOR ACIMA DO SALDO ' WRK-VALOR-ED
              ADD 1 TO WRK-QTD-EXCECOES
           ELSE
              IF WRK-VALOR-RECIBO > WRK-SALDO
                 MOVE WRK-SALDO TO WRK-APLICADO
                 COMPUTE WRK-ENC-RECEBIDO =
                         WRK-VALOR-RECIBO - WRK-SALDO
              ELSE
                 MOVE WRK-VALOR-RECIBO TO WRK-APLICADO
                 MOVE ZEROS TO WRK-ENC-RECEBIDO
              END-IF
              ADD WRK-APLICADO TO FAT-VALOR-PAGO
              ADD WRK-ENC-RECEBIDO TO WRK-TOT-ENCARGOS
              PERFORM 0217-BUSCAR-RETENCAO
              PERFORM 0230-CALCULAR-DESCONTO THRU 0230-FIM
              IF WRK-DESCONTO NOT = 0
                 SUBTRACT WRK-DESCONTO FROM FAT-VALOR
              END-IF
              IF FAT-VALOR-PAGO = FAT-VALOR
                 OR (WRK-RETIDO NOT = 0 AND
                     FAT-VALOR-PAGO + WRK-RETIDO NOT < FAT-VALOR)
                 MOVE 'P' TO FAT-STATUS
                 ADD 1 TO WRK-QTD-QUITADAS
                 DISPLAY 'QUITADA... ' RCB-CODIGO '/' RCB-NUMERO
                 IF FAT-VALOR-PAGO NOT = FAT-VALOR
                    ADD 1 TO WRK-QTD-LIQUIDAS
                    MOVE WRK-RETIDO TO WRK-VALOR-ED
                    DISPLAY '  PELO LIQUIDO, RETIDO NA FONTE '
                            WRK-VALOR-ED
                 END-IF
                 IF WRK-DESCONTO NOT = 0
                    MOVE WRK-DESCONTO TO WRK-VALOR-ED
                    DISPLAY '  DESCONTO POR PONTUALIDADE '
                            WRK-VALOR-ED
                    PERFORM 0240-GRAVAR-DESCONTO
                 END-IF
                 IF WRK-ENC-RECEBIDO NOT = 0
                    MOVE WRK-ENC-RECEBIDO TO WRK-VALOR-ED
                    DISPLAY '  ENCARGOS RECEBIDOS ' WRK-VALOR-ED
                    MOVE WRK-CKP-INTERVALO TO WRK-CKP-CONTADOR
                 END-IF
              ELSE
                 ADD 1 TO WRK-QTD-PARCIAIS
                 COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO
                 MOVE WRK-SALDO TO WRK-VALOR-ED
                 DISPLAY 'PARCIAL... ' RCB-CODIGO '/' RCB-NUMERO
                         ' SALDO ' WRK-VALOR-ED
              END-IF
              REWRITE REG-FATURA
              PERFORM 0250-GRAVAR-PAGAMENTO
              IF WRK-FATURA-MOEDA = 1
                 PERFORM 0245-BAIXAR-MOEDA.
      *-----------------------------------------------------
      * DESCONTO POR PONTUALIDADE DA CONDICAO DO CLIENTE
      * (ARQCPG/ARQCTE): RECIBO DATADO ATE N DIAS ANTES DO
      * VENCIMENTO QUE, SOMADO AO JA PAGO E A RETENCAO, SO
      * DEIXA DE COBRIR A FATURA ATE O PERCENTUAL DA CONDICAO
      * QUITA A FATURA; A DIFERENCA E O DESCONTO CONCEDIDO
      *-----------------------------------------------------
       0230-CALCULAR-DESCONTO.
           MOVE ZEROS TO WRK-DESCONTO.
           IF WRK-TEM-TERMOS = 0
              OR RCB-DATA > FAT-VENCIMENTO
              OR FAT-VALOR-PAGO + WRK-RETIDO NOT < FAT-VALOR
              GO TO 0230-FIM.
           PERFORM 0235-BUSCAR-TERMO.
           IF WRK-TERMO-CLI = 0
              GO TO 0230-FIM.
           MOVE WRK-TERMO-CLI TO REG-CPG-CODIGO.
           READ ARQCPG
               INVALID KEY
                   GO TO 0230-FIM
           END-READ.
           IF REG-CPG-STATUS NOT = 'A'
              OR REG-CPG-DESC-PERC = 0
              GO TO 0230-FIM.
           MOVE 'D' TO WRK-DT-FUNCAO.
           MOVE RCB-DATA TO WRK-DT-DATA1.
           MOVE FAT-VENCIMENTO TO WRK-DT-DATA2.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              OR WRK-DT-DIAS < REG-CPG-DESC-DIAS
              GO TO 0230-FIM.
           COMPUTE WRK-DESC-MAXIMO ROUNDED =
                   FAT-VALOR * REG-CPG-DESC-PERC / 100.
           COMPUTE WRK-FALTA = FAT-VALOR - FAT-VALOR-PAGO
                   - WRK-RETIDO.
           IF WRK-FALTA NOT > WRK-DESC-MAXIMO
              MOVE WRK-FALTA TO WRK-DESCONTO.
       0230-FIM.
      *-----------------------------------------------------
       0235-BUSCAR-TERMO.
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
      * O DESCONTO VAI AO ARQAJU COMO MOVIMENTO PROPRIO (TIPO
      * D, MOTIVO PON) PARA O PROG071 LEVAR A CONTABILIDADE
      *-----------------------------------------------------
       0240-GRAVAR-DESCONTO.
           OPEN EXTEND ARQAJU.
           IF FS-ARQAJU-STATUS = '35'
              OPEN OUTPUT ARQAJU.
           IF FS-ARQAJU-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQAJU.... ' FS-ARQAJU-STATUS
              ADD 1 TO WRK-QTD-EXCECOES
           ELSE
              MOVE SPACES TO REG-AJU
              MOVE FAT-CODIGO   TO AJU-CODIGO
              MOVE 'D'          TO AJU-TIPO
              MOVE FAT-NUMERO   TO AJU-NUMERO
              MOVE WRK-DESCONTO TO AJU-VALOR
              MOVE 'PON'        TO AJU-MOTIVO
              MOVE RCB-DATA     TO AJU-DATA
              MOVE 'PROG068'    TO AJU-OPERADOR
              WRITE REG-AJU
              ADD 1 TO WRK-AJU-GRAVADOS
              CLOSE ARQAJU.
           ADD 1 TO WRK-QTD-DESCONTOS.
           ADD WRK-DESCONTO TO WRK-TOT-DESCONTOS.
      *-----------------------------------------------------
      * O PAGO NA MOEDA ACUMULA NO ARQFME E A VARIACAO VAI AO
      * ARQAJU COMO MOVIMENTO PROPRIO (TIPO V, MOTIVO VCA
      * PARA GANHO E VCP PARA PERDA, VALOR SEM SINAL) PARA O
      * PROG071 LEVAR A CONTABILIDADE
      *-----------------------------------------------------
       0245-BAIXAR-MOEDA.
           ADD WRK-PAGO-MOEDA TO FME-PAGO-MOEDA.
           REWRITE REG-FME.
           IF WRK-VARIACAO NOT = 0
              PERFORM 0247-GRAVAR-VARIACAO.
      *-----------------------------------------------------
       0247-GRAVAR-VARIACAO.
           OPEN EXTEND ARQAJU.
           IF FS-ARQAJU-STATUS = '35'
              OPEN OUTPUT ARQAJU.
           IF FS-ARQAJU-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQAJU.... ' FS-ARQAJU-STATUS
              ADD 1 TO WRK-QTD-EXCECOES
           ELSE
              MOVE SPACES TO REG-AJU
              MOVE FAT-CODIGO   TO AJU-CODIGO
              MOVE 'V'          TO AJU-TIPO
              MOVE FAT-NUMERO   TO AJU-NUMERO
              IF WRK-VARIACAO > 0
                 MOVE WRK-VARIACAO TO AJU-VALOR
                 MOVE 'VCA'        TO AJU-MOTIVO
                 ADD AJU-VALOR     TO WRK-TOT-GANHOS
              ELSE
                 COMPUTE AJU-VALOR = 0 - WRK-VARIACAO
                 MOVE 'VCP'        TO AJU-MOTIVO
                 ADD AJU-VALOR     TO WRK-TOT-PERDAS
              END-IF
              MOVE RCB-DATA     TO AJU-DATA
              MOVE 'PROG068'    TO AJU-OPERADOR
              WRITE REG-AJU
              ADD 1 TO WRK-AJU-GRAVADOS
              CLOSE ARQAJU
              ADD 1 TO WRK-QTD-VARIACOES
              MOVE AJU-VALOR TO WRK-VALOR-ED
              DISPLAY '  VARIACAO CAMBIAL ' AJU-MOTIVO ' '
                      WRK-VALOR-ED.
      *-----------------------------------------------------
       0280-GRAVAR-SUSPENSO.
           MOVE SPACES TO REG-DUP.
              MOVE RCB-NUMERO TO PAG-NUMERO
              MOVE RCB-VALOR  TO PAG-VALOR
              MOVE RCB-DATA   TO PAG-DATA
              WRITE REG-PAG
              ADD 1 TO WRK-PAG-GRAVADOS
              ADD RCB-VALOR TO WRK-TOT-BAIXADO.
           PERFORM 0260-GUARDAR-POSTADO.
      *-----------------------------------------------------
      * O RECIBO RECEM-APLICADO ENTRA NA TABELA DE APLICADOS
              MOVE 'A'        TO CRD-SITUACAO
              WRITE REG-CRD
              ADD 1 TO WRK-QTD-CREDITOS
              ADD 1 TO WRK-CRD-GRAVADOS
              CLOSE ARQCRD.
      *-----------------------------------------------------
      * O ARQPAG E O ARQDUP SAO FECHADOS E REABERTOS PARA QUE
      * O GRAVADO ATE O PONTO DE CONTROLE FIQUE EM DISCO
      *-----------------------------------------------------
       0290-GRAVAR-CHECKPOINT.
           IF FS-ARQPAG-STATUS = '00'
              CLOSE ARQPAG
              OPEN EXTEND ARQPAG
              IF FS-ARQPAG-STATUS NOT = '00'
                 DISPLAY 'ERRO AO REABRIR ARQPAG.. ' FS-ARQPAG-STATUS
                 ADD 1 TO WRK-QTD-EXCECOES.
           IF FS-ARQDUP-STATUS = '00'
              CLOSE ARQDUP
              OPEN EXTEND ARQDUP
              IF FS-ARQDUP-STATUS NOT = '00'
                 DISPLAY 'ERRO AO REABRIR ARQDUP.. ' FS-ARQDUP-STATUS
                 ADD 1 TO WRK-QTD-EXCECOES.
           MOVE WRK-LIDOS TO WRK-CKR-POSICAO.
           PERFORM 0295-GRAVAR-CKR THRU 0295-FIM.
           MOVE 0 TO WRK-CKP-CONTADOR.
      *-----------------------------------------------------
      * O REGISTRO SO E MONTADO COM O ARQCKR ABERTO; A
      * POSICAO VEM EM WRK-CKR-POSICAO (ZERO NO FIM NORMAL)
      *-----------------------------------------------------
       0295-GRAVAR-CKR.
           OPEN OUTPUT ARQCKR.
           IF FS-ARQCKR-STATUS NOT = '00'
              DISPLAY 'ERRO AO GRAVAR ARQCKR... ' FS-ARQCKR-STATUS
              GO TO 0295-FIM.
           MOVE WRK-CKR-POSICAO   TO CKR-POSICAO.
           ACCEPT CKR-DATA FROM DATE YYYYMMDD.
           MOVE WRK-QTD-QUITADAS  TO CKR-QUITADAS.
           MOVE WRK-QTD-LIQUIDAS  TO CKR-LIQUIDAS.
           MOVE WRK-QTD-PARCIAIS  TO CKR-PARCIAIS.
           MOVE WRK-QTD-DESCONTOS TO CKR-DESCONTOS.
           MOVE WRK-TOT-DESCONTOS TO CKR-TOT-DESCONTOS.
           MOVE WRK-TOT-ENCARGOS  TO CKR-TOT-ENCARGOS.
           MOVE WRK-QTD-VARIACOES TO CKR-VARIACOES.
           MOVE WRK-TOT-GANHOS    TO CKR-TOT-GANHOS.
           MOVE WRK-TOT-PERDAS    TO CKR-TOT-PERDAS.
           MOVE WRK-QTD-CREDITOS  TO CKR-CREDITOS.
           MOVE WRK-QTD-SUSPENSOS TO CKR-SUSPENSOS.
           MOVE WRK-QTD-EXCECOES  TO CKR-EXCECOES.
           MOVE WRK-TOT-BAIXADO   TO CKR-TOT-BAIXADO.
           COMPUTE CKR-QTD-PAG = WRK-PAG-EXISTENTES + WRK-PAG-GRAVADOS.
           COMPUTE CKR-QTD-CRD = WRK-CRD-EXISTENTES + WRK-CRD-GRAVADOS.
           COMPUTE CKR-QTD-AJU = WRK-AJU-EXISTENTES + WRK-AJU-GRAVADOS.
           WRITE REG-CKR.
           CLOSE ARQCKR.
       0295-FIM.
      *-----------------------------------------------------
       0300-FINALIZAR.
            IF FS-ARQRCB-STATUS NOT = '35'
               CLOSE ARQPAG.
            IF FS-ARQDUP-STATUS = '00'
               CLOSE ARQDUP.
            IF WRK-TEM-RETENCAO = 1
               CLOSE ARQRTF.
            IF WRK-TEM-MOEDAS = 1
               CLOSE ARQFME.
            IF WRK-TEM-TERMOS = 1
               CLOSE ARQCPG.
            IF WRK-TEM-VINCULOS = 1
               CLOSE ARQCTE.
            IF WRK-RETORNO < 8
               MOVE 0 TO WRK-CKR-POSICAO
               PERFORM 0295-GRAVAR-CKR THRU 0295-FIM.
            DISPLAY '------------------------------------'.
            DISPLAY 'RECEBIMENTOS LIDOS...... ' WRK-LIDOS.
            MOVE WRK-TOT-BAIXADO TO WRK-TOT-ED.
            DISPLAY 'VALOR BAIXADO........... ' WRK-TOT-ED.
            DISPLAY 'FATURAS QUITADAS........ ' WRK-QTD-QUITADAS.
            DISPLAY 'QUITADAS PELO LIQUIDO... ' WRK-QTD-LIQUIDAS.
            DISPLAY 'PAGAMENTOS PARCIAIS..... ' WRK-QTD-PARCIAIS.
            DISPLAY 'COM DESCONTO PONTUAL.... ' WRK-QTD-DESCONTOS.
            MOVE WRK-TOT-DESCONTOS TO WRK-VALOR-ED.
            DISPLAY 'DESCONTOS CONCEDIDOS.... ' WRK-VALOR-ED.
            MOVE WRK-TOT-ENCARGOS TO WRK-VALOR-ED.
            DISPLAY 'ENCARGOS RECEBIDOS...... ' WRK-VALOR-ED.
            DISPLAY 'VARIACOES CAMBIAIS...... ' WRK-QTD-VARIACOES.
            MOVE WRK-TOT-GANHOS TO WRK-VALOR-ED.
            DISPLAY 'GANHOS CAMBIAIS......... ' WRK-VALOR-ED.
            MOVE WRK-TOT-PERDAS TO WRK-VALOR-ED.
            DISPLAY 'PERDAS CAMBIAIS......... ' WRK-VALOR-ED.
            DISPLAY 'CREDITOS EM CONTA....... ' WRK-QTD-CREDITOS.
            DISPLAY 'SUSPENSOS (DUPLICADOS).. ' WRK-QTD-SUSPENSOS.
            DISPLAY 'EXCECOES................ ' WRK-QTD-EXCECOES.
