                  RECORD KEY IS REG-CPG-CODIGO
                  FILE STATUS IS FS-ARQCPG-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQOVR ASSIGN TO UT-S-ARQOVR
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-LIM-CODIGO
                  FILE STATUS IS FS-ARQLIM-STATUS.
           SELECT ARQTXR ASSIGN TO UT-S-ARQTXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TXR-CHAVE
                  FILE STATUS IS FS-ARQTXR-STATUS.
           SELECT ARQTPC ASSIGN TO UT-S-ARQTPC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TPC-CODIGO
                  FILE STATUS IS FS-ARQTPC-STATUS.
           SELECT ARQRTF ASSIGN TO UT-S-ARQRTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RTF-CHAVE
                  FILE STATUS IS FS-ARQRTF-STATUS.
           SELECT ARQFME ASSIGN TO UT-S-ARQFME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FME-CHAVE
                  FILE STATUS IS FS-ARQFME-STATUS.
           SELECT ARQSLD ASSIGN TO UT-S-ARQSLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SLD-PRODUTO
                  FILE STATUS IS FS-ARQSLD-STATUS.
           SELECT ARQMVE ASSIGN TO UT-S-ARQMVE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMVE-STATUS.
           SELECT ARQSCO ASSIGN TO UT-S-ARQSCO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCO-CHAVE
                  FILE STATUS IS FS-ARQSCO-STATUS.
           SELECT ARQSCP ASSIGN TO UT-S-ARQSCP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSCP-STATUS.
           SELECT ARQCKF ASSIGN TO UT-S-ARQCKF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCKF-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQDRV
            05 MVF-VALOR           PIC 9(07)V99.
            05 MVF-EMISSAO         PIC 9(08).
            05 MVF-VENCIMENTO      PIC 9(08).
            05 MVF-MOEDA           PIC X(03).
            05 MVF-VALOR-MOEDA     PIC 9(07)V99.
       FD   ARQMVI
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MVI.
            05 ITF-VALOR        PIC 9(07)V99.
       FD   ARQCPG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONDICAO.
       01   REG-CONDICAO.
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
            05 REG-LIM-CODIGO   PIC 9(05).
            05 REG-LIM-VALOR    PIC 9(07)V99.
            05 REG-LIM-STATUS   PIC X(01).
       FD   ARQTXR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 12 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TAXA.
       01   REG-TAXA.
            05 TXR-CHAVE.
               10 TXR-TIPO      PIC X(01).
               10 TXR-IMPOSTO   PIC X(06).
            05 TXR-ALIQUOTA     PIC 9(02)V99.
            05 TXR-STATUS       PIC X(01).
       FD   ARQTPC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 6 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TPC.
       01   REG-TPC.
            05 TPC-CODIGO       PIC 9(05).
            05 TPC-TIPO         PIC X(01).
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
            05 RTF-TAB-IMPOSTOS REDEFINES RTF-IMPOSTOS.
               10 RTF-VALOR     PIC 9(07)V99 OCCURS 5 TIMES.
            05 RTF-TOTAL        PIC 9(07)V99.
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
       FD   ARQSLD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 33 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ESTOQUE.
       01   REG-ESTOQUE.
            05 SLD-PRODUTO      PIC 9(04).
            05 SLD-SALDO        PIC 9(07).
            05 SLD-RESERVADO    PIC 9(07).
            05 SLD-PONTO-PEDIDO PIC 9(07).
            05 SLD-DATA-MOV     PIC 9(08).
       FD   ARQMVE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MVE.
       01   REG-MVE.
            05 MVE-PRODUTO      PIC 9(04).
            05 MVE-TIPO         PIC X(01).
            05 MVE-SINAL        PIC X(01).
            05 MVE-QTDADE       PIC 9(07).
            05 MVE-DATA         PIC 9(08).
            05 MVE-DOCUMENTO    PIC X(12).
            05 MVE-MOTIVO       PIC X(03).
            05 MVE-OPERADOR     PIC X(08).
       FD   ARQSCO
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 39 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SCO.
       01   REG-SCO.
            05 SCO-CHAVE.
               10 SCO-CODIGO    PIC 9(05).
               10 SCO-DATA      PIC 9(08).
            05 SCO-SCORE        PIC 9(04).
            05 SCO-QTD-RESTR    PIC 9(03).
            05 SCO-VALOR-RESTR  PIC 9(09)V99.
            05 SCO-DATA-CARGA   PIC 9(08).
       FD   ARQSCP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SCP.
       01   REG-SCP.
            05 SCP-SCORE-MINIMO PIC 9(04).
            05 SCP-QUEDA        PIC 9(04).
            05 SCP-DIAS-REVISAO PIC 9(03).
       FD   ARQCKF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CKF.
       01   REG-CKF.
            05 CKF-POSICAO      PIC 9(05).
            05 CKF-DATA         PIC 9(08).
            05 CKF-GRAVADAS     PIC 9(05).
            05 CKF-REJEIT       PIC 9(05).
            05 CKF-BLOQUEIO     PIC 9(05).
            05 CKF-SCORE-BAIXO  PIC 9(05).
            05 CKF-VENC-DIV     PIC 9(05).
            05 CKF-ITEM-DIV     PIC 9(05).
            05 CKF-PRECIFICADOS PIC 9(05).
            05 CKF-PRECO-DIV    PIC 9(05).
            05 CKF-RETENCAO     PIC 9(05).
            05 CKF-BAIXAS       PIC 9(05).
            05 CKF-SEM-SALDO    PIC 9(05).
            05 CKF-MOEDA        PIC 9(05).
            05 CKF-SEM-CAMBIO   PIC 9(05).
            05 CKF-FATURADO     PIC 9(11)V99.
            05 CKF-QTD-MVE      PIC 9(09).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQMVF        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  WRK-OVR-SENHA    PIC X(08) VALUE SPACES.
       77  WRK-QTD-BLOQUEIO PIC 9(05) VALUE 0.
       77  FS-ARQCPG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-TERMOS   PIC 9 VALUE 0.
       77  WRK-TEM-VINCULOS PIC 9 VALUE 0.
       77  WRK-TERMO-CLI    PIC 9(02) VALUE 0.
       77  WRK-VENC-OK      PIC 9 VALUE 1.
       77  WRK-QTD-VENC-DIV PIC 9(05) VALUE 0.
       77  WRK-SOMA-ITENS   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ITENS-FAT    PIC 9(03) VALUE 0.
       77  WRK-QTD-ITEM-DIV PIC 9(05) VALUE 0.
       77  WRK-PR-CODIGO    PIC 9(05) VALUE ZEROS.
       77  WRK-PR-PRODUTO   PIC 9(04) VALUE ZEROS.
       77  WRK-PR-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-PR-PRECO     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PR-ORIGEM    PIC X(01) VALUE SPACE.
       77  WRK-VALOR-TABELA PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-PRECO-DIV PIC 9(05) VALUE 0.
       77  WRK-QTD-PRECIFICADOS PIC 9(05) VALUE 0.
       77  FS-ARQSLD-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVE-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-ESTOQUE  PIC 9 VALUE 0.
       77  WRK-TEM-MOVIMENTO PIC 9 VALUE 0.
       77  WRK-DATA-MOV     PIC 9(08) VALUE ZEROS.
       77  WRK-BAIXA        PIC 9(07) VALUE ZEROS.
       77  FS-ARQMVE        PIC X VALUE 'N'.
       77  WRK-MVE-EXISTENTES PIC 9(09) VALUE 0.
       77  WRK-MVE-GRAVADAS PIC 9(09) VALUE 0.
       01  WRK-TAB-SAIDAS.
           05 WRK-TAB-SAI-ENTRY OCCURS 500 TIMES.
               10 WRK-SAI-DOCUMENTO PIC X(12).
               10 WRK-SAI-PRODUTO  PIC 9(04).
               10 WRK-SAI-QTDADE   PIC 9(07).
               10 WRK-SAI-USADO    PIC 9.
       77  WRK-SAI-QTD      PIC 9(03) VALUE 0.
       77  WRK-SAI-IDX      PIC 9(03) VALUE 0.
       77  WRK-SAI-ACHOU    PIC 9 VALUE 0.
       77  WRK-SAI-DOC      PIC X(12) VALUE SPACES.
       77  WRK-QTD-BAIXAS   PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-SALDO PIC 9(05) VALUE 0.
       77  FS-ARQTXR-STATUS PIC XX VALUE '00'.
       77  FS-ARQTPC-STATUS PIC XX VALUE '00'.
       77  FS-ARQRTF-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-RETENCAO PIC 9 VALUE 0.
       77  WRK-TEM-TIPOS    PIC 9 VALUE 0.
       01  WRK-NOMES-IMPOSTOS.
           05 FILLER        PIC X(06) VALUE 'ISS   '.
           05 FILLER        PIC X(06) VALUE 'IRRF  '.
           05 FILLER        PIC X(06) VALUE 'PIS   '.
           05 FILLER        PIC X(06) VALUE 'COFINS'.
           05 FILLER        PIC X(06) VALUE 'CSLL  '.
       01  WRK-TAB-IMPOSTOS REDEFINES WRK-NOMES-IMPOSTOS.
           05 WRK-IMP-NOME  PIC X(06) OCCURS 5 TIMES.
       77  WRK-IMP-IDX      PIC 9(01) VALUE 0.
       77  WRK-TIPO-CLI     PIC X(01) VALUE SPACE.
       77  WRK-LIQUIDO      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-RETENCAO PIC 9(05) VALUE 0.
       77  FS-ARQSCO-STATUS PIC XX VALUE '00'.
       77  FS-ARQSCP-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-SCORE    PIC 9 VALUE 0.
       77  WRK-SCORE-MINIMO PIC 9(04) VALUE 300.
       77  WRK-FIM-SCO      PIC X VALUE 'N'.
       77  WRK-SCO-ACHOU    PIC 9 VALUE 0.
       77  WRK-SCO-SCORE    PIC 9(04) VALUE ZEROS.
       77  WRK-SCO-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-SCO-RESTR    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-SCORE-BAIXO PIC 9(05) VALUE 0.
       77  FS-ARQFME-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-MOEDAS   PIC 9 VALUE 0.
       77  WRK-FATURA-MOEDA PIC 9 VALUE 0.
       77  WRK-MOEDA-OK     PIC 9 VALUE 1.
       77  WRK-CB-MOEDA     PIC X(03) VALUE SPACES.
       77  WRK-CB-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-CB-TAXA      PIC 9(03)V9(06) VALUE ZEROS.
       77  WRK-CB-DATA-TAXA PIC 9(08) VALUE ZEROS.
       77  WRK-CB-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-VALOR-REAIS  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TAXA-ED      PIC ZZ9,999999 VALUE ZEROS.
       77  WRK-QTD-MOEDA    PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-CAMBIO PIC 9(05) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIDAS        PIC 9(05) VALUE 0.
       77  WRK-QTD-GRAVADAS PIC 9(05) VALUE 0.
       77  WRK-QTD-REJEIT   PIC 9(05) VALUE 0.
       77  WRK-TOT-FATURADO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  FS-ARQCKF-STATUS PIC XX VALUE '00'.
       77  WRK-CKP-INTERVALO PIC 9(05) VALUE 100.
       77  WRK-CKP-CONTADOR PIC 9(05) VALUE 0.
       77  WRK-CKP-POSICAO  PIC 9(05) VALUE 0.
       77  WRK-CKF-POSICAO  PIC 9(05) VALUE 0.
       77  WRK-CKP-LIMITE   PIC 9(05) VALUE 0.
       77  WRK-CKP-QTD-MVE  PIC 9(09) VALUE 0.
       77  WRK-SALTADAS     PIC 9(05) VALUE 0.
       77  WRK-REPETIDA     PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-ARQMVF = 'F'.
            PERFORM 0300-FINALIZAR.
           MOVE 'ENTRADA FT' TO WRK-DRV-ETAPA.
             ELSE
                DISPLAY 'ARQUIVO DE LIMITES AUSENTE, SEM CONTROLE'.
           PERFORM 0140-CARREGAR-NOTAS.
           PERFORM 0160-ABRIR-SCORES.
           PERFORM 0130-LER-LIBERACAO.
           OPEN INPUT ARQCPG.
             IF FS-ARQCPG-STATUS = '00'
                MOVE 1 TO WRK-TEM-TERMOS
                PERFORM 0125-ABRIR-VINCULOS
             ELSE
                DISPLAY 'CONDICOES DE PAGAMENTO AUSENTES, '
                        'VENCIMENTO DIGITADO VALE'.
           PERFORM 0180-LER-CHECKPOINT.
           PERFORM 0120-CARREGAR-ITENS THRU 0120-FIM.
           PERFORM 0150-CARREGAR-RETENCOES THRU 0150-FIM.
           PERFORM 0170-ABRIR-MOEDAS.
           DISPLAY 'ENTRADA DE FATURAS'.
           DISPLAY '------------------------------------'.
           READ ARQMVF AT END
             IF FS-ARQMVF = 'F'
                DISPLAY 'NENHUMA TRANSACAO DE FATURA'
                MOVE 4 TO WRK-RETORNO.
           PERFORM 0185-SALTAR-TRANSACAO
               UNTIL FS-ARQMVF = 'F'
                  OR WRK-SALTADAS = WRK-CKP-POSICAO.
             IF FS-ARQMVF = 'F' AND WRK-RETORNO NOT = 4
                DISPLAY 'NENHUMA TRANSACAO APOS O PONTO DE REINICIO'
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
      * PONTO DE CONTROLE DA ENTRADA EM LOTE (ARQCKF): A CADA
      * WRK-CKP-INTERVALO TRANSACOES GRAVA A POSICAO NO ARQMVF
      * E OS TOTAIS ACUMULADOS. SE A RODADA ANTERIOR NAO
      * CHEGOU AO FIM, A NOVA RETOMA DEPOIS DA POSICAO GRAVADA
      * COM OS TOTAIS DELA, SEM FATURAR DE NOVO O QUE JA ENTROU.
      * AS SAIDAS QUE O ARQMVE GANHOU DEPOIS DO PONTO FORMAM A
      * JANELA DOS ITENS JA BAIXADOS ANTES DA QUEDA
      *-----------------------------------------------------
       0180-LER-CHECKPOINT.
           OPEN INPUT ARQCKF.
           IF FS-ARQCKF-STATUS = '00'
              READ ARQCKF
                  AT END
                      MOVE ZEROS TO REG-CKF
              END-READ
              IF CKF-POSICAO NUMERIC AND CKF-POSICAO NOT = 0
                 MOVE CKF-POSICAO      TO WRK-CKP-POSICAO
                 MOVE CKF-POSICAO      TO WRK-LIDAS
                 MOVE CKF-GRAVADAS     TO WRK-QTD-GRAVADAS
                 MOVE CKF-REJEIT       TO WRK-QTD-REJEIT
                 MOVE CKF-BLOQUEIO     TO WRK-QTD-BLOQUEIO
                 MOVE CKF-SCORE-BAIXO  TO WRK-QTD-SCORE-BAIXO
                 MOVE CKF-VENC-DIV     TO WRK-QTD-VENC-DIV
                 MOVE CKF-ITEM-DIV     TO WRK-QTD-ITEM-DIV
                 MOVE CKF-PRECIFICADOS TO WRK-QTD-PRECIFICADOS
                 MOVE CKF-PRECO-DIV    TO WRK-QTD-PRECO-DIV
                 MOVE CKF-RETENCAO     TO WRK-QTD-RETENCAO
                 MOVE CKF-BAIXAS       TO WRK-QTD-BAIXAS
                 MOVE CKF-SEM-SALDO    TO WRK-QTD-SEM-SALDO
                 MOVE CKF-MOEDA        TO WRK-QTD-MOEDA
                 MOVE CKF-SEM-CAMBIO   TO WRK-QTD-SEM-CAMBIO
                 MOVE CKF-FATURADO     TO WRK-TOT-FATURADO
                 MOVE CKF-QTD-MVE      TO WRK-CKP-QTD-MVE
                 COMPUTE WRK-CKP-LIMITE =
                         CKF-POSICAO + WRK-CKP-INTERVALO
                 DISPLAY 'REINICIO APOS A TRANSACAO ' CKF-POSICAO
                         ' DO PONTO DE CONTROLE DE ' CKF-DATA
              END-IF
              CLOSE ARQCKF.
      *-----------------------------------------------------
       0185-SALTAR-TRANSACAO.
           ADD 1 TO WRK-SALTADAS.
           READ ARQMVF AT END
                       MOVE 'F' TO FS-ARQMVF.
      *-----------------------------------------------------
      * ITENS DE FATURA DO LOTE (ARQMVI): A TRANSACAO PODE
      * VIR DETALHADA POR PRODUTO; OS ITENS PRECISAM SOMAR O
      * VALOR DA FATURA E, ACEITOS, VAO PARA O ARQITF QUE O
                 DISPLAY 'ERRO AO ABRIR ARQITF.... '
                         FS-ARQITF-STATUS
              ELSE
                 MOVE 1 TO WRK-TEM-ITENS
                 PERFORM 0124-ABRIR-ESTOQUE.
       0120-FIM.
      *-----------------------------------------------------
      * ITEM ACEITO BAIXA O SALDO DO PRODUTO NO ARQSLD DO
      * PROG158 E GRAVA A SAIDA NO ARQMVE; SEM O ARQSLD A
      * ENTRADA DE FATURAS SEGUE SEM CONTROLE DE ESTOQUE
      *-----------------------------------------------------
       0124-ABRIR-ESTOQUE.
           ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD.
           OPEN I-O ARQSLD.
           IF FS-ARQSLD-STATUS NOT = '00'
              DISPLAY 'ESTOQUE AUSENTE, ITENS SEM BAIXA'
           ELSE
              MOVE 1 TO WRK-TEM-ESTOQUE
              PERFORM 0126-CONTAR-SAIDAS
              OPEN EXTEND ARQMVE
              IF FS-ARQMVE-STATUS = '35'
                 OPEN OUTPUT ARQMVE
              END-IF
              IF FS-ARQMVE-STATUS = '00'
                 MOVE 1 TO WRK-TEM-MOVIMENTO
              ELSE
                 DISPLAY 'ERRO AO ABRIR ARQMVE.... '
                         FS-ARQMVE-STATUS.
      *-----------------------------------------------------
      * SAIDAS JA GRAVADAS NO ARQMVE: A CONTAGEM VAI AO PONTO
      * DE CONTROLE; NO REINICIO, AS SAIDAS DESTA ENTRADA
      * GRAVADAS DEPOIS DO PONTO SAO GUARDADAS PARA A FATURA
      * JA GRAVADA (0226) REPOR AS BAIXAS NOS TOTAIS
      *-----------------------------------------------------
       0126-CONTAR-SAIDAS.
           OPEN INPUT ARQMVE.
           IF FS-ARQMVE-STATUS NOT = '00'
              MOVE '00' TO FS-ARQMVE-STATUS
           ELSE
              READ ARQMVE AT END
                          MOVE 'F' TO FS-ARQMVE
              END-READ
              PERFORM 0127-CONTAR-SAIDA
                  UNTIL FS-ARQMVE = 'F'
              CLOSE ARQMVE.
      *-----------------------------------------------------
       0127-CONTAR-SAIDA.
           ADD 1 TO WRK-MVE-EXISTENTES.
           IF WRK-CKP-POSICAO NOT = 0
              AND WRK-MVE-EXISTENTES > WRK-CKP-QTD-MVE
              AND MVE-OPERADOR = 'PROG067'
              AND MVE-TIPO = 'S'
              IF WRK-SAI-QTD > 499
                 DISPLAY 'JANELA DE REINICIO EXCEDE O LIMITE DE 500'
              ELSE
                 ADD 1 TO WRK-SAI-QTD
                 MOVE MVE-DOCUMENTO TO WRK-SAI-DOCUMENTO (WRK-SAI-QTD)
                 MOVE MVE-PRODUTO   TO WRK-SAI-PRODUTO (WRK-SAI-QTD)
                 MOVE MVE-QTDADE    TO WRK-SAI-QTDADE (WRK-SAI-QTD)
                 MOVE 0             TO WRK-SAI-USADO (WRK-SAI-QTD).
           READ ARQMVE AT END
                       MOVE 'F' TO FS-ARQMVE.
      *-----------------------------------------------------
       0122-GUARDAR-ITEM.
           IF WRK-ITM-QTD > 499
      * VINCULO CLIENTE-CONDICAO DO ARQCTE (PROG100); SEM O
      * VINCULO O CLIENTE SEGUE COM O VENCIMENTO DIGITADO
      *-----------------------------------------------------
       0125-ABRIR-VINCULOS.
           OPEN INPUT ARQCTE.
           IF FS-ARQCTE-STATUS = '00'
              MOVE 1 TO WRK-TEM-VINCULOS.
      *-----------------------------------------------------
      * CARTAO DE LIBERACAO ARQOVR: SOMENTE UM SUPERVISOR
      * NIVEL 2 DO ARQOPE PODE AUTORIZAR A ENTRADA DE FATURAS
              MOVE RAT-NOTA   TO WRK-RAT-NOTA (WRK-RAT-QTD)
              READ ARQRAT AT END
                          MOVE 'F' TO FS-ARQRAT.
      *-----------------------------------------------------
      * SCORE DO BUREAU DE CREDITO NO HISTORICO ARQSCO
      * (PROG174): FATURA DE CLIENTE CUJA ULTIMA CONSULTA
      * FICOU ABAIXO DO MINIMO DO CARTAO ARQSCP (PADRAO 300)
      * ENTRA, MAS SAI COM AVISO NA LISTAGEM. SEM O HISTORICO
      * A ENTRADA SEGUE SEM O AVISO
      *-----------------------------------------------------
       0160-ABRIR-SCORES.
           OPEN INPUT ARQSCO.
           IF FS-ARQSCO-STATUS = '00'
              MOVE 1 TO WRK-TEM-SCORE
              OPEN INPUT ARQSCP
              IF FS-ARQSCP-STATUS = '00'
                 READ ARQSCP
                     NOT AT END
                         IF SCP-SCORE-MINIMO NUMERIC
                            MOVE SCP-SCORE-MINIMO TO WRK-SCORE-MINIMO
                         END-IF
                 END-READ
                 CLOSE ARQSCP.
      *-----------------------------------------------------
      * RETENCAO NA FONTE: ALIQUOTAS POR TIPO DE CLIENTE NO
      * ARQTXR E TIPO DE CADA CLIENTE NO ARQTPC (PROG146). A
      * RETENCAO PREVISTA DA FATURA VAI PARA O ARQRTF, PELA
      * MESMA CHAVE DA FATURA, PARA O PROG068 ACEITAR O
      * LIQUIDO COMO QUITACAO E O PROG147 COBRAR OS
      * COMPROVANTES. SEM AS ALIQUOTAS A ENTRADA SEGUE SEM
      * RETENCAO
      *-----------------------------------------------------
       0150-CARREGAR-RETENCOES.
           OPEN INPUT ARQTXR.
           IF FS-ARQTXR-STATUS NOT = '00'
              GO TO 0150-FIM.
           OPEN I-O ARQRTF.
           IF FS-ARQRTF-STATUS = '35'
              OPEN OUTPUT ARQRTF
              CLOSE ARQRTF
              OPEN I-O ARQRTF.
           IF FS-ARQRTF-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQRTF.... ' FS-ARQRTF-STATUS
              CLOSE ARQTXR
              GO TO 0150-FIM.
           MOVE 1 TO WRK-TEM-RETENCAO.
           OPEN INPUT ARQTPC.
           IF FS-ARQTPC-STATUS = '00'
              MOVE 1 TO WRK-TEM-TIPOS.
       0150-FIM.
      *-----------------------------------------------------
      *-----------------------------------------------------
      * FATURA EM MOEDA ESTRANGEIRA: O VALOR NA MOEDA E A
      * TAXA DA EMISSAO FICAM NO ARQFME, PELA MESMA CHAVE DA
      * FATURA, PARA O PROG068 APURAR A VARIACAO CAMBIAL NO
      * RECEBIMENTO. SEM O ARQFME A FATURA EM MOEDA E
      * REJEITADA
      *-----------------------------------------------------
       0170-ABRIR-MOEDAS.
           OPEN I-O ARQFME.
           IF FS-ARQFME-STATUS = '35'
              OPEN OUTPUT ARQFME
              CLOSE ARQFME
              OPEN I-O ARQFME.
           IF FS-ARQFME-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQFME.... ' FS-ARQFME-STATUS
                      ' -- SEM FATURAS EM MOEDA'
           ELSE
              MOVE 1 TO WRK-TEM-MOEDAS.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF WRK-CKP-CONTADOR NOT < WRK-CKP-INTERVALO
              PERFORM 0260-GRAVAR-CHECKPOINT.
           ADD 1 TO WRK-CKP-CONTADOR.
           ADD 1 TO WRK-LIDAS.
           MOVE MVF-CODIGO TO REG-CODIGO.
           READ CLIENTES
                         ADD 1 TO WRK-QTD-REJEIT
                         ADD 1 TO WRK-QTD-BLOQUEIO
                      ELSE
                         PERFORM 0203-CONVERTER-MOEDA THRU 0203-FIM
                         IF WRK-MOEDA-OK = 1
                            PERFORM 0204-CONFERIR-FATURA
                         END-IF
                      END-IF
                   END-IF
           READ ARQMVF AT END
                       MOVE 'F' TO FS-ARQMVF.
      *-----------------------------------------------------
      * TRANSACAO EM MOEDA ESTRANGEIRA (MVF-MOEDA DIFERENTE
      * DE BRANCO E DE BRL) TRAZ O VALOR NA MOEDA; A FATURA
      * SAI EM REAIS PELA TAXA DO DIA DA EMISSAO (OU A ULTIMA
      * ANTERIOR) DA TABELA DE CAMBIO DO PROG208, ANTES DOS
      * ITENS E DO LIMITE DE CREDITO. SEM TAXA A TRANSACAO E
      * REJEITADA
      *-----------------------------------------------------
       0203-CONVERTER-MOEDA.
           MOVE 1 TO WRK-MOEDA-OK.
           MOVE 0 TO WRK-FATURA-MOEDA.
           IF MVF-MOEDA = SPACES OR MVF-MOEDA = 'BRL'
              GO TO 0203-FIM.
           MOVE 1 TO WRK-FATURA-MOEDA.
           MOVE 0 TO WRK-MOEDA-OK.
           IF WRK-TEM-MOEDAS = 0
              DISPLAY 'REJEITADA. ' MVF-CODIGO '/' MVF-NUMERO
                      ' SEM ARQUIVO DE FATURAS EM MOEDA'
              ADD 1 TO WRK-QTD-REJEIT
              GO TO 0203-FIM.
           IF MVF-VALOR-MOEDA NOT NUMERIC OR MVF-VALOR-MOEDA = 0
              DISPLAY 'REJEITADA. ' MVF-CODIGO '/' MVF-NUMERO
                      ' SEM VALOR EM ' MVF-MOEDA
              ADD 1 TO WRK-QTD-REJEIT
              GO TO 0203-FIM.
           MOVE MVF-MOEDA   TO WRK-CB-MOEDA.
           MOVE MVF-EMISSAO TO WRK-CB-DATA.
           CALL 'PROG209' USING WRK-CB-MOEDA, WRK-CB-DATA,
                                WRK-CB-TAXA, WRK-CB-DATA-TAXA,
                                WRK-CB-RESULT.
           IF WRK-CB-RESULT NOT = 'V'
              DISPLAY 'REJEITADA. ' MVF-CODIGO '/' MVF-NUMERO
                      ' SEM TAXA DE CAMBIO ' MVF-MOEDA
                      ' EM ' MVF-EMISSAO
              ADD 1 TO WRK-QTD-REJEIT
              ADD 1 TO WRK-QTD-SEM-CAMBIO
              GO TO 0203-FIM.
           COMPUTE WRK-VALOR-REAIS ROUNDED =
                   MVF-VALOR-MOEDA * WRK-CB-TAXA.
           IF WRK-VALOR-REAIS > 9999999,99
              DISPLAY 'REJEITADA. ' MVF-CODIGO '/' MVF-NUMERO
                      ' VALOR EM REAIS EXCEDE O CAMPO'
              ADD 1 TO WRK-QTD-REJEIT
              GO TO 0203-FIM.
           MOVE WRK-VALOR-REAIS TO MVF-VALOR.
           MOVE 1 TO WRK-MOEDA-OK.
       0203-FIM.
      *-----------------------------------------------------
       0204-CONFERIR-FATURA.
           IF WRK-ITM-QTD NOT = 0
              PERFORM 0205-PRECIFICAR-ITENS.
           PERFORM 0210-CONFERIR-VENCIMENTO THRU 0210-FIM.
           IF WRK-VENC-OK = 1
              PERFORM 0229-CONFERIR-REPETIDA THRU 0229-FIM
              IF WRK-REPETIDA = 1
                 PERFORM 0226-REPOR-FATURA
              ELSE
                 PERFORM 0215-CONFERIR-LIMITE.
      *-----------------------------------------------------
      * PRECO DOS ITENS PELA TABELA DE PRECOS ESPECIAIS DO
      * CLIENTE OU DO SEU GRUPO (ARQPRC DO PROG156), OU PELO
      * CATALOGO ARQPRD, NA DATA DE EMISSAO (PROG155). ITEM
      * SEM VALOR E PRECIFICADO; ITEM DIGITADO COM PRECO
      * DIFERENTE DO APLICAVEL SAI APONTADO NA LISTAGEM E
      * ENTRA COMO DIGITADO. TRANSACAO SEM VALOR ASSUME A
      * SOMA DOS ITENS
      *-----------------------------------------------------
       0205-PRECIFICAR-ITENS.
           PERFORM 0207-PRECIFICAR-UM-ITEM THRU 0207-FIM
               VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-ITM-QTD.
           IF MVF-VALOR = 0
              PERFORM 0222-SOMAR-ITENS
              MOVE WRK-SOMA-ITENS TO MVF-VALOR.
      *-----------------------------------------------------
       0207-PRECIFICAR-UM-ITEM.
           IF WRK-ITM-CODIGO (WRK-ITM-IDX) NOT = MVF-CODIGO
              OR WRK-ITM-NUMERO (WRK-ITM-IDX) NOT = MVF-NUMERO
              GO TO 0207-FIM.
           MOVE MVF-CODIGO TO WRK-PR-CODIGO.
           MOVE WRK-ITM-PRODUTO (WRK-ITM-IDX) TO WRK-PR-PRODUTO.
           MOVE MVF-EMISSAO TO WRK-PR-DATA.
           CALL 'PROG155' USING WRK-PR-CODIGO, WRK-PR-PRODUTO,
                                WRK-PR-DATA, WRK-PR-PRECO,
                                WRK-PR-ORIGEM.
           IF WRK-PR-ORIGEM = 'N'
              DISPLAY '  ITEM ' WRK-ITM-SEQ (WRK-ITM-IDX)
                      ' PRODUTO ' WRK-PR-PRODUTO
                      ' SEM PRECO NO CATALOGO'
              GO TO 0207-FIM.
           COMPUTE WRK-VALOR-TABELA =
                   WRK-PR-PRECO * WRK-ITM-QTDADE (WRK-ITM-IDX).
           IF WRK-ITM-VALOR (WRK-ITM-IDX) = 0
              MOVE WRK-VALOR-TABELA TO WRK-ITM-VALOR (WRK-ITM-IDX)
              ADD 1 TO WRK-QTD-PRECIFICADOS
           ELSE
              IF WRK-ITM-VALOR (WRK-ITM-IDX) NOT = WRK-VALOR-TABELA
                 ADD 1 TO WRK-QTD-PRECO-DIV
                 MOVE WRK-VALOR-TABELA TO WRK-VALOR-ED
                 DISPLAY 'PRECO..... ' MVF-CODIGO '/' MVF-NUMERO
                         ' ITEM ' WRK-ITM-SEQ (WRK-ITM-IDX)
                         ' DIVERGE DO APLICAVEL ' WRK-VALOR-ED
                         ' (' WRK-PR-ORIGEM ')'.
       0207-FIM.
      *-----------------------------------------------------
      * O VENCIMENTO DEVIDO E A EMISSAO MAIS OS DIAS DA
      * CONDICAO DE PAGAMENTO DO CLIENTE (ARQCPG/ARQCTE DO
      * PROG100, FUNCAO S DO PROG079); DATA DIGITADA QUE
      *-----------------------------------------------------
       0213-BUSCAR-TERMO.
           MOVE 0 TO WRK-TERMO-CLI.
           IF WRK-TEM-VINCULOS = 1
              MOVE MVF-CODIGO TO CTE-CODIGO
              READ ARQCTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CTE-TERMO TO WRK-TERMO-CLI
              END-READ.
      *-----------------------------------------------------
      * A EXPOSICAO DO CLIENTE E A SOMA DOS SALDOS DAS
      * FATURAS ABERTAS; TRANSACAO QUE LEVARIA O CLIENTE
                      END-IF
              END-READ.
           IF WRK-LIM-OK = 1
              PERFORM 0220-GRAVAR-FATURA THRU 0220-FIM.
      *-----------------------------------------------------
       0217-CALCULAR-EXPOSICAO.
           MOVE ZEROS TO WRK-EXPOSICAO.
                   DISPLAY 'FATURADA.. ' FAT-CODIGO '/' FAT-NUMERO
                           ' ' WRK-VALOR-ED
                           ' VENCIMENTO ' FAT-VENCIMENTO
                   PERFORM 0224-CONCLUIR-FATURA
           END-WRITE.
       0220-FIM.
      *-----------------------------------------------------
       0224-CONCLUIR-FATURA.
           PERFORM 0230-MOSTRAR-NOTA.
           IF WRK-TEM-SCORE = 1
              PERFORM 0236-MOSTRAR-SCORE.
           IF WRK-TEM-RETENCAO = 1
              PERFORM 0240-GRAVAR-RETENCAO THRU 0240-FIM.
           IF WRK-FATURA-MOEDA = 1
              PERFORM 0250-GRAVAR-MOEDA.
           IF WRK-TEM-ITENS = 1 AND WRK-ITENS-FAT NOT = 0
              PERFORM 0225-GRAVAR-ITENS.
           ADD 1 TO WRK-QTD-GRAVADAS.
           ADD FAT-VALOR TO WRK-TOT-FATURADO.
      *-----------------------------------------------------
      * NA RETOMADA, AS TRANSACOES LOGO APOS O PONTO DE
      * CONTROLE PODEM TER SIDO FATURADAS ANTES DA QUEDA: A
      * FATURA JA GRAVADA IGUAL A TRANSACAO (ABERTA E SEM
      * PAGAMENTO) CONTA COMO FATURADA E SO COMPLETA O QUE
      * FALTOU (RETENCAO, MOEDA, ITENS), SEM REJEITAR COMO
      * FATURA JA EXISTENTE NEM PASSAR DE NOVO PELO LIMITE.
      * ITEM JA GRAVADO NAO BAIXA O ESTOQUE DE NOVO; A SAIDA
      * DELE NA JANELA DO ARQMVE VOLTA AOS TOTAIS (0232)
      *-----------------------------------------------------
       0226-REPOR-FATURA.
           IF WRK-TEM-ITENS = 1
              PERFORM 0222-SOMAR-ITENS.
           MOVE FAT-VALOR TO WRK-VALOR-ED.
           DISPLAY 'JA GRAVADA ' FAT-CODIGO '/' FAT-NUMERO
                   ' ' WRK-VALOR-ED ' ANTES DO REINICIO'.
           PERFORM 0224-CONCLUIR-FATURA.
      *-----------------------------------------------------
       0229-CONFERIR-REPETIDA.
           MOVE 0 TO WRK-REPETIDA.
           IF WRK-LIDAS > WRK-CKP-LIMITE
              GO TO 0229-FIM.
           MOVE MVF-CODIGO TO FAT-CODIGO.
           MOVE MVF-NUMERO TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   GO TO 0229-FIM
           END-READ.
           IF FAT-VALOR = MVF-VALOR
              AND FAT-EMISSAO = MVF-EMISSAO
              AND FAT-VENCIMENTO = MVF-VENCIMENTO
              AND FAT-EMPRESA = REG-EMPRESA
              AND FAT-STATUS = 'A'
              AND FAT-VALOR-PAGO = 0
              MOVE 1 TO WRK-REPETIDA.
       0229-FIM.
      *-----------------------------------------------------
       0222-SOMAR-ITENS.
           MOVE ZEROS TO WRK-SOMA-ITENS.
              MOVE WRK-ITM-VALOR (WRK-ITM-IDX)   TO ITF-VALOR
              WRITE REG-ITEM
                  INVALID KEY
                      IF WRK-REPETIDA = 0
                         DISPLAY 'ITEM JA EXISTE.......... '
                                 ITF-CODIGO '/' ITF-NUMERO '/'
                                 ITF-SEQ
                      ELSE
                         PERFORM 0232-REPOR-SAIDA
                      END-IF
                  NOT INVALID KEY
                      IF WRK-TEM-ESTOQUE = 1
                         PERFORM 0228-BAIXAR-ESTOQUE
                      END-IF
              END-WRITE.
      *-----------------------------------------------------
      * PRODUTO FORA DO ARQSLD NAO TEM CONTROLE DE ESTOQUE.
      * SAIDA MAIOR QUE O SALDO ZERA O SALDO E SAI APONTADA
      * NA LISTAGEM PARA ACERTO POR AJUSTE NO PROG158
      *-----------------------------------------------------
       0228-BAIXAR-ESTOQUE.
           MOVE ITF-PRODUTO TO SLD-PRODUTO.
           READ ARQSLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ITF-QTDADE TO WRK-BAIXA
                   IF WRK-BAIXA > SLD-SALDO
                      ADD 1 TO WRK-QTD-SEM-SALDO
                      DISPLAY 'ESTOQUE... ' ITF-CODIGO '/' ITF-NUMERO
                              ' ITEM ' ITF-SEQ ' PRODUTO '
                              ITF-PRODUTO ' SEM SALDO SUFICIENTE'
                      MOVE SLD-SALDO TO WRK-BAIXA
                   END-IF
                   SUBTRACT WRK-BAIXA FROM SLD-SALDO
                   MOVE WRK-DATA-MOV TO SLD-DATA-MOV
                   REWRITE REG-ESTOQUE
                   ADD 1 TO WRK-QTD-BAIXAS
                   IF WRK-TEM-MOVIMENTO = 1
                      MOVE SPACES TO REG-MVE
                      MOVE ITF-PRODUTO  TO MVE-PRODUTO
                      MOVE 'S'          TO MVE-TIPO
                      MOVE '-'          TO MVE-SINAL
                      MOVE WRK-BAIXA    TO MVE-QTDADE
                      MOVE WRK-DATA-MOV TO MVE-DATA
                      STRING ITF-CODIGO ITF-NUMERO
                          DELIMITED BY SIZE INTO MVE-DOCUMENTO
                      MOVE 'PROG067'    TO MVE-OPERADOR
                      WRITE REG-MVE
                      ADD 1 TO WRK-MVE-GRAVADAS
                   END-IF
           END-READ.
      *-----------------------------------------------------
      * SAIDA DO ITEM JA BAIXADA ANTES DA QUEDA: CONTA COMO
      * BAIXA E, SE SAIU MENOS QUE O PEDIDO, COMO SEM SALDO
      *-----------------------------------------------------
       0232-REPOR-SAIDA.
           MOVE SPACES TO WRK-SAI-DOC.
           STRING ITF-CODIGO ITF-NUMERO
               DELIMITED BY SIZE INTO WRK-SAI-DOC.
           MOVE 0 TO WRK-SAI-ACHOU.
           PERFORM 0233-COMPARAR-SAIDA
               VARYING WRK-SAI-IDX FROM 1 BY 1
               UNTIL WRK-SAI-IDX > WRK-SAI-QTD
                  OR WRK-SAI-ACHOU = 1.
      *-----------------------------------------------------
       0233-COMPARAR-SAIDA.
           IF WRK-SAI-USADO (WRK-SAI-IDX) = 0
              AND WRK-SAI-DOCUMENTO (WRK-SAI-IDX) = WRK-SAI-DOC
              AND WRK-SAI-PRODUTO (WRK-SAI-IDX) = ITF-PRODUTO
              MOVE 1 TO WRK-SAI-USADO (WRK-SAI-IDX)
              MOVE 1 TO WRK-SAI-ACHOU
              ADD 1 TO WRK-QTD-BAIXAS
              IF WRK-SAI-QTDADE (WRK-SAI-IDX) < ITF-QTDADE
                 ADD 1 TO WRK-QTD-SEM-SALDO.
      *-----------------------------------------------------
       0230-MOSTRAR-NOTA.
           MOVE SPACE TO WRK-NOTA-CLI.
       0235-PROCURAR-NOTA.
           IF WRK-RAT-CODIGO (WRK-RAT-IDX) = FAT-CODIGO
              MOVE WRK-RAT-NOTA (WRK-RAT-IDX) TO WRK-NOTA-CLI.
      *-----------------------------------------------------
      * O HISTORICO E CHAVEADO POR CLIENTE + DATA; VALE O
      * ULTIMO REGISTRO DO CLIENTE, QUE E A CONSULTA MAIS NOVA
      *-----------------------------------------------------
       0236-MOSTRAR-SCORE.
           MOVE 0 TO WRK-SCO-ACHOU.
           MOVE FAT-CODIGO TO SCO-CODIGO.
           MOVE ZEROS TO SCO-DATA.
           MOVE 'N' TO WRK-FIM-SCO.
           START ARQSCO KEY IS NOT < SCO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCO
           END-START.
           PERFORM 0238-LER-SCORE UNTIL WRK-FIM-SCO = 'S'.
           IF WRK-SCO-ACHOU = 1
              AND WRK-SCO-SCORE < WRK-SCORE-MINIMO
              ADD 1 TO WRK-QTD-SCORE-BAIXO
              DISPLAY '  ATENCAO: SCORE ' WRK-SCO-SCORE
                      ' EM ' WRK-SCO-DATA
                      ' ABAIXO DO MINIMO ' WRK-SCORE-MINIMO
                      ' RESTRICOES ' WRK-SCO-RESTR.
      *-----------------------------------------------------
       0238-LER-SCORE.
           READ ARQSCO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCO
               NOT AT END
                   IF SCO-CODIGO NOT = FAT-CODIGO
                      MOVE 'S' TO WRK-FIM-SCO
                   ELSE
                      MOVE 1 TO WRK-SCO-ACHOU
                      MOVE SCO-SCORE     TO WRK-SCO-SCORE
                      MOVE SCO-DATA      TO WRK-SCO-DATA
                      MOVE SCO-QTD-RESTR TO WRK-SCO-RESTR
                   END-IF
           END-READ.
      *-----------------------------------------------------
      * CADA IMPOSTO ATIVO DO TIPO DO CLIENTE RETEM A SUA
      * ALIQUOTA SOBRE O VALOR BRUTO DA FATURA
      *-----------------------------------------------------
       0240-GRAVAR-RETENCAO.
           MOVE SPACE TO WRK-TIPO-CLI.
           IF WRK-TEM-TIPOS = 1
              MOVE FAT-CODIGO TO TPC-CODIGO
              READ ARQTPC
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE TPC-TIPO TO WRK-TIPO-CLI
              END-READ.
           IF WRK-TIPO-CLI = SPACE
              GO TO 0240-FIM.
           MOVE FAT-CHAVE   TO RTF-CHAVE.
           MOVE FAT-EMISSAO TO RTF-EMISSAO.
           MOVE ZEROS TO RTF-IMPOSTOS.
           MOVE ZEROS TO RTF-TOTAL.
           PERFORM 0245-CALCULAR-IMPOSTO
               VARYING WRK-IMP-IDX FROM 1 BY 1
               UNTIL WRK-IMP-IDX > 5.
           IF RTF-TOTAL = 0
              GO TO 0240-FIM.
           WRITE REG-RETENCAO
               INVALID KEY
                   REWRITE REG-RETENCAO
           END-WRITE.
           ADD 1 TO WRK-QTD-RETENCAO.
           COMPUTE WRK-LIQUIDO = FAT-VALOR - RTF-TOTAL.
           MOVE RTF-TOTAL TO WRK-VALOR-ED.
           DISPLAY '  RETENCAO PREVISTA ' WRK-VALOR-ED.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY '  LIQUIDO A RECEBER ' WRK-VALOR-ED.
       0240-FIM.
      *-----------------------------------------------------
       0245-CALCULAR-IMPOSTO.
           MOVE WRK-TIPO-CLI TO TXR-TIPO.
           MOVE WRK-IMP-NOME (WRK-IMP-IDX) TO TXR-IMPOSTO.
           READ ARQTXR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TXR-STATUS = 'A'
                      COMPUTE RTF-VALOR (WRK-IMP-IDX) ROUNDED =
                              FAT-VALOR * TXR-ALIQUOTA / 100
                      ADD RTF-VALOR (WRK-IMP-IDX) TO RTF-TOTAL
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0250-GRAVAR-MOEDA.
           MOVE FAT-CHAVE       TO FME-CHAVE.
           MOVE MVF-MOEDA       TO FME-MOEDA.
           MOVE MVF-VALOR-MOEDA TO FME-VALOR-MOEDA.
           MOVE WRK-CB-TAXA     TO FME-TAXA-EMISSAO.
           MOVE ZEROS           TO FME-PAGO-MOEDA.
           WRITE REG-FME
               INVALID KEY
                   REWRITE REG-FME
           END-WRITE.
           ADD 1 TO WRK-QTD-MOEDA.
           MOVE FME-VALOR-MOEDA TO WRK-VALOR-ED.
           MOVE FME-TAXA-EMISSAO TO WRK-TAXA-ED.
           DISPLAY '  VALOR EM ' FME-MOEDA '.... ' WRK-VALOR-ED
                   ' TAXA ' WRK-TAXA-ED.
      *-----------------------------------------------------
      * O ARQMVE E FECHADO E REABERTO PARA QUE AS SAIDAS DE
      * ESTOQUE ATE O PONTO DE CONTROLE FIQUEM EM DISCO
      *-----------------------------------------------------
       0260-GRAVAR-CHECKPOINT.
           IF WRK-TEM-MOVIMENTO = 1
              CLOSE ARQMVE
              OPEN EXTEND ARQMVE
              IF FS-ARQMVE-STATUS NOT = '00'
                 DISPLAY 'ERRO AO REABRIR ARQMVE.. ' FS-ARQMVE-STATUS
                 MOVE 0 TO WRK-TEM-MOVIMENTO.
           MOVE WRK-LIDAS TO WRK-CKF-POSICAO.
           PERFORM 0265-GRAVAR-CKF THRU 0265-FIM.
           MOVE 0 TO WRK-CKP-CONTADOR.
      *-----------------------------------------------------
      * O REGISTRO SO E MONTADO COM O ARQCKF ABERTO; A
      * POSICAO VEM EM WRK-CKF-POSICAO (ZERO NO FIM NORMAL)
      *-----------------------------------------------------
       0265-GRAVAR-CKF.
           OPEN OUTPUT ARQCKF.
           IF FS-ARQCKF-STATUS NOT = '00'
              DISPLAY 'ERRO AO GRAVAR ARQCKF... ' FS-ARQCKF-STATUS
              GO TO 0265-FIM.
           MOVE WRK-CKF-POSICAO      TO CKF-POSICAO.
           ACCEPT CKF-DATA FROM DATE YYYYMMDD.
           MOVE WRK-QTD-GRAVADAS     TO CKF-GRAVADAS.
           MOVE WRK-QTD-REJEIT       TO CKF-REJEIT.
           MOVE WRK-QTD-BLOQUEIO     TO CKF-BLOQUEIO.
           MOVE WRK-QTD-SCORE-BAIXO  TO CKF-SCORE-BAIXO.
           MOVE WRK-QTD-VENC-DIV     TO CKF-VENC-DIV.
           MOVE WRK-QTD-ITEM-DIV     TO CKF-ITEM-DIV.
           MOVE WRK-QTD-PRECIFICADOS TO CKF-PRECIFICADOS.
           MOVE WRK-QTD-PRECO-DIV    TO CKF-PRECO-DIV.
           MOVE WRK-QTD-RETENCAO     TO CKF-RETENCAO.
           MOVE WRK-QTD-BAIXAS       TO CKF-BAIXAS.
           MOVE WRK-QTD-SEM-SALDO    TO CKF-SEM-SALDO.
           MOVE WRK-QTD-MOEDA        TO CKF-MOEDA.
           MOVE WRK-QTD-SEM-CAMBIO   TO CKF-SEM-CAMBIO.
           MOVE WRK-TOT-FATURADO     TO CKF-FATURADO.
           COMPUTE CKF-QTD-MVE = WRK-MVE-EXISTENTES + WRK-MVE-GRAVADAS.
           WRITE REG-CKF.
           CLOSE ARQCKF.
       0265-FIM.
      *-----------------------------------------------------
       0300-FINALIZAR.
            IF FS-ARQMVF-STATUS NOT = '35'
            CLOSE FATURAS.
            IF WRK-TEM-LIMITES = 1
               CLOSE ARQLIM.
            IF WRK-TEM-SCORE = 1
               CLOSE ARQSCO.
            IF WRK-TEM-TERMOS = 1
               CLOSE ARQCPG.
            IF WRK-TEM-VINCULOS = 1
               CLOSE ARQCTE.
            IF WRK-TEM-ITENS = 1
               CLOSE ARQITF.
            IF WRK-TEM-ESTOQUE = 1
               CLOSE ARQSLD.
            IF WRK-TEM-MOVIMENTO = 1
               CLOSE ARQMVE.
            IF WRK-TEM-RETENCAO = 1
               CLOSE ARQTXR
               CLOSE ARQRTF.
            IF WRK-TEM-TIPOS = 1
               CLOSE ARQTPC.
            IF WRK-TEM-MOEDAS = 1
               CLOSE ARQFME.
            IF WRK-RETORNO < 8
               MOVE 0 TO WRK-CKF-POSICAO
               PERFORM 0265-GRAVAR-CKF THRU 0265-FIM.
            DISPLAY '------------------------------------'.
            DISPLAY 'TRANSACOES LIDAS........ ' WRK-LIDAS.
            DISPLAY 'FATURAS GRAVADAS........ ' WRK-QTD-GRAVADAS.
            MOVE WRK-TOT-FATURADO TO WRK-TOT-ED.
            DISPLAY 'VALOR FATURADO.......... ' WRK-TOT-ED.
            DISPLAY 'TRANSACOES REJEITADAS... ' WRK-QTD-REJEIT.
            DISPLAY 'REJEITADAS POR BLOQUEIO. ' WRK-QTD-BLOQUEIO.
            DISPLAY 'FATURADAS SCORE BAIXO... ' WRK-QTD-SCORE-BAIXO.
            DISPLAY 'VENCIMENTOS DIVERGENTES. ' WRK-QTD-VENC-DIV.
            DISPLAY 'ITENS DIVERGENTES....... ' WRK-QTD-ITEM-DIV.
            DISPLAY 'ITENS PRECIFICADOS...... ' WRK-QTD-PRECIFICADOS.
            DISPLAY 'PRECOS DIVERGENTES...... ' WRK-QTD-PRECO-DIV.
            DISPLAY 'FATURAS COM RETENCAO.... ' WRK-QTD-RETENCAO.
            DISPLAY 'ITENS BAIXADOS DO ESTOQUE ' WRK-QTD-BAIXAS.
            DISPLAY 'BAIXAS SEM SALDO........ ' WRK-QTD-SEM-SALDO.
            DISPLAY 'FATURAS EM MOEDA........ ' WRK-QTD-MOEDA.
            DISPLAY 'SEM TAXA DE CAMBIO...... ' WRK-QTD-SEM-CAMBIO.
            IF WRK-RETORNO = 0 AND WRK-QTD-REJEIT NOT = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
