           SELECT ARQGRP ASSIGN TO UT-S-ARQGRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQGRP-STATUS.
           SELECT ARQCTO ASSIGN TO UT-S-ARQCTO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTO-CHAVE
                  FILE STATUS IS FS-ARQCTO-STATUS.
           SELECT ARQFME ASSIGN TO UT-S-ARQFME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FME-CHAVE
                  FILE STATUS IS FS-ARQFME-STATUS.
           SELECT ARQPTC ASSIGN TO UT-S-ARQPTC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPTC-STATUS.
           SELECT ARQPTL ASSIGN TO UT-S-ARQPTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPTL-STATUS.
           SELECT ARQSEG ASSIGN TO UT-S-ARQSEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REG-SEG-CODIGO
                  FILE STATUS IS FS-ARQSEG-STATUS.
           SELECT ARQCSG ASSIGN TO UT-S-ARQCSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSG-CODIGO
                  FILE STATUS IS FS-ARQCSG-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 GRP-GRUPO        PIC 9(03).
            05 GRP-CODIGO       PIC 9(05).
            05 GRP-LIDER        PIC X(01).
       FD   ARQCTO
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 115 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTO.
       01   REG-CTO.
            05 CTO-CHAVE.
               10 CTO-CODIGO    PIC 9(05).
               10 CTO-SEQ       PIC 9(02).
            05 CTO-NOME         PIC X(30).
            05 CTO-PAPEL        PIC X(01).
            05 CTO-TELEFONE     PIC X(11).
            05 CTO-EMAIL        PIC X(50).
            05 CTO-DATA-ALTERACAO PIC 9(08).
            05 CTO-OPERADOR     PIC X(08).
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
       FD   ARQPTC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PTC.
       01   REG-PTC.
            05 PTC-PARTICAO     PIC 9(02).
            05 PTC-QTD-PARTICOES PIC 9(02).
            05 PTC-CODIGO-DE    PIC 9(05).
            05 PTC-CODIGO-ATE   PIC 9(05).
       FD   ARQPTL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PTL.
       01   REG-PTL.
            05 PTL-PROGRAMA     PIC X(07).
            05 PTL-DATA         PIC 9(08).
            05 PTL-PARTICAO     PIC 9(02).
            05 PTL-QTD-PARTICOES PIC 9(02).
            05 PTL-CODIGO-DE    PIC 9(05).
            05 PTL-CODIGO-ATE   PIC 9(05).
            05 PTL-EMPRESA      PIC 9(02).
            05 PTL-RC           PIC 9(02).
            05 PTL-FAT-LIDAS    PIC 9(09).
            05 PTL-FAT-VALOR    PIC 9(11)V99.
            05 PTL-QTD-SAIDA    PIC 9(09).
            05 PTL-VALOR-SAIDA  PIC 9(11)V99.
            05 PTL-BKT          PIC 9(11)V99 OCCURS 5 TIMES.
            05 PTL-CREDITOS     PIC 9(11)V99.
       FD   ARQSEG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 23 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SEGMENTO.
       01   REG-SEGMENTO.
            05 REG-SEG-CODIGO   PIC 9(02).
            05 REG-SEG-DESCR    PIC X(20).
            05 REG-SEG-STATUS   PIC X(01).
       FD   ARQCSG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 15 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CSG.
       01   REG-CSG.
            05 CSG-CODIGO       PIC 9(05).
            05 CSG-SEGMENTO     PIC 9(02).
            05 CSG-DATA-ALTERACAO PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-CLIENTES PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  FS-ARQCTO-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CTO      PIC 9 VALUE 0.
       77  WRK-FIM-CTO      PIC X VALUE 'N'.
       77  WRK-CTO-CODIGO   PIC 9(05) VALUE ZEROS.
       77  WRK-CTO-ACHOU    PIC 9 VALUE 0.
       77  WRK-CTO-NOME     PIC X(30) VALUE SPACES.
       77  WRK-CTO-TELEFONE PIC X(11) VALUE SPACES.
       77  FS-ARQFME-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-MOEDAS   PIC 9 VALUE 0.
       77  WRK-FATURA-MOEDA PIC 9 VALUE 0.
       77  WRK-SALDO-MOE    PIC 9(07)V99 VALUE ZEROS.
       01  WRK-TAB-MOEDAS-CLI.
           05 WRK-TAB-MCL-ENTRY OCCURS 10 TIMES.
               10 WRK-MCL-MOEDA    PIC X(03).
               10 WRK-MCL-SALDO    PIC 9(09)V99.
       77  WRK-MCL-QTD      PIC 9(02) VALUE 0.
       01  WRK-TAB-MOEDAS-TOT.
           05 WRK-TAB-MTT-ENTRY OCCURS 20 TIMES.
               10 WRK-MTT-MOEDA    PIC X(03).
               10 WRK-MTT-SALDO    PIC 9(11)V99.
       77  WRK-MTT-QTD      PIC 9(02) VALUE 0.
       77  WRK-MOE-IDX      PIC 9(02) VALUE 0.
       77  WRK-MOE-POS      PIC 9(02) VALUE 0.
       77  FS-ARQPTC-STATUS PIC XX VALUE '00'.
       77  FS-ARQPTL-STATUS PIC XX VALUE '00'.
       77  WRK-PARTICAO     PIC 9(02) VALUE 0.
       77  WRK-PTC-QTD      PIC 9(02) VALUE 0.
       77  WRK-PTC-DE       PIC 9(05) VALUE 0.
       77  WRK-PTC-ATE      PIC 9(05) VALUE 99999.
       77  WRK-PTC-INVALIDO PIC 9 VALUE 0.
       77  WRK-PTC-FAT-LIDAS PIC 9(09) VALUE 0.
       77  WRK-PTC-FAT-VALOR PIC 9(11)V99 VALUE 0.
       77  FS-ARQSEG        PIC X VALUE 'N'.
       77  FS-ARQSEG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCSG-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CSG      PIC 9 VALUE 0.
       77  WRK-CLI-SEGMENTO PIC 9(03) VALUE 100.
       77  WRK-SEG-IDX      PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * SEGMENTOS PELO PROPRIO CODIGO (01-99); POSICAO 100 =
      * CLIENTES NAO CLASSIFICADOS
      *-----------------------------------------------------
       01  WRK-TAB-SEGMENTOS.
           05 WRK-TAB-SEG-ENTRY OCCURS 100 TIMES.
               10 WRK-SEG-DESCR    PIC X(20).
               10 WRK-SEG-BKT      PIC 9(09)V99 OCCURS 5.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-FATURAS = 'F'.
            PERFORM 0300-FINALIZAR.
            PERFORM 9760-GRAVAR-PARTICAO.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * IDADE DOS SALDOS A RECEBER POR CLIENTE: O SALDO DE
      * CADA FATURA ABERTA CAI NA FAIXA DO ATRASO PELO
      * VENCIMENTO (EM DIA, 1-30, 31-60, 61-90, ACIMA DE 90),
      * COM NOME E TELEFONE PARA A COBRANCA LIGAR DIRETO DA
      * PAGINA: O DO CONTATO FINANCEIRO QUANDO HOUVER, SENAO
      * O DO CADASTRO
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'EMPRESA (00=TODAS)..'.
           MOVE WRK-SERIAL-REG TO WRK-SERIAL-HOJE.
           MOVE ZEROS TO WRK-TOT-BUCKETS.
           MOVE ZEROS TO WRK-CLI-BUCKETS.
           PERFORM 9500-CARREGAR-SEGMENTOS.
           PERFORM 9700-LER-PARTICAO.
           IF WRK-MODO = 'G' AND WRK-PARTICAO NOT = 0
              DISPLAY 'VISAO DE GRUPO NAO SE PARTICIONA'
              MOVE 1 TO WRK-PTC-INVALIDO.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
             IF WRK-PTC-INVALIDO = 1
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 0130-CARREGAR-CREDITOS.
           PERFORM 0132-CARREGAR-CORRECAO.
           PERFORM 9900-ABRIR-CONTATOS.
           OPEN INPUT ARQFME.
             IF FS-ARQFME-STATUS = '00'
                MOVE 1 TO WRK-TEM-MOEDAS.
           IF WRK-MODO = 'G'
              PERFORM 0135-CARREGAR-GRUPOS.
           DISPLAY 'CONTAS A RECEBER POR IDADE DO SALDO EM '
                   WRK-DATA-HOJE.
           DISPLAY '------------------------------------'.
           IF WRK-PARTICAO NOT = 0
              PERFORM 9720-POSICIONAR-FATURAS.
           PERFORM 9740-LER-FATURA.
             IF FS-FATURAS = 'F'
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
              MOVE 'F' TO FS-ARQCRD
           ELSE
              IF CRD-SITUACAO = 'A'
                 AND CRD-CODIGO NOT < WRK-PTC-DE
                 AND CRD-CODIGO NOT > WRK-PTC-ATE
                 ADD 1 TO WRK-CRD-QTD
                 MOVE CRD-CODIGO TO WRK-CRD-CODIGO (WRK-CRD-QTD)
                 MOVE CRD-VALOR  TO WRK-CRD-VALOR (WRK-CRD-QTD)
                 PERFORM 0240-CLASSIFICAR-FATURA
              END-IF
           END-IF.
           PERFORM 9740-LER-FATURA.
      *-----------------------------------------------------
       0230-ABRIR-CLIENTE.
           MOVE 0 TO WRK-CLI-IMPRESSO.
           MOVE ZEROS TO WRK-CLI-BUCKETS.
           MOVE 0 TO WRK-MCL-QTD.
           MOVE FAT-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                           OR REG-EMPRESA = WRK-EMPRESA)
                      MOVE 1 TO WRK-CLI-IMPRESSO
           END-READ.
           PERFORM 9550-SEGMENTO-DO-CLIENTE.
      *-----------------------------------------------------
       0240-CLASSIFICAR-FATURA.
           MOVE FAT-VENCIMENTO TO WRK-DATA-DEC.
                       MOVE 5 TO WRK-BKT.
           ADD WRK-SALDO TO WRK-CLI-BKT (WRK-BKT).
           ADD WRK-SALDO TO WRK-TOT-BKT (WRK-BKT).
           ADD WRK-SALDO TO WRK-SEG-BKT (WRK-CLI-SEGMENTO, WRK-BKT).
           PERFORM 0241-SALDO-EM-MOEDA.
           IF WRK-FATURA-MOEDA = 1
              PERFORM 0242-SOMAR-MOEDA-CLI.
      *-----------------------------------------------------
      * FATURA EM MOEDA ESTRANGEIRA (ARQFME DO PROG067): O
      * SALDO NA MOEDA (VALOR NA MOEDA MENOS O PAGO NA MOEDA)
      * SOMA POR MOEDA NA PAGINA DO CLIENTE E NOS TOTAIS,
      * AO LADO DO SALDO EM REAIS DAS FAIXAS
      *-----------------------------------------------------
       0241-SALDO-EM-MOEDA.
           MOVE 0 TO WRK-FATURA-MOEDA.
           IF WRK-TEM-MOEDAS = 1
              MOVE FAT-CHAVE TO FME-CHAVE
              READ ARQFME
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF FME-VALOR-MOEDA > FME-PAGO-MOEDA
                         MOVE 1 TO WRK-FATURA-MOEDA
                         COMPUTE WRK-SALDO-MOE =
                                 FME-VALOR-MOEDA - FME-PAGO-MOEDA
                         PERFORM 0244-SOMAR-MOEDA-TOT
                      END-IF
              END-READ.
      *-----------------------------------------------------
       0242-SOMAR-MOEDA-CLI.
           MOVE 0 TO WRK-MOE-POS.
           PERFORM 0243-COMPARAR-MOEDA-CLI
               VARYING WRK-MOE-IDX FROM 1 BY 1
               UNTIL WRK-MOE-IDX > WRK-MCL-QTD OR WRK-MOE-POS NOT = 0.
           IF WRK-MOE-POS = 0
              IF WRK-MCL-QTD > 9
                 DISPLAY 'MOEDAS DO CLIENTE EXCEDEM O LIMITE DE 10'
              ELSE
                 ADD 1 TO WRK-MCL-QTD
                 MOVE WRK-MCL-QTD TO WRK-MOE-POS
                 MOVE FME-MOEDA TO WRK-MCL-MOEDA (WRK-MOE-POS)
                 MOVE ZEROS TO WRK-MCL-SALDO (WRK-MOE-POS).
           IF WRK-MOE-POS NOT = 0
              ADD WRK-SALDO-MOE TO WRK-MCL-SALDO (WRK-MOE-POS).
      *-----------------------------------------------------
       0243-COMPARAR-MOEDA-CLI.
           IF WRK-MCL-MOEDA (WRK-MOE-IDX) = FME-MOEDA
              MOVE WRK-MOE-IDX TO WRK-MOE-POS.
      *-----------------------------------------------------
       0244-SOMAR-MOEDA-TOT.
           MOVE 0 TO WRK-MOE-POS.
           PERFORM 0239-COMPARAR-MOEDA-TOT
               VARYING WRK-MOE-IDX FROM 1 BY 1
               UNTIL WRK-MOE-IDX > WRK-MTT-QTD OR WRK-MOE-POS NOT = 0.
           IF WRK-MOE-POS = 0
              IF WRK-MTT-QTD > 19
                 DISPLAY 'MOEDAS EXCEDEM O LIMITE DE 20'
              ELSE
                 ADD 1 TO WRK-MTT-QTD
                 MOVE WRK-MTT-QTD TO WRK-MOE-POS
                 MOVE FME-MOEDA TO WRK-MTT-MOEDA (WRK-MOE-POS)
                 MOVE ZEROS TO WRK-MTT-SALDO (WRK-MOE-POS).
           IF WRK-MOE-POS NOT = 0
              ADD WRK-SALDO-MOE TO WRK-MTT-SALDO (WRK-MOE-POS).
      *-----------------------------------------------------
       0239-COMPARAR-MOEDA-TOT.
           IF WRK-MTT-MOEDA (WRK-MOE-IDX) = FME-MOEDA
              MOVE WRK-MOE-IDX TO WRK-MOE-POS.
      *-----------------------------------------------------
      * MESMO FILTRO DE CLIENTE DA VISAO POR CLIENTE (ATIVO
      * E DA EMPRESA PEDIDA), PARA OS TOTAIS DAS DUAS VISOES
                           OR REG-EMPRESA = WRK-EMPRESA)
                      MOVE 1 TO WRK-CLI-OK-G
           END-READ.
           PERFORM 9550-SEGMENTO-DO-CLIENTE.
      *-----------------------------------------------------
      * SOMA OS MEMBROS DO GRUPO ANTES DE CLASSIFICAR NAS
      * FAIXAS: A EXPOSICAO VERDADEIRA DO GRUPO APARECE NUMA
           IF WRK-GRP-POS NOT = 0
              ADD WRK-SALDO TO WRK-GRP-BKT (WRK-GRP-POS, WRK-BKT).
           ADD WRK-SALDO TO WRK-TOT-BKT (WRK-BKT).
           ADD WRK-SALDO TO WRK-SEG-BKT (WRK-CLI-SEGMENTO, WRK-BKT).
           PERFORM 0241-SALDO-EM-MOEDA.
      *-----------------------------------------------------
       0246-GRUPO-DO-CLIENTE.
           MOVE 0 TO WRK-GRUPO-FAT.
                 OR WRK-CLI-BKT (4) NOT = 0
                 OR WRK-CLI-BKT (5) NOT = 0
                 ADD 1 TO WRK-QTD-CLIENTES
                 MOVE WRK-CLI-ATUAL TO WRK-CTO-CODIGO
                 PERFORM 9920-CONTATO-FINANCEIRO
                 IF WRK-CTO-ACHOU = 1
                    DISPLAY 'CLIENTE ' WRK-CLI-ATUAL ' ' REG-NOME
                    DISPLAY '  FINANCEIRO ' WRK-CTO-NOME
                            ' TEL ' WRK-CTO-TELEFONE
                 ELSE
                    DISPLAY 'CLIENTE ' WRK-CLI-ATUAL ' ' REG-NOME
                            ' TEL ' REG-TELEFONE
                 END-IF
                 MOVE WRK-CLI-BKT (1) TO WRK-VALOR-ED
                 DISPLAY '  EM DIA......... ' WRK-VALOR-ED
                 MOVE WRK-CLI-BKT (2) TO WRK-VALOR-ED
                 DISPLAY '  61 A 90 DIAS... ' WRK-VALOR-ED
                 MOVE WRK-CLI-BKT (5) TO WRK-VALOR-ED
                 DISPLAY '  ACIMA DE 90.... ' WRK-VALOR-ED
                 PERFORM 0275-IMPRIMIR-MOEDA-CLI
                     VARYING WRK-MOE-IDX FROM 1 BY 1
                     UNTIL WRK-MOE-IDX > WRK-MCL-QTD
                 PERFORM 0260-SOMAR-CREDITOS-CLI
                 IF WRK-CRED-CLI NOT = 0
                    MOVE WRK-CRED-CLI TO WRK-VALOR-ED
       0270-SOMAR-UM-CREDITO.
           IF WRK-CRD-CODIGO (WRK-CRD-IDX) = WRK-CLI-ATUAL
              ADD WRK-CRD-VALOR (WRK-CRD-IDX) TO WRK-CRED-CLI.
      *-----------------------------------------------------
       0275-IMPRIMIR-MOEDA-CLI.
           MOVE WRK-MCL-SALDO (WRK-MOE-IDX) TO WRK-VALOR-ED.
           DISPLAY '  SALDO EM ' WRK-MCL-MOEDA (WRK-MOE-IDX)
                   '.... ' WRK-VALOR-ED.
      *-----------------------------------------------------
       0295-IMPRIMIR-MOEDA-TOT.
           MOVE WRK-MTT-SALDO (WRK-MOE-IDX) TO WRK-VALOR-ED.
           DISPLAY 'SALDO EM ' WRK-MTT-MOEDA (WRK-MOE-IDX)
                   '...... ' WRK-VALOR-ED.
      *-----------------------------------------------------
       0280-IMPRIMIR-GRUPOS.
           DISPLAY 'IDADE DOS SALDOS POR GRUPO ECONOMICO'.
               PERFORM 0280-IMPRIMIR-GRUPOS.
            CLOSE FATURAS.
            CLOSE CLIENTES.
            PERFORM 9960-FECHAR-CONTATOS.
            IF WRK-TEM-MOEDAS = 1
               CLOSE ARQFME.
            IF WRK-TEM-CSG = 1
               CLOSE ARQCSG.
            DISPLAY '------------------------------------'.
            DISPLAY 'IDADE DOS SALDOS POR SEGMENTO'.
            PERFORM 9600-IMPRIMIR-SEGMENTO
                VARYING WRK-SEG-IDX FROM 1 BY 1
                UNTIL WRK-SEG-IDX > 100.
            DISPLAY '------------------------------------'.
            DISPLAY 'TOTAIS GERAIS POR FAIXA'.
            MOVE WRK-TOT-BKT (1) TO WRK-VALOR-ED.
            DISPLAY '61 A 90 DIAS.... ' WRK-VALOR-ED.
            MOVE WRK-TOT-BKT (5) TO WRK-VALOR-ED.
            DISPLAY 'ACIMA DE 90..... ' WRK-VALOR-ED.
            PERFORM 0295-IMPRIMIR-MOEDA-TOT
                VARYING WRK-MOE-IDX FROM 1 BY 1
                UNTIL WRK-MOE-IDX > WRK-MTT-QTD.
            MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
            DISPLAY 'CREDITOS NAO APLICADOS.... ' WRK-VALOR-ED.
            DISPLAY 'CLIENTES COM SALDO ABERTO. ' WRK-QTD-CLIENTES.
      *-----------------------------------------------------
      * SEGMENTO DO CLIENTE (RAMO DE ATIVIDADE) PELO VINCULO
      * ARQCSG MANTIDO NO PROG021; SEM VINCULO, OU SEM O
      * ARQUIVO, O SALDO CAI EM NAO CLASSIFICADO
      *-----------------------------------------------------
       9500-CARREGAR-SEGMENTOS.
           MOVE ZEROS TO WRK-TAB-SEGMENTOS.
           PERFORM 9520-LIMPAR-DESCRICAO
               VARYING WRK-SEG-IDX FROM 1 BY 1
               UNTIL WRK-SEG-IDX > 100.
           MOVE 'NAO CLASSIFICADO' TO WRK-SEG-DESCR (100).
           OPEN INPUT ARQSEG.
           IF FS-ARQSEG-STATUS = '00'
              READ ARQSEG AT END
                          MOVE 'F' TO FS-ARQSEG
              END-READ
              PERFORM 9530-GUARDAR-SEGMENTO UNTIL FS-ARQSEG = 'F'
              CLOSE ARQSEG.
           OPEN INPUT ARQCSG.
           IF FS-ARQCSG-STATUS = '00'
              MOVE 1 TO WRK-TEM-CSG
           ELSE
              DISPLAY 'VINCULO DE SEGMENTOS AUSENTE, SEM SEGMENTO'.
      *-----------------------------------------------------
       9520-LIMPAR-DESCRICAO.
           MOVE SPACES TO WRK-SEG-DESCR (WRK-SEG-IDX).
      *-----------------------------------------------------
       9530-GUARDAR-SEGMENTO.
           IF REG-SEG-CODIGO NOT = 0
              MOVE REG-SEG-DESCR TO WRK-SEG-DESCR (REG-SEG-CODIGO).
           READ ARQSEG AT END
                       MOVE 'F' TO FS-ARQSEG.
      *-----------------------------------------------------
       9550-SEGMENTO-DO-CLIENTE.
           MOVE 100 TO WRK-CLI-SEGMENTO.
           IF WRK-TEM-CSG = 1
              MOVE FAT-CODIGO TO CSG-CODIGO
              READ ARQCSG
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CSG-SEGMENTO NOT = 0
                         MOVE CSG-SEGMENTO TO WRK-CLI-SEGMENTO
                      END-IF
              END-READ.
      *-----------------------------------------------------
       9600-IMPRIMIR-SEGMENTO.
           IF WRK-SEG-BKT (WRK-SEG-IDX, 1) NOT = 0
              OR WRK-SEG-BKT (WRK-SEG-IDX, 2) NOT = 0
              OR WRK-SEG-BKT (WRK-SEG-IDX, 3) NOT = 0
              OR WRK-SEG-BKT (WRK-SEG-IDX, 4) NOT = 0
              OR WRK-SEG-BKT (WRK-SEG-IDX, 5) NOT = 0
              IF WRK-SEG-IDX = 100
                 DISPLAY 'NAO CLASSIFICADO'
              ELSE
                 DISPLAY 'SEGMENTO ' WRK-SEG-IDX (2:2) ' '
                         WRK-SEG-DESCR (WRK-SEG-IDX)
              END-IF
              MOVE WRK-SEG-BKT (WRK-SEG-IDX, 1) TO WRK-VALOR-ED
              DISPLAY '  EM DIA......... ' WRK-VALOR-ED
              MOVE WRK-SEG-BKT (WRK-SEG-IDX, 2) TO WRK-VALOR-ED
              DISPLAY '  1 A 30 DIAS.... ' WRK-VALOR-ED
              MOVE WRK-SEG-BKT (WRK-SEG-IDX, 3) TO WRK-VALOR-ED
              DISPLAY '  31 A 60 DIAS... ' WRK-VALOR-ED
              MOVE WRK-SEG-BKT (WRK-SEG-IDX, 4) TO WRK-VALOR-ED
              DISPLAY '  61 A 90 DIAS... ' WRK-VALOR-ED
              MOVE WRK-SEG-BKT (WRK-SEG-IDX, 5) TO WRK-VALOR-ED
              DISPLAY '  ACIMA DE 90.... ' WRK-VALOR-ED.
      *-----------------------------------------------------
      * CONTATO FINANCEIRO DO CLIENTE NO ARQCTO (PROG172): O
      * PRIMEIRO CONTATO DE PAPEL F DO CODIGO EM
      * WRK-CTO-CODIGO. SEM O ARQCTO OU SEM CONTATO
      * FINANCEIRO VALE O TELEFONE DO CADASTRO
      *-----------------------------------------------------
       9900-ABRIR-CONTATOS.
           OPEN INPUT ARQCTO.
           IF FS-ARQCTO-STATUS = '00'
              MOVE 1 TO WRK-TEM-CTO.
      *-----------------------------------------------------
       9920-CONTATO-FINANCEIRO.
           MOVE 0 TO WRK-CTO-ACHOU.
           MOVE SPACES TO WRK-CTO-NOME.
           MOVE SPACES TO WRK-CTO-TELEFONE.
           IF WRK-TEM-CTO = 1
              MOVE WRK-CTO-CODIGO TO CTO-CODIGO
              MOVE ZEROS TO CTO-SEQ
              MOVE 'N' TO WRK-FIM-CTO
              START ARQCTO KEY IS NOT < CTO-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WRK-FIM-CTO
              END-START
              PERFORM 9940-LER-CONTATO UNTIL WRK-FIM-CTO = 'S'.
      *-----------------------------------------------------
       9940-LER-CONTATO.
           READ ARQCTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CTO
               NOT AT END
                   IF CTO-CODIGO NOT = WRK-CTO-CODIGO
                      MOVE 'S' TO WRK-FIM-CTO
                   ELSE
                      IF CTO-PAPEL = 'F'
                         MOVE 1 TO WRK-CTO-ACHOU
                         MOVE CTO-NOME TO WRK-CTO-NOME
                         MOVE CTO-TELEFONE TO WRK-CTO-TELEFONE
                         MOVE 'S' TO WRK-FIM-CTO
                      END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------
       9960-FECHAR-CONTATOS.
           IF WRK-TEM-CTO = 1
              CLOSE ARQCTO.
      *-----------------------------------------------------
      * RODADA PARTICIONADA: O CARTAO ARQPTC DA PARTICAO TRAZ
      * O NUMERO DELA, QUANTAS PARTICOES HA E A FAIXA DE
      * CODIGOS DE CLIENTE QUE LHE CABE. SEM O CARTAO A RODADA
      * E SOBRE O ARQUIVO INTEIRO, COMO SEMPRE FOI
      *-----------------------------------------------------
       9700-LER-PARTICAO.
           OPEN INPUT ARQPTC.
           IF FS-ARQPTC-STATUS = '00'
              READ ARQPTC
                  NOT AT END
                      MOVE PTC-PARTICAO      TO WRK-PARTICAO
                      MOVE PTC-QTD-PARTICOES TO WRK-PTC-QTD
                      MOVE PTC-CODIGO-DE     TO WRK-PTC-DE
                      MOVE PTC-CODIGO-ATE    TO WRK-PTC-ATE
              END-READ
              CLOSE ARQPTC.
           IF WRK-PARTICAO NOT = 0
              IF WRK-PTC-QTD = 0 OR WRK-PARTICAO > WRK-PTC-QTD
                 OR WRK-PTC-DE > WRK-PTC-ATE
                 DISPLAY 'CARTAO DE PARTICAO INVALIDO'
                 MOVE 1 TO WRK-PTC-INVALIDO
              ELSE
                 DISPLAY 'PARTICAO ' WRK-PARTICAO ' DE ' WRK-PTC-QTD
                         ' CLIENTES ' WRK-PTC-DE ' A ' WRK-PTC-ATE.
      *-----------------------------------------------------
       9720-POSICIONAR-FATURAS.
           MOVE WRK-PTC-DE TO FAT-CODIGO.
           MOVE ZEROS TO FAT-NUMERO.
           START FATURAS KEY IS NOT < FAT-CHAVE
               INVALID KEY
                   MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
      * LEITURA DO FATURAS LIMITADA A FAIXA DA PARTICAO; CONTA
      * E SOMA AS FATURAS LIDAS PARA A PROVA DA JUNCAO
      *-----------------------------------------------------
       9740-LER-FATURA.
           IF FS-FATURAS NOT = 'F'
              READ FATURAS AT END
                           MOVE 'F' TO FS-FATURAS.
           IF FS-FATURAS NOT = 'F'
              IF FAT-CODIGO > WRK-PTC-ATE
                 MOVE 'F' TO FS-FATURAS
              ELSE
                 ADD 1 TO WRK-PTC-FAT-LIDAS
                 ADD FAT-VALOR TO WRK-PTC-FAT-VALOR.
      *-----------------------------------------------------
      * REGISTRO DE CONTROLE DA PARTICAO NO ARQPTL, LIDO PELA
      * JUNCAO DO PROG210 (UM ARQPTL POR PARTICAO)
      *-----------------------------------------------------
       9760-GRAVAR-PARTICAO.
           IF WRK-PARTICAO NOT = 0
              OPEN OUTPUT ARQPTL
              IF FS-ARQPTL-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQPTL.... ' FS-ARQPTL-STATUS
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 MOVE ZEROS TO REG-PTL
                 MOVE 'PROG069'           TO PTL-PROGRAMA
                 MOVE WRK-DATA-HOJE     TO PTL-DATA
                 MOVE WRK-PARTICAO      TO PTL-PARTICAO
                 MOVE WRK-PTC-QTD       TO PTL-QTD-PARTICOES
                 MOVE WRK-PTC-DE        TO PTL-CODIGO-DE
                 MOVE WRK-PTC-ATE       TO PTL-CODIGO-ATE
                 MOVE WRK-RETORNO       TO PTL-RC
                 MOVE WRK-PTC-FAT-LIDAS TO PTL-FAT-LIDAS
                 MOVE WRK-PTC-FAT-VALOR TO PTL-FAT-VALOR
                 MOVE WRK-EMPRESA       TO PTL-EMPRESA
                 MOVE WRK-QTD-CLIENTES  TO PTL-QTD-SAIDA
                 COMPUTE PTL-VALOR-SAIDA = WRK-TOT-BKT (1)
                         + WRK-TOT-BKT (2) + WRK-TOT-BKT (3)
                         + WRK-TOT-BKT (4) + WRK-TOT-BKT (5)
                 MOVE WRK-TOT-BKT (1)   TO PTL-BKT (1)
                 MOVE WRK-TOT-BKT (2)   TO PTL-BKT (2)
                 MOVE WRK-TOT-BKT (3)   TO PTL-BKT (3)
                 MOVE WRK-TOT-BKT (4)   TO PTL-BKT (4)
                 MOVE WRK-TOT-BKT (5)   TO PTL-BKT (5)
                 MOVE WRK-TOT-CREDITOS  TO PTL-CREDITOS
                 WRITE REG-PTL
                 CLOSE ARQPTL
                 DISPLAY 'FATURAS DA PARTICAO..... ' WRK-PTC-FAT-LIDAS.
