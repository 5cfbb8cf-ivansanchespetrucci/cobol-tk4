                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ITF-CHAVE
                  FILE STATUS IS FS-ARQITF-STATUS.
           SELECT ARQFME ASSIGN TO UT-S-ARQFME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FME-CHAVE
                  FILE STATUS IS FS-ARQFME-STATUS.
           SELECT ARQPRD ASSIGN TO UT-S-ARQPRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           SELECT ARQDEM ASSIGN TO UT-S-ARQDEM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDEM-STATUS.
           SELECT ARQCEM ASSIGN TO UT-S-ARQCEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CEM-CODIGO
                  FILE STATUS IS FS-ARQCEM-STATUS.
           SELECT ARQEML ASSIGN TO UT-S-ARQEML
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEML-STATUS.
           SELECT ARQSRT ASSIGN TO UT-S-ARQSRT.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 ITF-PRODUTO      PIC 9(04).
            05 ITF-QTDADE       PIC 9(05).
            05 ITF-VALOR        PIC 9(07)V99.
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
       FD   ARQPRD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 32 CHARACTERS
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DEM.
       01   REG-DEM                    PIC X(80).
       FD   ARQCEM
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 92 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CEM.
       01   REG-CEM.
            05 CEM-CODIGO       PIC 9(05).
            05 CEM-EMAIL        PIC X(50).
            05 CEM-CANAL        PIC X(01).
            05 CEM-DATA-ALTERACAO PIC 9(08).
            05 CEM-DATA-DEVOLUCAO PIC 9(08).
            05 CEM-MOTIVO-DEVOLUCAO PIC X(20).
       FD   ARQEML
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-EML.
       01   REG-EML.
            05 EML-CODIGO       PIC 9(05).
            05 EML-TIPO         PIC X(01).
            05 EML-TEXTO        PIC X(80).
       01   REG-EML-ENV                PIC X(86).
       SD   ARQSRT
            DATA   RECORD IS REG-SRT.
       01   REG-SRT.
            05 SRT-CODIGO       PIC 9(05).
            05 SRT-CLASSE       PIC X(01).
            05 SRT-DATA         PIC 9(08).
            05 SRT-TIPO         PIC X(01).
            05 SRT-NUMERO       PIC 9(06).
            05 SRT-VALOR        PIC 9(07)V99.
            05 SRT-STATUS       PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQDEM-STATUS PIC XX VALUE '00'.
       77  FS-SORT          PIC X VALUE 'N'.
       77  WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       77  WRK-EMPRESA      PIC 9(02) VALUE 0.
       77  WRK-CLI-EMP-OK   PIC 9 VALUE 1.
       77  WRK-CLI-LIDO     PIC 9(05) VALUE ZEROS.
       77  FS-ARQACR        PIC X VALUE 'N'.
       77  FS-ARQACR-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-ENCARGOS.
       77  WRK-FIM-ITENS    PIC X VALUE 'N'.
       77  WRK-DESCR-PROD   PIC X(20) VALUE SPACES.
       77  WRK-ITEM-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  FS-ARQFME-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-MOEDAS   PIC 9 VALUE 0.
       77  WRK-SALDO-MOE    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALDO-MOE-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAXA-ED      PIC ZZ9,999999 VALUE ZEROS.
       77  FS-ARQCOR        PIC X VALUE 'N'.
       77  FS-ARQCOR-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-CORRECAO.
       77  WRK-BLC-QTD      PIC 9(03) VALUE 0.
       77  WRK-BLC-IDX      PIC 9(03) VALUE 0.
       77  WRK-BLC-ACHOU    PIC 9 VALUE 0.
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-PAGINA       PIC 9 VALUE 0.
       77  WRK-SALDO-INI    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-FIM    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TEM-SALDO    PIC 9 VALUE 0.
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WRK-CEP-ED-SUF           PIC 9(03).
       77  WRK-QTD-PAGINAS  PIC 9(05) VALUE 0.
       77  FS-ARQCEM-STATUS PIC XX VALUE '00'.
       77  FS-ARQEML-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CANAIS   PIC 9 VALUE 0.
       77  WRK-TEM-EMAIL    PIC 9 VALUE 0.
       77  WRK-VIA-PAPEL    PIC 9 VALUE 1.
       77  WRK-VIA-EMAIL    PIC 9 VALUE 0.
       77  WRK-EML-ASSUNTO  PIC X(60) VALUE SPACES.
       77  WRK-QTD-EMAILS   PIC 9(09) VALUE 0.
       77  WRK-HASH-EMAILS  PIC 9(11) VALUE 0.
       77  WRK-QTD-REG-EML  PIC 9(09) VALUE 0.
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'EMAILDEM'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO = 0
               SORT ARQSRT
                   ON ASCENDING KEY SRT-CODIGO SRT-CLASSE SRT-DATA
                                    SRT-TIPO SRT-NUMERO
                   INPUT  PROCEDURE IS 0200-SELECIONAR THRU 0200-FIM
                   OUTPUT PROCEDURE IS 0300-EMITIR THRU 0300-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      * DEMONSTRATIVO MENSAL POR CLIENTE: SALDO DE ABERTURA,
      * FATURAS E PAGAMENTOS DO MES EM ORDEM DE DATA E SALDO
      * DE FECHAMENTO, UMA PAGINA POR CLIENTE COM O BLOCO DE
      * ENDERECO PARA O ENVELOPE. FATURAS E PAGAMENTOS SAO
      * CLASSIFICADOS POR CLIENTE, CLASSE E DATA E LIDOS NUMA
      * SO PASSADA, SEM TABELA EM MEMORIA: O VOLUME DO MES NAO
      * SEGURA MAIS A EMISSAO
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'EMPRESA (00=TODAS)..........'.
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 0250-CARREGAR-ENCARGOS.
           PERFORM 0270-CARREGAR-CORRECAO.
           PERFORM 9100-CARREGAR-BLOQ-CORR.
           PERFORM 9700-ABRIR-CANAIS.
           MOVE SPACES TO WRK-EML-ASSUNTO.
           STRING 'DEMONSTRATIVO DE CONTA -- MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO WRK-EML-ASSUNTO.
           OPEN INPUT ARQITF.
           IF FS-ARQITF-STATUS = '00'
              MOVE 1 TO WRK-TEM-ITENS.
           OPEN INPUT ARQPRD.
           IF FS-ARQPRD-STATUS = '00'
              MOVE 1 TO WRK-TEM-PRODUTOS.
           OPEN INPUT ARQFME.
           IF FS-ARQFME-STATUS = '00'
              MOVE 1 TO WRK-TEM-MOEDAS.
       0100-FIM.
      *-----------------------------------------------------
      * CLASSES DA ORDENACAO DENTRO DO CLIENTE: 0 MARCA O
      * CLIENTE COM FATURA NO ARQUIVO (PAGAMENTO DE CLIENTE
      * SEM FATURA NAO GANHA PAGINA), 1 VAI PARA O SALDO DE
      * ABERTURA, 2 E MOVIMENTO DO MES E 3 E FATURA EM ABERTO
      * EMITIDA DEPOIS DO MES, QUE SO OBRIGA A PAGINA
      *-----------------------------------------------------
       0200-SELECIONAR.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
           IF FS-FATURAS = 'F'
              DISPLAY 'NENHUMA FATURA NO ARQUIVO'
              MOVE 4 TO WRK-RETORNO
              GO TO 0200-FIM.
           PERFORM 0220-LIBERAR-FATURA UNTIL FS-FATURAS = 'F'.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              DISPLAY 'PAGAMENTOS AUSENTES..... ' FS-ARQPAG-STATUS
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0240-LIBERAR-PAGTO UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
       0200-FIM.
      *-----------------------------------------------------
       0220-LIBERAR-FATURA.
           IF FAT-CODIGO NOT = WRK-CLI-LIDO
              MOVE FAT-CODIGO TO WRK-CLI-LIDO
              MOVE FAT-CODIGO TO SRT-CODIGO
              MOVE '0'        TO SRT-CLASSE
              MOVE ZEROS      TO SRT-DATA
              MOVE SPACE      TO SRT-TIPO
              MOVE ZEROS      TO SRT-NUMERO
              MOVE ZEROS      TO SRT-VALOR
              MOVE SPACE      TO SRT-STATUS
              RELEASE REG-SRT.
           MOVE FAT-CODIGO  TO SRT-CODIGO.
           MOVE FAT-EMISSAO TO SRT-DATA.
           MOVE 'F'         TO SRT-TIPO.
           MOVE FAT-NUMERO  TO SRT-NUMERO.
           MOVE FAT-VALOR   TO SRT-VALOR.
           MOVE FAT-STATUS  TO SRT-STATUS.
           IF FAT-EMISSAO (1:6) < WRK-MES-REF
              MOVE '1' TO SRT-CLASSE
           ELSE
              IF FAT-EMISSAO (1:6) = WRK-MES-REF
                 MOVE '2' TO SRT-CLASSE
              ELSE
                 MOVE '3' TO SRT-CLASSE.
           IF SRT-CLASSE NOT = '3' OR FAT-STATUS = 'A'
              RELEASE REG-SRT.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0240-LIBERAR-PAGTO.
           IF PAG-DATA (1:6) NOT > WRK-MES-REF
              MOVE PAG-CODIGO TO SRT-CODIGO
              MOVE PAG-DATA   TO SRT-DATA
              MOVE 'P'        TO SRT-TIPO
              MOVE PAG-NUMERO TO SRT-NUMERO
              MOVE PAG-VALOR  TO SRT-VALOR
              MOVE SPACE      TO SRT-STATUS
              IF PAG-DATA (1:6) < WRK-MES-REF
                 MOVE '1' TO SRT-CLASSE
                 RELEASE REG-SRT
              ELSE
                 MOVE '2' TO SRT-CLASSE
                 RELEASE REG-SRT.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
      * ENCARGOS DE MORA ACUMULADOS PELO PROG087; SEM O
      * ARQACR O DEMONSTRATIVO SAI SO COM O VALOR DE FACE
              READ ARQCOR AT END
                          MOVE 'F' TO FS-ARQCOR.
      *-----------------------------------------------------
       0300-EMITIR.
           MOVE 'N' TO FS-SORT.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
           PERFORM 0320-PROCESSAR UNTIL FS-SORT = 'F'.
           PERFORM 0600-FECHAR-CLIENTE.
       0300-FIM.
      *-----------------------------------------------------
       0320-PROCESSAR.
           IF SRT-CODIGO NOT = WRK-CLI-ATUAL
              PERFORM 0600-FECHAR-CLIENTE
              MOVE SRT-CODIGO TO WRK-CLI-ATUAL
              PERFORM 0350-ABRIR-CLIENTE.
           IF WRK-CLI-EMP-OK = 1
              PERFORM 0400-ACUMULAR-MOVTO.
           RETURN ARQSRT AT END
                         MOVE 'F' TO FS-SORT.
      *-----------------------------------------------------
      * A SELECAO DE EMPRESA E PELO CLIENTE, COMO NA IDADE
      * DOS SALDOS DO PROG069: CLIENTE DE OUTRA EMPRESA NAO
      * CLIENTE SEM CADASTRO SO ENTRA NA VISAO SEM FILTRO
      *-----------------------------------------------------
       0350-ABRIR-CLIENTE.
           MOVE 0 TO WRK-PAGINA.
           MOVE 0 TO WRK-SALDO-INI.
           MOVE 0 TO WRK-TEM-SALDO.
           IF SRT-CLASSE NOT = '0'
              MOVE 0 TO WRK-CLI-EMP-OK
           ELSE
              PERFORM 0355-EMPRESA-DO-CLIENTE THRU 0355-FIM.
      *-----------------------------------------------------
       0355-EMPRESA-DO-CLIENTE.
           MOVE 1 TO WRK-CLI-EMP-OK.
           END-READ.
       0355-FIM.
      *-----------------------------------------------------
      * OS ITENS DE CLASSE 1 CHEGAM ANTES DOS DO MES, ENTAO O
      * SALDO DE ABERTURA ESTA FECHADO QUANDO A PAGINA ABRE
      *-----------------------------------------------------
       0400-ACUMULAR-MOVTO.
           IF SRT-TIPO = 'F' AND SRT-STATUS = 'A'
              MOVE 1 TO WRK-TEM-SALDO.
           IF SRT-CLASSE = '1'
              IF SRT-TIPO = 'F'
                 ADD SRT-VALOR TO WRK-SALDO-INI
              ELSE
                 SUBTRACT SRT-VALOR FROM WRK-SALDO-INI.
           IF SRT-CLASSE = '2'
              IF WRK-PAGINA = 0
                 PERFORM 0620-ABRIR-PAGINA
              END-IF
              IF WRK-PAGINA = 1
                 PERFORM 0680-IMPRIMIR-MOVTO.
      *-----------------------------------------------------
      * CLIENTE SEM MOVIMENTO NO MES SO GANHA PAGINA SE TIVER
      * FATURA EM ABERTO
      *-----------------------------------------------------
       0600-FECHAR-CLIENTE.
           IF WRK-CLI-ATUAL NOT = 0 AND WRK-CLI-EMP-OK = 1
              IF WRK-PAGINA = 0 AND WRK-TEM-SALDO = 1
                 PERFORM 0620-ABRIR-PAGINA
              END-IF
              IF WRK-PAGINA = 1
                 PERFORM 0655-FECHAR-PAGINA.
      *-----------------------------------------------------
      * WRK-PAGINA: 0 AINDA SEM PAGINA, 1 PAGINA EM EMISSAO,
      * 2 DEMONSTRATIVO RETIDO
      *-----------------------------------------------------
       0620-ABRIR-PAGINA.
           PERFORM 9200-TESTAR-BLOQ-CORR.
           MOVE WRK-CLI-ATUAL TO CEM-CODIGO.
           PERFORM 9720-CANAL-DO-CLIENTE THRU 9720-FIM.
           IF WRK-BLC-ACHOU = 1
              MOVE 0 TO WRK-VIA-PAPEL.
           IF WRK-VIA-PAPEL = 0 AND WRK-VIA-EMAIL = 0
              DISPLAY 'DEMONSTRATIVO RETIDO '
                      '(CORRESPONDENCIA BLOQUEADA). '
                      WRK-CLI-ATUAL
              MOVE 2 TO WRK-PAGINA
           ELSE
              MOVE 1 TO WRK-PAGINA
              PERFORM 9740-INICIAR-EMAIL
              PERFORM 0650-IMPRIMIR-PAGINA.
      *-----------------------------------------------------
       0650-IMPRIMIR-PAGINA.
           ADD 1 TO WRK-QTD-PAGINAS.
                   MOVE ZEROS  TO REG-CEP
           END-READ.
           MOVE ALL '=' TO REG-DEM.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-DEM.
           STRING 'DEMONSTRATIVO DE CONTA -- MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO REG-DEM.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-DEM.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-DEM.
           MOVE REG-NOME TO REG-DEM (11:20).
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-DEM.
           MOVE REG-ENDERECO TO REG-DEM (11:25).
           PERFORM 9760-GRAVAR-LINHA.
           IF REG-END-CIDADE NOT = SPACES
              MOVE SPACES TO REG-DEM
              MOVE REG-END-CIDADE TO REG-DEM (11:20)
              MOVE '-' TO REG-DEM (32:1)
              MOVE REG-END-UF TO REG-DEM (34:2)
              PERFORM 9760-GRAVAR-LINHA.
           MOVE REG-CEP TO WRK-CEP-NUM.
           MOVE WRK-CEP-NUM (1:5) TO WRK-CEP-ED-PREF.
           MOVE WRK-CEP-NUM (6:3) TO WRK-CEP-ED-SUF.
           MOVE SPACES TO REG-DEM.
           MOVE 'CEP ' TO REG-DEM (11:4).
           MOVE WRK-CEP-ED TO REG-DEM (15:9).
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-DEM.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE WRK-SALDO-INI TO WRK-VALOR-ED.
           MOVE SPACES TO REG-DEM.
           STRING 'SALDO ANTERIOR.......... ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REG-DEM.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE WRK-SALDO-INI TO WRK-SALDO-FIM.
      *-----------------------------------------------------
       0655-FECHAR-PAGINA.
           MOVE WRK-SALDO-FIM TO WRK-VALOR-ED.
           MOVE SPACES TO REG-DEM.
           STRING 'SALDO ATUAL............. ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REG-DEM.
           PERFORM 9760-GRAVAR-LINHA.
           PERFORM 0660-SOMAR-ENCARGOS-CLI.
           IF WRK-ENCARGOS-CLI NOT = 0
              MOVE WRK-ENCARGOS-CLI TO WRK-VALOR-ED
              MOVE SPACES TO REG-DEM
              STRING 'ENCARGOS DE MORA........ ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REG-DEM
              PERFORM 9760-GRAVAR-LINHA
              COMPUTE WRK-TOTAL-DEVIDO =
                      WRK-SALDO-FIM + WRK-ENCARGOS-CLI
              MOVE WRK-TOTAL-DEVIDO TO WRK-VALOR-ED
              MOVE SPACES TO REG-DEM
              STRING 'TOTAL DEVIDO............ ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REG-DEM
              PERFORM 9760-GRAVAR-LINHA.
           PERFORM 0665-SOMAR-CORRECAO-CLI.
           IF WRK-COR-CLI NOT = 0
              MOVE WRK-COR-CLI TO WRK-VALOR-ED
              MOVE SPACES TO REG-DEM
              STRING 'VALOR CORRIGIDO (CM).... ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REG-DEM
              PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-DEM.
           PERFORM 9760-GRAVAR-LINHA.
      *-----------------------------------------------------
       0665-SOMAR-CORRECAO-CLI.
           MOVE ZEROS TO WRK-COR-CLI.
                  TO WRK-ENCARGOS-CLI.
      *-----------------------------------------------------
       0680-IMPRIMIR-MOVTO.
           MOVE SRT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REG-DEM.
           IF SRT-TIPO = 'F'
              ADD SRT-VALOR TO WRK-SALDO-FIM
              STRING SRT-DATA ' FATURA    '
                     SRT-NUMERO ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REG-DEM
           ELSE
              SUBTRACT SRT-VALOR FROM WRK-SALDO-FIM
              STRING SRT-DATA ' PAGAMENTO '
                     SRT-NUMERO ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REG-DEM.
           PERFORM 9760-GRAVAR-LINHA.
           IF SRT-TIPO = 'F' AND WRK-TEM-MOEDAS = 1
              PERFORM 0685-IMPRIMIR-MOEDA.
           IF SRT-TIPO = 'F' AND WRK-TEM-ITENS = 1
              PERFORM 0690-IMPRIMIR-ITENS.
      *-----------------------------------------------------
      * FATURA EM MOEDA ESTRANGEIRA (ARQFME DO PROG067): ABAIXO
      * DA LINHA EM REAIS VEM O VALOR NA MOEDA, A TAXA DA
      * EMISSAO E O SALDO AINDA ABERTO NA MOEDA
      *-----------------------------------------------------
       0685-IMPRIMIR-MOEDA.
           MOVE WRK-CLI-ATUAL TO FME-CODIGO.
           MOVE SRT-NUMERO TO FME-NUMERO.
           READ ARQFME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FME-VALOR-MOEDA TO WRK-ITEM-ED
                   MOVE FME-TAXA-EMISSAO TO WRK-TAXA-ED
                   COMPUTE WRK-SALDO-MOE =
                           FME-VALOR-MOEDA - FME-PAGO-MOEDA
                   MOVE WRK-SALDO-MOE TO WRK-SALDO-MOE-ED
                   MOVE SPACES TO REG-DEM
                   STRING '    EM ' FME-MOEDA ' ' WRK-ITEM-ED
                          ' TAXA ' WRK-TAXA-ED
                          ' SALDO ' WRK-SALDO-MOE-ED
                       DELIMITED BY SIZE INTO REG-DEM
                   PERFORM 9760-GRAVAR-LINHA
           END-READ.
      *-----------------------------------------------------
      * DETALHE POR PRODUTO DA FATURA (ARQITF DO PROG067),
      * COM A DESCRICAO DO CATALOGO ARQPRD QUANDO PRESENTE
      *-----------------------------------------------------
       0690-IMPRIMIR-ITENS.
           MOVE WRK-CLI-ATUAL TO ITF-CODIGO.
           MOVE SRT-NUMERO TO ITF-NUMERO.
           MOVE ZEROS TO ITF-SEQ.
           MOVE 'N' TO WRK-FIM-ITENS.
           START ARQITF KEY IS NOT < ITF-CHAVE
                   MOVE 'F' TO WRK-FIM-ITENS
               NOT AT END
                   IF ITF-CODIGO NOT = WRK-CLI-ATUAL
                      OR ITF-NUMERO NOT = SRT-NUMERO
                      MOVE 'F' TO WRK-FIM-ITENS
                   ELSE
                      PERFORM 0697-DESCRICAO-PRODUTO
                             WRK-DESCR-PROD ' QTD ' ITF-QTDADE
                             ' ' WRK-ITEM-ED
                          DELIMITED BY SIZE INTO REG-DEM
                      PERFORM 9760-GRAVAR-LINHA
                   END-IF
           END-READ.
      *-----------------------------------------------------
              MOVE ITF-PRODUTO TO WRK-DESCR-PROD.
      *-----------------------------------------------------
       0900-FINALIZAR.
            CLOSE FATURAS.
            CLOSE CLIENTES.
            CLOSE ARQDEM.
            PERFORM 9780-FECHAR-CANAIS.
            IF WRK-TEM-ITENS = 1
               CLOSE ARQITF.
            IF WRK-TEM-PRODUTOS = 1
               CLOSE ARQPRD.
            IF WRK-TEM-MOEDAS = 1
               CLOSE ARQFME.
            DISPLAY '------------------------------------'.
            DISPLAY 'DEMONSTRATIVOS EMITIDOS. ' WRK-QTD-PAGINAS.
            DISPLAY 'ENVIADOS POR E-MAIL..... ' WRK-QTD-EMAILS.
            IF WRK-RETORNO = 0 AND WRK-QTD-PAGINAS = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
      * BLOQUEIO DE CORRESPONDENCIA DO ARQDEV (PROG138):
      * CLIENTE COM CARTA DEVOLVIDA PELO CORREIO FICA FORA
      * DESTA CORRESPONDENCIA ATE O ENDERECO SER CORRIGIDO;
      * A TRAVA SO SEGURA A VIA IMPRESSA, O E-MAIL SEGUE
      *-----------------------------------------------------
       9100-CARREGAR-BLOQ-CORR.
           OPEN INPUT ARQDEV.
       9250-COMPARAR-BLOQ-CORR.
           IF WRK-BLC-CODIGO (WRK-BLC-IDX) = WRK-CLI-ATUAL
              MOVE 1 TO WRK-BLC-ACHOU.
      *-----------------------------------------------------
      * CANAL DE CORRESPONDENCIA DO ARQCEM (PROG167): CLIENTE
      * COM CANAL E (E-MAIL) OU A (AMBOS) E ENDERECO DE E-MAIL
      * RECEBE ESTA CORRESPONDENCIA NO ARQEML DO GATEWAY, COM
      * DESTINATARIO (D), ASSUNTO (A) E LINHAS DO CORPO (L)
      * DENTRO DO ENVELOPE PADRAO DA CASA (VER PROG049); O
      * CANAL E DISPENSA A VIA IMPRESSA. SEM O ARQCEM OU SEM
      * O ARQEML TUDO SAI EM PAPEL, COMO ANTES
      *-----------------------------------------------------
       9700-ABRIR-CANAIS.
           OPEN INPUT ARQCEM.
           IF FS-ARQCEM-STATUS = '00'
              MOVE 1 TO WRK-TEM-CANAIS.
           OPEN OUTPUT ARQEML.
           IF FS-ARQEML-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQEML.... ' FS-ARQEML-STATUS
                      ' -- TUDO EM PAPEL'
           ELSE
              MOVE 1 TO WRK-TEM-EMAIL
              ACCEPT WRK-HDR-DATA FROM DATE YYYYMMDD
              MOVE SPACES TO REG-EML-ENV
              MOVE WRK-CABECALHO TO REG-EML-ENV
              WRITE REG-EML-ENV.
      *-----------------------------------------------------
       9720-CANAL-DO-CLIENTE.
           MOVE 1 TO WRK-VIA-PAPEL.
           MOVE 0 TO WRK-VIA-EMAIL.
           IF WRK-TEM-CANAIS = 0 OR WRK-TEM-EMAIL = 0
              GO TO 9720-FIM.
           READ ARQCEM
               INVALID KEY
                   MOVE SPACES TO CEM-EMAIL
                   MOVE SPACES TO CEM-CANAL
           END-READ.
           IF CEM-EMAIL = SPACES
              GO TO 9720-FIM.
           IF CEM-CANAL = 'E'
              MOVE 0 TO WRK-VIA-PAPEL
              MOVE 1 TO WRK-VIA-EMAIL
           ELSE
              IF CEM-CANAL = 'A'
                 MOVE 1 TO WRK-VIA-EMAIL.
       9720-FIM.
      *-----------------------------------------------------
       9740-INICIAR-EMAIL.
           IF WRK-VIA-EMAIL = 1
              MOVE SPACES TO REG-EML
              MOVE 'D' TO EML-TIPO
              MOVE CEM-CODIGO TO EML-CODIGO
              MOVE CEM-EMAIL TO EML-TEXTO
              WRITE REG-EML
              ADD 1 TO WRK-QTD-REG-EML
              ADD EML-CODIGO TO WRK-HASH-EMAILS
              MOVE SPACES TO REG-EML
              MOVE 'A' TO EML-TIPO
              MOVE CEM-CODIGO TO EML-CODIGO
              MOVE WRK-EML-ASSUNTO TO EML-TEXTO
              WRITE REG-EML
              ADD 1 TO WRK-QTD-REG-EML
              ADD EML-CODIGO TO WRK-HASH-EMAILS
              ADD 1 TO WRK-QTD-EMAILS.
      *-----------------------------------------------------
      * CADA LINHA VAI PARA A IMPRESSAO, PARA O E-MAIL OU
      * PARA OS DOIS, CONFORME O CANAL DO CLIENTE
      *-----------------------------------------------------
       9760-GRAVAR-LINHA.
           IF WRK-VIA-EMAIL = 1
              MOVE SPACES TO REG-EML
              MOVE 'L' TO EML-TIPO
              MOVE CEM-CODIGO TO EML-CODIGO
              MOVE REG-DEM TO EML-TEXTO
              WRITE REG-EML
              ADD 1 TO WRK-QTD-REG-EML
              ADD EML-CODIGO TO WRK-HASH-EMAILS.
           IF WRK-VIA-PAPEL = 1
              WRITE REG-DEM.
      *-----------------------------------------------------
       9780-FECHAR-CANAIS.
           IF WRK-TEM-CANAIS = 1
              CLOSE ARQCEM.
           IF WRK-TEM-EMAIL = 1
              MOVE WRK-QTD-REG-EML TO WRK-TRL-QTD
              MOVE WRK-HASH-EMAILS TO WRK-TRL-HASH
              MOVE SPACES TO REG-EML-ENV
              MOVE WRK-TRAILER TO REG-EML-ENV
              WRITE REG-EML-ENV
              CLOSE ARQEML.
