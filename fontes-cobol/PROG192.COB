       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG192.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCMP ASSIGN TO UT-S-ARQCMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCMP-STATUS.
           SELECT ARQPRO ASSIGN TO UT-S-ARQPRO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRO-STATUS.
           SELECT ARQLOG ASSIGN TO UT-S-ARQLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQLOG-STATUS.
           SELECT ARQCCA ASSIGN TO UT-S-ARQCCA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCCA-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQCMP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CMP.
       01   REG-CMP.
            05 CMP-CODIGO       PIC X(06).
            05 CMP-DESCRICAO    PIC X(30).
            05 CMP-CANAL        PIC X(10).
            05 CMP-INICIO       PIC 9(08).
            05 CMP-FIM          PIC 9(08).
            05 CMP-CUSTO        PIC 9(07)V99.
       FD   ARQPRO
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PROSPECTO.
       01   REG-PROSPECTO.
            05 PRO-NOME         PIC X(20).
            05 PRO-EMPRESA      PIC X(20).
            05 PRO-TELEFONE     PIC X(11).
            05 PRO-DATA         PIC 9(08).
            05 PRO-SITUACAO     PIC X(01).
            05 PRO-PROX-CONTATO PIC 9(08).
            05 PRO-TENTATIVAS   PIC 9(02).
            05 PRO-CAMPANHA     PIC X(06).
       FD   ARQLOG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-LOG.
       01   REG-LOG.
            05 REG-LOG-DATA    PIC 9(08).
            05 FILLER          PIC X.
            05 REG-LOG-HORA    PIC 9(08).
            05 FILLER          PIC X.
            05 REG-LOG-CODIGO  PIC 9(05).
            05 FILLER          PIC X.
            05 REG-LOG-NOME    PIC X(20).
            05 FILLER          PIC X.
            05 REG-LOG-STATUS  PIC X(15).
       FD   ARQCCA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CCA.
       01   REG-CCA.
            05 CCA-CODIGO       PIC 9(05).
            05 CCA-CAMPANHA     PIC X(06).
            05 CCA-DATA         PIC 9(08).
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQCMP        PIC X VALUE 'N'.
       77  FS-ARQPRO        PIC X VALUE 'N'.
       77  FS-ARQLOG        PIC X VALUE 'N'.
       77  FS-ARQCCA        PIC X VALUE 'N'.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQCMP-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRO-STATUS PIC XX VALUE '00'.
       77  FS-ARQLOG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCCA-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------
      * UMA LINHA POR CAMPANHA DO ARQCMP, MAIS AS DE CODIGO
      * SEM CADASTRO E A DOS PROSPECTOS SEM CAMPANHA
      *-----------------------------------------------------
       01  WRK-TAB-CAMPANHAS.
           05 WRK-TAB-CMP-ENTRY OCCURS 100 TIMES.
               10 WRK-CMP-CODIGO    PIC X(06).
               10 WRK-CMP-DESCRICAO PIC X(30).
               10 WRK-CMP-CANAL     PIC X(10).
               10 WRK-CMP-CUSTO     PIC 9(07)V99.
               10 WRK-CMP-CAPTADOS  PIC 9(05).
               10 WRK-CMP-CONVERT   PIC 9(05).
               10 WRK-CMP-FATURADO  PIC 9(09)V99.
               10 WRK-CMP-RECEBIDO  PIC 9(09)V99.
       77  WRK-CMP-QTD      PIC 9(03) VALUE 0.
      *-----------------------------------------------------
      * CARGAS OK DO ARQLOG, COMO NO FUNIL DO PROG124: O
      * PROSPECTO CONVERTIDO E CASADO AO CLIENTE PELO NOME
      *-----------------------------------------------------
       01  WRK-TAB-CARGAS.
           05 WRK-TAB-CRG-ENTRY OCCURS 500 TIMES.
               10 WRK-CRG-NOME     PIC X(20).
               10 WRK-CRG-CODIGO   PIC 9(05).
       77  WRK-CRG-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-CONVERTIDOS.
           05 WRK-TAB-CNV-ENTRY OCCURS 500 TIMES.
               10 WRK-CNV-CODIGO   PIC 9(05).
               10 WRK-CNV-CAMPANHA PIC 9(03).
       77  WRK-CNV-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-POS-CNV      PIC 9(03) VALUE 0.
       77  WRK-CAMPANHA     PIC X(06) VALUE SPACES.
       77  WRK-CODIGO-CONV  PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO-CONV   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO-ED     PIC Z.ZZZ.ZZ9,99.
       77  WRK-CUSTO-CONV-ED PIC Z.ZZZ.ZZ9,99.
       77  WRK-FATURADO-ED  PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-RECEBIDO-ED  PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOT-CAPTADOS PIC 9(05) VALUE 0.
       77  WRK-TOT-CONVERT  PIC 9(05) VALUE 0.
       77  WRK-TOT-CUSTO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-FATURADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO-ED PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0300-PROCESSAR UNTIL FS-ARQPRO = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * RETORNO DAS CAMPANHAS DE MARKETING (PROG191): POR
      * CAMPANHA, OS PROSPECTOS CAPTADOS NO ARQPRO, OS
      * CLIENTES CONVERTIDOS (PROSPECTO CONVERTIDO CASADO
      * PELO NOME COM A CARGA NO ARQLOG, COMO NO PROG124, E
      * OS CLIENTES COM A CAMPANHA NO ARQCCA DO PROG083), O
      * FATURADO NAS FATURAS E O RECEBIDO NO ARQPAG DESSES
      * CLIENTES, E O CUSTO POR CLIENTE CONVERTIDO
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-CARREGAR-CAMPANHAS.
           PERFORM 0170-CARREGAR-CARGAS.
           OPEN INPUT ARQPRO.
             IF FS-ARQPRO-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQPRO.... ' FS-ARQPRO-STATUS
                MOVE 'F' TO FS-ARQPRO
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQPRO
                MOVE 'F' TO FS-ARQPRO
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           READ ARQPRO AT END
                       MOVE 'F' TO FS-ARQPRO.
       0100-FIM.
      *-----------------------------------------------------
       0150-CARREGAR-CAMPANHAS.
           OPEN INPUT ARQCMP.
           IF FS-ARQCMP-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE CAMPANHAS AUSENTE'
           ELSE
              READ ARQCMP AT END
                          MOVE 'F' TO FS-ARQCMP
              END-READ
              PERFORM 0160-GUARDAR-CAMPANHA UNTIL FS-ARQCMP = 'F'
              CLOSE ARQCMP.
      *-----------------------------------------------------
       0160-GUARDAR-CAMPANHA.
           IF WRK-CMP-QTD > 98
              DISPLAY 'CAMPANHAS EXCEDEM O LIMITE DE 100'
              MOVE 'F' TO FS-ARQCMP
           ELSE
              MOVE CMP-CODIGO TO WRK-CAMPANHA
              PERFORM 0360-NOVA-LINHA
              MOVE CMP-DESCRICAO TO WRK-CMP-DESCRICAO (WRK-POS)
              MOVE CMP-CANAL     TO WRK-CMP-CANAL (WRK-POS)
              MOVE CMP-CUSTO     TO WRK-CMP-CUSTO (WRK-POS)
              READ ARQCMP AT END
                          MOVE 'F' TO FS-ARQCMP.
      *-----------------------------------------------------
       0170-CARREGAR-CARGAS.
           OPEN INPUT ARQLOG.
           IF FS-ARQLOG-STATUS NOT = '00'
              DISPLAY 'LOG DE CARGAS AUSENTE, CONVERSAO SO PELO '
                      'ARQCCA'
           ELSE
              READ ARQLOG AT END
                          MOVE 'F' TO FS-ARQLOG
              END-READ
              PERFORM 0180-GUARDAR-CARGA UNTIL FS-ARQLOG = 'F'
              CLOSE ARQLOG.
      *-----------------------------------------------------
       0180-GUARDAR-CARGA.
           IF REG-LOG-STATUS = 'CARGA OK'
              IF WRK-CRG-QTD > 499
                 DISPLAY 'CARGAS EXCEDEM O LIMITE DE 500'
                 MOVE 'F' TO FS-ARQLOG
              ELSE
                 ADD 1 TO WRK-CRG-QTD
                 MOVE REG-LOG-NOME   TO WRK-CRG-NOME (WRK-CRG-QTD)
                 MOVE REG-LOG-CODIGO
                   TO WRK-CRG-CODIGO (WRK-CRG-QTD)
              END-IF.
           IF FS-ARQLOG NOT = 'F'
              READ ARQLOG AT END
                          MOVE 'F' TO FS-ARQLOG.
      *-----------------------------------------------------
       0300-PROCESSAR.
           MOVE PRO-CAMPANHA TO WRK-CAMPANHA.
           PERFORM 0350-LOCALIZAR-CAMPANHA.
           IF WRK-POS NOT = 0
              ADD 1 TO WRK-CMP-CAPTADOS (WRK-POS)
              IF PRO-SITUACAO = 'C'
                 PERFORM 0400-CASAR-CONVERSAO.
           READ ARQPRO AT END
                       MOVE 'F' TO FS-ARQPRO.
      *-----------------------------------------------------
       0350-LOCALIZAR-CAMPANHA.
           MOVE 0 TO WRK-POS.
           PERFORM 0355-COMPARAR-CAMPANHA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-CMP-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              IF WRK-CMP-QTD > 99
                 DISPLAY 'CAMPANHAS EXCEDEM O LIMITE DE 100 '
                         WRK-CAMPANHA
              ELSE
                 PERFORM 0360-NOVA-LINHA
                 IF WRK-CAMPANHA = SPACES
                    MOVE '*SEM CAMPANHA*' TO WRK-CMP-DESCRICAO (WRK-POS)
                 ELSE
                    MOVE '*SEM CADASTRO*'
                      TO WRK-CMP-DESCRICAO (WRK-POS).
      *-----------------------------------------------------
       0355-COMPARAR-CAMPANHA.
           IF WRK-CMP-CODIGO (WRK-IDX) = WRK-CAMPANHA
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0360-NOVA-LINHA.
           ADD 1 TO WRK-CMP-QTD.
           MOVE WRK-CMP-QTD TO WRK-POS.
           MOVE WRK-CAMPANHA TO WRK-CMP-CODIGO (WRK-POS).
           MOVE SPACES TO WRK-CMP-DESCRICAO (WRK-POS).
           MOVE SPACES TO WRK-CMP-CANAL (WRK-POS).
           MOVE ZEROS  TO WRK-CMP-CUSTO (WRK-POS).
           MOVE ZEROS  TO WRK-CMP-CAPTADOS (WRK-POS).
           MOVE ZEROS  TO WRK-CMP-CONVERT (WRK-POS).
           MOVE ZEROS  TO WRK-CMP-FATURADO (WRK-POS).
           MOVE ZEROS  TO WRK-CMP-RECEBIDO (WRK-POS).
      *-----------------------------------------------------
       0400-CASAR-CONVERSAO.
           MOVE ZEROS TO WRK-CODIGO-CONV.
           PERFORM 0410-COMPARAR-CARGA
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-CRG-QTD.
           IF WRK-CODIGO-CONV NOT = 0
              PERFORM 0450-INCLUIR-CONVERTIDO.
      *-----------------------------------------------------
       0410-COMPARAR-CARGA.
           IF WRK-CRG-NOME (WRK-J) = PRO-NOME
              MOVE WRK-CRG-CODIGO (WRK-J) TO WRK-CODIGO-CONV.
      *-----------------------------------------------------
      * CADA CLIENTE CONTA UMA VEZ SO, NA PRIMEIRA CAMPANHA
      * EM QUE FOI ENCONTRADO
      *-----------------------------------------------------
       0450-INCLUIR-CONVERTIDO.
           PERFORM 0500-PROCURAR-CONVERTIDO.
           IF WRK-POS-CNV = 0
              IF WRK-CNV-QTD > 499
                 DISPLAY 'CONVERTIDOS EXCEDEM O LIMITE DE 500'
              ELSE
                 ADD 1 TO WRK-CNV-QTD
                 MOVE WRK-CODIGO-CONV TO WRK-CNV-CODIGO (WRK-CNV-QTD)
                 MOVE WRK-POS TO WRK-CNV-CAMPANHA (WRK-CNV-QTD)
                 ADD 1 TO WRK-CMP-CONVERT (WRK-POS).
      *-----------------------------------------------------
       0500-PROCURAR-CONVERTIDO.
           MOVE 0 TO WRK-POS-CNV.
           PERFORM 0510-COMPARAR-CONVERTIDO
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-CNV-QTD OR WRK-POS-CNV NOT = 0.
      *-----------------------------------------------------
       0510-COMPARAR-CONVERTIDO.
           IF WRK-CNV-CODIGO (WRK-J) = WRK-CODIGO-CONV
              MOVE WRK-J TO WRK-POS-CNV.
      *-----------------------------------------------------
       0600-LER-VINCULOS.
           OPEN INPUT ARQCCA.
           IF FS-ARQCCA-STATUS = '00'
              READ ARQCCA AT END
                          MOVE 'F' TO FS-ARQCCA
              END-READ
              PERFORM 0610-VINCULAR-CLIENTE UNTIL FS-ARQCCA = 'F'
              CLOSE ARQCCA.
      *-----------------------------------------------------
       0610-VINCULAR-CLIENTE.
           MOVE CCA-CAMPANHA TO WRK-CAMPANHA.
           PERFORM 0350-LOCALIZAR-CAMPANHA.
           IF WRK-POS NOT = 0
              MOVE CCA-CODIGO TO WRK-CODIGO-CONV
              PERFORM 0450-INCLUIR-CONVERTIDO.
           READ ARQCCA AT END
                       MOVE 'F' TO FS-ARQCCA.
      *-----------------------------------------------------
       0700-SOMAR-FATURAS.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'FATURAS AUSENTES........ ' FS-FATURAS-STATUS
           ELSE
              READ FATURAS AT END
                           MOVE 'F' TO FS-FATURAS
              END-READ
              PERFORM 0710-SOMAR-FATURA UNTIL FS-FATURAS = 'F'
              CLOSE FATURAS.
      *-----------------------------------------------------
       0710-SOMAR-FATURA.
           MOVE FAT-CODIGO TO WRK-CODIGO-CONV.
           PERFORM 0500-PROCURAR-CONVERTIDO.
           IF WRK-POS-CNV NOT = 0
              MOVE WRK-CNV-CAMPANHA (WRK-POS-CNV) TO WRK-POS
              ADD FAT-VALOR TO WRK-CMP-FATURADO (WRK-POS).
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0750-SOMAR-PAGAMENTOS.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              DISPLAY 'PAGAMENTOS AUSENTES..... ' FS-ARQPAG-STATUS
           ELSE
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0760-SOMAR-PAGAMENTO UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
      *-----------------------------------------------------
       0760-SOMAR-PAGAMENTO.
           MOVE PAG-CODIGO TO WRK-CODIGO-CONV.
           PERFORM 0500-PROCURAR-CONVERTIDO.
           IF WRK-POS-CNV NOT = 0
              MOVE WRK-CNV-CAMPANHA (WRK-POS-CNV) TO WRK-POS
              ADD PAG-VALOR TO WRK-CMP-RECEBIDO (WRK-POS).
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0800-IMPRIMIR-CAMPANHA.
           MOVE WRK-CMP-CUSTO (WRK-IDX)    TO WRK-CUSTO-ED.
           MOVE WRK-CMP-FATURADO (WRK-IDX) TO WRK-FATURADO-ED.
           MOVE WRK-CMP-RECEBIDO (WRK-IDX) TO WRK-RECEBIDO-ED.
           MOVE ZEROS TO WRK-CUSTO-CONV.
           IF WRK-CMP-CONVERT (WRK-IDX) NOT = 0
              COMPUTE WRK-CUSTO-CONV ROUNDED =
                      WRK-CMP-CUSTO (WRK-IDX)
                      / WRK-CMP-CONVERT (WRK-IDX).
           MOVE WRK-CUSTO-CONV TO WRK-CUSTO-CONV-ED.
           MOVE SPACES TO REG-REL.
           STRING WRK-CMP-CODIGO (WRK-IDX) ' '
                  WRK-CMP-DESCRICAO (WRK-IDX) ' '
                  WRK-CMP-CANAL (WRK-IDX) ' ' WRK-CUSTO-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING '       '
                  WRK-CMP-CAPTADOS (WRK-IDX) ' '
                  WRK-CMP-CONVERT (WRK-IDX) ' '
                  WRK-FATURADO-ED ' ' WRK-RECEBIDO-ED ' '
                  WRK-CUSTO-CONV-ED
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           ADD WRK-CMP-CAPTADOS (WRK-IDX) TO WRK-TOT-CAPTADOS.
           ADD WRK-CMP-CONVERT (WRK-IDX)  TO WRK-TOT-CONVERT.
           ADD WRK-CMP-CUSTO (WRK-IDX)    TO WRK-TOT-CUSTO.
           ADD WRK-CMP-FATURADO (WRK-IDX) TO WRK-TOT-FATURADO.
           ADD WRK-CMP-RECEBIDO (WRK-IDX) TO WRK-TOT-RECEBIDO.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-RETORNO NOT = 8
               CLOSE ARQPRO
               PERFORM 0600-LER-VINCULOS
               PERFORM 0700-SOMAR-FATURAS
               PERFORM 0750-SOMAR-PAGAMENTOS
               MOVE SPACES TO REG-REL
               STRING 'RETORNO DAS CAMPANHAS DE MARKETING -- '
                      WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING 'CAMPAN DESCRICAO                      '
                      'CANAL             CUSTO'
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING '       CAPT. CONV.       FATURADO '
                      '      RECEBIDO  CUSTO/CONV.'
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               PERFORM 0800-IMPRIMIR-CAMPANHA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-CMP-QTD
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE WRK-TOT-CUSTO    TO WRK-TOT-CUSTO-ED
               MOVE WRK-TOT-FATURADO TO WRK-FATURADO-ED
               MOVE WRK-TOT-RECEBIDO TO WRK-RECEBIDO-ED
               MOVE SPACES TO REG-REL
               STRING 'TOTAL  CAPTADOS ' WRK-TOT-CAPTADOS
                      '  CONVERTIDOS ' WRK-TOT-CONVERT
                      '  CUSTO ' WRK-TOT-CUSTO-ED
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING '       FATURADO ' WRK-FATURADO-ED
                      '  RECEBIDO ' WRK-RECEBIDO-ED
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               CLOSE ARQREL.
            DISPLAY '------------------------------------'.
            DISPLAY 'CAMPANHAS NO RELATORIO.. ' WRK-CMP-QTD.
            DISPLAY 'PROSPECTOS CAPTADOS..... ' WRK-TOT-CAPTADOS.
            DISPLAY 'CLIENTES CONVERTIDOS.... ' WRK-TOT-CONVERT.
