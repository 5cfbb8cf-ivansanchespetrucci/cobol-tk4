       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG198.
      *-----------------------------------------------------
      * INTEGRIDADE ENTRE ARQUIVOS NO CICLO NOTURNO: CONFERE
      * CADA VINCULO CONTRA O CADASTRO A QUE ELE APONTA --
      * FATURA E CLIENTE, PAGAMENTO (ARQPAG) E FATURA,
      * PAGADOR DA MATRICULA (ARQMTR) E CLIENTE, VENDEDOR-
      * CLIENTE (ARQVCL), CONDICAO-CLIENTE (ARQCTE) E MEMBRO
      * DE GRUPO (ARQGRP). CLIENTE, VENDEDOR OU CONDICAO
      * INEXISTENTE OU DESATIVADO (STATUS I, COMO NA FUSAO DO
      * PROG046) E ORFAO; PARA FATURA SO CONTA O CLIENTE
      * DESATIVADO SE A FATURA AINDA ESTA ABERTA. CADA ORFAO
      * SAI NO ARQREL COM ARQUIVO E CHAVE, E NO FIM A CONTAGEM
      * POR VINCULO CONTRA A TOLERANCIA DO ARQITG (A LINHA
      * *PADRAO VALE PARA OS VINCULOS SEM LINHA PROPRIA, SENAO
      * ZERO). VINCULO ACIMA DA TOLERANCIA TERMINA COM RC 8
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
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQVDD ASSIGN TO UT-S-ARQVDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-VDD-CODIGO
                  FILE STATUS IS FS-ARQVDD-STATUS.
           SELECT ARQCPG ASSIGN TO UT-S-ARQCPG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CPG-CODIGO
                  FILE STATUS IS FS-ARQCPG-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQVCL ASSIGN TO UT-S-ARQVCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VCL-CODIGO
                  FILE STATUS IS FS-ARQVCL-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQGRP ASSIGN TO UT-S-ARQGRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQGRP-STATUS.
           SELECT ARQITG ASSIGN TO UT-S-ARQITG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQITG-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQVDD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-VENDEDOR.
       01   REG-VENDEDOR.
            05 REG-VDD-CODIGO   PIC 9(03).
            05 REG-VDD-NOME     PIC X(20).
            05 REG-VDD-PCT      PIC 9(02)V99.
            05 REG-VDD-STATUS   PIC X(01).
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
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQMTR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MTR.
       01   REG-MTR.
            05 MTR-MATRICULA    PIC 9(05).
            05 MTR-TURMA        PIC X(04).
            05 MTR-PERIODO      PIC X(06).
            05 MTR-SITUACAO     PIC X(01).
            05 MTR-PAGADOR      PIC 9(05).
            05 MTR-BOLSA-PCT    PIC 9(03).
       FD   ARQVCL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 8 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-VCL.
       01   REG-VCL.
            05 VCL-CODIGO       PIC 9(05).
            05 VCL-VENDEDOR     PIC 9(03).
       FD   ARQCTE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 7 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTE.
       01   REG-CTE.
            05 CTE-CODIGO       PIC 9(05).
            05 CTE-TERMO        PIC 9(02).
       FD   ARQGRP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-GRP.
       01   REG-GRP.
            05 GRP-GRUPO        PIC 9(03).
            05 GRP-CODIGO       PIC 9(05).
            05 GRP-LIDER        PIC X(01).
       FD   ARQITG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ITG.
       01   REG-ITG.
            05 ITG-VINCULO      PIC X(08).
            05 ITG-TOLERANCIA   PIC 9(05).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQVCL        PIC X VALUE 'N'.
       77  FS-ARQCTE        PIC X VALUE 'N'.
       77  FS-ARQGRP        PIC X VALUE 'N'.
       77  FS-ARQITG        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQVDD-STATUS PIC XX VALUE '00'.
       77  FS-ARQCPG-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQVCL-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  FS-ARQGRP-STATUS PIC XX VALUE '00'.
       77  FS-ARQITG-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-ABRIU-FATURAS PIC 9 VALUE 0.
       77  WRK-ABRIU-VDD    PIC 9 VALUE 0.
       77  WRK-ABRIU-CPG    PIC 9 VALUE 0.
      *-----------------------------------------------------
      * UMA LINHA POR VINCULO CONFERIDO: CODIGO DO VINCULO
      * (O MESMO DO ARQITG), ARQUIVO DE ORIGEM E DESCRICAO
      *-----------------------------------------------------
       01  WRK-VINCULOS.
           05 FILLER PIC X(40) VALUE
              'FAT-CLI FATURAS FATURA -> CLIENTE       '.
           05 FILLER PIC X(40) VALUE
              'PAG-FAT ARQPAG  PAGAMENTO -> FATURA     '.
           05 FILLER PIC X(40) VALUE
              'MTR-CLI ARQMTR  PAGADOR -> CLIENTE      '.
           05 FILLER PIC X(40) VALUE
              'VCL-CLI ARQVCL  VINCULO -> CLIENTE      '.
           05 FILLER PIC X(40) VALUE
              'VCL-VDD ARQVCL  VINCULO -> VENDEDOR     '.
           05 FILLER PIC X(40) VALUE
              'CTE-CLI ARQCTE  CONDICAO -> CLIENTE     '.
           05 FILLER PIC X(40) VALUE
              'CTE-CPG ARQCTE  CLIENTE -> CONDICAO     '.
           05 FILLER PIC X(40) VALUE
              'GRP-CLI ARQGRP  MEMBRO -> CLIENTE       '.
       01  WRK-VINCULOS-R REDEFINES WRK-VINCULOS.
           05 WRK-VIN-ENTRY OCCURS 8 TIMES.
               10 WRK-VIN-CODIGO   PIC X(08).
               10 WRK-VIN-ARQUIVO  PIC X(08).
               10 WRK-VIN-DESCR    PIC X(24).
       01  WRK-TAB-CONTAGENS.
           05 WRK-CNT-ENTRY OCCURS 8 TIMES.
               10 WRK-CNT-ORFAOS   PIC 9(07).
               10 WRK-CNT-LIDOS    PIC 9(09).
               10 WRK-CNT-TOLERANCIA PIC 9(05).
               10 WRK-CNT-TEM-TOL  PIC 9(01).
               10 WRK-CNT-AUSENTE  PIC 9(01).
       77  WRK-TOL-PADRAO   PIC 9(05) VALUE 0.
       77  WRK-VIN          PIC 9(02) VALUE 0.
       77  WRK-IDX          PIC 9(02) VALUE 0.
       77  WRK-POS          PIC 9(02) VALUE 0.
       77  WRK-CLIENTE      PIC 9(05) VALUE 0.
       77  WRK-MOTIVO       PIC X(22) VALUE SPACES.
       77  WRK-CHAVE-ED     PIC X(22) VALUE SPACES.
       77  WRK-QTD-EXCEDIDOS PIC 9(02) VALUE 0.
       77  WRK-QTD-ED       PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-LIDOS-ED     PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-TOL-ED       PIC ZZ.ZZ9 VALUE ZEROS.
       77  WRK-SITUACAO     PIC X(10) VALUE SPACES.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO NOT = 8
               PERFORM 0200-FATURAS
               PERFORM 0300-PAGAMENTOS
               PERFORM 0400-MATRICULAS
               PERFORM 0500-VENDEDORES
               PERFORM 0600-CONDICOES
               PERFORM 0700-GRUPOS
               PERFORM 0800-RESUMO
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-ZERAR-CONTAGEM
               VARYING WRK-VIN FROM 1 BY 1 UNTIL WRK-VIN > 8.
           OPEN INPUT ARQITG.
           IF FS-ARQITG-STATUS NOT = '00'
              DISPLAY 'ARQITG AUSENTE, TOLERANCIA ZERO'
           ELSE
              READ ARQITG AT END
                          MOVE 'F' TO FS-ARQITG
              END-READ
              PERFORM 0160-GUARDAR-TOLERANCIA UNTIL FS-ARQITG = 'F'
              CLOSE ARQITG.
           PERFORM 0170-APLICAR-PADRAO
               VARYING WRK-VIN FROM 1 BY 1 UNTIL WRK-VIN > 8.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE CLIENTES
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS = '00'
              MOVE 1 TO WRK-ABRIU-FATURAS.
           OPEN INPUT ARQVDD.
           IF FS-ARQVDD-STATUS = '00'
              MOVE 1 TO WRK-ABRIU-VDD.
           OPEN INPUT ARQCPG.
           IF FS-ARQCPG-STATUS = '00'
              MOVE 1 TO WRK-ABRIU-CPG.
           MOVE SPACES TO REG-REL.
           STRING 'INTEGRIDADE ENTRE ARQUIVOS -- ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'VINCULO  ARQUIVO  CHAVE                  '
                  'MOTIVO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
       0100-FIM.
      *-----------------------------------------------------
       0150-ZERAR-CONTAGEM.
           MOVE 0 TO WRK-CNT-ORFAOS (WRK-VIN).
           MOVE 0 TO WRK-CNT-LIDOS (WRK-VIN).
           MOVE 0 TO WRK-CNT-TOLERANCIA (WRK-VIN).
           MOVE 0 TO WRK-CNT-TEM-TOL (WRK-VIN).
           MOVE 0 TO WRK-CNT-AUSENTE (WRK-VIN).
      *-----------------------------------------------------
       0160-GUARDAR-TOLERANCIA.
           IF ITG-VINCULO = '*PADRAO'
              MOVE ITG-TOLERANCIA TO WRK-TOL-PADRAO
           ELSE
              MOVE 0 TO WRK-POS
              PERFORM 0165-COMPARAR-VINCULO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > 8 OR WRK-POS NOT = 0
              IF WRK-POS = 0
                 DISPLAY 'VINCULO DESCONHECIDO NO ARQITG ' ITG-VINCULO
              ELSE
                 MOVE ITG-TOLERANCIA TO WRK-CNT-TOLERANCIA (WRK-POS)
                 MOVE 1 TO WRK-CNT-TEM-TOL (WRK-POS).
           READ ARQITG AT END
                       MOVE 'F' TO FS-ARQITG.
      *-----------------------------------------------------
       0165-COMPARAR-VINCULO.
           IF WRK-VIN-CODIGO (WRK-IDX) = ITG-VINCULO
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0170-APLICAR-PADRAO.
           IF WRK-CNT-TEM-TOL (WRK-VIN) = 0
              MOVE WRK-TOL-PADRAO TO WRK-CNT-TOLERANCIA (WRK-VIN).
      *-----------------------------------------------------
      * FATURA -> CLIENTE; CLIENTE DESATIVADO SO CONTA PARA
      * FATURA AINDA ABERTA
      *-----------------------------------------------------
       0200-FATURAS.
           IF WRK-ABRIU-FATURAS = 0
              MOVE 1 TO WRK-CNT-AUSENTE (1)
              MOVE 1 TO WRK-CNT-AUSENTE (2)
           ELSE
              READ FATURAS NEXT AT END
                               MOVE 'F' TO FS-FATURAS
              END-READ
              PERFORM 0220-CONFERIR-FATURA UNTIL FS-FATURAS = 'F'.
      *-----------------------------------------------------
       0220-CONFERIR-FATURA.
           MOVE 1 TO WRK-VIN.
           ADD 1 TO WRK-CNT-LIDOS (WRK-VIN).
           MOVE FAT-CODIGO TO WRK-CLIENTE.
           PERFORM 0950-CONFERIR-CLIENTE.
           IF WRK-MOTIVO = 'CLIENTE DESATIVADO'
              AND FAT-STATUS NOT = 'A'
              MOVE SPACES TO WRK-MOTIVO.
           IF WRK-MOTIVO NOT = SPACES
              MOVE SPACES TO WRK-CHAVE-ED
              STRING 'FATURA ' FAT-CODIGO '/' FAT-NUMERO
                  DELIMITED BY SIZE INTO WRK-CHAVE-ED
              PERFORM 0990-GRAVAR-ORFAO.
           READ FATURAS NEXT AT END
                            MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
      * PAGAMENTO -> FATURA (LEITURA DIRETA PELA CHAVE)
      *-----------------------------------------------------
       0300-PAGAMENTOS.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00' OR WRK-ABRIU-FATURAS = 0
              MOVE 1 TO WRK-CNT-AUSENTE (2)
              IF FS-ARQPAG-STATUS = '00'
                 CLOSE ARQPAG
              END-IF
           ELSE
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0320-CONFERIR-PAGAMENTO UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
      *-----------------------------------------------------
       0320-CONFERIR-PAGAMENTO.
           MOVE 2 TO WRK-VIN.
           ADD 1 TO WRK-CNT-LIDOS (WRK-VIN).
           MOVE PAG-CODIGO TO FAT-CODIGO.
           MOVE PAG-NUMERO TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   MOVE SPACES TO WRK-CHAVE-ED
                   STRING 'PAGTO ' PAG-CODIGO '/' PAG-NUMERO
                          ' ' PAG-DATA
                       DELIMITED BY SIZE INTO WRK-CHAVE-ED
                   MOVE 'FATURA INEXISTENTE' TO WRK-MOTIVO
                   PERFORM 0990-GRAVAR-ORFAO
           END-READ.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
      * PAGADOR DA MATRICULA -> CLIENTE; PAGADOR ZERO E O
      * PROPRIO ALUNO (PROG118) E NAO E CONFERIDO
      *-----------------------------------------------------
       0400-MATRICULAS.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (3)
           ELSE
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR
              END-READ
              PERFORM 0420-CONFERIR-MATRICULA UNTIL FS-ARQMTR = 'F'
              CLOSE ARQMTR.
      *-----------------------------------------------------
       0420-CONFERIR-MATRICULA.
           MOVE 3 TO WRK-VIN.
           IF MTR-PAGADOR NOT = 0
              ADD 1 TO WRK-CNT-LIDOS (WRK-VIN)
              MOVE MTR-PAGADOR TO WRK-CLIENTE
              PERFORM 0950-CONFERIR-CLIENTE
              IF WRK-MOTIVO NOT = SPACES
                 MOVE SPACES TO WRK-CHAVE-ED
                 STRING 'MATR ' MTR-MATRICULA ' ' MTR-PERIODO
                        ' PAG ' MTR-PAGADOR
                     DELIMITED BY SIZE INTO WRK-CHAVE-ED
                 PERFORM 0990-GRAVAR-ORFAO.
           READ ARQMTR AT END
                       MOVE 'F' TO FS-ARQMTR.
      *-----------------------------------------------------
      * VINCULO VENDEDOR-CLIENTE: OS DOIS LADOS
      *-----------------------------------------------------
       0500-VENDEDORES.
           OPEN INPUT ARQVCL.
           IF FS-ARQVCL-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (4)
              MOVE 1 TO WRK-CNT-AUSENTE (5)
           ELSE
              IF WRK-ABRIU-VDD = 0
                 MOVE 1 TO WRK-CNT-AUSENTE (5)
              END-IF
              READ ARQVCL AT END
                          MOVE 'F' TO FS-ARQVCL
              END-READ
              PERFORM 0520-CONFERIR-VENDEDOR UNTIL FS-ARQVCL = 'F'
              CLOSE ARQVCL.
      *-----------------------------------------------------
       0520-CONFERIR-VENDEDOR.
           MOVE SPACES TO WRK-CHAVE-ED.
           STRING 'CLI ' VCL-CODIGO ' VDD ' VCL-VENDEDOR
               DELIMITED BY SIZE INTO WRK-CHAVE-ED.
           MOVE 4 TO WRK-VIN.
           ADD 1 TO WRK-CNT-LIDOS (WRK-VIN).
           MOVE VCL-CODIGO TO WRK-CLIENTE.
           PERFORM 0950-CONFERIR-CLIENTE.
           IF WRK-MOTIVO NOT = SPACES
              PERFORM 0990-GRAVAR-ORFAO.
           IF WRK-ABRIU-VDD = 1
              MOVE 5 TO WRK-VIN
              ADD 1 TO WRK-CNT-LIDOS (WRK-VIN)
              MOVE SPACES TO WRK-MOTIVO
              MOVE VCL-VENDEDOR TO REG-VDD-CODIGO
              READ ARQVDD
                  INVALID KEY
                      MOVE 'VENDEDOR INEXISTENTE' TO WRK-MOTIVO
                  NOT INVALID KEY
                      IF REG-VDD-STATUS = 'I'
                         MOVE 'VENDEDOR DESATIVADO' TO WRK-MOTIVO
                      END-IF
              END-READ
              IF WRK-MOTIVO NOT = SPACES
                 PERFORM 0990-GRAVAR-ORFAO.
           READ ARQVCL AT END
                       MOVE 'F' TO FS-ARQVCL.
      *-----------------------------------------------------
      * CONDICAO DE PAGAMENTO POR CLIENTE: OS DOIS LADOS
      *-----------------------------------------------------
       0600-CONDICOES.
           OPEN INPUT ARQCTE.
           IF FS-ARQCTE-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (6)
              MOVE 1 TO WRK-CNT-AUSENTE (7)
           ELSE
              IF WRK-ABRIU-CPG = 0
                 MOVE 1 TO WRK-CNT-AUSENTE (7)
              END-IF
              READ ARQCTE AT END
                          MOVE 'F' TO FS-ARQCTE
              END-READ
              PERFORM 0620-CONFERIR-CONDICAO UNTIL FS-ARQCTE = 'F'
              CLOSE ARQCTE.
      *-----------------------------------------------------
       0620-CONFERIR-CONDICAO.
           MOVE SPACES TO WRK-CHAVE-ED.
           STRING 'CLI ' CTE-CODIGO ' CPG ' CTE-TERMO
               DELIMITED BY SIZE INTO WRK-CHAVE-ED.
           MOVE 6 TO WRK-VIN.
           ADD 1 TO WRK-CNT-LIDOS (WRK-VIN).
           MOVE CTE-CODIGO TO WRK-CLIENTE.
           PERFORM 0950-CONFERIR-CLIENTE.
           IF WRK-MOTIVO NOT = SPACES
              PERFORM 0990-GRAVAR-ORFAO.
           IF WRK-ABRIU-CPG = 1
              MOVE 7 TO WRK-VIN
              ADD 1 TO WRK-CNT-LIDOS (WRK-VIN)
              MOVE SPACES TO WRK-MOTIVO
              MOVE CTE-TERMO TO REG-CPG-CODIGO
              READ ARQCPG
                  INVALID KEY
                      MOVE 'CONDICAO INEXISTENTE' TO WRK-MOTIVO
                  NOT INVALID KEY
                      IF REG-CPG-STATUS = 'I'
                         MOVE 'CONDICAO DESATIVADA' TO WRK-MOTIVO
                      END-IF
              END-READ
              IF WRK-MOTIVO NOT = SPACES
                 PERFORM 0990-GRAVAR-ORFAO.
           READ ARQCTE AT END
                       MOVE 'F' TO FS-ARQCTE.
      *-----------------------------------------------------
       0700-GRUPOS.
           OPEN INPUT ARQGRP.
           IF FS-ARQGRP-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (8)
           ELSE
              READ ARQGRP AT END
                          MOVE 'F' TO FS-ARQGRP
              END-READ
              PERFORM 0720-CONFERIR-MEMBRO UNTIL FS-ARQGRP = 'F'
              CLOSE ARQGRP.
      *-----------------------------------------------------
       0720-CONFERIR-MEMBRO.
           MOVE 8 TO WRK-VIN.
           ADD 1 TO WRK-CNT-LIDOS (WRK-VIN).
           MOVE GRP-CODIGO TO WRK-CLIENTE.
           PERFORM 0950-CONFERIR-CLIENTE.
           IF WRK-MOTIVO NOT = SPACES
              MOVE SPACES TO WRK-CHAVE-ED
              STRING 'GRUPO ' GRP-GRUPO ' CLI ' GRP-CODIGO
                  DELIMITED BY SIZE INTO WRK-CHAVE-ED
              PERFORM 0990-GRAVAR-ORFAO.
           READ ARQGRP AT END
                       MOVE 'F' TO FS-ARQGRP.
      *-----------------------------------------------------
      * CONTAGEM POR VINCULO CONTRA A TOLERANCIA
      *-----------------------------------------------------
       0800-RESUMO.
           MOVE ALL '=' TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'VINCULO  DESCRICAO                      LIDOS'
                  '  ORFAOS    TOL SITUACAO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0820-RESUMIR-VINCULO
               VARYING WRK-VIN FROM 1 BY 1 UNTIL WRK-VIN > 8.
           IF WRK-QTD-EXCEDIDOS > 0
              DISPLAY 'VINCULOS ACIMA DA TOLERANCIA.. '
                      WRK-QTD-EXCEDIDOS
              MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
       0820-RESUMIR-VINCULO.
           MOVE WRK-CNT-LIDOS (WRK-VIN)      TO WRK-LIDOS-ED.
           MOVE WRK-CNT-ORFAOS (WRK-VIN)     TO WRK-QTD-ED.
           MOVE WRK-CNT-TOLERANCIA (WRK-VIN) TO WRK-TOL-ED.
           IF WRK-CNT-AUSENTE (WRK-VIN) = 1
              MOVE 'AUSENTE' TO WRK-SITUACAO
           ELSE
              IF WRK-CNT-ORFAOS (WRK-VIN)
                 > WRK-CNT-TOLERANCIA (WRK-VIN)
                 MOVE 'EXCEDIDA' TO WRK-SITUACAO
                 ADD 1 TO WRK-QTD-EXCEDIDOS
                 DISPLAY 'TOLERANCIA EXCEDIDA..... '
                         WRK-VIN-CODIGO (WRK-VIN) ' '
                         WRK-CNT-ORFAOS (WRK-VIN)
              ELSE
                 MOVE 'OK' TO WRK-SITUACAO.
           MOVE SPACES TO REG-REL.
           STRING WRK-VIN-CODIGO (WRK-VIN) ' '
                  WRK-VIN-DESCR (WRK-VIN) ' '
                  WRK-LIDOS-ED ' ' WRK-QTD-ED ' '
                  WRK-TOL-ED ' ' WRK-SITUACAO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE ARQREL.
           IF WRK-ABRIU-FATURAS = 1
              CLOSE FATURAS.
           IF WRK-ABRIU-VDD = 1
              CLOSE ARQVDD.
           IF WRK-ABRIU-CPG = 1
              CLOSE ARQCPG.
      *-----------------------------------------------------
      * CLIENTE DE WRK-CLIENTE NO CADASTRO; WRK-MOTIVO FICA
      * EM BRANCO QUANDO ESTA TUDO CERTO
      *-----------------------------------------------------
       0950-CONFERIR-CLIENTE.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE WRK-CLIENTE TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE INEXISTENTE' TO WRK-MOTIVO
               NOT INVALID KEY
                   IF REG-STATUS = 'I'
                      MOVE 'CLIENTE DESATIVADO' TO WRK-MOTIVO
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0990-GRAVAR-ORFAO.
           ADD 1 TO WRK-CNT-ORFAOS (WRK-VIN).
           MOVE SPACES TO REG-REL.
           STRING WRK-VIN-CODIGO (WRK-VIN) ' '
                  WRK-VIN-ARQUIVO (WRK-VIN) ' '
                  WRK-CHAVE-ED ' ' WRK-MOTIVO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
