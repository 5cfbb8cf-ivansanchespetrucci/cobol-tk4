       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG148.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQITF ASSIGN TO UT-S-ARQITF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ITF-CHAVE
                  FILE STATUS IS FS-ARQITF-STATUS.
           SELECT ARQPRD ASSIGN TO UT-S-ARQPRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-PRD-CODIGO
                  FILE STATUS IS FS-ARQPRD-STATUS.
           SELECT ARQRTF ASSIGN TO UT-S-ARQRTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RTF-CHAVE
                  FILE STATUS IS FS-ARQRTF-STATUS.
           SELECT ARQNFS ASSIGN TO UT-S-ARQNFS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFS-CHAVE
                  FILE STATUS IS FS-ARQNFS-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
           SELECT ARQRPS ASSIGN TO UT-S-ARQRPS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRPS-STATUS.
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
       FD   ARQITF
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 31 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ITEM.
       01   REG-ITEM.
            05 ITF-CHAVE.
               10 ITF-CODIGO    PIC 9(05).
               10 ITF-NUMERO    PIC 9(06).
               10 ITF-SEQ       PIC 9(02).
            05 ITF-PRODUTO      PIC 9(04).
            05 ITF-QTDADE       PIC 9(05).
            05 ITF-VALOR        PIC 9(07)V99.
       FD   ARQPRD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 32 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PRODUTO.
       01   REG-PRODUTO.
            05 REG-PRD-CODIGO   PIC 9(04).
            05 REG-PRD-DESCR    PIC X(20).
            05 REG-PRD-PRECO    PIC 9(05)V99.
            05 REG-PRD-STATUS   PIC X(01).
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
       FD   ARQNFS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 77 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-NFS.
       01   REG-NFS.
            05 NFS-CHAVE.
               10 NFS-CODIGO    PIC 9(05).
               10 NFS-NUMERO    PIC 9(06).
            05 NFS-SITUACAO     PIC X(01).
            05 NFS-DATA-ENVIO   PIC 9(08).
            05 NFS-NOTA         PIC 9(09).
            05 NFS-VERIFICACAO  PIC X(10).
            05 NFS-DATA-AUT     PIC 9(08).
            05 NFS-MOTIVO       PIC X(30).
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       FD   ARQRPS
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RPS.
       01   REG-RPS.
            05 RPS-CODIGO       PIC 9(05).
            05 RPS-TIPO         PIC X(01).
            05 RPS-NUMERO       PIC 9(06).
            05 RPS-EMISSAO      PIC 9(08).
            05 RPS-VALOR        PIC 9(07)V99.
            05 RPS-ISS-RETIDO   PIC 9(07)V99.
            05 RPS-NOME         PIC X(20).
            05 RPS-LOGRADOURO   PIC X(20).
            05 RPS-END-NUMERO   PIC X(05).
            05 RPS-CIDADE       PIC X(20).
            05 RPS-UF           PIC X(02).
            05 RPS-CEP          PIC 9(08).
            05 FILLER           PIC X(20).
       01   REG-RPS-ITEM.
            05 RPI-CODIGO       PIC 9(05).
            05 RPI-TIPO         PIC X(01).
            05 RPI-NUMERO       PIC 9(06).
            05 RPI-SEQ          PIC 9(02).
            05 RPI-PRODUTO      PIC 9(04).
            05 RPI-DESCR        PIC X(20).
            05 RPI-QTDADE       PIC 9(05).
            05 RPI-VALOR        PIC 9(07)V99.
            05 FILLER           PIC X(81).
       01   REG-RPS-ENV            PIC X(133).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQITF-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  FS-ARQRTF-STATUS PIC XX VALUE '00'.
       77  FS-ARQNFS-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-ARQRPS-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-FATURAS  PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-TEM-NFS      PIC 9 VALUE 0.
       77  WRK-TEM-RPS      PIC 9 VALUE 0.
       77  WRK-TEM-ITENS    PIC 9 VALUE 0.
       77  WRK-TEM-PRODUTOS PIC 9 VALUE 0.
       77  WRK-TEM-RETENCAO PIC 9 VALUE 0.
       77  WRK-FIM-ITENS    PIC X VALUE 'N'.
       77  WRK-ENVIAR       PIC 9 VALUE 0.
       77  WRK-NFS-EXISTE   PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-MOVTOS   PIC 9(09) VALUE 0.
       77  WRK-HASH-CODIGO  PIC 9(11) VALUE 0.
       77  WRK-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-RPS      PIC 9(05) VALUE 0.
       77  WRK-QTD-REENVIO  PIC 9(05) VALUE 0.
       77  WRK-QTD-ITENS    PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-CLI  PIC 9(05) VALUE 0.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA (VER PROG049), COMO O PROG071
      * GRAVA NA INTERFACE CONTABIL; O TOTAL DE CONTROLE E A
      * SOMA DOS CODIGOS DE CLIENTE DE TODOS OS REGISTROS
      *-----------------------------------------------------
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'NFSE-RPS'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
           05 WRK-TRL-VALOR            PIC 9(11)V99.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-FATURAS = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * LOTE DIARIO DE RPS PARA A NOTA FISCAL DE SERVICOS
      * ELETRONICA: CADA FATURA EMITIDA NO DIA (DATA OFICIAL
      * DO ARQRUN) VIRA UM REGISTRO R COM NOME, ENDERECO E
      * CEP DO CADASTRO E O ISS RETIDO DO ARQRTF, SEGUIDO DOS
      * ITENS I DO ARQITF COM A DESCRICAO DO ARQPRD. O
      * CONTROLE ARQNFS MARCA A FATURA COMO ENVIADA (E); O
      * RETORNO DA PREFEITURA (PROG149) GRAVA A NOTA E O
      * CODIGO DE VERIFICACAO. RPS RECUSADO (R) VOLTA NO LOTE
      * SEGUINTE. ARQUIVO COM O ENVELOPE PADRAO, A REGISTRAR
      * NO MANIFESTO PELO PROG139
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-FATURAS.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-CLIENTES.
           OPEN I-O ARQNFS.
             IF FS-ARQNFS-STATUS = '35'
                OPEN OUTPUT ARQNFS
                CLOSE ARQNFS
                OPEN I-O ARQNFS.
             IF FS-ARQNFS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQNFS.... ' FS-ARQNFS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-NFS.
           OPEN INPUT ARQITF.
             IF FS-ARQITF-STATUS = '00'
                MOVE 1 TO WRK-TEM-ITENS.
           OPEN INPUT ARQPRD.
             IF FS-ARQPRD-STATUS = '00'
                MOVE 1 TO WRK-TEM-PRODUTOS.
           OPEN INPUT ARQRTF.
             IF FS-ARQRTF-STATUS = '00'
                MOVE 1 TO WRK-TEM-RETENCAO.
           OPEN OUTPUT ARQRPS.
             IF FS-ARQRPS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQRPS.... ' FS-ARQRPS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-RPS.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE SPACES TO REG-RPS-ENV.
           MOVE WRK-CABECALHO TO REG-RPS-ENV.
           WRITE REG-RPS-ENV.
           DISPLAY 'LOTE DE RPS DE ' WRK-DATA-HOJE.
           DISPLAY '------------------------------------'.
           READ FATURAS NEXT RECORD AT END
                        MOVE 'F' TO FS-FATURAS.
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
       0200-PROCESSAR.
           MOVE 0 TO WRK-ENVIAR.
           MOVE FAT-CHAVE TO NFS-CHAVE.
           READ ARQNFS
               INVALID KEY
                   MOVE 0 TO WRK-NFS-EXISTE
                   IF FAT-EMISSAO = WRK-DATA-HOJE
                      AND FAT-STATUS NOT = 'C'
                      MOVE 1 TO WRK-ENVIAR
                   END-IF
               NOT INVALID KEY
                   MOVE 1 TO WRK-NFS-EXISTE
                   IF NFS-SITUACAO = 'R'
                      MOVE 1 TO WRK-ENVIAR
                      ADD 1 TO WRK-QTD-REENVIO
                   END-IF
           END-READ.
           IF WRK-ENVIAR = 1
              PERFORM 0300-GRAVAR-RPS THRU 0300-FIM.
           READ FATURAS NEXT RECORD AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0300-GRAVAR-RPS.
           MOVE FAT-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'SEM CADASTRO ' FAT-CODIGO '/' FAT-NUMERO
                           ' RPS NAO GERADO'
                   ADD 1 TO WRK-QTD-SEM-CLI
                   GO TO 0300-FIM
           END-READ.
           MOVE SPACES TO REG-RPS.
           MOVE FAT-CODIGO       TO RPS-CODIGO.
           MOVE 'R'              TO RPS-TIPO.
           MOVE FAT-NUMERO       TO RPS-NUMERO.
           MOVE FAT-EMISSAO      TO RPS-EMISSAO.
           MOVE FAT-VALOR        TO RPS-VALOR.
           MOVE ZEROS            TO RPS-ISS-RETIDO.
           IF WRK-TEM-RETENCAO = 1
              MOVE FAT-CHAVE TO RTF-CHAVE
              READ ARQRTF
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE RTF-ISS TO RPS-ISS-RETIDO
              END-READ.
           MOVE REG-NOME           TO RPS-NOME.
           MOVE REG-END-LOGRADOURO TO RPS-LOGRADOURO.
           MOVE REG-END-NUMERO     TO RPS-END-NUMERO.
           MOVE REG-END-CIDADE     TO RPS-CIDADE.
           MOVE REG-END-UF         TO RPS-UF.
           MOVE REG-CEP            TO RPS-CEP.
           WRITE REG-RPS.
           ADD 1 TO WRK-QTD-MOVTOS.
           ADD FAT-CODIGO TO WRK-HASH-CODIGO.
           ADD FAT-VALOR TO WRK-TOT-VALOR.
           ADD 1 TO WRK-QTD-RPS.
           IF WRK-TEM-ITENS = 1
              PERFORM 0350-GRAVAR-ITENS.
           PERFORM 0400-MARCAR-ENVIO.
           MOVE FAT-VALOR TO WRK-VALOR-ED.
           DISPLAY 'RPS....... ' FAT-CODIGO '/' FAT-NUMERO
                   ' ' WRK-VALOR-ED.
       0300-FIM.
      *-----------------------------------------------------
       0350-GRAVAR-ITENS.
           MOVE FAT-CODIGO TO ITF-CODIGO.
           MOVE FAT-NUMERO TO ITF-NUMERO.
           MOVE ZEROS TO ITF-SEQ.
           MOVE 'N' TO WRK-FIM-ITENS.
           START ARQITF KEY IS NOT < ITF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-FIM-ITENS
           END-START.
           PERFORM 0360-GRAVAR-UM-ITEM
               UNTIL WRK-FIM-ITENS = 'F'.
      *-----------------------------------------------------
       0360-GRAVAR-UM-ITEM.
           READ ARQITF NEXT RECORD
               AT END
                   MOVE 'F' TO WRK-FIM-ITENS
               NOT AT END
                   IF ITF-CODIGO NOT = FAT-CODIGO
                      OR ITF-NUMERO NOT = FAT-NUMERO
                      MOVE 'F' TO WRK-FIM-ITENS
                   ELSE
                      PERFORM 0370-MONTAR-ITEM
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0370-MONTAR-ITEM.
           MOVE SPACES TO REG-RPS-ITEM.
           MOVE ITF-CODIGO  TO RPI-CODIGO.
           MOVE 'I'         TO RPI-TIPO.
           MOVE ITF-NUMERO  TO RPI-NUMERO.
           MOVE ITF-SEQ     TO RPI-SEQ.
           MOVE ITF-PRODUTO TO RPI-PRODUTO.
           MOVE ITF-QTDADE  TO RPI-QTDADE.
           MOVE ITF-VALOR   TO RPI-VALOR.
           MOVE 'PRODUTO NAO CADASTRADO' TO RPI-DESCR.
           IF WRK-TEM-PRODUTOS = 1
              MOVE ITF-PRODUTO TO REG-PRD-CODIGO
              READ ARQPRD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE REG-PRD-DESCR TO RPI-DESCR
              END-READ.
           WRITE REG-RPS-ITEM.
           ADD 1 TO WRK-QTD-MOVTOS.
           ADD ITF-CODIGO TO WRK-HASH-CODIGO.
           ADD 1 TO WRK-QTD-ITENS.
      *-----------------------------------------------------
       0400-MARCAR-ENVIO.
           MOVE FAT-CHAVE     TO NFS-CHAVE.
           MOVE 'E'           TO NFS-SITUACAO.
           MOVE WRK-DATA-HOJE TO NFS-DATA-ENVIO.
           MOVE ZEROS         TO NFS-NOTA.
           MOVE SPACES        TO NFS-VERIFICACAO.
           MOVE ZEROS         TO NFS-DATA-AUT.
           MOVE SPACES        TO NFS-MOTIVO.
           IF WRK-NFS-EXISTE = 1
              REWRITE REG-NFS
           ELSE
              WRITE REG-NFS
                  INVALID KEY
                      DISPLAY 'CONTROLE JA EXISTE...... '
                              NFS-CODIGO '/' NFS-NUMERO
              END-WRITE.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-RPS = 1
               MOVE WRK-QTD-MOVTOS  TO WRK-TRL-QTD
               MOVE WRK-HASH-CODIGO TO WRK-TRL-HASH
               MOVE WRK-TOT-VALOR   TO WRK-TRL-VALOR
               MOVE SPACES TO REG-RPS-ENV
               MOVE WRK-TRAILER TO REG-RPS-ENV
               WRITE REG-RPS-ENV
               CLOSE ARQRPS.
            IF WRK-TEM-FATURAS = 1
               CLOSE FATURAS.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            IF WRK-TEM-NFS = 1
               CLOSE ARQNFS.
            IF WRK-TEM-ITENS = 1
               CLOSE ARQITF.
            IF WRK-TEM-PRODUTOS = 1
               CLOSE ARQPRD.
            IF WRK-TEM-RETENCAO = 1
               CLOSE ARQRTF.
            DISPLAY '------------------------------------'.
            DISPLAY 'RPS GERADOS............. ' WRK-QTD-RPS.
            DISPLAY 'REENVIOS DE RECUSADOS... ' WRK-QTD-REENVIO.
            DISPLAY 'ITENS GERADOS........... ' WRK-QTD-ITENS.
            DISPLAY 'SEM CADASTRO............ ' WRK-QTD-SEM-CLI.
            MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
            DISPLAY 'VALOR TOTAL DO LOTE..... ' WRK-VALOR-ED.
            IF WRK-RETORNO = 0 AND WRK-QTD-SEM-CLI NOT = 0
               MOVE 4 TO WRK-RETORNO.
            IF WRK-RETORNO = 0 AND WRK-QTD-RPS = 0
               MOVE 4 TO WRK-RETORNO.
