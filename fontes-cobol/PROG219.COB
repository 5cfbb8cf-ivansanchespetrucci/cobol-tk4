       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG219.
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
           SELECT ARQCSG ASSIGN TO UT-S-ARQCSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSG-CODIGO
                  FILE STATUS IS FS-ARQCSG-STATUS.
           SELECT ARQVCL ASSIGN TO UT-S-ARQVCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCL-CODIGO
                  FILE STATUS IS FS-ARQVCL-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
           SELECT ARQFTA ASSIGN TO UT-S-ARQFTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQFTA-STATUS.
           SELECT ARQFTN ASSIGN TO UT-S-ARQFTN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQFTN-STATUS.
           SELECT ARQBIF ASSIGN TO UT-S-ARQBIF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQBIF-STATUS.
           SELECT ARQDCA ASSIGN TO UT-S-ARQDCA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDCA-STATUS.
           SELECT ARQDCN ASSIGN TO UT-S-ARQDCN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDCN-STATUS.
           SELECT ARQDPA ASSIGN TO UT-S-ARQDPA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDPA-STATUS.
           SELECT ARQDPN ASSIGN TO UT-S-ARQDPN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDPN-STATUS.
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
       FD   ARQCSG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 15 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CSG.
       01   REG-CSG.
            05 CSG-CODIGO       PIC 9(05).
            05 CSG-SEGMENTO     PIC 9(02).
            05 CSG-DATA-ALTERACAO PIC 9(08).
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
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
      *-----------------------------------------------------
      * RETRATO DAS FATURAS NA ULTIMA EXTRACAO (ANTERIOR E
      * NOVO), NA ORDEM DA CHAVE DO FATURAS
      *-----------------------------------------------------
       FD   ARQFTA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-FTA.
       01   REG-FTA.
            05 FTA-CHAVE.
               10 FTA-CODIGO    PIC 9(05).
               10 FTA-NUMERO    PIC 9(06).
            05 FTA-VALOR        PIC 9(07)V99.
            05 FTA-VENCIMENTO   PIC 9(08).
            05 FTA-STATUS       PIC X(01).
            05 FTA-VALOR-PAGO   PIC 9(07)V99.
       FD   ARQFTN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-FTN.
       01   REG-FTN.
            05 FTN-CHAVE.
               10 FTN-CODIGO    PIC 9(05).
               10 FTN-NUMERO    PIC 9(06).
            05 FTN-VALOR        PIC 9(07)V99.
            05 FTN-VENCIMENTO   PIC 9(08).
            05 FTN-STATUS       PIC X(01).
            05 FTN-VALOR-PAGO   PIC 9(07)V99.
      *-----------------------------------------------------
      * FATO F = FATURA (UM REGISTRO POR ITEM DO ARQITF, OU
      * UM SO COM PRODUTO 0000 SE NAO HA ITENS), P = PAGAMENTO;
      * MOVIMENTO N = NOVA, A = ALTERADA DESDE A ULTIMA EXTRACAO
      *-----------------------------------------------------
       FD   ARQBIF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-BIF.
       01   REG-BIF.
            05 BIF-CODIGO       PIC 9(05).
            05 BIF-NUMERO       PIC 9(06).
            05 BIF-SEQ          PIC 9(02).
            05 BIF-TIPO         PIC X(01).
            05 BIF-MOVTO        PIC X(01).
            05 BIF-EMPRESA      PIC 9(02).
            05 BIF-REGIAO       PIC 9(02).
            05 BIF-SEGMENTO     PIC 9(02).
            05 BIF-VENDEDOR     PIC 9(03).
            05 BIF-CONDICAO     PIC 9(02).
            05 BIF-PRODUTO      PIC 9(04).
            05 BIF-QTDADE       PIC 9(05).
            05 BIF-VALOR        PIC 9(07)V99.
            05 BIF-VALOR-FATURA PIC 9(07)V99.
            05 BIF-VALOR-PAGO   PIC 9(07)V99.
            05 BIF-STATUS       PIC X(01).
            05 BIF-EMISSAO      PIC 9(08).
            05 BIF-VENCIMENTO   PIC 9(08).
            05 BIF-DATA-MOVTO   PIC 9(08).
            05 FILLER           PIC X(13).
       01   REG-BIF-ENV            PIC X(100).
      *-----------------------------------------------------
      * DIMENSAO DE CLIENTES COM HISTORICO: UMA VERSAO POR
      * MUDANCA DE ATRIBUTO, VIGENTE DE DCx-INICIO A DCx-FIM
      * (99999999 E ATUAL = S NA VERSAO CORRENTE)
      *-----------------------------------------------------
       FD   ARQDCA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DCA.
       01   REG-DCA.
            05 DCA-CODIGO       PIC 9(05).
            05 DCA-VERSAO       PIC 9(03).
            05 DCA-INICIO       PIC 9(08).
            05 DCA-FIM          PIC 9(08).
            05 DCA-ATUAL        PIC X(01).
            05 DCA-ATRIBUTOS.
               10 DCA-NOME      PIC X(20).
               10 DCA-EMPRESA   PIC 9(02).
               10 DCA-CEP       PIC 9(08).
               10 DCA-REGIAO    PIC 9(02).
               10 DCA-CIDADE    PIC X(20).
               10 DCA-UF        PIC X(02).
               10 DCA-SEGMENTO  PIC 9(02).
               10 DCA-VENDEDOR  PIC 9(03).
               10 DCA-CONDICAO  PIC 9(02).
               10 DCA-STATUS    PIC X(01).
       01   REG-DCA-ENV.
            05 DCA-ENV-TIPO     PIC X(03).
            05 FILLER           PIC X(84).
       FD   ARQDCN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DCN.
       01   REG-DCN.
            05 DCN-CODIGO       PIC 9(05).
            05 DCN-VERSAO       PIC 9(03).
            05 DCN-INICIO       PIC 9(08).
            05 DCN-FIM          PIC 9(08).
            05 DCN-ATUAL        PIC X(01).
            05 DCN-ATRIBUTOS    PIC X(62).
       01   REG-DCN-ENV            PIC X(87).
      *-----------------------------------------------------
      * DIMENSAO DE PRODUTOS, NO MESMO MOLDE
      *-----------------------------------------------------
       FD   ARQDPA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DPA.
       01   REG-DPA.
            05 DPA-PRODUTO      PIC 9(05).
            05 DPA-VERSAO       PIC 9(03).
            05 DPA-INICIO       PIC 9(08).
            05 DPA-FIM          PIC 9(08).
            05 DPA-ATUAL        PIC X(01).
            05 DPA-ATRIBUTOS.
               10 DPA-DESCR     PIC X(20).
               10 DPA-PRECO     PIC 9(05)V99.
               10 DPA-STATUS    PIC X(01).
       01   REG-DPA-ENV.
            05 DPA-ENV-TIPO     PIC X(03).
            05 FILLER           PIC X(50).
       FD   ARQDPN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DPN.
       01   REG-DPN.
            05 DPN-PRODUTO      PIC 9(05).
            05 DPN-VERSAO       PIC 9(03).
            05 DPN-INICIO       PIC 9(08).
            05 DPN-FIM          PIC 9(08).
            05 DPN-ATUAL        PIC X(01).
            05 DPN-ATRIBUTOS    PIC X(28).
       01   REG-DPN-ENV            PIC X(53).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQFTA        PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQITF-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  FS-ARQCSG-STATUS PIC XX VALUE '00'.
       77  FS-ARQVCL-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-ARQFTA-STATUS PIC XX VALUE '00'.
       77  FS-ARQFTN-STATUS PIC XX VALUE '00'.
       77  FS-ARQBIF-STATUS PIC XX VALUE '00'.
       77  FS-ARQDCA-STATUS PIC XX VALUE '00'.
       77  FS-ARQDCN-STATUS PIC XX VALUE '00'.
       77  FS-ARQDPA-STATUS PIC XX VALUE '00'.
       77  FS-ARQDPN-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-FATURAS  PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-TEM-FTA      PIC 9 VALUE 0.
       77  WRK-TEM-FTN      PIC 9 VALUE 0.
       77  WRK-TEM-BIF      PIC 9 VALUE 0.
       77  WRK-TEM-ITENS    PIC 9 VALUE 0.
       77  WRK-TEM-PRODUTOS PIC 9 VALUE 0.
       77  WRK-TEM-CSG      PIC 9 VALUE 0.
       77  WRK-TEM-VCL      PIC 9 VALUE 0.
       77  WRK-TEM-CTE      PIC 9 VALUE 0.
       77  WRK-TEM-DCA      PIC 9 VALUE 0.
       77  WRK-TEM-DPA      PIC 9 VALUE 0.
       77  WRK-FIM-ITENS    PIC X VALUE 'N'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ONTEM   PIC 9(08) VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-CHAVE-FTA    PIC X(11) VALUE SPACES.
       77  WRK-MOVTO        PIC X(01) VALUE SPACE.
       77  WRK-ITENS-FATURA PIC 9(03) VALUE 0.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-CEP-ALF      PIC X(08) VALUE SPACES.
       77  WRK-CLI-ACHOU    PIC 9 VALUE 0.
       77  WRK-CLI-EMPRESA  PIC 9(02) VALUE ZEROS.
       77  WRK-CLI-REGIAO   PIC 9(02) VALUE ZEROS.
       77  WRK-CLI-SEGMENTO PIC 9(02) VALUE ZEROS.
       77  WRK-CLI-VENDEDOR PIC 9(03) VALUE ZEROS.
       77  WRK-CLI-CONDICAO PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------
      * FATO MONTADO ANTES DA GRAVACAO
      *-----------------------------------------------------
       01  WRK-FATO.
           05 WRK-FATO-CODIGO       PIC 9(05).
           05 WRK-FATO-NUMERO       PIC 9(06).
           05 WRK-FATO-SEQ          PIC 9(02).
           05 WRK-FATO-TIPO         PIC X(01).
           05 WRK-FATO-MOVTO        PIC X(01).
           05 WRK-FATO-EMPRESA      PIC 9(02).
           05 WRK-FATO-REGIAO       PIC 9(02).
           05 WRK-FATO-SEGMENTO     PIC 9(02).
           05 WRK-FATO-VENDEDOR     PIC 9(03).
           05 WRK-FATO-CONDICAO     PIC 9(02).
           05 WRK-FATO-PRODUTO      PIC 9(04).
           05 WRK-FATO-QTDADE       PIC 9(05).
           05 WRK-FATO-VALOR        PIC 9(07)V99.
           05 WRK-FATO-VALOR-FATURA PIC 9(07)V99.
           05 WRK-FATO-VALOR-PAGO   PIC 9(07)V99.
           05 WRK-FATO-STATUS       PIC X(01).
           05 WRK-FATO-EMISSAO      PIC 9(08).
           05 WRK-FATO-VENCIMENTO   PIC 9(08).
           05 WRK-FATO-DATA-MOVTO   PIC 9(08).
           05 FILLER                PIC X(13) VALUE SPACES.
      *-----------------------------------------------------
      * ATRIBUTOS CORRENTES DO CADASTRO PARA AS DIMENSOES
      *-----------------------------------------------------
       01  WRK-DCL-ATRIBUTOS.
           05 WRK-DCL-NOME      PIC X(20).
           05 WRK-DCL-EMPRESA   PIC 9(02).
           05 WRK-DCL-CEP       PIC 9(08).
           05 WRK-DCL-REGIAO    PIC 9(02).
           05 WRK-DCL-CIDADE    PIC X(20).
           05 WRK-DCL-UF        PIC X(02).
           05 WRK-DCL-SEGMENTO  PIC 9(02).
           05 WRK-DCL-VENDEDOR  PIC 9(03).
           05 WRK-DCL-CONDICAO  PIC 9(02).
           05 WRK-DCL-STATUS    PIC X(01).
       01  WRK-DPR-ATRIBUTOS.
           05 WRK-DPR-DESCR     PIC X(20).
           05 WRK-DPR-PRECO     PIC 9(05)V99.
           05 WRK-DPR-STATUS    PIC X(01).
       77  WRK-CHAVE-CLI    PIC 9(06) VALUE ZEROS.
       77  WRK-CHAVE-DCA    PIC 9(06) VALUE ZEROS.
       77  WRK-CHAVE-PRD    PIC 9(05) VALUE ZEROS.
       77  WRK-CHAVE-DPA    PIC 9(05) VALUE ZEROS.
       77  WRK-VERSAO       PIC 9(03) VALUE 0.
       77  WRK-TEM-ATUAL    PIC 9 VALUE 0.
       77  WRK-QTD-MOVTOS   PIC 9(09) VALUE 0.
       77  WRK-HASH-CODIGO  PIC 9(11) VALUE 0.
       77  WRK-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-NOVAS    PIC 9(07) VALUE 0.
       77  WRK-QTD-ALTERADAS PIC 9(07) VALUE 0.
       77  WRK-QTD-PAGTOS   PIC 9(07) VALUE 0.
       77  WRK-QTD-DIM      PIC 9(09) VALUE 0.
       77  WRK-HASH-DIM     PIC 9(11) VALUE 0.
       77  WRK-QTD-VERSOES  PIC 9(07) VALUE 0.
       77  WRK-QTD-ENCERRADAS PIC 9(07) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA (VER PROG049), COMO O PROG071
      * GRAVA NA INTERFACE CONTABIL; O TOTAL DE CONTROLE E A
      * SOMA DOS CODIGOS (CLIENTE NOS FATOS E NA DIMENSAO DE
      * CLIENTES, PRODUTO NA DIMENSAO DE PRODUTOS)
      *-----------------------------------------------------
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'BI-FATOS'.
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
            IF WRK-RETORNO < 8
               PERFORM 0200-PROCESSAR UNTIL FS-FATURAS = 'F'
               PERFORM 0400-PAGAMENTOS THRU 0400-FIM
               PERFORM 0500-DIMENSAO-CLIENTES THRU 0500-FIM
               PERFORM 0700-DIMENSAO-PRODUTOS THRU 0700-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * EXTRATO DIARIO PARA A EQUIPE DE BI: FATOS DE FATURA
      * NOVA OU ALTERADA (VALOR, VENCIMENTO, SITUACAO OU VALOR
      * PAGO DIFERENTE DO RETRATO DA EXTRACAO ANTERIOR NO
      * ARQFTA) E DE PAGAMENTO DO DIA (ARQPAG), COM AS CHAVES
      * DESNORMALIZADAS -- CLIENTE, EMPRESA, REGIAO DO CEP
      * (MAPA DO PROG045), SEGMENTO (ARQCSG), VENDEDOR
      * (ARQVCL), CONDICAO DE PAGAMENTO (ARQCTE) E PRODUTO DO
      * ITEM (ARQITF). SEM O RETRATO ANTERIOR TODAS AS FATURAS
      * SAEM COMO NOVAS (CARGA INICIAL). AS DIMENSOES DE
      * CLIENTES E PRODUTOS GUARDAM O HISTORICO: MUDOU UM
      * ATRIBUTO, A VERSAO CORRENTE E ENCERRADA NA VESPERA E
      * ABRE-SE UMA NOVA; CLIENTE OU PRODUTO QUE SAIU DO
      * CADASTRO TEM A VERSAO CORRENTE ENCERRADA. OS TRES
      * ARQUIVOS SAEM COM O ENVELOPE PADRAO, A REGISTRAR NO
      * MANIFESTO PELO PROG139
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           MOVE 'R' TO WRK-DT-FUNCAO.
           MOVE WRK-DATA-HOJE TO WRK-DT-DATA1.
           MOVE 1 TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           MOVE WRK-DT-DATA2 TO WRK-DATA-ONTEM.
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
           OPEN INPUT ARQITF.
             IF FS-ARQITF-STATUS = '00'
                MOVE 1 TO WRK-TEM-ITENS.
           OPEN INPUT ARQPRD.
             IF FS-ARQPRD-STATUS = '00'
                MOVE 1 TO WRK-TEM-PRODUTOS.
           OPEN INPUT ARQCSG.
             IF FS-ARQCSG-STATUS = '00'
                MOVE 1 TO WRK-TEM-CSG.
           OPEN INPUT ARQVCL.
             IF FS-ARQVCL-STATUS = '00'
                MOVE 1 TO WRK-TEM-VCL.
           OPEN INPUT ARQCTE.
             IF FS-ARQCTE-STATUS = '00'
                MOVE 1 TO WRK-TEM-CTE.
           OPEN INPUT ARQFTA.
             IF FS-ARQFTA-STATUS NOT = '00'
                DISPLAY 'SEM RETRATO ANTERIOR, CARGA INICIAL'
                MOVE 'F' TO FS-ARQFTA
                MOVE HIGH-VALUES TO WRK-CHAVE-FTA
             ELSE
                MOVE 1 TO WRK-TEM-FTA
                PERFORM 0220-LER-ANTERIOR.
           OPEN OUTPUT ARQFTN.
             IF FS-ARQFTN-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQFTN.... ' FS-ARQFTN-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-FTN.
           OPEN OUTPUT ARQBIF.
             IF FS-ARQBIF-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQBIF.... ' FS-ARQBIF-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-BIF.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE SPACES TO REG-BIF-ENV.
           MOVE WRK-CABECALHO TO REG-BIF-ENV.
           WRITE REG-BIF-ENV.
           DISPLAY 'EXTRATO DE BI DE ' WRK-DATA-HOJE.
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
      * BATIMENTO DO FATURAS COM O RETRATO ANTERIOR PELA CHAVE;
      * FATURA QUE SUMIU DO ARQUIVO SO SAI DO RETRATO
      *-----------------------------------------------------
       0200-PROCESSAR.
           PERFORM 0220-LER-ANTERIOR
               UNTIL WRK-CHAVE-FTA NOT < FAT-CHAVE.
           MOVE SPACE TO WRK-MOVTO.
           IF WRK-CHAVE-FTA = FAT-CHAVE
              IF FTA-VALOR NOT = FAT-VALOR
                 OR FTA-VENCIMENTO NOT = FAT-VENCIMENTO
                 OR FTA-STATUS NOT = FAT-STATUS
                 OR FTA-VALOR-PAGO NOT = FAT-VALOR-PAGO
                 MOVE 'A' TO WRK-MOVTO
                 ADD 1 TO WRK-QTD-ALTERADAS
              END-IF
           ELSE
              MOVE 'N' TO WRK-MOVTO
              ADD 1 TO WRK-QTD-NOVAS.
           IF WRK-MOVTO NOT = SPACE
              PERFORM 0300-FATOS-DA-FATURA.
           PERFORM 0250-GRAVAR-RETRATO.
           READ FATURAS NEXT RECORD AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0220-LER-ANTERIOR.
           IF FS-ARQFTA NOT = 'F'
              READ ARQFTA AT END
                          MOVE 'F' TO FS-ARQFTA.
           IF FS-ARQFTA = 'F'
              MOVE HIGH-VALUES TO WRK-CHAVE-FTA
           ELSE
              MOVE FTA-CHAVE TO WRK-CHAVE-FTA.
      *-----------------------------------------------------
       0250-GRAVAR-RETRATO.
           MOVE FAT-CHAVE      TO FTN-CHAVE.
           MOVE FAT-VALOR      TO FTN-VALOR.
           MOVE FAT-VENCIMENTO TO FTN-VENCIMENTO.
           MOVE FAT-STATUS     TO FTN-STATUS.
           MOVE FAT-VALOR-PAGO TO FTN-VALOR-PAGO.
           WRITE REG-FTN.
      *-----------------------------------------------------
       0300-FATOS-DA-FATURA.
           MOVE FAT-CODIGO TO WRK-CODIGO.
           PERFORM 0600-DADOS-DO-CLIENTE.
           MOVE 'F'              TO WRK-FATO-TIPO.
           MOVE WRK-MOVTO        TO WRK-FATO-MOVTO.
           MOVE FAT-CODIGO       TO WRK-FATO-CODIGO.
           MOVE FAT-NUMERO       TO WRK-FATO-NUMERO.
           MOVE FAT-EMPRESA      TO WRK-FATO-EMPRESA.
           MOVE FAT-VALOR        TO WRK-FATO-VALOR-FATURA.
           MOVE FAT-VALOR-PAGO   TO WRK-FATO-VALOR-PAGO.
           MOVE FAT-STATUS       TO WRK-FATO-STATUS.
           MOVE FAT-EMISSAO      TO WRK-FATO-EMISSAO.
           MOVE FAT-VENCIMENTO   TO WRK-FATO-VENCIMENTO.
           MOVE WRK-DATA-HOJE    TO WRK-FATO-DATA-MOVTO.
           MOVE 0 TO WRK-ITENS-FATURA.
           IF WRK-TEM-ITENS = 1
              PERFORM 0350-FATOS-DOS-ITENS.
           IF WRK-ITENS-FATURA = 0
              MOVE ZEROS     TO WRK-FATO-SEQ
              MOVE ZEROS     TO WRK-FATO-PRODUTO
              MOVE ZEROS     TO WRK-FATO-QTDADE
              MOVE FAT-VALOR TO WRK-FATO-VALOR
              PERFORM 0380-GRAVAR-FATO.
      *-----------------------------------------------------
       0350-FATOS-DOS-ITENS.
           MOVE FAT-CODIGO TO ITF-CODIGO.
           MOVE FAT-NUMERO TO ITF-NUMERO.
           MOVE ZEROS TO ITF-SEQ.
           MOVE 'N' TO WRK-FIM-ITENS.
           START ARQITF KEY IS NOT < ITF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-FIM-ITENS
           END-START.
           PERFORM 0360-FATO-DE-UM-ITEM
               UNTIL WRK-FIM-ITENS = 'F'.
      *-----------------------------------------------------
       0360-FATO-DE-UM-ITEM.
           READ ARQITF NEXT RECORD
               AT END
                   MOVE 'F' TO WRK-FIM-ITENS
               NOT AT END
                   IF ITF-CODIGO NOT = FAT-CODIGO
                      OR ITF-NUMERO NOT = FAT-NUMERO
                      MOVE 'F' TO WRK-FIM-ITENS
                   ELSE
                      ADD 1 TO WRK-ITENS-FATURA
                      MOVE ITF-SEQ     TO WRK-FATO-SEQ
                      MOVE ITF-PRODUTO TO WRK-FATO-PRODUTO
                      MOVE ITF-QTDADE  TO WRK-FATO-QTDADE
                      MOVE ITF-VALOR   TO WRK-FATO-VALOR
                      PERFORM 0380-GRAVAR-FATO
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0380-GRAVAR-FATO.
           MOVE WRK-CLI-REGIAO   TO WRK-FATO-REGIAO.
           MOVE WRK-CLI-SEGMENTO TO WRK-FATO-SEGMENTO.
           MOVE WRK-CLI-VENDEDOR TO WRK-FATO-VENDEDOR.
           MOVE WRK-CLI-CONDICAO TO WRK-FATO-CONDICAO.
           MOVE SPACES TO REG-BIF-ENV.
           MOVE WRK-FATO TO REG-BIF.
           WRITE REG-BIF.
           ADD 1 TO WRK-QTD-MOVTOS.
           ADD WRK-FATO-CODIGO TO WRK-HASH-CODIGO.
           ADD WRK-FATO-VALOR TO WRK-TOT-VALOR.
      *-----------------------------------------------------
      * PAGAMENTOS DO DIA, COM A SITUACAO E AS DATAS DA FATURA
      *-----------------------------------------------------
       0400-PAGAMENTOS.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              DISPLAY 'PAGAMENTOS AUSENTES..... ' FS-ARQPAG-STATUS
              GO TO 0400-FIM.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
           PERFORM 0420-FATO-DO-PAGAMENTO UNTIL FS-ARQPAG = 'F'.
           CLOSE ARQPAG.
       0400-FIM.
      *-----------------------------------------------------
       0420-FATO-DO-PAGAMENTO.
           IF PAG-DATA = WRK-DATA-HOJE
              MOVE PAG-CODIGO TO WRK-CODIGO
              PERFORM 0600-DADOS-DO-CLIENTE
              MOVE 'P'        TO WRK-FATO-TIPO
              MOVE 'N'        TO WRK-FATO-MOVTO
              MOVE PAG-CODIGO TO WRK-FATO-CODIGO
              MOVE PAG-NUMERO TO WRK-FATO-NUMERO
              MOVE ZEROS      TO WRK-FATO-SEQ
              MOVE ZEROS      TO WRK-FATO-PRODUTO
              MOVE ZEROS      TO WRK-FATO-QTDADE
              MOVE PAG-VALOR  TO WRK-FATO-VALOR
              MOVE PAG-DATA   TO WRK-FATO-DATA-MOVTO
              PERFORM 0440-FATURA-DO-PAGAMENTO
              PERFORM 0380-GRAVAR-FATO
              ADD 1 TO WRK-QTD-PAGTOS.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0440-FATURA-DO-PAGAMENTO.
           MOVE PAG-CODIGO TO FAT-CODIGO.
           MOVE PAG-NUMERO TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   MOVE WRK-CLI-EMPRESA TO WRK-FATO-EMPRESA
                   MOVE ZEROS TO WRK-FATO-VALOR-FATURA
                   MOVE ZEROS TO WRK-FATO-VALOR-PAGO
                   MOVE SPACE TO WRK-FATO-STATUS
                   MOVE ZEROS TO WRK-FATO-EMISSAO
                   MOVE ZEROS TO WRK-FATO-VENCIMENTO
               NOT INVALID KEY
                   MOVE FAT-EMPRESA    TO WRK-FATO-EMPRESA
                   MOVE FAT-VALOR      TO WRK-FATO-VALOR-FATURA
                   MOVE FAT-VALOR-PAGO TO WRK-FATO-VALOR-PAGO
                   MOVE FAT-STATUS     TO WRK-FATO-STATUS
                   MOVE FAT-EMISSAO    TO WRK-FATO-EMISSAO
                   MOVE FAT-VENCIMENTO TO WRK-FATO-VENCIMENTO
           END-READ.
      *-----------------------------------------------------
      * DIMENSAO DE CLIENTES: BATIMENTO DO CADASTRO (ORDEM DE
      * CODIGO) COM A DIMENSAO ANTERIOR (CODIGO E VERSAO)
      *-----------------------------------------------------
       0500-DIMENSAO-CLIENTES.
           OPEN OUTPUT ARQDCN.
           IF FS-ARQDCN-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQDCN.... ' FS-ARQDCN-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0500-FIM.
           OPEN INPUT ARQDCA.
           IF FS-ARQDCA-STATUS = '00'
              MOVE 1 TO WRK-TEM-DCA
              PERFORM 0515-LER-DIMENSAO-CLIENTE
           ELSE
              DISPLAY 'DIMENSAO DE CLIENTES INICIAL'
              MOVE 999999 TO WRK-CHAVE-DCA.
           MOVE 'BI-DMCLI' TO WRK-HDR-ID.
           MOVE SPACES TO REG-DCN-ENV.
           MOVE WRK-CABECALHO TO REG-DCN-ENV.
           WRITE REG-DCN-ENV.
           MOVE 0 TO WRK-QTD-DIM WRK-HASH-DIM WRK-QTD-VERSOES
                     WRK-QTD-ENCERRADAS WRK-VERSAO WRK-TEM-ATUAL.
           MOVE ZEROS TO REG-CODIGO.
           START CLIENTES KEY IS NOT < REG-CODIGO
               INVALID KEY
                   MOVE 999999 TO WRK-CHAVE-CLI
               NOT INVALID KEY
                   PERFORM 0510-LER-CLIENTE
           END-START.
           PERFORM 0520-CASAR-CLIENTE
               UNTIL WRK-CHAVE-CLI = 999999
                 AND WRK-CHAVE-DCA = 999999.
           MOVE WRK-QTD-DIM  TO WRK-TRL-QTD.
           MOVE WRK-HASH-DIM TO WRK-TRL-HASH.
           MOVE ZEROS        TO WRK-TRL-VALOR.
           MOVE SPACES TO REG-DCN-ENV.
           MOVE WRK-TRAILER TO REG-DCN-ENV.
           WRITE REG-DCN-ENV.
           CLOSE ARQDCN.
           IF WRK-TEM-DCA = 1
              CLOSE ARQDCA.
           DISPLAY 'DIMENSAO DE CLIENTES.... ' WRK-QTD-DIM
                   ' VERSOES NOVAS ' WRK-QTD-VERSOES
                   ' ENCERRADAS ' WRK-QTD-ENCERRADAS.
       0500-FIM.
      *-----------------------------------------------------
       0510-LER-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE 999999 TO WRK-CHAVE-CLI
               NOT AT END
                   MOVE REG-CODIGO TO WRK-CHAVE-CLI
                   MOVE REG-CODIGO TO WRK-CODIGO
                   MOVE 1 TO WRK-CLI-ACHOU
                   MOVE REG-EMPRESA TO WRK-CLI-EMPRESA
                   PERFORM 0620-DIMENSOES-DO-CLIENTE
                   MOVE REG-NOME         TO WRK-DCL-NOME
                   MOVE REG-EMPRESA      TO WRK-DCL-EMPRESA
                   MOVE REG-CEP          TO WRK-DCL-CEP
                   MOVE WRK-CLI-REGIAO   TO WRK-DCL-REGIAO
                   MOVE REG-END-CIDADE   TO WRK-DCL-CIDADE
                   MOVE REG-END-UF       TO WRK-DCL-UF
                   MOVE WRK-CLI-SEGMENTO TO WRK-DCL-SEGMENTO
                   MOVE WRK-CLI-VENDEDOR TO WRK-DCL-VENDEDOR
                   MOVE WRK-CLI-CONDICAO TO WRK-DCL-CONDICAO
                   MOVE REG-STATUS       TO WRK-DCL-STATUS
           END-READ.
      *-----------------------------------------------------
      * CABECALHO E TRAILER DO ENVELOPE SAO PULADOS
      *-----------------------------------------------------
       0515-LER-DIMENSAO-CLIENTE.
           READ ARQDCA
               AT END
                   MOVE 999999 TO WRK-CHAVE-DCA
               NOT AT END
                   MOVE DCA-CODIGO TO WRK-CHAVE-DCA
           END-READ.
           IF WRK-CHAVE-DCA NOT = 999999
              IF DCA-ENV-TIPO = 'HDR' OR DCA-ENV-TIPO = 'TRL'
                 GO TO 0515-LER-DIMENSAO-CLIENTE.
      *-----------------------------------------------------
      * VERSOES DE CLIENTE FORA DO CADASTRO SAO COPIADAS, COM
      * A CORRENTE ENCERRADA; NO CLIENTE DO CADASTRO A VERSAO
      * CORRENTE IGUAL FICA, A DIFERENTE E ENCERRADA E GANHA
      * UMA NOVA AO PASSAR PARA O PROXIMO CODIGO
      *-----------------------------------------------------
       0520-CASAR-CLIENTE.
           IF WRK-CHAVE-DCA < WRK-CHAVE-CLI
              MOVE REG-DCA TO REG-DCN
              IF DCA-ATUAL = 'S'
                 PERFORM 0540-ENCERRAR-CLIENTE
              END-IF
              PERFORM 0545-GRAVAR-DCN
              PERFORM 0515-LER-DIMENSAO-CLIENTE
           ELSE
              IF WRK-CHAVE-DCA = WRK-CHAVE-CLI
                 MOVE DCA-VERSAO TO WRK-VERSAO
                 MOVE REG-DCA TO REG-DCN
                 IF DCA-ATUAL = 'S'
                    IF DCA-ATRIBUTOS = WRK-DCL-ATRIBUTOS
                       MOVE 1 TO WRK-TEM-ATUAL
                    ELSE
                       PERFORM 0540-ENCERRAR-CLIENTE
                    END-IF
                 END-IF
                 PERFORM 0545-GRAVAR-DCN
                 PERFORM 0515-LER-DIMENSAO-CLIENTE
              ELSE
                 IF WRK-TEM-ATUAL = 0
                    PERFORM 0530-NOVA-VERSAO-CLIENTE
                 END-IF
                 MOVE 0 TO WRK-TEM-ATUAL
                 MOVE 0 TO WRK-VERSAO
                 PERFORM 0510-LER-CLIENTE.
      *-----------------------------------------------------
       0530-NOVA-VERSAO-CLIENTE.
           MOVE WRK-CHAVE-CLI     TO DCN-CODIGO.
           ADD 1 TO WRK-VERSAO.
           MOVE WRK-VERSAO        TO DCN-VERSAO.
           MOVE WRK-DATA-HOJE     TO DCN-INICIO.
           MOVE 99999999          TO DCN-FIM.
           MOVE 'S'               TO DCN-ATUAL.
           MOVE WRK-DCL-ATRIBUTOS TO DCN-ATRIBUTOS.
           PERFORM 0545-GRAVAR-DCN.
           ADD 1 TO WRK-QTD-VERSOES.
      *-----------------------------------------------------
       0540-ENCERRAR-CLIENTE.
           MOVE WRK-DATA-ONTEM TO DCN-FIM.
           MOVE 'N' TO DCN-ATUAL.
           ADD 1 TO WRK-QTD-ENCERRADAS.
      *-----------------------------------------------------
       0545-GRAVAR-DCN.
           WRITE REG-DCN.
           ADD 1 TO WRK-QTD-DIM.
           ADD DCN-CODIGO TO WRK-HASH-DIM.
      *-----------------------------------------------------
      * CHAVES DESNORMALIZADAS DO CLIENTE WRK-CODIGO
      *-----------------------------------------------------
       0600-DADOS-DO-CLIENTE.
           MOVE WRK-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE 0 TO WRK-CLI-ACHOU
                   MOVE ZEROS TO WRK-CLI-EMPRESA
               NOT INVALID KEY
                   MOVE 1 TO WRK-CLI-ACHOU
                   MOVE REG-EMPRESA TO WRK-CLI-EMPRESA
           END-READ.
           PERFORM 0620-DIMENSOES-DO-CLIENTE.
      *-----------------------------------------------------
       0620-DIMENSOES-DO-CLIENTE.
           MOVE ZEROS TO WRK-CLI-REGIAO WRK-CLI-SEGMENTO
                         WRK-CLI-VENDEDOR WRK-CLI-CONDICAO.
           IF WRK-CLI-ACHOU = 1
              PERFORM 0640-REGIAO-DO-CEP.
           IF WRK-TEM-CSG = 1
              MOVE WRK-CODIGO TO CSG-CODIGO
              READ ARQCSG
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CSG-SEGMENTO TO WRK-CLI-SEGMENTO
              END-READ.
           IF WRK-TEM-VCL = 1
              MOVE WRK-CODIGO TO VCL-CODIGO
              READ ARQVCL
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE VCL-VENDEDOR TO WRK-CLI-VENDEDOR
              END-READ.
           IF WRK-TEM-CTE = 1
              MOVE WRK-CODIGO TO CTE-CODIGO
              READ ARQCTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CTE-TERMO TO WRK-CLI-CONDICAO
              END-READ.
      *-----------------------------------------------------
      * O PRIMEIRO DIGITO DO CEP IDENTIFICA A REGIAO POSTAL
      * DOS CORREIOS, MESMO MAPA DO PROG045
      *-----------------------------------------------------
       0640-REGIAO-DO-CEP.
           MOVE REG-CEP TO WRK-CEP-ALF.
           EVALUATE WRK-CEP-ALF (1:1)
               WHEN '0' MOVE 1  TO WRK-CLI-REGIAO
               WHEN '1' MOVE 1  TO WRK-CLI-REGIAO
               WHEN '2' MOVE 2  TO WRK-CLI-REGIAO
               WHEN '3' MOVE 3  TO WRK-CLI-REGIAO
               WHEN '4' MOVE 4  TO WRK-CLI-REGIAO
               WHEN '5' MOVE 9  TO WRK-CLI-REGIAO
               WHEN '6' MOVE 6  TO WRK-CLI-REGIAO
               WHEN '7' MOVE 5  TO WRK-CLI-REGIAO
               WHEN '8' MOVE 8  TO WRK-CLI-REGIAO
               WHEN '9' MOVE 10 TO WRK-CLI-REGIAO
               WHEN OTHER
                        MOVE 0  TO WRK-CLI-REGIAO
           END-EVALUATE.
           IF REG-CEP = ZEROS
              MOVE 0 TO WRK-CLI-REGIAO.
      *-----------------------------------------------------
      * DIMENSAO DE PRODUTOS, MESMO BATIMENTO DOS CLIENTES
      *-----------------------------------------------------
       0700-DIMENSAO-PRODUTOS.
           IF WRK-TEM-PRODUTOS = 0
              DISPLAY 'CADASTRO DE PRODUTOS AUSENTE, DIMENSAO '
                      'NAO GERADA'
              GO TO 0700-FIM.
           OPEN OUTPUT ARQDPN.
           IF FS-ARQDPN-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQDPN.... ' FS-ARQDPN-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0700-FIM.
           OPEN INPUT ARQDPA.
           IF FS-ARQDPA-STATUS = '00'
              MOVE 1 TO WRK-TEM-DPA
              PERFORM 0715-LER-DIMENSAO-PRODUTO
           ELSE
              DISPLAY 'DIMENSAO DE PRODUTOS INICIAL'
              MOVE 99999 TO WRK-CHAVE-DPA.
           MOVE 'BI-DMPRD' TO WRK-HDR-ID.
           MOVE SPACES TO REG-DPN-ENV.
           MOVE WRK-CABECALHO TO REG-DPN-ENV.
           WRITE REG-DPN-ENV.
           MOVE 0 TO WRK-QTD-DIM WRK-HASH-DIM WRK-QTD-VERSOES
                     WRK-QTD-ENCERRADAS WRK-VERSAO WRK-TEM-ATUAL.
           MOVE ZEROS TO REG-PRD-CODIGO.
           START ARQPRD KEY IS NOT < REG-PRD-CODIGO
               INVALID KEY
                   MOVE 99999 TO WRK-CHAVE-PRD
               NOT INVALID KEY
                   PERFORM 0710-LER-PRODUTO
           END-START.
           PERFORM 0720-CASAR-PRODUTO
               UNTIL WRK-CHAVE-PRD = 99999
                 AND WRK-CHAVE-DPA = 99999.
           MOVE WRK-QTD-DIM  TO WRK-TRL-QTD.
           MOVE WRK-HASH-DIM TO WRK-TRL-HASH.
           MOVE ZEROS        TO WRK-TRL-VALOR.
           MOVE SPACES TO REG-DPN-ENV.
           MOVE WRK-TRAILER TO REG-DPN-ENV.
           WRITE REG-DPN-ENV.
           CLOSE ARQDPN.
           IF WRK-TEM-DPA = 1
              CLOSE ARQDPA.
           DISPLAY 'DIMENSAO DE PRODUTOS.... ' WRK-QTD-DIM
                   ' VERSOES NOVAS ' WRK-QTD-VERSOES
                   ' ENCERRADAS ' WRK-QTD-ENCERRADAS.
       0700-FIM.
      *-----------------------------------------------------
       0710-LER-PRODUTO.
           READ ARQPRD NEXT RECORD
               AT END
                   MOVE 99999 TO WRK-CHAVE-PRD
               NOT AT END
                   MOVE REG-PRD-CODIGO TO WRK-CHAVE-PRD
                   MOVE REG-PRD-DESCR  TO WRK-DPR-DESCR
                   MOVE REG-PRD-PRECO  TO WRK-DPR-PRECO
                   MOVE REG-PRD-STATUS TO WRK-DPR-STATUS
           END-READ.
      *-----------------------------------------------------
      * CABECALHO E TRAILER DO ENVELOPE SAO PULADOS
      *-----------------------------------------------------
       0715-LER-DIMENSAO-PRODUTO.
           READ ARQDPA
               AT END
                   MOVE 99999 TO WRK-CHAVE-DPA
               NOT AT END
                   MOVE DPA-PRODUTO TO WRK-CHAVE-DPA
           END-READ.
           IF WRK-CHAVE-DPA NOT = 99999
              IF DPA-ENV-TIPO = 'HDR' OR DPA-ENV-TIPO = 'TRL'
                 GO TO 0715-LER-DIMENSAO-PRODUTO.
      *-----------------------------------------------------
       0720-CASAR-PRODUTO.
           IF WRK-CHAVE-DPA < WRK-CHAVE-PRD
              MOVE REG-DPA TO REG-DPN
              IF DPA-ATUAL = 'S'
                 PERFORM 0740-ENCERRAR-PRODUTO
              END-IF
              PERFORM 0745-GRAVAR-DPN
              PERFORM 0715-LER-DIMENSAO-PRODUTO
           ELSE
              IF WRK-CHAVE-DPA = WRK-CHAVE-PRD
                 MOVE DPA-VERSAO TO WRK-VERSAO
                 MOVE REG-DPA TO REG-DPN
                 IF DPA-ATUAL = 'S'
                    IF DPA-ATRIBUTOS = WRK-DPR-ATRIBUTOS
                       MOVE 1 TO WRK-TEM-ATUAL
                    ELSE
                       PERFORM 0740-ENCERRAR-PRODUTO
                    END-IF
                 END-IF
                 PERFORM 0745-GRAVAR-DPN
                 PERFORM 0715-LER-DIMENSAO-PRODUTO
              ELSE
                 IF WRK-TEM-ATUAL = 0
                    PERFORM 0730-NOVA-VERSAO-PRODUTO
                 END-IF
                 MOVE 0 TO WRK-TEM-ATUAL
                 MOVE 0 TO WRK-VERSAO
                 PERFORM 0710-LER-PRODUTO.
      *-----------------------------------------------------
       0730-NOVA-VERSAO-PRODUTO.
           MOVE WRK-CHAVE-PRD     TO DPN-PRODUTO.
           ADD 1 TO WRK-VERSAO.
           MOVE WRK-VERSAO        TO DPN-VERSAO.
           MOVE WRK-DATA-HOJE     TO DPN-INICIO.
           MOVE 99999999          TO DPN-FIM.
           MOVE 'S'               TO DPN-ATUAL.
           MOVE WRK-DPR-ATRIBUTOS TO DPN-ATRIBUTOS.
           PERFORM 0745-GRAVAR-DPN.
           ADD 1 TO WRK-QTD-VERSOES.
      *-----------------------------------------------------
       0740-ENCERRAR-PRODUTO.
           MOVE WRK-DATA-ONTEM TO DPN-FIM.
           MOVE 'N' TO DPN-ATUAL.
           ADD 1 TO WRK-QTD-ENCERRADAS.
      *-----------------------------------------------------
       0745-GRAVAR-DPN.
           WRITE REG-DPN.
           ADD 1 TO WRK-QTD-DIM.
           ADD DPN-PRODUTO TO WRK-HASH-DIM.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-BIF = 1
               MOVE 'BI-FATOS'      TO WRK-HDR-ID
               MOVE WRK-QTD-MOVTOS  TO WRK-TRL-QTD
               MOVE WRK-HASH-CODIGO TO WRK-TRL-HASH
               MOVE WRK-TOT-VALOR   TO WRK-TRL-VALOR
               MOVE SPACES TO REG-BIF-ENV
               MOVE WRK-TRAILER TO REG-BIF-ENV
               WRITE REG-BIF-ENV
               CLOSE ARQBIF.
            IF WRK-TEM-FTN = 1
               CLOSE ARQFTN.
            IF WRK-TEM-FTA = 1
               CLOSE ARQFTA.
            IF WRK-TEM-FATURAS = 1
               CLOSE FATURAS.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            IF WRK-TEM-ITENS = 1
               CLOSE ARQITF.
            IF WRK-TEM-PRODUTOS = 1
               CLOSE ARQPRD.
            IF WRK-TEM-CSG = 1
               CLOSE ARQCSG.
            IF WRK-TEM-VCL = 1
               CLOSE ARQVCL.
            IF WRK-TEM-CTE = 1
               CLOSE ARQCTE.
            MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
            DISPLAY '------------------------------------'.
            DISPLAY 'FATURAS NOVAS........... ' WRK-QTD-NOVAS.
            DISPLAY 'FATURAS ALTERADAS....... ' WRK-QTD-ALTERADAS.
            DISPLAY 'PAGAMENTOS DO DIA....... ' WRK-QTD-PAGTOS.
            DISPLAY 'FATOS GRAVADOS.......... ' WRK-QTD-MOVTOS.
            DISPLAY 'VALOR DOS FATOS......... ' WRK-VALOR-ED.
