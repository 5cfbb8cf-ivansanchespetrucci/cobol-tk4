       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG199.
      *-----------------------------------------------------
      * RENUMERACAO DE CODIGO DE CLIENTE: LEVA UM CODIGO
      * PARA UM CODIGO NOVO EM TODOS OS ARQUIVOS QUE GUARDAM
      * O CODIGO -- CLIENTES (O INDICE POR REG-NOME ACOMPANHA
      * A GRAVACAO), FATURAS, ARQLIM, ARQPAG, ARQCRD, ARQCHQ,
      * ARQNEG, ARQOCO, ARQCTE, ARQVCL, ARQGRP, O PAGADOR DO
      * ARQMTR, ARQCON, ARQADA, ARQDOC, ARQCTO, ARQCEM, ARQCSG,
      * ARQTPC, ARQSCO, ARQCNS E ARQPRP. OS DOIS CODIGOS SAO
      * CONFERIDOS PELO DIGITO VERIFICADOR (PROG058) E A
      * ROTINA EXIGE OPERADOR NIVEL 2, COMO A FUSAO DO PROG046.
      * MODO S SO SIMULA: CONTA OS REGISTROS DE CADA ARQUIVO
      * E MOSTRA COMO FICARIAM. MODO E EFETIVA: CLIENTES,
      * FATURAS, ARQLIM, ARQCHQ, ARQNEG, ARQCTE, ARQVCL,
      * ARQADA, ARQDOC, ARQCTO, ARQCEM, ARQCSG, ARQTPC E ARQSCO
      * TROCAM A CHAVE (GRAVA A NOVA E EXCLUI A ANTIGA; O
      * CADASTRO, AS FATURAS E O LIMITE COM JORNAL NO
      * ARQJRN); NO ARQCON O CODIGO NAO E CHAVE E O CONTRATO
      * E REGRAVADO NO LUGAR; OS ARQUIVOS
      * SEQUENCIAIS PASSAM PELO ARQTRB COM O CODIGO TROCADO E
      * VOLTAM POR CIMA DO ORIGINAL (SE A VOLTA FOR
      * INTERROMPIDA, O ARQTRB TEM A COPIA COMPLETA DO ULTIMO
      * ARQUIVO). NAO EFETIVA SE O CODIGO NOVO JA APARECE EM
      * ALGUM ARQUIVO OU SE HA PEDIDO PENDENTE NO ARQPND PARA
      * UM DOS DOIS CODIGOS. O ARQREL TRAZ OS TOTAIS DE
      * CONTROLE POR ARQUIVO ANTES E DEPOIS
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
           SELECT ARQLIM ASSIGN TO UT-S-ARQLIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-LIM-CODIGO
                  FILE STATUS IS FS-ARQLIM-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQCRD ASSIGN TO UT-S-ARQCRD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCRD-STATUS.
           SELECT ARQCHQ ASSIGN TO UT-S-ARQCHQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHQ-CHAVE
                  ALTERNATE RECORD KEY IS CHQ-DEPOSITO
                      WITH DUPLICATES
                  FILE STATUS IS FS-ARQCHQ-STATUS.
           SELECT ARQNEG ASSIGN TO UT-S-ARQNEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NEG-CODIGO
                  FILE STATUS IS FS-ARQNEG-STATUS.
           SELECT ARQOCO ASSIGN TO UT-S-ARQOCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOCO-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQVCL ASSIGN TO UT-S-ARQVCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCL-CODIGO
                  FILE STATUS IS FS-ARQVCL-STATUS.
           SELECT ARQGRP ASSIGN TO UT-S-ARQGRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQGRP-STATUS.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQCON ASSIGN TO UT-S-ARQCON
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CON-NUMERO
                  FILE STATUS IS FS-ARQCON-STATUS.
           SELECT ARQADA ASSIGN TO UT-S-ARQADA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADA-CODIGO
                  FILE STATUS IS FS-ARQADA-STATUS.
           SELECT ARQDOC ASSIGN TO UT-S-ARQDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CODIGO
                  ALTERNATE RECORD KEY IS DOC-FISCAL
                  FILE STATUS IS FS-ARQDOC-STATUS.
           SELECT ARQCTO ASSIGN TO UT-S-ARQCTO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTO-CHAVE
                  FILE STATUS IS FS-ARQCTO-STATUS.
           SELECT ARQCEM ASSIGN TO UT-S-ARQCEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CEM-CODIGO
                  FILE STATUS IS FS-ARQCEM-STATUS.
           SELECT ARQCSG ASSIGN TO UT-S-ARQCSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSG-CODIGO
                  FILE STATUS IS FS-ARQCSG-STATUS.
           SELECT ARQTPC ASSIGN TO UT-S-ARQTPC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TPC-CODIGO
                  FILE STATUS IS FS-ARQTPC-STATUS.
           SELECT ARQSCO ASSIGN TO UT-S-ARQSCO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCO-CHAVE
                  FILE STATUS IS FS-ARQSCO-STATUS.
           SELECT ARQCNS ASSIGN TO UT-S-ARQCNS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCNS-STATUS.
           SELECT ARQPRP ASSIGN TO UT-S-ARQPRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRP-STATUS.
           SELECT ARQTRB ASSIGN TO UT-S-ARQTRB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTRB-STATUS.
           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
           SELECT ARQPND ASSIGN TO UT-S-ARQPND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPND-STATUS.
           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
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
       FD   ARQLIM
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 15 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-LIMITE.
       01   REG-LIMITE.
            05 REG-LIM-CODIGO   PIC 9(05).
            05 REG-LIM-VALOR    PIC 9(07)V99.
            05 REG-LIM-STATUS   PIC X(01).
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQCRD
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CRD.
       01   REG-CRD.
            05 CRD-CODIGO       PIC 9(05).
            05 CRD-NUMERO       PIC 9(06).
            05 CRD-VALOR        PIC 9(07)V99.
            05 CRD-DATA         PIC 9(08).
            05 CRD-SITUACAO     PIC X(01).
       FD   ARQCHQ
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 29 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CHQ.
       01   REG-CHQ.
            05 CHQ-CHAVE.
               10 CHQ-CODIGO    PIC 9(05).
               10 CHQ-NUMERO    PIC 9(06).
            05 CHQ-VALOR        PIC 9(07)V99.
            05 CHQ-DEPOSITO     PIC 9(08).
            05 CHQ-SITUACAO     PIC X(01).
       FD   ARQNEG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 19 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-NEG.
       01   REG-NEG.
            05 NEG-CODIGO       PIC 9(05).
            05 NEG-NUMERO       PIC 9(06).
            05 NEG-DATA         PIC 9(08).
       FD   ARQOCO
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OCO.
       01   REG-OCO.
            05 OCO-DATA         PIC 9(08).
            05 FILLER           PIC X.
            05 OCO-HORA         PIC 9(08).
            05 FILLER           PIC X.
            05 OCO-OPERADOR     PIC X(08).
            05 FILLER           PIC X.
            05 OCO-CODIGO       PIC 9(05).
            05 FILLER           PIC X.
            05 OCO-TIPO         PIC X(03).
            05 FILLER           PIC X.
            05 OCO-TEXTO        PIC X(40).
       FD   ARQCTE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 7 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTE.
       01   REG-CTE.
            05 CTE-CODIGO       PIC 9(05).
            05 CTE-TERMO        PIC 9(02).
       FD   ARQVCL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 8 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-VCL.
       01   REG-VCL.
            05 VCL-CODIGO       PIC 9(05).
            05 VCL-VENDEDOR     PIC 9(03).
       FD   ARQGRP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-GRP.
       01   REG-GRP.
            05 GRP-GRUPO        PIC 9(03).
            05 GRP-CODIGO       PIC 9(05).
            05 GRP-LIDER        PIC X(01).
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
       FD   ARQCON
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONTRATO.
       01   REG-CONTRATO.
            05 CON-NUMERO       PIC 9(05).
            05 CON-CODIGO       PIC 9(05).
            05 CON-VALOR        PIC 9(07)V99.
            05 CON-PRODUTO      PIC 9(04).
            05 CON-DIA-FAT      PIC 9(02).
            05 CON-INICIO       PIC 9(08).
            05 CON-FIM          PIC 9(08).
            05 CON-SUSPENSO     PIC X(01).
            05 CON-ULT-MES      PIC 9(06).
       FD   ARQADA
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 53 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ADA.
       01   REG-ADA.
            05 ADA-CODIGO       PIC 9(05).
            05 ADA-BANCO        PIC 9(03).
            05 ADA-AGENCIA      PIC 9(05).
            05 ADA-CONTA        PIC X(12).
            05 ADA-DATA-AUTORIZ PIC 9(08).
            05 ADA-SITUACAO     PIC X(01).
            05 ADA-DATA-SITUACAO PIC 9(08).
            05 ADA-MOTIVO       PIC X(03).
            05 ADA-OPERADOR     PIC X(08).
       FD   ARQDOC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DOC.
       01   REG-DOC.
            05 DOC-CODIGO       PIC 9(05).
            05 DOC-FISCAL.
               10 DOC-TIPO      PIC X(01).
               10 DOC-NUMERO    PIC 9(14).
            05 DOC-DATA-ALTERACAO PIC 9(08).
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
       FD   ARQCSG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 15 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CSG.
       01   REG-CSG.
            05 CSG-CODIGO       PIC 9(05).
            05 CSG-SEGMENTO     PIC 9(02).
            05 CSG-DATA-ALTERACAO PIC 9(08).
       FD   ARQTPC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 6 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TPC.
       01   REG-TPC.
            05 TPC-CODIGO       PIC 9(05).
            05 TPC-TIPO         PIC X(01).
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
       FD   ARQCNS
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CNS.
       01   REG-CNS.
            05 CNS-CODIGO       PIC 9(05).
            05 CNS-CANAL        PIC X(01).
            05 CNS-SITUACAO     PIC X(01).
            05 CNS-DATA         PIC 9(08).
            05 CNS-HORA         PIC 9(08).
            05 CNS-ORIGEM       PIC X(10).
            05 CNS-OPERADOR     PIC X(08).
       FD   ARQPRP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PRP.
       01   REG-PRP.
            05 PRP-CODIGO       PIC 9(05).
            05 PRP-FATURAS.
               10 PRP-FATURA    PIC 9(06) OCCURS 5 TIMES.
            05 PRP-VALOR        PIC 9(07)V99.
            05 PRP-DATA-PROMESSA PIC 9(08).
            05 PRP-DATA-REGISTRO PIC 9(08).
            05 PRP-OPERADOR     PIC X(08).
            05 PRP-SITUACAO     PIC X(01).
            05 PRP-DATA-APURACAO PIC 9(08).
            05 PRP-VALOR-PAGO   PIC 9(07)V99.
       FD   ARQTRB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TRB.
       01   REG-TRB                    PIC X(100).
       FD   ARQOPE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OPERADOR.
       01   REG-OPERADOR.
            05 OPE-ID           PIC X(08).
            05 OPE-SENHA        PIC X(08).
            05 OPE-NIVEL        PIC 9(01).
       FD   ARQPND
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PND.
       01   REG-PND.
            05 PND-NUMERO       PIC 9(06).
            05 PND-TIPO         PIC X(02).
            05 PND-PROGRAMA     PIC X(08).
            05 PND-SITUACAO     PIC X(01).
            05 PND-DATA         PIC 9(08).
            05 PND-HORA         PIC 9(08).
            05 PND-EMITENTE     PIC X(08).
            05 PND-APROVADOR    PIC X(08).
            05 PND-DATA-DECISAO PIC 9(08).
            05 PND-CHAVE        PIC X(11).
            05 PND-VALOR        PIC 9(07)V99.
            05 PND-MOTIVO       PIC X(03).
            05 PND-SUBTIPO      PIC X(01).
            05 PND-DIAS         PIC 9(05).
            05 PND-OBSERVACAO   PIC X(30).
            05 PND-ANTES-1      PIC X(135).
            05 PND-DEPOIS-1     PIC X(135).
            05 PND-ANTES-2      PIC X(135).
            05 PND-DEPOIS-2     PIC X(135).
       FD   ARQJRN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-JRN.
       01   REG-JRN.
            05 REG-JRN-DATA     PIC 9(08).
            05 FILLER           PIC X.
            05 REG-JRN-HORA     PIC 9(08).
            05 FILLER           PIC X.
            05 REG-JRN-PROGRAMA PIC X(08).
            05 FILLER           PIC X.
            05 REG-JRN-OPERACAO PIC X(12).
            05 FILLER           PIC X.
            05 REG-JRN-ANTES    PIC X(135).
            05 FILLER           PIC X.
            05 REG-JRN-DEPOIS   PIC X(135).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQLIM-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCRD        PIC X VALUE 'N'.
       77  FS-ARQCRD-STATUS PIC XX VALUE '00'.
       77  FS-ARQCHQ        PIC X VALUE 'N'.
       77  FS-ARQCHQ-STATUS PIC XX VALUE '00'.
       77  FS-ARQNEG        PIC X VALUE 'N'.
       77  FS-ARQNEG-STATUS PIC XX VALUE '00'.
       77  FS-ARQOCO        PIC X VALUE 'N'.
       77  FS-ARQOCO-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE        PIC X VALUE 'N'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  FS-ARQVCL        PIC X VALUE 'N'.
       77  FS-ARQVCL-STATUS PIC XX VALUE '00'.
       77  FS-ARQGRP        PIC X VALUE 'N'.
       77  FS-ARQGRP-STATUS PIC XX VALUE '00'.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQCON        PIC X VALUE 'N'.
       77  FS-ARQCON-STATUS PIC XX VALUE '00'.
       77  FS-ARQADA        PIC X VALUE 'N'.
       77  FS-ARQADA-STATUS PIC XX VALUE '00'.
       77  FS-ARQDOC        PIC X VALUE 'N'.
       77  FS-ARQDOC-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTO        PIC X VALUE 'N'.
       77  FS-ARQCTO-STATUS PIC XX VALUE '00'.
       77  FS-ARQCEM        PIC X VALUE 'N'.
       77  FS-ARQCEM-STATUS PIC XX VALUE '00'.
       77  FS-ARQCSG        PIC X VALUE 'N'.
       77  FS-ARQCSG-STATUS PIC XX VALUE '00'.
       77  FS-ARQTPC        PIC X VALUE 'N'.
       77  FS-ARQTPC-STATUS PIC XX VALUE '00'.
       77  FS-ARQSCO        PIC X VALUE 'N'.
       77  FS-ARQSCO-STATUS PIC XX VALUE '00'.
       77  FS-ARQCNS        PIC X VALUE 'N'.
       77  FS-ARQCNS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRP        PIC X VALUE 'N'.
       77  FS-ARQPRP-STATUS PIC XX VALUE '00'.
       77  FS-ARQTRB        PIC X VALUE 'N'.
       77  FS-ARQTRB-STATUS PIC XX VALUE '00'.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  FS-ARQPND        PIC X VALUE 'N'.
       77  FS-ARQPND-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-ID           PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-AUTORIZADO   PIC 9 VALUE 0.
       77  WRK-PROSSEGUE    PIC 9 VALUE 1.
       77  WRK-COD-VELHO    PIC 9(05) VALUE ZEROS.
       77  WRK-COD-NOVO     PIC 9(05) VALUE ZEROS.
       77  WRK-COD-LIDO     PIC 9(05) VALUE ZEROS.
       77  WRK-DV-ACAO      PIC X(01) VALUE 'V'.
       77  WRK-DIGITO       PIC 9(01) VALUE 0.
       77  WRK-DV-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-MODO         PIC X(01) VALUE SPACE.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-JA-PENDENTE  PIC 9 VALUE 0.
       77  WRK-BLOQUEIO     PIC 9 VALUE 0.
       77  WRK-ABRIU-FATURAS PIC 9 VALUE 0.
       77  WRK-ABRIU-LIM    PIC 9 VALUE 0.
       77  WRK-ACHOU        PIC 9 VALUE 0.
       77  WRK-FIM-SCAN     PIC X VALUE 'N'.
       77  WRK-ANTES-CLI    PIC X(135) VALUE SPACES.
       77  WRK-ANTES-DOC    PIC X(28) VALUE SPACES.
       77  WRK-IMAGEM-ANTES PIC X(135) VALUE SPACES.
       77  WRK-IMAGEM-DEPOIS PIC X(135) VALUE SPACES.
       77  WRK-OPERACAO     PIC X(12) VALUE SPACES.
       77  WRK-ARQ          PIC 9(02) VALUE 0.
       77  WRK-FASE         PIC 9(01) VALUE 1.
       77  WRK-I            PIC 9(03) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
      *-----------------------------------------------------
      * ARQUIVOS QUE GUARDAM O CODIGO DO CLIENTE, NA ORDEM
      * DO RELATORIO DE TOTAIS
      *-----------------------------------------------------
       01  WRK-ARQUIVOS.
           05 FILLER PIC X(08) VALUE 'CLIENTES'.
           05 FILLER PIC X(08) VALUE 'FATURAS '.
           05 FILLER PIC X(08) VALUE 'ARQLIM  '.
           05 FILLER PIC X(08) VALUE 'ARQPAG  '.
           05 FILLER PIC X(08) VALUE 'ARQCRD  '.
           05 FILLER PIC X(08) VALUE 'ARQCHQ  '.
           05 FILLER PIC X(08) VALUE 'ARQNEG  '.
           05 FILLER PIC X(08) VALUE 'ARQOCO  '.
           05 FILLER PIC X(08) VALUE 'ARQCTE  '.
           05 FILLER PIC X(08) VALUE 'ARQVCL  '.
           05 FILLER PIC X(08) VALUE 'ARQGRP  '.
           05 FILLER PIC X(08) VALUE 'ARQMTR  '.
           05 FILLER PIC X(08) VALUE 'ARQCON  '.
           05 FILLER PIC X(08) VALUE 'ARQADA  '.
           05 FILLER PIC X(08) VALUE 'ARQDOC  '.
           05 FILLER PIC X(08) VALUE 'ARQCTO  '.
           05 FILLER PIC X(08) VALUE 'ARQCEM  '.
           05 FILLER PIC X(08) VALUE 'ARQCSG  '.
           05 FILLER PIC X(08) VALUE 'ARQTPC  '.
           05 FILLER PIC X(08) VALUE 'ARQSCO  '.
           05 FILLER PIC X(08) VALUE 'ARQCNS  '.
           05 FILLER PIC X(08) VALUE 'ARQPRP  '.
       01  WRK-ARQUIVOS-R REDEFINES WRK-ARQUIVOS.
           05 WRK-ARQ-NOME  PIC X(08) OCCURS 22 TIMES.
      *-----------------------------------------------------
      * TOTAIS DE CONTROLE: FASE 1 ANTES, FASE 2 DEPOIS
      *-----------------------------------------------------
       01  WRK-TAB-TOTAIS.
           05 WRK-TOT-ENTRY OCCURS 22 TIMES.
               10 WRK-TOT-AUSENTE  PIC 9(01).
               10 WRK-TOT-FASE OCCURS 2 TIMES.
                   15 WRK-TOT-REGS    PIC 9(07).
                   15 WRK-TOT-VELHO   PIC 9(07).
                   15 WRK-TOT-NOVO    PIC 9(07).
       01  WRK-TAB-FATURAS.
           05 WRK-FAT-REG   PIC X(48) OCCURS 500 TIMES.
       77  WRK-FAT-QTD      PIC 9(03) VALUE 0.
       77  WRK-REGS-ED      PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VELHO-ED     PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-NOVO-ED      PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-REGS-ED2     PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VELHO-ED2    PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-NOVO-ED2     PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-SITUACAO     PIC X(10) VALUE SPACES.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0050-SIGNON.
            IF WRK-AUTORIZADO = 0
               DISPLAY 'RENUMERACAO RESTRITA AO SUPERVISOR'
               MOVE 8 TO WRK-RETORNO
            ELSE
               PERFORM 0100-INICIAR THRU 0100-FIM
               IF WRK-PROSSEGUE = 1
                  MOVE 1 TO WRK-FASE
                  PERFORM 0200-CONTAR
                  PERFORM 0300-CONFERIR-BLOQUEIOS
                  IF WRK-MODO = 'E' AND WRK-BLOQUEIO = 0
                     PERFORM 0400-EFETIVAR THRU 0400-FIM
                     MOVE 2 TO WRK-FASE
                     PERFORM 0200-CONTAR
                  ELSE
                     PERFORM 0350-PROJETAR
                        VARYING WRK-ARQ FROM 1 BY 1
                        UNTIL WRK-ARQ > 22
                  END-IF
                  PERFORM 0800-TOTAIS
                  PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0050-SIGNON.
           DISPLAY 'OPERADOR..'.
           ACCEPT WRK-ID.
           DISPLAY 'SENHA.....'.
           ACCEPT WRK-SENHA.
           OPEN INPUT ARQOPE.
           IF FS-ARQOPE-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE OPERADORES AUSENTE'
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE
              END-READ
              PERFORM 0060-CONFERIR-OPERADOR UNTIL FS-ARQOPE = 'F'
              CLOSE ARQOPE.
      *-----------------------------------------------------
       0060-CONFERIR-OPERADOR.
           IF OPE-ID = WRK-ID AND OPE-SENHA = WRK-SENHA
              IF OPE-NIVEL NOT < 2
                 MOVE 1 TO WRK-AUTORIZADO
              END-IF
              MOVE 'F' TO FS-ARQOPE
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CODIGO ATUAL DO CLIENTE.........'.
           ACCEPT WRK-COD-VELHO.
           DISPLAY 'DIGITO VERIFICADOR..............'.
           ACCEPT WRK-DIGITO.
           MOVE 'V' TO WRK-DV-ACAO.
           CALL 'PROG058' USING WRK-DV-ACAO, WRK-COD-VELHO,
                                WRK-DIGITO, WRK-DV-RESULT.
           IF WRK-DV-RESULT NOT = 'V'
              DISPLAY 'DIGITO VERIFICADOR INVALIDO.. ' WRK-COD-VELHO
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           DISPLAY 'CODIGO NOVO.....................'.
           ACCEPT WRK-COD-NOVO.
           DISPLAY 'DIGITO VERIFICADOR..............'.
           ACCEPT WRK-DIGITO.
           CALL 'PROG058' USING WRK-DV-ACAO, WRK-COD-NOVO,
                                WRK-DIGITO, WRK-DV-RESULT.
           IF WRK-DV-RESULT NOT = 'V'
              DISPLAY 'DIGITO VERIFICADOR INVALIDO.. ' WRK-COD-NOVO
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           IF WRK-COD-NOVO = WRK-COD-VELHO OR WRK-COD-NOVO = 0
              DISPLAY 'CODIGO NOVO INVALIDO........ ' WRK-COD-NOVO
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           DISPLAY 'MODO (S=SIMULAR E=EFETIVAR).....'.
           ACCEPT WRK-MODO.
           IF WRK-MODO NOT = 'S' AND WRK-MODO NOT = 'E'
              DISPLAY 'MODO INVALIDO'
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0150-LER-PENDENTES.
           IF WRK-MODO = 'E'
              OPEN I-O CLIENTES
           ELSE
              OPEN INPUT CLIENTES.
           IF FS-CLIENTES-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE WRK-COD-NOVO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              DISPLAY 'CODIGO NOVO JA CADASTRADO... ' WRK-COD-NOVO
              CLOSE CLIENTES
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE WRK-COD-VELHO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
                   MOVE REG-CLIENTES TO WRK-ANTES-CLI
           END-READ.
           IF WRK-ACHOU = 0
              DISPLAY 'CLIENTE NAO CADASTRADO...... ' WRK-COD-VELHO
              CLOSE CLIENTES
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           IF WRK-MODO = 'E'
              OPEN I-O FATURAS
              OPEN I-O ARQLIM
           ELSE
              OPEN INPUT FATURAS
              OPEN INPUT ARQLIM.
           IF FS-FATURAS-STATUS = '00'
              MOVE 1 TO WRK-ABRIU-FATURAS.
           IF FS-ARQLIM-STATUS = '00'
              MOVE 1 TO WRK-ABRIU-LIM.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REG-REL.
           IF WRK-MODO = 'E'
              STRING 'RENUMERACAO DE CLIENTE ' WRK-COD-VELHO
                     ' PARA ' WRK-COD-NOVO ' -- ' WRK-DATA-HOJE
                     ' OPERADOR ' WRK-ID
                  DELIMITED BY SIZE INTO REG-REL
           ELSE
              STRING 'SIMULACAO DE RENUMERACAO ' WRK-COD-VELHO
                     ' PARA ' WRK-COD-NOVO ' -- ' WRK-DATA-HOJE
                     ' OPERADOR ' WRK-ID
                  DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
       0100-FIM.
      *-----------------------------------------------------
      * PEDIDO AINDA PENDENTE NO ARQPND PARA QUALQUER UM DOS
      * DOIS CODIGOS (A CHAVE COMECA PELO CODIGO; NA FUSAO O
      * SEGUNDO CODIGO VEM NAS POSICOES 6 A 10)
      *-----------------------------------------------------
       0150-LER-PENDENTES.
           MOVE 0 TO WRK-JA-PENDENTE.
           OPEN INPUT ARQPND.
           IF FS-ARQPND-STATUS = '00'
              READ ARQPND AT END
                          MOVE 'F' TO FS-ARQPND
              END-READ
              PERFORM 0160-CONFERIR-PENDENTE UNTIL FS-ARQPND = 'F'
              CLOSE ARQPND.
      *-----------------------------------------------------
       0160-CONFERIR-PENDENTE.
           IF PND-SITUACAO = 'P'
              IF PND-CHAVE (1:5) = WRK-COD-VELHO
                 OR PND-CHAVE (1:5) = WRK-COD-NOVO
                 MOVE 1 TO WRK-JA-PENDENTE
              END-IF
              IF PND-TIPO = 'FU'
                 AND (PND-CHAVE (6:5) = WRK-COD-VELHO
                      OR PND-CHAVE (6:5) = WRK-COD-NOVO)
                 MOVE 1 TO WRK-JA-PENDENTE.
           READ ARQPND AT END
                       MOVE 'F' TO FS-ARQPND.
      *-----------------------------------------------------
      * CONTAGEM DE TODOS OS ARQUIVOS NA FASE CORRENTE
      *-----------------------------------------------------
       0200-CONTAR.
           PERFORM 0210-CONTAR-CLIENTES.
           PERFORM 0220-CONTAR-FATURAS.
           PERFORM 0230-CONTAR-LIMITES.
           PERFORM 0240-CONTAR-ARQPAG.
           PERFORM 0242-CONTAR-ARQCRD.
           PERFORM 0244-CONTAR-ARQCHQ.
           PERFORM 0246-CONTAR-ARQNEG.
           PERFORM 0250-CONTAR-ARQOCO.
           PERFORM 0252-CONTAR-ARQCTE.
           PERFORM 0254-CONTAR-ARQVCL.
           PERFORM 0256-CONTAR-ARQGRP.
           PERFORM 0258-CONTAR-ARQMTR.
           PERFORM 0260-CONTAR-ARQCON.
           PERFORM 0262-CONTAR-ARQADA.
           PERFORM 0264-CONTAR-ARQDOC.
           PERFORM 0266-CONTAR-ARQCTO.
           PERFORM 0268-CONTAR-ARQCEM.
           PERFORM 0270-CONTAR-ARQCSG.
           PERFORM 0272-CONTAR-ARQTPC.
           PERFORM 0274-CONTAR-ARQSCO.
           PERFORM 0276-CONTAR-ARQCNS.
           PERFORM 0278-CONTAR-ARQPRP.
      *-----------------------------------------------------
       0210-CONTAR-CLIENTES.
           MOVE 1 TO WRK-ARQ.
           MOVE 'N' TO WRK-FIM-SCAN.
           MOVE ZEROS TO REG-CODIGO.
           START CLIENTES KEY IS NOT < REG-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
           END-START.
           PERFORM 0215-LER-CLIENTE UNTIL WRK-FIM-SCAN = 'S'.
      *-----------------------------------------------------
       0215-LER-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   MOVE REG-CODIGO TO WRK-COD-LIDO
                   PERFORM 0290-SOMAR
           END-READ.
      *-----------------------------------------------------
       0220-CONTAR-FATURAS.
           MOVE 2 TO WRK-ARQ.
           IF WRK-ABRIU-FATURAS = 0
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO WRK-FIM-SCAN
              MOVE ZEROS TO FAT-CHAVE
              START FATURAS KEY IS NOT < FAT-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WRK-FIM-SCAN
              END-START
              PERFORM 0225-LER-FATURA UNTIL WRK-FIM-SCAN = 'S'.
      *-----------------------------------------------------
       0225-LER-FATURA.
           READ FATURAS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   MOVE FAT-CODIGO TO WRK-COD-LIDO
                   PERFORM 0290-SOMAR
           END-READ.
      *-----------------------------------------------------
       0230-CONTAR-LIMITES.
           MOVE 3 TO WRK-ARQ.
           IF WRK-ABRIU-LIM = 0
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO WRK-FIM-SCAN
              MOVE ZEROS TO REG-LIM-CODIGO
              START ARQLIM KEY IS NOT < REG-LIM-CODIGO
                  INVALID KEY
                      MOVE 'S' TO WRK-FIM-SCAN
              END-START
              PERFORM 0235-LER-LIMITE UNTIL WRK-FIM-SCAN = 'S'.
      *-----------------------------------------------------
       0235-LER-LIMITE.
           READ ARQLIM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   MOVE REG-LIM-CODIGO TO WRK-COD-LIDO
                   PERFORM 0290-SOMAR
           END-READ.
      *-----------------------------------------------------
       0240-CONTAR-ARQPAG.
           MOVE 4 TO WRK-ARQ.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQPAG
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0241-LER-ARQPAG UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
      *-----------------------------------------------------
       0241-LER-ARQPAG.
           MOVE PAG-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0242-CONTAR-ARQCRD.
           MOVE 5 TO WRK-ARQ.
           OPEN INPUT ARQCRD.
           IF FS-ARQCRD-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQCRD
              READ ARQCRD AT END
                          MOVE 'F' TO FS-ARQCRD
              END-READ
              PERFORM 0243-LER-ARQCRD UNTIL FS-ARQCRD = 'F'
              CLOSE ARQCRD.
      *-----------------------------------------------------
       0243-LER-ARQCRD.
           MOVE CRD-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQCRD AT END
                       MOVE 'F' TO FS-ARQCRD.
      *-----------------------------------------------------
       0244-CONTAR-ARQCHQ.
           MOVE 6 TO WRK-ARQ.
           OPEN INPUT ARQCHQ.
           IF FS-ARQCHQ-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQCHQ
              READ ARQCHQ NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCHQ
              END-READ
              PERFORM 0245-LER-ARQCHQ UNTIL FS-ARQCHQ = 'F'
              CLOSE ARQCHQ.
      *-----------------------------------------------------
       0245-LER-ARQCHQ.
           MOVE CHQ-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQCHQ NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCHQ.
      *-----------------------------------------------------
       0246-CONTAR-ARQNEG.
           MOVE 7 TO WRK-ARQ.
           OPEN INPUT ARQNEG.
           IF FS-ARQNEG-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQNEG
              READ ARQNEG NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQNEG
              END-READ
              PERFORM 0247-LER-ARQNEG UNTIL FS-ARQNEG = 'F'
              CLOSE ARQNEG.
      *-----------------------------------------------------
       0247-LER-ARQNEG.
           MOVE NEG-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQNEG NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQNEG.
      *-----------------------------------------------------
       0250-CONTAR-ARQOCO.
           MOVE 8 TO WRK-ARQ.
           OPEN INPUT ARQOCO.
           IF FS-ARQOCO-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQOCO
              READ ARQOCO AT END
                          MOVE 'F' TO FS-ARQOCO
              END-READ
              PERFORM 0251-LER-ARQOCO UNTIL FS-ARQOCO = 'F'
              CLOSE ARQOCO.
      *-----------------------------------------------------
       0251-LER-ARQOCO.
           MOVE OCO-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQOCO AT END
                       MOVE 'F' TO FS-ARQOCO.
      *-----------------------------------------------------
       0252-CONTAR-ARQCTE.
           MOVE 9 TO WRK-ARQ.
           OPEN INPUT ARQCTE.
           IF FS-ARQCTE-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQCTE
              READ ARQCTE NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCTE
              END-READ
              PERFORM 0253-LER-ARQCTE UNTIL FS-ARQCTE = 'F'
              CLOSE ARQCTE.
      *-----------------------------------------------------
       0253-LER-ARQCTE.
           MOVE CTE-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQCTE NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCTE.
      *-----------------------------------------------------
       0254-CONTAR-ARQVCL.
           MOVE 10 TO WRK-ARQ.
           OPEN INPUT ARQVCL.
           IF FS-ARQVCL-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQVCL
              READ ARQVCL NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQVCL
              END-READ
              PERFORM 0255-LER-ARQVCL UNTIL FS-ARQVCL = 'F'
              CLOSE ARQVCL.
      *-----------------------------------------------------
       0255-LER-ARQVCL.
           MOVE VCL-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQVCL NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQVCL.
      *-----------------------------------------------------
       0256-CONTAR-ARQGRP.
           MOVE 11 TO WRK-ARQ.
           OPEN INPUT ARQGRP.
           IF FS-ARQGRP-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQGRP
              READ ARQGRP AT END
                          MOVE 'F' TO FS-ARQGRP
              END-READ
              PERFORM 0257-LER-ARQGRP UNTIL FS-ARQGRP = 'F'
              CLOSE ARQGRP.
      *-----------------------------------------------------
       0257-LER-ARQGRP.
           MOVE GRP-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQGRP AT END
                       MOVE 'F' TO FS-ARQGRP.
      *-----------------------------------------------------
       0258-CONTAR-ARQMTR.
           MOVE 12 TO WRK-ARQ.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQMTR
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR
              END-READ
              PERFORM 0259-LER-ARQMTR UNTIL FS-ARQMTR = 'F'
              CLOSE ARQMTR.
      *-----------------------------------------------------
       0259-LER-ARQMTR.
           MOVE MTR-PAGADOR TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQMTR AT END
                       MOVE 'F' TO FS-ARQMTR.
      *-----------------------------------------------------
       0260-CONTAR-ARQCON.
           MOVE 13 TO WRK-ARQ.
           OPEN INPUT ARQCON.
           IF FS-ARQCON-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQCON
              READ ARQCON NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCON
              END-READ
              PERFORM 0261-LER-ARQCON UNTIL FS-ARQCON = 'F'
              CLOSE ARQCON.
      *-----------------------------------------------------
       0261-LER-ARQCON.
           MOVE CON-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQCON NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCON.
      *-----------------------------------------------------
       0262-CONTAR-ARQADA.
           MOVE 14 TO WRK-ARQ.
           OPEN INPUT ARQADA.
           IF FS-ARQADA-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQADA
              READ ARQADA NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQADA
              END-READ
              PERFORM 0263-LER-ARQADA UNTIL FS-ARQADA = 'F'
              CLOSE ARQADA.
      *-----------------------------------------------------
       0263-LER-ARQADA.
           MOVE ADA-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQADA NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQADA.
      *-----------------------------------------------------
       0264-CONTAR-ARQDOC.
           MOVE 15 TO WRK-ARQ.
           OPEN INPUT ARQDOC.
           IF FS-ARQDOC-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQDOC
              READ ARQDOC NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQDOC
              END-READ
              PERFORM 0265-LER-ARQDOC UNTIL FS-ARQDOC = 'F'
              CLOSE ARQDOC.
      *-----------------------------------------------------
       0265-LER-ARQDOC.
           MOVE DOC-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQDOC NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQDOC.
      *-----------------------------------------------------
       0266-CONTAR-ARQCTO.
           MOVE 16 TO WRK-ARQ.
           OPEN INPUT ARQCTO.
           IF FS-ARQCTO-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQCTO
              READ ARQCTO NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCTO
              END-READ
              PERFORM 0267-LER-ARQCTO UNTIL FS-ARQCTO = 'F'
              CLOSE ARQCTO.
      *-----------------------------------------------------
       0267-LER-ARQCTO.
           MOVE CTO-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQCTO NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCTO.
      *-----------------------------------------------------
       0268-CONTAR-ARQCEM.
           MOVE 17 TO WRK-ARQ.
           OPEN INPUT ARQCEM.
           IF FS-ARQCEM-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQCEM
              READ ARQCEM NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCEM
              END-READ
              PERFORM 0269-LER-ARQCEM UNTIL FS-ARQCEM = 'F'
              CLOSE ARQCEM.
      *-----------------------------------------------------
       0269-LER-ARQCEM.
           MOVE CEM-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQCEM NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCEM.
      *-----------------------------------------------------
       0270-CONTAR-ARQCSG.
           MOVE 18 TO WRK-ARQ.
           OPEN INPUT ARQCSG.
           IF FS-ARQCSG-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQCSG
              READ ARQCSG NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQCSG
              END-READ
              PERFORM 0271-LER-ARQCSG UNTIL FS-ARQCSG = 'F'
              CLOSE ARQCSG.
      *-----------------------------------------------------
       0271-LER-ARQCSG.
           MOVE CSG-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQCSG NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCSG.
      *-----------------------------------------------------
       0272-CONTAR-ARQTPC.
           MOVE 19 TO WRK-ARQ.
           OPEN INPUT ARQTPC.
           IF FS-ARQTPC-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQTPC
              READ ARQTPC NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQTPC
              END-READ
              PERFORM 0273-LER-ARQTPC UNTIL FS-ARQTPC = 'F'
              CLOSE ARQTPC.
      *-----------------------------------------------------
       0273-LER-ARQTPC.
           MOVE TPC-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQTPC NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQTPC.
      *-----------------------------------------------------
       0274-CONTAR-ARQSCO.
           MOVE 20 TO WRK-ARQ.
           OPEN INPUT ARQSCO.
           IF FS-ARQSCO-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQSCO
              READ ARQSCO NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQSCO
              END-READ
              PERFORM 0275-LER-ARQSCO UNTIL FS-ARQSCO = 'F'
              CLOSE ARQSCO.
      *-----------------------------------------------------
       0275-LER-ARQSCO.
           MOVE SCO-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQSCO NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQSCO.
      *-----------------------------------------------------
       0276-CONTAR-ARQCNS.
           MOVE 21 TO WRK-ARQ.
           OPEN INPUT ARQCNS.
           IF FS-ARQCNS-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQCNS
              READ ARQCNS AT END
                          MOVE 'F' TO FS-ARQCNS
              END-READ
              PERFORM 0277-LER-ARQCNS UNTIL FS-ARQCNS = 'F'
              CLOSE ARQCNS.
      *-----------------------------------------------------
       0277-LER-ARQCNS.
           MOVE CNS-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQCNS AT END
                       MOVE 'F' TO FS-ARQCNS.
      *-----------------------------------------------------
       0278-CONTAR-ARQPRP.
           MOVE 22 TO WRK-ARQ.
           OPEN INPUT ARQPRP.
           IF FS-ARQPRP-STATUS NOT = '00'
              MOVE 1 TO WRK-TOT-AUSENTE (WRK-ARQ)
           ELSE
              MOVE 'N' TO FS-ARQPRP
              READ ARQPRP AT END
                          MOVE 'F' TO FS-ARQPRP
              END-READ
              PERFORM 0279-LER-ARQPRP UNTIL FS-ARQPRP = 'F'
              CLOSE ARQPRP.
      *-----------------------------------------------------
       0279-LER-ARQPRP.
           MOVE PRP-CODIGO TO WRK-COD-LIDO.
           PERFORM 0290-SOMAR.
           READ ARQPRP AT END
                       MOVE 'F' TO FS-ARQPRP.
      *-----------------------------------------------------
       0290-SOMAR.
           ADD 1 TO WRK-TOT-REGS (WRK-ARQ, WRK-FASE).
           IF WRK-COD-LIDO = WRK-COD-VELHO
              ADD 1 TO WRK-TOT-VELHO (WRK-ARQ, WRK-FASE).
           IF WRK-COD-LIDO = WRK-COD-NOVO
              ADD 1 TO WRK-TOT-NOVO (WRK-ARQ, WRK-FASE).
      *-----------------------------------------------------
      * CODIGO NOVO JA PRESENTE EM ALGUM ARQUIVO, PEDIDO
      * PENDENTE NA FILA OU FATURAS ALEM DA TABELA IMPEDEM A
      * EFETIVACAO; NA SIMULACAO SAO SO AVISADOS
      *-----------------------------------------------------
       0300-CONFERIR-BLOQUEIOS.
           MOVE 0 TO WRK-BLOQUEIO.
           PERFORM 0310-CONFERIR-ARQUIVO
               VARYING WRK-ARQ FROM 1 BY 1 UNTIL WRK-ARQ > 22.
           IF WRK-JA-PENDENTE = 1
              DISPLAY 'CLIENTE COM PEDIDO PENDENTE DE APROVACAO'
              MOVE 1 TO WRK-BLOQUEIO.
           IF WRK-TOT-VELHO (2, 1) > 500
              DISPLAY 'FATURAS DO CLIENTE EXCEDEM O LIMITE DE 500'
              MOVE 1 TO WRK-BLOQUEIO.
           IF WRK-BLOQUEIO = 1
              IF WRK-MODO = 'E'
                 DISPLAY 'RENUMERACAO NAO EFETIVADA'
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
       0310-CONFERIR-ARQUIVO.
           IF WRK-TOT-NOVO (WRK-ARQ, 1) > 0
              DISPLAY 'CODIGO NOVO JA USADO EM..... '
                      WRK-ARQ-NOME (WRK-ARQ)
              MOVE 1 TO WRK-BLOQUEIO.
      *-----------------------------------------------------
      * SIMULACAO: O QUE ESTA NO CODIGO ANTIGO PASSA AO NOVO
      *-----------------------------------------------------
       0350-PROJETAR.
           MOVE WRK-TOT-REGS (WRK-ARQ, 1)
             TO WRK-TOT-REGS (WRK-ARQ, 2).
           MOVE 0 TO WRK-TOT-VELHO (WRK-ARQ, 2).
           COMPUTE WRK-TOT-NOVO (WRK-ARQ, 2) =
                   WRK-TOT-NOVO (WRK-ARQ, 1)
                 + WRK-TOT-VELHO (WRK-ARQ, 1).
      *-----------------------------------------------------
      * EFETIVACAO: PRIMEIRO O CADASTRO; SE O CODIGO NOVO NAO
      * PUDER SER GRAVADO NADA MAIS E TOCADO
      *-----------------------------------------------------
       0400-EFETIVAR.
           OPEN EXTEND ARQJRN.
           IF FS-ARQJRN-STATUS = '35'
              OPEN OUTPUT ARQJRN.
           MOVE WRK-ANTES-CLI TO REG-CLIENTES.
           MOVE WRK-COD-NOVO TO REG-CODIGO.
           WRITE REG-CLIENTES
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-WRITE.
           IF WRK-ACHOU = 0
              DISPLAY 'ERRO AO GRAVAR CODIGO NOVO.. '
                      FS-CLIENTES-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE REG-CLIENTES TO WRK-IMAGEM-DEPOIS.
           MOVE WRK-COD-VELHO TO REG-CODIGO.
           DELETE CLIENTES RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR CODIGO ANTIGO '
                           FS-CLIENTES-STATUS
                   MOVE 8 TO WRK-RETORNO
           END-DELETE.
           MOVE WRK-ANTES-CLI TO WRK-IMAGEM-ANTES.
           MOVE 'RENUMERACAO' TO WRK-OPERACAO.
           PERFORM 0700-GRAVAR-JRN.
           IF WRK-ABRIU-FATURAS = 1 AND WRK-TOT-VELHO (2, 1) > 0
              PERFORM 0420-MOVER-FATURAS.
           IF WRK-ABRIU-LIM = 1 AND WRK-TOT-VELHO (3, 1) > 0
              PERFORM 0430-MOVER-LIMITE.
           IF WRK-TOT-VELHO (4, 1) > 0
              PERFORM 0510-TROCAR-ARQPAG.
           IF WRK-TOT-VELHO (5, 1) > 0
              PERFORM 0520-TROCAR-ARQCRD.
           IF WRK-TOT-VELHO (6, 1) > 0
              PERFORM 0530-MOVER-CHEQUES.
           IF WRK-TOT-VELHO (7, 1) > 0
              PERFORM 0540-MOVER-ARQNEG.
           IF WRK-TOT-VELHO (8, 1) > 0
              PERFORM 0550-TROCAR-ARQOCO.
           IF WRK-TOT-VELHO (9, 1) > 0
              PERFORM 0560-MOVER-ARQCTE.
           IF WRK-TOT-VELHO (10, 1) > 0
              PERFORM 0570-MOVER-ARQVCL.
           IF WRK-TOT-VELHO (11, 1) > 0
              PERFORM 0580-TROCAR-ARQGRP.
           IF WRK-TOT-VELHO (12, 1) > 0
              PERFORM 0590-TROCAR-ARQMTR.
           IF WRK-TOT-VELHO (13, 1) > 0
              PERFORM 0600-TROCAR-ARQCON.
           IF WRK-TOT-VELHO (14, 1) > 0
              PERFORM 0610-MOVER-ARQADA.
           IF WRK-TOT-VELHO (15, 1) > 0
              PERFORM 0620-MOVER-ARQDOC.
           IF WRK-TOT-VELHO (16, 1) > 0
              PERFORM 0630-MOVER-CONTATOS.
           IF WRK-TOT-VELHO (17, 1) > 0
              PERFORM 0640-MOVER-ARQCEM.
           IF WRK-TOT-VELHO (18, 1) > 0
              PERFORM 0650-MOVER-ARQCSG.
           IF WRK-TOT-VELHO (19, 1) > 0
              PERFORM 0660-MOVER-ARQTPC.
           IF WRK-TOT-VELHO (20, 1) > 0
              PERFORM 0670-MOVER-SCORES.
           IF WRK-TOT-VELHO (21, 1) > 0
              PERFORM 0680-TROCAR-ARQCNS.
           IF WRK-TOT-VELHO (22, 1) > 0
              PERFORM 0690-TROCAR-ARQPRP.
       0400-FIM.
      *-----------------------------------------------------
      * AS FATURAS DO CODIGO ANTIGO VAO PARA A TABELA ANTES
      * DE TROCAR A CHAVE, PARA A LEITURA NAO PASSAR PELAS
      * QUE JA FORAM GRAVADAS
      *-----------------------------------------------------
       0420-MOVER-FATURAS.
           MOVE 0 TO WRK-FAT-QTD.
           MOVE 'N' TO WRK-FIM-SCAN.
           MOVE WRK-COD-VELHO TO FAT-CODIGO.
           MOVE ZEROS TO FAT-NUMERO.
           START FATURAS KEY IS NOT < FAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
           END-START.
           PERFORM 0425-GUARDAR-FATURA UNTIL WRK-FIM-SCAN = 'S'.
           PERFORM 0428-TROCAR-FATURA
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-FAT-QTD.
      *-----------------------------------------------------
       0425-GUARDAR-FATURA.
           READ FATURAS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   IF FAT-CODIGO NOT = WRK-COD-VELHO
                      MOVE 'S' TO WRK-FIM-SCAN
                   ELSE
                      ADD 1 TO WRK-FAT-QTD
                      MOVE REG-FATURA TO WRK-FAT-REG (WRK-FAT-QTD)
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0428-TROCAR-FATURA.
           MOVE WRK-FAT-REG (WRK-I) TO REG-FATURA.
           MOVE WRK-COD-NOVO TO FAT-CODIGO.
           WRITE REG-FATURA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR FATURA....... '
                           FAT-CHAVE ' ' FS-FATURAS-STATUS
                   MOVE 8 TO WRK-RETORNO
               NOT INVALID KEY
                   MOVE REG-FATURA TO WRK-IMAGEM-DEPOIS
                   MOVE WRK-FAT-REG (WRK-I) TO REG-FATURA
                   MOVE WRK-FAT-REG (WRK-I) TO WRK-IMAGEM-ANTES
                   DELETE FATURAS RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR FATURA...... '
                                   FAT-CHAVE ' ' FS-FATURAS-STATUS
                           MOVE 8 TO WRK-RETORNO
                   END-DELETE
                   MOVE 'RENUM-FATURA' TO WRK-OPERACAO
                   PERFORM 0700-GRAVAR-JRN
           END-WRITE.
      *-----------------------------------------------------
       0430-MOVER-LIMITE.
           MOVE WRK-COD-VELHO TO REG-LIM-CODIGO.
           READ ARQLIM
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              MOVE REG-LIMITE TO WRK-IMAGEM-ANTES
              MOVE WRK-COD-NOVO TO REG-LIM-CODIGO
              WRITE REG-LIMITE
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR LIMITE....... '
                              FS-ARQLIM-STATUS
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE REG-LIMITE TO WRK-IMAGEM-DEPOIS
                      MOVE WRK-COD-VELHO TO REG-LIM-CODIGO
                      DELETE ARQLIM RECORD
                          INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR LIMITE...... '
                                      FS-ARQLIM-STATUS
                              MOVE 8 TO WRK-RETORNO
                      END-DELETE
                      MOVE 'RENUM-LIMITE' TO WRK-OPERACAO
                      PERFORM 0700-GRAVAR-JRN
              END-WRITE.
      *-----------------------------------------------------
      * ARQUIVOS SEQUENCIAIS: IDA PARA O ARQTRB COM O CODIGO
      * TROCADO E VOLTA POR CIMA DO ORIGINAL
      *-----------------------------------------------------
       0510-TROCAR-ARQPAG.
           OPEN INPUT ARQPAG.
           OPEN OUTPUT ARQTRB.
           MOVE 'N' TO FS-ARQPAG.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
           PERFORM 0511-IDA-ARQPAG UNTIL FS-ARQPAG = 'F'.
           CLOSE ARQPAG ARQTRB.
           OPEN INPUT ARQTRB.
           OPEN OUTPUT ARQPAG.
           MOVE 'N' TO FS-ARQTRB.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0512-VOLTA-ARQPAG UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB ARQPAG.
      *-----------------------------------------------------
       0511-IDA-ARQPAG.
           IF PAG-CODIGO = WRK-COD-VELHO
              MOVE WRK-COD-NOVO TO PAG-CODIGO.
           MOVE REG-PAG TO REG-TRB.
           WRITE REG-TRB.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0512-VOLTA-ARQPAG.
           MOVE REG-TRB TO REG-PAG.
           WRITE REG-PAG.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
       0520-TROCAR-ARQCRD.
           OPEN INPUT ARQCRD.
           OPEN OUTPUT ARQTRB.
           MOVE 'N' TO FS-ARQCRD.
           READ ARQCRD AT END
                       MOVE 'F' TO FS-ARQCRD.
           PERFORM 0521-IDA-ARQCRD UNTIL FS-ARQCRD = 'F'.
           CLOSE ARQCRD ARQTRB.
           OPEN INPUT ARQTRB.
           OPEN OUTPUT ARQCRD.
           MOVE 'N' TO FS-ARQTRB.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0522-VOLTA-ARQCRD UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB ARQCRD.
      *-----------------------------------------------------
       0521-IDA-ARQCRD.
           IF CRD-CODIGO = WRK-COD-VELHO
              MOVE WRK-COD-NOVO TO CRD-CODIGO.
           MOVE REG-CRD TO REG-TRB.
           WRITE REG-TRB.
           READ ARQCRD AT END
                       MOVE 'F' TO FS-ARQCRD.
      *-----------------------------------------------------
       0522-VOLTA-ARQCRD.
           MOVE REG-TRB TO REG-CRD.
           WRITE REG-CRD.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
       0530-MOVER-CHEQUES.
           OPEN I-O ARQCHQ.
           MOVE 'N' TO WRK-FIM-SCAN.
           PERFORM 0535-MOVER-CHEQUE THRU 0535-FIM
               UNTIL WRK-FIM-SCAN = 'S'.
           CLOSE ARQCHQ.
      *-----------------------------------------------------
      * CADA CHEQUE E PROCURADO DE NOVO A PARTIR DO CODIGO
      * ANTIGO: O QUE JA MUDOU DE CHAVE NAO ESTA MAIS LA
      *-----------------------------------------------------
       0535-MOVER-CHEQUE.
           MOVE WRK-COD-VELHO TO CHQ-CODIGO.
           MOVE ZEROS TO CHQ-NUMERO.
           START ARQCHQ KEY IS NOT < CHQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
                   GO TO 0535-FIM
           END-START.
           READ ARQCHQ NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
                   GO TO 0535-FIM
           END-READ.
           IF CHQ-CODIGO NOT = WRK-COD-VELHO
              MOVE 'S' TO WRK-FIM-SCAN
              GO TO 0535-FIM.
           MOVE WRK-COD-NOVO TO CHQ-CODIGO.
           WRITE REG-CHQ
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CHEQUE....... '
                           CHQ-CHAVE ' ' FS-ARQCHQ-STATUS
                   MOVE 8 TO WRK-RETORNO
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT INVALID KEY
                   MOVE WRK-COD-VELHO TO CHQ-CODIGO
                   DELETE ARQCHQ RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR CHEQUE...... '
                                   CHQ-CHAVE ' ' FS-ARQCHQ-STATUS
                           MOVE 8 TO WRK-RETORNO
                           MOVE 'S' TO WRK-FIM-SCAN
                   END-DELETE
           END-WRITE.
       0535-FIM.
      *-----------------------------------------------------
      * VINCULOS DE UM REGISTRO POR CLIENTE: A CHAVE E O
      * PROPRIO CODIGO
      *-----------------------------------------------------
       0540-MOVER-ARQNEG.
           OPEN I-O ARQNEG.
           MOVE WRK-COD-VELHO TO NEG-CODIGO.
           READ ARQNEG
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              MOVE WRK-COD-NOVO TO NEG-CODIGO
              WRITE REG-NEG
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR ARQNEG....... '
                              FS-ARQNEG-STATUS
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE WRK-COD-VELHO TO NEG-CODIGO
                      DELETE ARQNEG RECORD
                          INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR ARQNEG...... '
                                      FS-ARQNEG-STATUS
                              MOVE 8 TO WRK-RETORNO
                      END-DELETE
              END-WRITE.
           CLOSE ARQNEG.
      *-----------------------------------------------------
       0550-TROCAR-ARQOCO.
           OPEN INPUT ARQOCO.
           OPEN OUTPUT ARQTRB.
           MOVE 'N' TO FS-ARQOCO.
           READ ARQOCO AT END
                       MOVE 'F' TO FS-ARQOCO.
           PERFORM 0551-IDA-ARQOCO UNTIL FS-ARQOCO = 'F'.
           CLOSE ARQOCO ARQTRB.
           OPEN INPUT ARQTRB.
           OPEN OUTPUT ARQOCO.
           MOVE 'N' TO FS-ARQTRB.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0552-VOLTA-ARQOCO UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB ARQOCO.
      *-----------------------------------------------------
       0551-IDA-ARQOCO.
           IF OCO-CODIGO = WRK-COD-VELHO
              MOVE WRK-COD-NOVO TO OCO-CODIGO.
           MOVE REG-OCO TO REG-TRB.
           WRITE REG-TRB.
           READ ARQOCO AT END
                       MOVE 'F' TO FS-ARQOCO.
      *-----------------------------------------------------
       0552-VOLTA-ARQOCO.
           MOVE REG-TRB TO REG-OCO.
           WRITE REG-OCO.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
       0560-MOVER-ARQCTE.
           OPEN I-O ARQCTE.
           MOVE WRK-COD-VELHO TO CTE-CODIGO.
           READ ARQCTE
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              MOVE WRK-COD-NOVO TO CTE-CODIGO
              WRITE REG-CTE
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR ARQCTE....... '
                              FS-ARQCTE-STATUS
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE WRK-COD-VELHO TO CTE-CODIGO
                      DELETE ARQCTE RECORD
                          INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR ARQCTE...... '
                                      FS-ARQCTE-STATUS
                              MOVE 8 TO WRK-RETORNO
                      END-DELETE
              END-WRITE.
           CLOSE ARQCTE.
      *-----------------------------------------------------
       0570-MOVER-ARQVCL.
           OPEN I-O ARQVCL.
           MOVE WRK-COD-VELHO TO VCL-CODIGO.
           READ ARQVCL
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              MOVE WRK-COD-NOVO TO VCL-CODIGO
              WRITE REG-VCL
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR ARQVCL....... '
                              FS-ARQVCL-STATUS
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE WRK-COD-VELHO TO VCL-CODIGO
                      DELETE ARQVCL RECORD
                          INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR ARQVCL...... '
                                      FS-ARQVCL-STATUS
                              MOVE 8 TO WRK-RETORNO
                      END-DELETE
              END-WRITE.
           CLOSE ARQVCL.
      *-----------------------------------------------------
       0580-TROCAR-ARQGRP.
           OPEN INPUT ARQGRP.
           OPEN OUTPUT ARQTRB.
           MOVE 'N' TO FS-ARQGRP.
           READ ARQGRP AT END
                       MOVE 'F' TO FS-ARQGRP.
           PERFORM 0581-IDA-ARQGRP UNTIL FS-ARQGRP = 'F'.
           CLOSE ARQGRP ARQTRB.
           OPEN INPUT ARQTRB.
           OPEN OUTPUT ARQGRP.
           MOVE 'N' TO FS-ARQTRB.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0582-VOLTA-ARQGRP UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB ARQGRP.
      *-----------------------------------------------------
       0581-IDA-ARQGRP.
           IF GRP-CODIGO = WRK-COD-VELHO
              MOVE WRK-COD-NOVO TO GRP-CODIGO.
           MOVE REG-GRP TO REG-TRB.
           WRITE REG-TRB.
           READ ARQGRP AT END
                       MOVE 'F' TO FS-ARQGRP.
      *-----------------------------------------------------
       0582-VOLTA-ARQGRP.
           MOVE REG-TRB TO REG-GRP.
           WRITE REG-GRP.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
       0590-TROCAR-ARQMTR.
           OPEN INPUT ARQMTR.
           OPEN OUTPUT ARQTRB.
           MOVE 'N' TO FS-ARQMTR.
           READ ARQMTR AT END
                       MOVE 'F' TO FS-ARQMTR.
           PERFORM 0591-IDA-ARQMTR UNTIL FS-ARQMTR = 'F'.
           CLOSE ARQMTR ARQTRB.
           OPEN INPUT ARQTRB.
           OPEN OUTPUT ARQMTR.
           MOVE 'N' TO FS-ARQTRB.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0592-VOLTA-ARQMTR UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB ARQMTR.
      *-----------------------------------------------------
       0591-IDA-ARQMTR.
           IF MTR-PAGADOR = WRK-COD-VELHO
              MOVE WRK-COD-NOVO TO MTR-PAGADOR.
           MOVE REG-MTR TO REG-TRB.
           WRITE REG-TRB.
           READ ARQMTR AT END
                       MOVE 'F' TO FS-ARQMTR.
      *-----------------------------------------------------
       0592-VOLTA-ARQMTR.
           MOVE REG-TRB TO REG-MTR.
           WRITE REG-MTR.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
      * NO ARQCON A CHAVE E O NUMERO DO CONTRATO: O CODIGO DO
      * CLIENTE E TROCADO COM REWRITE NA PROPRIA LEITURA
      *-----------------------------------------------------
       0600-TROCAR-ARQCON.
           OPEN I-O ARQCON.
           MOVE 'N' TO FS-ARQCON.
           READ ARQCON NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCON.
           PERFORM 0601-TROCAR-CONTRATO UNTIL FS-ARQCON = 'F'.
           CLOSE ARQCON.
      *-----------------------------------------------------
       0601-TROCAR-CONTRATO.
           IF CON-CODIGO = WRK-COD-VELHO
              MOVE WRK-COD-NOVO TO CON-CODIGO
              REWRITE REG-CONTRATO
                  INVALID KEY
                      DISPLAY 'ERRO AO REGRAVAR ARQCON..... '
                              CON-NUMERO ' ' FS-ARQCON-STATUS
                      MOVE 8 TO WRK-RETORNO
              END-REWRITE.
           READ ARQCON NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCON.
      *-----------------------------------------------------
       0610-MOVER-ARQADA.
           OPEN I-O ARQADA.
           MOVE WRK-COD-VELHO TO ADA-CODIGO.
           READ ARQADA
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              MOVE WRK-COD-NOVO TO ADA-CODIGO
              WRITE REG-ADA
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR ARQADA....... '
                              FS-ARQADA-STATUS
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE WRK-COD-VELHO TO ADA-CODIGO
                      DELETE ARQADA RECORD
                          INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR ARQADA...... '
                                      FS-ARQADA-STATUS
                              MOVE 8 TO WRK-RETORNO
                      END-DELETE
              END-WRITE.
           CLOSE ARQADA.
      *-----------------------------------------------------
      * O DOCUMENTO FISCAL E CHAVE ALTERNADA SEM DUPLICIDADE:
      * O REGISTRO ANTIGO SAI ANTES DE O NOVO SER GRAVADO E
      * VOLTA SE A GRAVACAO FALHAR
      *-----------------------------------------------------
       0620-MOVER-ARQDOC.
           OPEN I-O ARQDOC.
           MOVE WRK-COD-VELHO TO DOC-CODIGO.
           READ ARQDOC
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              MOVE REG-DOC TO WRK-ANTES-DOC
              DELETE ARQDOC RECORD
                  INVALID KEY
                      DISPLAY 'ERRO AO EXCLUIR ARQDOC...... '
                              FS-ARQDOC-STATUS
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE WRK-ANTES-DOC TO REG-DOC
                      MOVE WRK-COD-NOVO TO DOC-CODIGO
                      PERFORM 0625-GRAVAR-ARQDOC
              END-DELETE.
           CLOSE ARQDOC.
      *-----------------------------------------------------
       0625-GRAVAR-ARQDOC.
           WRITE REG-DOC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ARQDOC....... '
                           FS-ARQDOC-STATUS
                   MOVE 8 TO WRK-RETORNO
                   MOVE WRK-ANTES-DOC TO REG-DOC
                   WRITE REG-DOC
                       INVALID KEY
                           DISPLAY 'ERRO AO RESTAURAR ARQDOC.... '
                                   FS-ARQDOC-STATUS
                   END-WRITE
           END-WRITE.
      *-----------------------------------------------------
       0630-MOVER-CONTATOS.
           OPEN I-O ARQCTO.
           MOVE 'N' TO WRK-FIM-SCAN.
           PERFORM 0635-MOVER-CONTATO THRU 0635-FIM
               UNTIL WRK-FIM-SCAN = 'S'.
           CLOSE ARQCTO.
      *-----------------------------------------------------
      * COMO NOS CHEQUES, CADA REGISTRO E PROCURADO DE NOVO A
      * PARTIR DO CODIGO ANTIGO
      *-----------------------------------------------------
       0635-MOVER-CONTATO.
           MOVE WRK-COD-VELHO TO CTO-CODIGO.
           MOVE ZEROS TO CTO-SEQ.
           START ARQCTO KEY IS NOT < CTO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
                   GO TO 0635-FIM
           END-START.
           READ ARQCTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
                   GO TO 0635-FIM
           END-READ.
           IF CTO-CODIGO NOT = WRK-COD-VELHO
              MOVE 'S' TO WRK-FIM-SCAN
              GO TO 0635-FIM.
           MOVE WRK-COD-NOVO TO CTO-CODIGO.
           WRITE REG-CTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ARQCTO....... '
                           CTO-CHAVE ' ' FS-ARQCTO-STATUS
                   MOVE 8 TO WRK-RETORNO
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT INVALID KEY
                   MOVE WRK-COD-VELHO TO CTO-CODIGO
                   DELETE ARQCTO RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR ARQCTO...... '
                                   CTO-CHAVE ' ' FS-ARQCTO-STATUS
                           MOVE 8 TO WRK-RETORNO
                           MOVE 'S' TO WRK-FIM-SCAN
                   END-DELETE
           END-WRITE.
       0635-FIM.
      *-----------------------------------------------------
       0640-MOVER-ARQCEM.
           OPEN I-O ARQCEM.
           MOVE WRK-COD-VELHO TO CEM-CODIGO.
           READ ARQCEM
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              MOVE WRK-COD-NOVO TO CEM-CODIGO
              WRITE REG-CEM
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR ARQCEM....... '
                              FS-ARQCEM-STATUS
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE WRK-COD-VELHO TO CEM-CODIGO
                      DELETE ARQCEM RECORD
                          INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR ARQCEM...... '
                                      FS-ARQCEM-STATUS
                              MOVE 8 TO WRK-RETORNO
                      END-DELETE
              END-WRITE.
           CLOSE ARQCEM.
      *-----------------------------------------------------
       0650-MOVER-ARQCSG.
           OPEN I-O ARQCSG.
           MOVE WRK-COD-VELHO TO CSG-CODIGO.
           READ ARQCSG
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              MOVE WRK-COD-NOVO TO CSG-CODIGO
              WRITE REG-CSG
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR ARQCSG....... '
                              FS-ARQCSG-STATUS
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE WRK-COD-VELHO TO CSG-CODIGO
                      DELETE ARQCSG RECORD
                          INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR ARQCSG...... '
                                      FS-ARQCSG-STATUS
                              MOVE 8 TO WRK-RETORNO
                      END-DELETE
              END-WRITE.
           CLOSE ARQCSG.
      *-----------------------------------------------------
       0660-MOVER-ARQTPC.
           OPEN I-O ARQTPC.
           MOVE WRK-COD-VELHO TO TPC-CODIGO.
           READ ARQTPC
               INVALID KEY
                   MOVE 0 TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 1 TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 1
              MOVE WRK-COD-NOVO TO TPC-CODIGO
              WRITE REG-TPC
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR ARQTPC....... '
                              FS-ARQTPC-STATUS
                      MOVE 8 TO WRK-RETORNO
                  NOT INVALID KEY
                      MOVE WRK-COD-VELHO TO TPC-CODIGO
                      DELETE ARQTPC RECORD
                          INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR ARQTPC...... '
                                      FS-ARQTPC-STATUS
                              MOVE 8 TO WRK-RETORNO
                      END-DELETE
              END-WRITE.
           CLOSE ARQTPC.
      *-----------------------------------------------------
       0670-MOVER-SCORES.
           OPEN I-O ARQSCO.
           MOVE 'N' TO WRK-FIM-SCAN.
           PERFORM 0675-MOVER-SCORE THRU 0675-FIM
               UNTIL WRK-FIM-SCAN = 'S'.
           CLOSE ARQSCO.
      *-----------------------------------------------------
      * COMO NOS CHEQUES, CADA REGISTRO E PROCURADO DE NOVO A
      * PARTIR DO CODIGO ANTIGO
      *-----------------------------------------------------
       0675-MOVER-SCORE.
           MOVE WRK-COD-VELHO TO SCO-CODIGO.
           MOVE ZEROS TO SCO-DATA.
           START ARQSCO KEY IS NOT < SCO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
                   GO TO 0675-FIM
           END-START.
           READ ARQSCO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
                   GO TO 0675-FIM
           END-READ.
           IF SCO-CODIGO NOT = WRK-COD-VELHO
              MOVE 'S' TO WRK-FIM-SCAN
              GO TO 0675-FIM.
           MOVE WRK-COD-NOVO TO SCO-CODIGO.
           WRITE REG-SCO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ARQSCO....... '
                           SCO-CHAVE ' ' FS-ARQSCO-STATUS
                   MOVE 8 TO WRK-RETORNO
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT INVALID KEY
                   MOVE WRK-COD-VELHO TO SCO-CODIGO
                   DELETE ARQSCO RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR ARQSCO...... '
                                   SCO-CHAVE ' ' FS-ARQSCO-STATUS
                           MOVE 8 TO WRK-RETORNO
                           MOVE 'S' TO WRK-FIM-SCAN
                   END-DELETE
           END-WRITE.
       0675-FIM.
      *-----------------------------------------------------
       0680-TROCAR-ARQCNS.
           OPEN INPUT ARQCNS.
           OPEN OUTPUT ARQTRB.
           MOVE 'N' TO FS-ARQCNS.
           READ ARQCNS AT END
                       MOVE 'F' TO FS-ARQCNS.
           PERFORM 0681-IDA-ARQCNS UNTIL FS-ARQCNS = 'F'.
           CLOSE ARQCNS ARQTRB.
           OPEN INPUT ARQTRB.
           OPEN OUTPUT ARQCNS.
           MOVE 'N' TO FS-ARQTRB.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0682-VOLTA-ARQCNS UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB ARQCNS.
      *-----------------------------------------------------
       0681-IDA-ARQCNS.
           IF CNS-CODIGO = WRK-COD-VELHO
              MOVE WRK-COD-NOVO TO CNS-CODIGO.
           MOVE REG-CNS TO REG-TRB.
           WRITE REG-TRB.
           READ ARQCNS AT END
                       MOVE 'F' TO FS-ARQCNS.
      *-----------------------------------------------------
       0682-VOLTA-ARQCNS.
           MOVE REG-TRB TO REG-CNS.
           WRITE REG-CNS.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
       0690-TROCAR-ARQPRP.
           OPEN INPUT ARQPRP.
           OPEN OUTPUT ARQTRB.
           MOVE 'N' TO FS-ARQPRP.
           READ ARQPRP AT END
                       MOVE 'F' TO FS-ARQPRP.
           PERFORM 0691-IDA-ARQPRP UNTIL FS-ARQPRP = 'F'.
           CLOSE ARQPRP ARQTRB.
           OPEN INPUT ARQTRB.
           OPEN OUTPUT ARQPRP.
           MOVE 'N' TO FS-ARQTRB.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
           PERFORM 0692-VOLTA-ARQPRP UNTIL FS-ARQTRB = 'F'.
           CLOSE ARQTRB ARQPRP.
      *-----------------------------------------------------
       0691-IDA-ARQPRP.
           IF PRP-CODIGO = WRK-COD-VELHO
              MOVE WRK-COD-NOVO TO PRP-CODIGO.
           MOVE REG-PRP TO REG-TRB.
           WRITE REG-TRB.
           READ ARQPRP AT END
                       MOVE 'F' TO FS-ARQPRP.
      *-----------------------------------------------------
       0692-VOLTA-ARQPRP.
           MOVE REG-TRB TO REG-PRP.
           WRITE REG-PRP.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
       0700-GRAVAR-JRN.
           IF FS-ARQJRN-STATUS = '00'
              MOVE SPACES TO REG-JRN
              ACCEPT REG-JRN-DATA FROM DATE YYYYMMDD
              ACCEPT REG-JRN-HORA FROM TIME
              MOVE 'PROG199' TO REG-JRN-PROGRAMA
              MOVE WRK-OPERACAO TO REG-JRN-OPERACAO
              MOVE WRK-IMAGEM-ANTES TO REG-JRN-ANTES
              MOVE WRK-IMAGEM-DEPOIS TO REG-JRN-DEPOIS
              WRITE REG-JRN.
      *-----------------------------------------------------
      * TOTAIS DE CONTROLE POR ARQUIVO: REGISTROS LIDOS E
      * QUANTOS ESTAO NO CODIGO ANTIGO E NO NOVO
      *-----------------------------------------------------
       0800-TOTAIS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'ARQUIVO  -------- ANTES ----------  '
                  '-------- DEPOIS ---------'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING '         REGISTROS  ANTIGO    NOVO  '
                  'REGISTROS  ANTIGO    NOVO SITUACAO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0820-LINHA-TOTAIS
               VARYING WRK-ARQ FROM 1 BY 1 UNTIL WRK-ARQ > 22.
           MOVE ALL '=' TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           IF WRK-MODO = 'S'
              MOVE 'SIMULACAO -- NENHUM ARQUIVO ALTERADO' TO REG-REL
           ELSE
              IF WRK-BLOQUEIO = 1
                 MOVE 'RENUMERACAO NAO EFETIVADA' TO REG-REL
              ELSE
                 IF WRK-RETORNO = 8
                    MOVE 'RENUMERACAO COM DIVERGENCIA' TO REG-REL
                 ELSE
                    MOVE 'RENUMERACAO EFETIVADA' TO REG-REL.
           WRITE REG-REL.
           DISPLAY REG-REL.
      *-----------------------------------------------------
       0820-LINHA-TOTAIS.
           MOVE WRK-TOT-REGS (WRK-ARQ, 1)  TO WRK-REGS-ED.
           MOVE WRK-TOT-VELHO (WRK-ARQ, 1) TO WRK-VELHO-ED.
           MOVE WRK-TOT-NOVO (WRK-ARQ, 1)  TO WRK-NOVO-ED.
           MOVE WRK-TOT-REGS (WRK-ARQ, 2)  TO WRK-REGS-ED2.
           MOVE WRK-TOT-VELHO (WRK-ARQ, 2) TO WRK-VELHO-ED2.
           MOVE WRK-TOT-NOVO (WRK-ARQ, 2)  TO WRK-NOVO-ED2.
           IF WRK-TOT-AUSENTE (WRK-ARQ) = 1
              MOVE 'AUSENTE' TO WRK-SITUACAO
           ELSE
              IF WRK-TOT-NOVO (WRK-ARQ, 1) > 0
                 MOVE 'CONFLITO' TO WRK-SITUACAO
              ELSE
                 IF WRK-MODO = 'S'
                    MOVE 'SIMULADO' TO WRK-SITUACAO
                 ELSE
                    IF WRK-BLOQUEIO = 1
                       MOVE 'BLOQUEADO' TO WRK-SITUACAO
                    ELSE
                       PERFORM 0830-CONFERIR-DEPOIS.
           MOVE SPACES TO REG-REL.
           STRING WRK-ARQ-NOME (WRK-ARQ) ' '
                  WRK-REGS-ED ' ' WRK-VELHO-ED ' ' WRK-NOVO-ED '  '
                  WRK-REGS-ED2 ' ' WRK-VELHO-ED2 ' ' WRK-NOVO-ED2
                  ' ' WRK-SITUACAO
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
      * DEPOIS DE EFETIVAR: MESMO TOTAL DE REGISTROS, NADA NO
      * CODIGO ANTIGO E TUDO NO NOVO
      *-----------------------------------------------------
       0830-CONFERIR-DEPOIS.
           IF WRK-TOT-REGS (WRK-ARQ, 2) = WRK-TOT-REGS (WRK-ARQ, 1)
              AND WRK-TOT-VELHO (WRK-ARQ, 2) = 0
              AND WRK-TOT-NOVO (WRK-ARQ, 2) =
                  WRK-TOT-VELHO (WRK-ARQ, 1)
              MOVE 'OK' TO WRK-SITUACAO
           ELSE
              MOVE 'DIVERGENTE' TO WRK-SITUACAO
              DISPLAY 'TOTAIS DIVERGENTES EM...... '
                      WRK-ARQ-NOME (WRK-ARQ)
              MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
       0900-FINALIZAR.
           CLOSE CLIENTES.
           IF WRK-ABRIU-FATURAS = 1
              CLOSE FATURAS.
           IF WRK-ABRIU-LIM = 1
              CLOSE ARQLIM.
           IF WRK-MODO = 'E' AND WRK-BLOQUEIO = 0
              CLOSE ARQJRN.
           CLOSE ARQREL.
