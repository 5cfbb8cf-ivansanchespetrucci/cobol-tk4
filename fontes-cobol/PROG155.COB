       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG155.
      *-----------------------------------------------------
      * PRECO APLICAVEL DE UM PRODUTO PARA UM CLIENTE NA
      * DATA, CHAMAVEL NO ESTILO DO PROG079. A ORDEM E:
      * PRECO ESPECIAL DO CLIENTE NO ARQPRC (TIPO C), PRECO
      * ESPECIAL DO GRUPO ECONOMICO DO CLIENTE NO ARQGRP
      * (TIPO G), E POR FIM O PRECO DE CATALOGO DO ARQPRD.
      * SO VALE PRECO ESPECIAL COM A DATA DENTRO DA VIGENCIA
      * (FIM ZERADO = SEM FIM). LS-ORIGEM DEVOLVE C, G, T
      * (TABELA DO CATALOGO) OU N (PRODUTO INEXISTENTE OU
      * INATIVO, PRECO ZERADO). AS TABELAS SAO CARREGADAS NA
      * PRIMEIRA CHAMADA
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPRC ASSIGN TO UT-S-ARQPRC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRC-STATUS.
           SELECT ARQGRP ASSIGN TO UT-S-ARQGRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQGRP-STATUS.
           SELECT ARQPRD ASSIGN TO UT-S-ARQPRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-PRD-CODIGO
                  FILE STATUS IS FS-ARQPRD-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPRC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PRC.
       01   REG-PRC.
            05 PRC-TIPO         PIC X(01).
            05 PRC-CHAVE        PIC 9(05).
            05 PRC-PRODUTO      PIC 9(04).
            05 PRC-PRECO        PIC 9(05)V99.
            05 PRC-INICIO       PIC 9(08).
            05 PRC-FIM          PIC 9(08).
       FD   ARQGRP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-GRP.
       01   REG-GRP.
            05 GRP-GRUPO        PIC 9(03).
            05 GRP-CODIGO       PIC 9(05).
            05 GRP-LIDER        PIC X(01).
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPRC        PIC X VALUE 'N'.
       77  FS-ARQPRC-STATUS PIC XX VALUE '00'.
       77  FS-ARQGRP        PIC X VALUE 'N'.
       77  FS-ARQGRP-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  WRK-CARREGADO    PIC 9 VALUE 0.
       77  WRK-TEM-CATALOGO PIC 9 VALUE 0.
       01  WRK-TAB-PRECOS.
           05 WRK-TAB-PRC-ENTRY OCCURS 500 TIMES.
               10 WRK-PRC-TIPO     PIC X(01).
               10 WRK-PRC-CHAVE    PIC 9(05).
               10 WRK-PRC-PRODUTO  PIC 9(04).
               10 WRK-PRC-PRECO    PIC 9(05)V99.
               10 WRK-PRC-INICIO   PIC 9(08).
               10 WRK-PRC-FIM      PIC 9(08).
       77  WRK-PRC-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-GRUPOS.
           05 WRK-TAB-LIG-ENTRY OCCURS 500 TIMES.
               10 WRK-LIG-GRUPO    PIC 9(03).
               10 WRK-LIG-CODIGO   PIC 9(05).
       77  WRK-LIG-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-GRUPO        PIC 9(05) VALUE 0.
       77  WRK-TIPO-BUSCA   PIC X(01) VALUE SPACE.
       77  WRK-CHAVE-BUSCA  PIC 9(05) VALUE 0.
       77  WRK-ACHOU        PIC 9 VALUE 0.
       LINKAGE                         SECTION.
       01  LS-CODIGO        PIC 9(05).
       01  LS-PRODUTO       PIC 9(04).
       01  LS-DATA          PIC 9(08).
       01  LS-PRECO         PIC 9(05)V99.
       01  LS-ORIGEM        PIC X(01).
       PROCEDURE  DIVISION USING LS-CODIGO, LS-PRODUTO, LS-DATA,
                                 LS-PRECO, LS-ORIGEM.
       0001-PRINCIPAL.
           IF WRK-CARREGADO = 0
              PERFORM 1000-CARREGAR.
           MOVE ZEROS TO LS-PRECO.
           MOVE 'N' TO LS-ORIGEM.
           MOVE 'C' TO WRK-TIPO-BUSCA.
           MOVE LS-CODIGO TO WRK-CHAVE-BUSCA.
           PERFORM 2000-BUSCAR-ESPECIAL.
           IF WRK-ACHOU = 0
              PERFORM 2100-BUSCAR-GRUPO
              IF WRK-GRUPO NOT = 0
                 MOVE 'G' TO WRK-TIPO-BUSCA
                 MOVE WRK-GRUPO TO WRK-CHAVE-BUSCA
                 PERFORM 2000-BUSCAR-ESPECIAL.
           IF WRK-ACHOU = 0
              PERFORM 2200-BUSCAR-CATALOGO.
           GOBACK.
      *-----------------------------------------------------
       1000-CARREGAR.
           MOVE 1 TO WRK-CARREGADO.
           OPEN INPUT ARQPRC.
           IF FS-ARQPRC-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQPRC AT END
                          MOVE 'F' TO FS-ARQPRC
              END-READ
              PERFORM 1100-GUARDAR-PRECO UNTIL FS-ARQPRC = 'F'
              CLOSE ARQPRC.
           OPEN INPUT ARQGRP.
           IF FS-ARQGRP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQGRP AT END
                          MOVE 'F' TO FS-ARQGRP
              END-READ
              PERFORM 1200-GUARDAR-LIGACAO UNTIL FS-ARQGRP = 'F'
              CLOSE ARQGRP.
           OPEN INPUT ARQPRD.
           IF FS-ARQPRD-STATUS = '00'
              MOVE 1 TO WRK-TEM-CATALOGO
           ELSE
              DISPLAY 'CATALOGO DE PRODUTOS AUSENTE. '
                      FS-ARQPRD-STATUS.
      *-----------------------------------------------------
       1100-GUARDAR-PRECO.
           IF WRK-PRC-QTD > 499
              DISPLAY 'PRECOS ESPECIAIS EXCEDEM O LIMITE DE 500'
              MOVE 'F' TO FS-ARQPRC
           ELSE
              ADD 1 TO WRK-PRC-QTD
              MOVE PRC-TIPO    TO WRK-PRC-TIPO (WRK-PRC-QTD)
              MOVE PRC-CHAVE   TO WRK-PRC-CHAVE (WRK-PRC-QTD)
              MOVE PRC-PRODUTO TO WRK-PRC-PRODUTO (WRK-PRC-QTD)
              MOVE PRC-PRECO   TO WRK-PRC-PRECO (WRK-PRC-QTD)
              MOVE PRC-INICIO  TO WRK-PRC-INICIO (WRK-PRC-QTD)
              MOVE PRC-FIM     TO WRK-PRC-FIM (WRK-PRC-QTD)
              READ ARQPRC AT END
                          MOVE 'F' TO FS-ARQPRC.
      *-----------------------------------------------------
       1200-GUARDAR-LIGACAO.
           IF WRK-LIG-QTD > 499
              DISPLAY 'LIGACOES DE GRUPO EXCEDEM O LIMITE DE 500'
              MOVE 'F' TO FS-ARQGRP
           ELSE
              ADD 1 TO WRK-LIG-QTD
              MOVE GRP-GRUPO  TO WRK-LIG-GRUPO (WRK-LIG-QTD)
              MOVE GRP-CODIGO TO WRK-LIG-CODIGO (WRK-LIG-QTD)
              READ ARQGRP AT END
                          MOVE 'F' TO FS-ARQGRP.
      *-----------------------------------------------------
       2000-BUSCAR-ESPECIAL.
           MOVE 0 TO WRK-ACHOU.
           PERFORM 2050-COMPARAR-PRECO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PRC-QTD OR WRK-ACHOU = 1.
      *-----------------------------------------------------
       2050-COMPARAR-PRECO.
           IF WRK-PRC-TIPO (WRK-IDX) = WRK-TIPO-BUSCA
              AND WRK-PRC-CHAVE (WRK-IDX) = WRK-CHAVE-BUSCA
              AND WRK-PRC-PRODUTO (WRK-IDX) = LS-PRODUTO
              AND WRK-PRC-INICIO (WRK-IDX) NOT > LS-DATA
              IF WRK-PRC-FIM (WRK-IDX) = 0
                 OR WRK-PRC-FIM (WRK-IDX) NOT < LS-DATA
                 MOVE 1 TO WRK-ACHOU
                 MOVE WRK-PRC-PRECO (WRK-IDX) TO LS-PRECO
                 MOVE WRK-TIPO-BUSCA TO LS-ORIGEM.
      *-----------------------------------------------------
       2100-BUSCAR-GRUPO.
           MOVE 0 TO WRK-GRUPO.
           PERFORM 2150-COMPARAR-LIGACAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-LIG-QTD OR WRK-GRUPO NOT = 0.
      *-----------------------------------------------------
       2150-COMPARAR-LIGACAO.
           IF WRK-LIG-CODIGO (WRK-IDX) = LS-CODIGO
              MOVE WRK-LIG-GRUPO (WRK-IDX) TO WRK-GRUPO.
      *-----------------------------------------------------
       2200-BUSCAR-CATALOGO.
           IF WRK-TEM-CATALOGO = 1
              MOVE LS-PRODUTO TO REG-PRD-CODIGO
              READ ARQPRD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF REG-PRD-STATUS = 'A'
                         MOVE REG-PRD-PRECO TO LS-PRECO
                         MOVE 'T' TO LS-ORIGEM
                      END-IF
              END-READ.
