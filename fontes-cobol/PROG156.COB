       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG156.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPRC ASSIGN TO UT-S-ARQPRC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRC-STATUS.
           SELECT ARQPRD ASSIGN TO UT-S-ARQPRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-PRD-CODIGO
                  FILE STATUS IS FS-ARQPRD-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQGRP ASSIGN TO UT-S-ARQGRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQGRP-STATUS.
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
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQGRP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-GRP.
       01   REG-GRP.
            05 GRP-GRUPO        PIC 9(03).
            05 GRP-CODIGO       PIC 9(05).
            05 GRP-LIDER        PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPRC        PIC X VALUE 'N'.
       77  FS-ARQPRC-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQGRP        PIC X VALUE 'N'.
       77  FS-ARQGRP-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-TIPO         PIC X(01) VALUE SPACE.
       77  WRK-CHAVE        PIC 9(05) VALUE ZEROS.
       77  WRK-PRODUTO      PIC 9(04) VALUE ZEROS.
       77  WRK-PRECO        PIC 9(05)V99 VALUE ZEROS.
       77  WRK-INICIO       PIC 9(08) VALUE ZEROS.
       77  WRK-FIM          PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-OUTRO    PIC 9(08) VALUE ZEROS.
       77  WRK-VALIDO       PIC 9 VALUE 1.
       77  WRK-PRECO-ED     PIC ZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-TAB-PRECOS.
           05 WRK-TAB-PRC-ENTRY OCCURS 500 TIMES.
               10 WRK-PRC-TIPO     PIC X(01).
               10 WRK-PRC-CHAVE    PIC 9(05).
               10 WRK-PRC-PRODUTO  PIC 9(04).
               10 WRK-PRC-PRECO    PIC 9(05)V99.
               10 WRK-PRC-INICIO   PIC 9(08).
               10 WRK-PRC-FIM      PIC 9(08).
       77  WRK-PRC-QTD      PIC 9(03) VALUE 0.
       77  WRK-PRC-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-QTD-ENCERRADOS PIC 9(03) VALUE 0.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'TABELA DE PRECOS ESPECIAIS'.
            DISPLAY '1=INCLUIR 2=ENCERRAR VIGENCIA...........'.
            ACCEPT WRK-OPCAO.
            PERFORM 0100-CARREGAR-PRECOS.
            IF WRK-PRC-ESTOURO = 1
               DISPLAY 'MANUTENCAO CANCELADA, ARQPRC PRESERVADO'
            ELSE
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR THRU 0200-FIM
                   WHEN 2 PERFORM 0400-ENCERRAR THRU 0400-FIM
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
           STOP RUN.
      *-----------------------------------------------------
      * PRECOS NEGOCIADOS POR CLIENTE (TIPO C, CHAVE = CODIGO
      * DO CLIENTE) OU POR GRUPO ECONOMICO DO ARQGRP (TIPO G,
      * CHAVE = GRUPO), POR PRODUTO DO ARQPRD E COM VIGENCIA
      * (FIM ZERADO = SEM FIM). O PROG155 ESCOLHE O PRECO NA
      * ENTRADA DE FATURAS (PROG067) E DE PEDIDOS (PROG107),
      * E O PROG157 LISTA A TABELA E O QUE ESTA A VENCER.
      * DUAS VIGENCIAS DA MESMA CHAVE E PRODUTO NAO PODEM SE
      * SOBREPOR; PARA TROCAR O PRECO ENCERRA-SE O ANTERIOR
      *-----------------------------------------------------
       0100-CARREGAR-PRECOS.
           OPEN INPUT ARQPRC.
           IF FS-ARQPRC-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQPRC AT END
                          MOVE 'F' TO FS-ARQPRC
              END-READ
              PERFORM 0150-GUARDAR-PRECO UNTIL FS-ARQPRC = 'F'
              CLOSE ARQPRC.
      *-----------------------------------------------------
       0150-GUARDAR-PRECO.
           IF WRK-PRC-QTD > 499
              DISPLAY 'PRECOS ESPECIAIS EXCEDEM O LIMITE DE 500'
              MOVE 1 TO WRK-PRC-ESTOURO
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
       0200-INCLUIR.
           DISPLAY 'TIPO (C=CLIENTE G=GRUPO)....'.
           ACCEPT WRK-TIPO.
           DISPLAY 'CODIGO DO CLIENTE OU GRUPO..'.
           ACCEPT WRK-CHAVE.
           DISPLAY 'PRODUTO.....................'.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'PRECO UNITARIO..............'.
           ACCEPT WRK-PRECO.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD)'.
           ACCEPT WRK-INICIO.
           DISPLAY 'FIM DA VIGENCIA (0=SEM FIM)..'.
           ACCEPT WRK-FIM.
           MOVE 1 TO WRK-VALIDO.
           PERFORM 0220-VALIDAR-CHAVE.
           IF WRK-VALIDO = 1
              PERFORM 0240-VALIDAR-PRODUTO THRU 0240-FIM.
           IF WRK-VALIDO = 1
              PERFORM 0260-VALIDAR-VIGENCIA THRU 0260-FIM.
           IF WRK-VALIDO = 1
              PERFORM 0280-CONFERIR-SOBREPOSICAO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-PRC-QTD OR WRK-VALIDO = 0.
           IF WRK-VALIDO = 0
              GO TO 0200-FIM.
           IF WRK-PRC-QTD > 499
              DISPLAY 'PRECOS ESPECIAIS EXCEDEM O LIMITE DE 500, '
                      'PRECO NAO INCLUIDO'
              GO TO 0200-FIM.
           ADD 1 TO WRK-PRC-QTD.
           MOVE WRK-TIPO    TO WRK-PRC-TIPO (WRK-PRC-QTD).
           MOVE WRK-CHAVE   TO WRK-PRC-CHAVE (WRK-PRC-QTD).
           MOVE WRK-PRODUTO TO WRK-PRC-PRODUTO (WRK-PRC-QTD).
           MOVE WRK-PRECO   TO WRK-PRC-PRECO (WRK-PRC-QTD).
           MOVE WRK-INICIO  TO WRK-PRC-INICIO (WRK-PRC-QTD).
           MOVE WRK-FIM     TO WRK-PRC-FIM (WRK-PRC-QTD).
           PERFORM 0500-REGRAVAR-PRECOS.
           MOVE WRK-PRECO TO WRK-PRECO-ED.
           DISPLAY 'PRECO INCLUIDO........ ' WRK-TIPO ' ' WRK-CHAVE
                   ' PRODUTO ' WRK-PRODUTO ' ' WRK-PRECO-ED.
       0200-FIM.
      *-----------------------------------------------------
       0220-VALIDAR-CHAVE.
           IF WRK-TIPO = 'C'
              OPEN INPUT CLIENTES
              IF FS-CLIENTES-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR CLIENTES.. '
                         FS-CLIENTES-STATUS
                 MOVE 0 TO WRK-VALIDO
              ELSE
                 MOVE WRK-CHAVE TO REG-CODIGO
                 READ CLIENTES
                     INVALID KEY
                         DISPLAY 'CLIENTE INEXISTENTE..... '
                                 WRK-CHAVE
                         MOVE 0 TO WRK-VALIDO
                 END-READ
                 CLOSE CLIENTES
              END-IF
           ELSE
              IF WRK-TIPO = 'G'
                 PERFORM 0230-PROCURAR-GRUPO
              ELSE
                 DISPLAY 'TIPO INVALIDO........... ' WRK-TIPO
                 MOVE 0 TO WRK-VALIDO.
      *-----------------------------------------------------
       0230-PROCURAR-GRUPO.
           MOVE 0 TO WRK-VALIDO.
           OPEN INPUT ARQGRP.
           IF FS-ARQGRP-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE GRUPOS AUSENTE'
           ELSE
              READ ARQGRP AT END
                          MOVE 'F' TO FS-ARQGRP
              END-READ
              PERFORM 0235-COMPARAR-GRUPO UNTIL FS-ARQGRP = 'F'
              CLOSE ARQGRP.
           IF WRK-VALIDO = 0
              DISPLAY 'GRUPO INEXISTENTE....... ' WRK-CHAVE.
      *-----------------------------------------------------
       0235-COMPARAR-GRUPO.
           IF GRP-GRUPO = WRK-CHAVE
              MOVE 1 TO WRK-VALIDO
              MOVE 'F' TO FS-ARQGRP
           ELSE
              READ ARQGRP AT END
                          MOVE 'F' TO FS-ARQGRP.
      *-----------------------------------------------------
       0240-VALIDAR-PRODUTO.
           IF WRK-PRECO = 0
              DISPLAY 'PRECO INVALIDO'
              MOVE 0 TO WRK-VALIDO
              GO TO 0240-FIM.
           OPEN INPUT ARQPRD.
           IF FS-ARQPRD-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPRD.... ' FS-ARQPRD-STATUS
              MOVE 0 TO WRK-VALIDO
              GO TO 0240-FIM.
           MOVE WRK-PRODUTO TO REG-PRD-CODIGO.
           READ ARQPRD
               INVALID KEY
                   DISPLAY 'PRODUTO INEXISTENTE..... ' WRK-PRODUTO
                   MOVE 0 TO WRK-VALIDO
               NOT INVALID KEY
                   IF REG-PRD-STATUS NOT = 'A'
                      DISPLAY 'PRODUTO INATIVO......... '
                              WRK-PRODUTO
                      MOVE 0 TO WRK-VALIDO
                   ELSE
                      MOVE REG-PRD-PRECO TO WRK-PRECO-ED
                      DISPLAY REG-PRD-DESCR ' CATALOGO '
                              WRK-PRECO-ED
                   END-IF
           END-READ.
           CLOSE ARQPRD.
       0240-FIM.
      *-----------------------------------------------------
       0260-VALIDAR-VIGENCIA.
           MOVE 'S' TO WRK-DT-FUNCAO.
           MOVE WRK-INICIO TO WRK-DT-DATA1.
           MOVE 0 TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              DISPLAY 'INICIO DA VIGENCIA INVALIDO'
              MOVE 0 TO WRK-VALIDO
              GO TO 0260-FIM.
           IF WRK-FIM = 0
              GO TO 0260-FIM.
           MOVE WRK-FIM TO WRK-DT-DATA1.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V' OR WRK-FIM < WRK-INICIO
              DISPLAY 'FIM DA VIGENCIA INVALIDO'
              MOVE 0 TO WRK-VALIDO.
       0260-FIM.
      *-----------------------------------------------------
      * SEM FIM CONTA COMO 99999999 NA COMPARACAO
      *-----------------------------------------------------
       0280-CONFERIR-SOBREPOSICAO.
           IF WRK-PRC-TIPO (WRK-IDX) = WRK-TIPO
              AND WRK-PRC-CHAVE (WRK-IDX) = WRK-CHAVE
              AND WRK-PRC-PRODUTO (WRK-IDX) = WRK-PRODUTO
              MOVE WRK-PRC-FIM (WRK-IDX) TO WRK-FIM-OUTRO
              IF WRK-FIM-OUTRO = 0
                 MOVE 99999999 TO WRK-FIM-OUTRO
              END-IF
              IF WRK-PRC-INICIO (WRK-IDX) NOT > WRK-FIM
                 OR WRK-FIM = 0
                 IF WRK-FIM-OUTRO NOT < WRK-INICIO
                    DISPLAY 'VIGENCIA SOBREPOE PRECO DE '
                            WRK-PRC-INICIO (WRK-IDX) ' A '
                            WRK-PRC-FIM (WRK-IDX)
                    MOVE 0 TO WRK-VALIDO.
      *-----------------------------------------------------
      * ENCERRA NA DATA INFORMADA TODA VIGENCIA DA CHAVE E
      * PRODUTO QUE AINDA ESTEJA EM ABERTO NAQUELA DATA
      *-----------------------------------------------------
       0400-ENCERRAR.
           DISPLAY 'TIPO (C=CLIENTE G=GRUPO)....'.
           ACCEPT WRK-TIPO.
           DISPLAY 'CODIGO DO CLIENTE OU GRUPO..'.
           ACCEPT WRK-CHAVE.
           DISPLAY 'PRODUTO.....................'.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'ULTIMO DIA DE VIGENCIA......'.
           ACCEPT WRK-FIM.
           MOVE 'S' TO WRK-DT-FUNCAO.
           MOVE WRK-FIM TO WRK-DT-DATA1.
           MOVE 0 TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              DISPLAY 'DATA INVALIDA'
              GO TO 0400-FIM.
           PERFORM 0450-ENCERRAR-UM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PRC-QTD.
           IF WRK-QTD-ENCERRADOS = 0
              DISPLAY 'NENHUMA VIGENCIA ABERTA PARA ENCERRAR'
           ELSE
              PERFORM 0500-REGRAVAR-PRECOS
              DISPLAY 'VIGENCIAS ENCERRADAS.. ' WRK-QTD-ENCERRADOS.
       0400-FIM.
      *-----------------------------------------------------
       0450-ENCERRAR-UM.
           IF WRK-PRC-TIPO (WRK-IDX) = WRK-TIPO
              AND WRK-PRC-CHAVE (WRK-IDX) = WRK-CHAVE
              AND WRK-PRC-PRODUTO (WRK-IDX) = WRK-PRODUTO
              AND WRK-PRC-INICIO (WRK-IDX) NOT > WRK-FIM
              IF WRK-PRC-FIM (WRK-IDX) = 0
                 OR WRK-PRC-FIM (WRK-IDX) > WRK-FIM
                 MOVE WRK-FIM TO WRK-PRC-FIM (WRK-IDX)
                 ADD 1 TO WRK-QTD-ENCERRADOS.
      *-----------------------------------------------------
       0500-REGRAVAR-PRECOS.
           OPEN OUTPUT ARQPRC.
           IF FS-ARQPRC-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQPRC ' FS-ARQPRC-STATUS
           ELSE
              PERFORM 0550-GRAVAR-UM
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-PRC-QTD
              CLOSE ARQPRC.
      *-----------------------------------------------------
       0550-GRAVAR-UM.
           MOVE SPACES TO REG-PRC.
           MOVE WRK-PRC-TIPO (WRK-IDX)    TO PRC-TIPO.
           MOVE WRK-PRC-CHAVE (WRK-IDX)   TO PRC-CHAVE.
           MOVE WRK-PRC-PRODUTO (WRK-IDX) TO PRC-PRODUTO.
           MOVE WRK-PRC-PRECO (WRK-IDX)   TO PRC-PRECO.
           MOVE WRK-PRC-INICIO (WRK-IDX)  TO PRC-INICIO.
           MOVE WRK-PRC-FIM (WRK-IDX)     TO PRC-FIM.
           WRITE REG-PRC.
