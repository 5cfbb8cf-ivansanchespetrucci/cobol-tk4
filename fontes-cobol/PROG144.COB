       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG144.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCON ASSIGN TO UT-S-ARQCON
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CON-NUMERO
                  FILE STATUS IS FS-ARQCON-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQPRD ASSIGN TO UT-S-ARQPRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-PRD-CODIGO
                  FILE STATUS IS FS-ARQPRD-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
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
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
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
       77  FS-ARQCON        PIC X VALUE 'N'.
       77  FS-ARQCON-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRD-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CADASTRO PIC 9 VALUE 0.
       77  WRK-TEM-PRODUTOS PIC 9 VALUE 0.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-NUMERO       PIC 9(05) VALUE ZEROS.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRODUTO      PIC 9(04) VALUE ZEROS.
       77  WRK-DIA-FAT      PIC 9(02) VALUE ZEROS.
       77  WRK-INICIO       PIC 9(08) VALUE ZEROS.
       77  WRK-FIM          PIC 9(08) VALUE ZEROS.
       77  WRK-VALIDO       PIC 9 VALUE 0.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD          PIC 9(05) VALUE 0.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'CONTRATOS DE FATURAMENTO RECORRENTE'.
            DISPLAY '1=INCLUIR 2=ALTERAR 3=SUSPENDER 4=REATIVAR'.
            DISPLAY '5=LISTAR.................................'.
            ACCEPT WRK-OPCAO.
            PERFORM 0100-ABRIR.
            IF FS-ARQCON-STATUS = '00'
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-ALTERAR
                   WHEN 3 PERFORM 0400-SUSPENDER
                   WHEN 4 PERFORM 0450-REATIVAR
                   WHEN 5 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               CLOSE ARQCON.
            IF WRK-TEM-CADASTRO = 1
               CLOSE CLIENTES.
            IF WRK-TEM-PRODUTOS = 1
               CLOSE ARQPRD.
           STOP RUN.
      *-----------------------------------------------------
      * CONTRATOS DE FATURAMENTO RECORRENTE: CLIENTE, VALOR
      * MENSAL, PRODUTO, DIA DE FATURAMENTO, VIGENCIA E MARCA
      * DE SUSPENSO, NO MOLDE DA TABELA DE CONDICOES DO
      * PROG100. A GERACAO MENSAL DO PROG145 LE DAQUI E
      * CARIMBA O ULTIMO MES FATURADO (CON-ULT-MES), QUE ESTA
      * MANUTENCAO NAO ALTERA
      *-----------------------------------------------------
       0100-ABRIR.
           OPEN I-O ARQCON.
           IF FS-ARQCON-STATUS = '35'
              OPEN OUTPUT ARQCON
              CLOSE ARQCON
              OPEN I-O ARQCON.
           IF FS-ARQCON-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQCON.... ' FS-ARQCON-STATUS.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES-STATUS = '00'
              MOVE 1 TO WRK-TEM-CADASTRO
           ELSE
              DISPLAY 'CADASTRO AUSENTE, CLIENTE NAO CONFERIDO'.
           OPEN INPUT ARQPRD.
           IF FS-ARQPRD-STATUS = '00'
              MOVE 1 TO WRK-TEM-PRODUTOS
           ELSE
              DISPLAY 'CATALOGO AUSENTE, PRODUTO NAO CONFERIDO'.
      *-----------------------------------------------------
       0200-INCLUIR.
           DISPLAY 'NUMERO DO CONTRATO..........'.
           ACCEPT WRK-NUMERO.
           PERFORM 0250-DIGITAR-DADOS.
           IF WRK-VALIDO = 0
              GO TO 0200-FIM.
           MOVE SPACES       TO REG-CONTRATO.
           MOVE WRK-NUMERO   TO CON-NUMERO.
           MOVE WRK-CODIGO   TO CON-CODIGO.
           MOVE WRK-VALOR    TO CON-VALOR.
           MOVE WRK-PRODUTO  TO CON-PRODUTO.
           MOVE WRK-DIA-FAT  TO CON-DIA-FAT.
           MOVE WRK-INICIO   TO CON-INICIO.
           MOVE WRK-FIM      TO CON-FIM.
           MOVE 'N'          TO CON-SUSPENSO.
           MOVE ZEROS        TO CON-ULT-MES.
           WRITE REG-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO JA CADASTRADO ' WRK-NUMERO
               NOT INVALID KEY
                   MOVE WRK-VALOR TO WRK-VALOR-ED
                   DISPLAY 'CONTRATO INCLUIDO..... ' WRK-NUMERO
                           ' CLIENTE ' WRK-CODIGO ' ' WRK-VALOR-ED
           END-WRITE.
       0200-FIM.
      *-----------------------------------------------------
      * CLIENTE PRECISA EXISTIR E NAO ESTAR INATIVO; PRODUTO
      * PRECISA ESTAR ATIVO NO CATALOGO DO PROG111; DIA DE
      * FATURAMENTO 01-31 (MES CURTO FATURA NO ULTIMO DIA)
      * E FIM ZERADO = CONTRATO POR PRAZO INDETERMINADO
      *-----------------------------------------------------
       0250-DIGITAR-DADOS.
           MOVE 1 TO WRK-VALIDO.
           DISPLAY 'CODIGO DO CLIENTE...........'.
           ACCEPT WRK-CODIGO.
           DISPLAY 'VALOR MENSAL................'.
           ACCEPT WRK-VALOR.
           DISPLAY 'PRODUTO.....................'.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'DIA DE FATURAMENTO (01-31)..'.
           ACCEPT WRK-DIA-FAT.
           DISPLAY 'INICIO (AAAAMMDD)...........'.
           ACCEPT WRK-INICIO.
           DISPLAY 'FIM (AAAAMMDD, ZEROS=SEM)...'.
           ACCEPT WRK-FIM.
           IF WRK-TEM-CADASTRO = 1
              MOVE WRK-CODIGO TO REG-CODIGO
              READ CLIENTES
                  INVALID KEY
                      DISPLAY 'CLIENTE INEXISTENTE.... ' WRK-CODIGO
                      MOVE 0 TO WRK-VALIDO
                  NOT INVALID KEY
                      IF REG-STATUS = 'I'
                         DISPLAY 'CLIENTE INATIVO........ '
                                 WRK-CODIGO
                         MOVE 0 TO WRK-VALIDO
                      END-IF
              END-READ.
           IF WRK-TEM-PRODUTOS = 1
              MOVE WRK-PRODUTO TO REG-PRD-CODIGO
              READ ARQPRD
                  INVALID KEY
                      DISPLAY 'PRODUTO INEXISTENTE.... ' WRK-PRODUTO
                      MOVE 0 TO WRK-VALIDO
                  NOT INVALID KEY
                      IF REG-PRD-STATUS NOT = 'A'
                         DISPLAY 'PRODUTO DESATIVADO..... '
                                 WRK-PRODUTO
                         MOVE 0 TO WRK-VALIDO
                      END-IF
              END-READ.
           IF WRK-VALOR = 0
              DISPLAY 'VALOR MENSAL ZERADO'
              MOVE 0 TO WRK-VALIDO.
           IF WRK-DIA-FAT < 1 OR WRK-DIA-FAT > 31
              DISPLAY 'DIA DE FATURAMENTO INVALIDO ' WRK-DIA-FAT
              MOVE 0 TO WRK-VALIDO.
           MOVE WRK-INICIO TO WRK-DT-DATA1.
           PERFORM 0270-VALIDAR-DATA.
           IF WRK-DT-RESULT NOT = 'V'
              DISPLAY 'DATA DE INICIO INVALIDA ' WRK-INICIO
              MOVE 0 TO WRK-VALIDO.
           IF WRK-FIM NOT = 0
              MOVE WRK-FIM TO WRK-DT-DATA1
              PERFORM 0270-VALIDAR-DATA
              IF WRK-DT-RESULT NOT = 'V' OR WRK-FIM < WRK-INICIO
                 DISPLAY 'DATA DE FIM INVALIDA... ' WRK-FIM
                 MOVE 0 TO WRK-VALIDO.
      *-----------------------------------------------------
       0270-VALIDAR-DATA.
           MOVE 'S' TO WRK-DT-FUNCAO.
           MOVE ZEROS TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
      *-----------------------------------------------------
       0300-ALTERAR.
           DISPLAY 'NUMERO DO CONTRATO A ALTERAR..'.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO CON-NUMERO.
           READ ARQCON
               INVALID KEY
                   DISPLAY 'CONTRATO NAO CADASTRADO ' WRK-NUMERO
               NOT INVALID KEY
                   PERFORM 0350-MOSTRAR-CONTRATO
                   PERFORM 0250-DIGITAR-DADOS
                   IF WRK-VALIDO = 1
                      MOVE WRK-NUMERO  TO CON-NUMERO
                      MOVE WRK-CODIGO  TO CON-CODIGO
                      MOVE WRK-VALOR   TO CON-VALOR
                      MOVE WRK-PRODUTO TO CON-PRODUTO
                      MOVE WRK-DIA-FAT TO CON-DIA-FAT
                      MOVE WRK-INICIO  TO CON-INICIO
                      MOVE WRK-FIM     TO CON-FIM
                      REWRITE REG-CONTRATO
                      DISPLAY 'CONTRATO ALTERADO..... ' WRK-NUMERO
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0350-MOSTRAR-CONTRATO.
           MOVE CON-VALOR TO WRK-VALOR-ED.
           DISPLAY 'CLIENTE ATUAL......... ' CON-CODIGO.
           DISPLAY 'VALOR ATUAL........... ' WRK-VALOR-ED.
           DISPLAY 'PRODUTO ATUAL......... ' CON-PRODUTO.
           DISPLAY 'DIA ATUAL............. ' CON-DIA-FAT.
           DISPLAY 'VIGENCIA ATUAL........ ' CON-INICIO ' A '
                   CON-FIM.
           DISPLAY 'ULTIMO MES FATURADO... ' CON-ULT-MES.
      *-----------------------------------------------------
       0400-SUSPENDER.
           DISPLAY 'NUMERO DO CONTRATO A SUSPENDER..'.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO CON-NUMERO.
           READ ARQCON
               INVALID KEY
                   DISPLAY 'CONTRATO NAO CADASTRADO ' WRK-NUMERO
               NOT INVALID KEY
                   MOVE 'S' TO CON-SUSPENSO
                   REWRITE REG-CONTRATO
                   DISPLAY 'CONTRATO SUSPENSO..... ' WRK-NUMERO
           END-READ.
      *-----------------------------------------------------
       0450-REATIVAR.
           DISPLAY 'NUMERO DO CONTRATO A REATIVAR..'.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO CON-NUMERO.
           READ ARQCON
               INVALID KEY
                   DISPLAY 'CONTRATO NAO CADASTRADO ' WRK-NUMERO
               NOT INVALID KEY
                   MOVE 'N' TO CON-SUSPENSO
                   REWRITE REG-CONTRATO
                   DISPLAY 'CONTRATO REATIVADO.... ' WRK-NUMERO
           END-READ.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'CONTR CLIENTE         VALOR PROD DIA INICIO   '
                   'FIM      S ULT.MES'.
           DISPLAY '------------------------------------'
                   '------------------------------------'.
           READ ARQCON NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCON.
           PERFORM 0550-LISTAR-UM UNTIL FS-ARQCON = 'F'.
           DISPLAY 'CONTRATOS LISTADOS.... ' WRK-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UM.
           MOVE CON-VALOR TO WRK-VALOR-ED.
           DISPLAY CON-NUMERO ' ' CON-CODIGO ' ' WRK-VALOR-ED ' '
                   CON-PRODUTO ' ' CON-DIA-FAT '  ' CON-INICIO ' '
                   CON-FIM ' ' CON-SUSPENSO ' ' CON-ULT-MES.
           ADD 1 TO WRK-QTD.
           READ ARQCON NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCON.
