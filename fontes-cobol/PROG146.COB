       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG146.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQTXR ASSIGN TO UT-S-ARQTXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TXR-CHAVE
                  FILE STATUS IS FS-ARQTXR-STATUS.
           SELECT ARQTPC ASSIGN TO UT-S-ARQTPC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TPC-CODIGO
                  FILE STATUS IS FS-ARQTPC-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQTXR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 12 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TAXA.
       01   REG-TAXA.
            05 TXR-CHAVE.
               10 TXR-TIPO      PIC X(01).
               10 TXR-IMPOSTO   PIC X(06).
            05 TXR-ALIQUOTA     PIC 9(02)V99.
            05 TXR-STATUS       PIC X(01).
       FD   ARQTPC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 6 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TPC.
       01   REG-TPC.
            05 TPC-CODIGO       PIC 9(05).
            05 TPC-TIPO         PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQTXR        PIC X VALUE 'N'.
       77  FS-ARQTPC        PIC X VALUE 'N'.
       77  FS-ARQTXR-STATUS PIC XX VALUE '00'.
       77  FS-ARQTPC-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-TIPO         PIC X(01) VALUE SPACE.
       77  WRK-IMPOSTO      PIC X(06) VALUE SPACES.
       77  WRK-ALIQUOTA     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-ED      PIC Z9,99 VALUE ZEROS.
       77  WRK-CLIENTE      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD          PIC 9(03) VALUE 0.
       77  WRK-IMP-OK       PIC 9 VALUE 0.
       01  WRK-NOMES-IMPOSTOS.
           05 FILLER        PIC X(06) VALUE 'ISS   '.
           05 FILLER        PIC X(06) VALUE 'IRRF  '.
           05 FILLER        PIC X(06) VALUE 'PIS   '.
           05 FILLER        PIC X(06) VALUE 'COFINS'.
           05 FILLER        PIC X(06) VALUE 'CSLL  '.
       01  WRK-TAB-IMPOSTOS REDEFINES WRK-NOMES-IMPOSTOS.
           05 WRK-IMP-NOME  PIC X(06) OCCURS 5 TIMES.
       77  WRK-IMP-IDX      PIC 9(01) VALUE 0.
       77  WRK-TPC-ACHOU    PIC 9 VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'ALIQUOTAS DE RETENCAO NA FONTE'.
            DISPLAY '1=INCLUIR 2=ALTERAR 3=DESATIVAR 4=LISTAR'.
            DISPLAY '5=TIPO DO CLIENTE 6=LISTAR TIPOS........'.
            ACCEPT WRK-OPCAO.
            PERFORM 0100-ABRIR.
            IF FS-ARQTXR-STATUS = '00'
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-ALTERAR
                   WHEN 3 PERFORM 0400-DESATIVAR
                   WHEN 4 PERFORM 0500-LISTAR
                   WHEN 5 PERFORM 0600-VINCULAR THRU 0600-FIM
                   WHEN 6 PERFORM 0700-LISTAR-TIPOS
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               CLOSE ARQTXR.
           STOP RUN.
      *-----------------------------------------------------
      * TABELA DE ALIQUOTAS DE RETENCAO (ISS, IRRF, PIS,
      * COFINS E CSLL) POR TIPO DE CLIENTE, NO MOLDE DA TABELA
      * DE CONDICOES DO PROG100, E O TIPO DE CADA CLIENTE NO
      * ARQTPC. O PROG067 CALCULA A RETENCAO PREVISTA DE CADA
      * FATURA A PARTIR DELES E O PROG068 ACEITA O LIQUIDO
      * COMO QUITACAO. CLIENTE SEM TIPO NAO SOFRE RETENCAO
      *-----------------------------------------------------
       0100-ABRIR.
           OPEN I-O ARQTXR.
           IF FS-ARQTXR-STATUS = '35'
              OPEN OUTPUT ARQTXR
              CLOSE ARQTXR
              OPEN I-O ARQTXR.
           IF FS-ARQTXR-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTXR.... ' FS-ARQTXR-STATUS.
      *-----------------------------------------------------
       0150-CONFERIR-IMPOSTO.
           MOVE 0 TO WRK-IMP-OK.
           PERFORM 0160-COMPARAR-IMPOSTO
               VARYING WRK-IMP-IDX FROM 1 BY 1
               UNTIL WRK-IMP-IDX > 5.
           IF WRK-IMP-OK = 0
              DISPLAY 'IMPOSTO INVALIDO (ISS IRRF PIS COFINS CSLL) '
                      WRK-IMPOSTO.
      *-----------------------------------------------------
       0160-COMPARAR-IMPOSTO.
           IF WRK-IMP-NOME (WRK-IMP-IDX) = WRK-IMPOSTO
              MOVE 1 TO WRK-IMP-OK.
      *-----------------------------------------------------
       0200-INCLUIR.
           DISPLAY 'TIPO DO CLIENTE.............'.
           ACCEPT WRK-TIPO.
           DISPLAY 'IMPOSTO.....................'.
           ACCEPT WRK-IMPOSTO.
           PERFORM 0150-CONFERIR-IMPOSTO.
           IF WRK-IMP-OK = 0 OR WRK-TIPO = SPACE
              GO TO 0200-FIM.
           DISPLAY 'ALIQUOTA (PERCENTUAL).......'.
           ACCEPT WRK-ALIQUOTA.
           MOVE WRK-TIPO     TO TXR-TIPO.
           MOVE WRK-IMPOSTO  TO TXR-IMPOSTO.
           MOVE WRK-ALIQUOTA TO TXR-ALIQUOTA.
           MOVE 'A' TO TXR-STATUS.
           MOVE WRK-ALIQUOTA TO WRK-ALIQ-ED.
           WRITE REG-TAXA
               INVALID KEY
                   DISPLAY 'ALIQUOTA JA CADASTRADA ' WRK-TIPO
                           ' ' WRK-IMPOSTO
               NOT INVALID KEY
                   DISPLAY 'ALIQUOTA INCLUIDA..... ' WRK-TIPO
                           ' ' WRK-IMPOSTO ' ' WRK-ALIQ-ED '%'
           END-WRITE.
       0200-FIM.
      *-----------------------------------------------------
       0300-ALTERAR.
           DISPLAY 'TIPO DO CLIENTE.............'.
           ACCEPT WRK-TIPO.
           DISPLAY 'IMPOSTO.....................'.
           ACCEPT WRK-IMPOSTO.
           MOVE WRK-TIPO    TO TXR-TIPO.
           MOVE WRK-IMPOSTO TO TXR-IMPOSTO.
           READ ARQTXR
               INVALID KEY
                   DISPLAY 'ALIQUOTA NAO CADASTRADA ' WRK-TIPO
                           ' ' WRK-IMPOSTO
               NOT INVALID KEY
                   MOVE TXR-ALIQUOTA TO WRK-ALIQ-ED
                   DISPLAY 'ALIQUOTA ATUAL........ ' WRK-ALIQ-ED
                   DISPLAY 'NOVA ALIQUOTA.........'
                   ACCEPT WRK-ALIQUOTA
                   MOVE WRK-ALIQUOTA TO TXR-ALIQUOTA
                   MOVE 'A' TO TXR-STATUS
                   REWRITE REG-TAXA
                   DISPLAY 'ALIQUOTA ALTERADA..... ' WRK-TIPO
                           ' ' WRK-IMPOSTO
           END-READ.
      *-----------------------------------------------------
       0400-DESATIVAR.
           DISPLAY 'TIPO DO CLIENTE.............'.
           ACCEPT WRK-TIPO.
           DISPLAY 'IMPOSTO.....................'.
           ACCEPT WRK-IMPOSTO.
           MOVE WRK-TIPO    TO TXR-TIPO.
           MOVE WRK-IMPOSTO TO TXR-IMPOSTO.
           READ ARQTXR
               INVALID KEY
                   DISPLAY 'ALIQUOTA NAO CADASTRADA ' WRK-TIPO
                           ' ' WRK-IMPOSTO
               NOT INVALID KEY
                   MOVE 'I' TO TXR-STATUS
                   REWRITE REG-TAXA
                   DISPLAY 'ALIQUOTA DESATIVADA... ' WRK-TIPO
                           ' ' WRK-IMPOSTO
           END-READ.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'TIPO IMPOSTO ALIQUOTA STATUS'.
           DISPLAY '------------------------------------'.
           READ ARQTXR NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQTXR.
           PERFORM 0550-LISTAR-UMA UNTIL FS-ARQTXR = 'F'.
           DISPLAY 'ALIQUOTAS LISTADAS.... ' WRK-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UMA.
           MOVE TXR-ALIQUOTA TO WRK-ALIQ-ED.
           DISPLAY TXR-TIPO '    ' TXR-IMPOSTO '  ' WRK-ALIQ-ED
                   '%   ' TXR-STATUS.
           ADD 1 TO WRK-QTD.
           READ ARQTXR NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQTXR.
      *-----------------------------------------------------
      * O TIPO DO CLIENTE E LIDO E GRAVADO PELO CODIGO NO
      * ARQTPC; TIPO EM BRANCO EXCLUI O REGISTRO E TIRA O
      * CLIENTE DA RETENCAO
      *-----------------------------------------------------
       0600-VINCULAR.
           DISPLAY 'CODIGO DO CLIENTE...........'.
           ACCEPT WRK-CLIENTE.
           DISPLAY 'TIPO (BRANCO = SEM RETENCAO)'.
           ACCEPT WRK-TIPO.
           OPEN I-O ARQTPC.
           IF FS-ARQTPC-STATUS = '35'
              OPEN OUTPUT ARQTPC
              CLOSE ARQTPC
              OPEN I-O ARQTPC.
           IF FS-ARQTPC-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTPC.... ' FS-ARQTPC-STATUS
              GO TO 0600-FIM.
           MOVE 0 TO WRK-TPC-ACHOU.
           MOVE WRK-CLIENTE TO TPC-CODIGO.
           READ ARQTPC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-TPC-ACHOU
           END-READ.
           IF WRK-TIPO = SPACE
              PERFORM 0620-EXCLUIR-TIPO
           ELSE
              PERFORM 0650-GRAVAR-TIPO.
           CLOSE ARQTPC.
       0600-FIM.
      *-----------------------------------------------------
       0620-EXCLUIR-TIPO.
           IF WRK-TPC-ACHOU = 0
              DISPLAY 'CLIENTE JA ESTA SEM RETENCAO ' WRK-CLIENTE
           ELSE
              DELETE ARQTPC RECORD
                  INVALID KEY
                      DISPLAY 'ERRO AO EXCLUIR ARQTPC.. '
                              FS-ARQTPC-STATUS
                  NOT INVALID KEY
                      DISPLAY 'CLIENTE SEM RETENCAO.. ' WRK-CLIENTE
              END-DELETE.
      *-----------------------------------------------------
       0650-GRAVAR-TIPO.
           MOVE WRK-CLIENTE TO TPC-CODIGO.
           MOVE WRK-TIPO    TO TPC-TIPO.
           IF WRK-TPC-ACHOU = 1
              REWRITE REG-TPC
           ELSE
              WRITE REG-TPC.
           IF FS-ARQTPC-STATUS NOT = '00'
              DISPLAY 'ERRO AO GRAVAR ARQTPC... ' FS-ARQTPC-STATUS
           ELSE
              DISPLAY 'CLIENTE CLASSIFICADO.. ' WRK-CLIENTE
                      ' TIPO ' WRK-TIPO.
      *-----------------------------------------------------
       0700-LISTAR-TIPOS.
           DISPLAY 'CLIENTE TIPO'.
           DISPLAY '------------------------------------'.
           OPEN INPUT ARQTPC.
           IF FS-ARQTPC-STATUS = '00'
              READ ARQTPC NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQTPC
              END-READ
              PERFORM 0750-LISTAR-TIPO UNTIL FS-ARQTPC = 'F'
              CLOSE ARQTPC.
           DISPLAY 'CLIENTES LISTADOS..... ' WRK-QTD.
      *-----------------------------------------------------
       0750-LISTAR-TIPO.
           DISPLAY TPC-CODIGO '   ' TPC-TIPO.
           ADD 1 TO WRK-QTD.
           READ ARQTPC NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQTPC.
