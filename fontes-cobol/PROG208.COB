       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG208.
      *-----------------------------------------------------
      * TABELA DE TAXAS DE CAMBIO POR MOEDA E DATA, NO MOLDE
      * DA TABELA DE INDICES DO PROG112. A TAXA E O VALOR EM
      * REAIS DE UMA UNIDADE DA MOEDA (USD, EUR...) NO DIA; O
      * PROG209 DEVOLVE A TAXA DA DATA OU A ULTIMA ANTERIOR
      * A ELA, PARA A EMISSAO (PROG067) E O RECEBIMENTO
      * (PROG068) DAS FATURAS EM MOEDA ESTRANGEIRA
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCAM ASSIGN TO UT-S-ARQCAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAM-CHAVE
                  FILE STATUS IS FS-ARQCAM-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQCAM
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 20 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CAMBIO.
       01   REG-CAMBIO.
            05 CAM-CHAVE.
               10 CAM-MOEDA     PIC X(03).
               10 CAM-DATA      PIC 9(08).
            05 CAM-TAXA         PIC 9(03)V9(06).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQCAM        PIC X VALUE 'N'.
       77  FS-ARQCAM-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-MOEDA        PIC X(03) VALUE SPACES.
       77  WRK-DATA         PIC 9(08) VALUE ZEROS.
       77  WRK-TAXA         PIC 9(03)V9(06) VALUE ZEROS.
       77  WRK-TAXA-ED      PIC ZZ9,999999 VALUE ZEROS.
       77  WRK-QTD          PIC 9(03) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'TABELA DE TAXAS DE CAMBIO'.
            DISPLAY '1=INCLUIR 2=ALTERAR 3=LISTAR..'.
            ACCEPT WRK-OPCAO.
            PERFORM 0100-ABRIR.
            IF FS-ARQCAM-STATUS = '00'
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR
                   WHEN 2 PERFORM 0300-ALTERAR
                   WHEN 3 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               CLOSE ARQCAM.
           STOP RUN.
      *-----------------------------------------------------
       0100-ABRIR.
           OPEN I-O ARQCAM.
           IF FS-ARQCAM-STATUS = '35'
              OPEN OUTPUT ARQCAM
              CLOSE ARQCAM
              OPEN I-O ARQCAM.
           IF FS-ARQCAM-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQCAM.... ' FS-ARQCAM-STATUS.
      *-----------------------------------------------------
      * MOEDA BRL OU EM BRANCO NAO TEM TAXA: E A PROPRIA MOEDA
      * DAS FATURAS
      *-----------------------------------------------------
       0200-INCLUIR.
           DISPLAY 'MOEDA (USD, EUR...)........'.
           ACCEPT WRK-MOEDA.
           IF WRK-MOEDA = SPACES OR WRK-MOEDA = 'BRL'
              DISPLAY 'MOEDA INVALIDA........ ' WRK-MOEDA
           ELSE
              DISPLAY 'DATA DA TAXA (AAAAMMDD)....'
              ACCEPT WRK-DATA
              DISPLAY 'TAXA EM REAIS (999,999999).'
              ACCEPT WRK-TAXA
              PERFORM 0250-GRAVAR-TAXA.
      *-----------------------------------------------------
       0250-GRAVAR-TAXA.
           IF WRK-TAXA = 0
              DISPLAY 'TAXA ZERADA NAO E ACEITA'
           ELSE
              MOVE WRK-MOEDA TO CAM-MOEDA
              MOVE WRK-DATA  TO CAM-DATA
              MOVE WRK-TAXA  TO CAM-TAXA
              WRITE REG-CAMBIO
                  INVALID KEY
                      DISPLAY 'TAXA JA CADASTRADA.... ' WRK-MOEDA
                              ' ' WRK-DATA
                  NOT INVALID KEY
                      MOVE WRK-TAXA TO WRK-TAXA-ED
                      DISPLAY 'TAXA INCLUIDA......... ' WRK-MOEDA
                              ' ' WRK-DATA ' ' WRK-TAXA-ED
              END-WRITE.
      *-----------------------------------------------------
       0300-ALTERAR.
           DISPLAY 'MOEDA DA TAXA A ALTERAR....'.
           ACCEPT WRK-MOEDA.
           DISPLAY 'DATA DA TAXA A ALTERAR.....'.
           ACCEPT WRK-DATA.
           MOVE WRK-MOEDA TO CAM-MOEDA.
           MOVE WRK-DATA  TO CAM-DATA.
           READ ARQCAM
               INVALID KEY
                   DISPLAY 'TAXA NAO CADASTRADA... ' WRK-MOEDA
                           ' ' WRK-DATA
               NOT INVALID KEY
                   MOVE CAM-TAXA TO WRK-TAXA-ED
                   DISPLAY 'TAXA ATUAL............ ' WRK-TAXA-ED
                   DISPLAY 'NOVA TAXA.............'
                   ACCEPT WRK-TAXA
                   IF WRK-TAXA = 0
                      DISPLAY 'TAXA ZERADA NAO E ACEITA'
                   ELSE
                      MOVE WRK-TAXA TO CAM-TAXA
                      REWRITE REG-CAMBIO
                      DISPLAY 'TAXA ALTERADA......... ' WRK-MOEDA
                              ' ' WRK-DATA
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'MOEDA DATA     TAXA'.
           DISPLAY '------------------------------------'.
           READ ARQCAM NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCAM.
           PERFORM 0550-LISTAR-UM UNTIL FS-ARQCAM = 'F'.
           DISPLAY 'TAXAS LISTADAS........ ' WRK-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UM.
           MOVE CAM-TAXA TO WRK-TAXA-ED.
           DISPLAY CAM-MOEDA '   ' CAM-DATA ' ' WRK-TAXA-ED.
           ADD 1 TO WRK-QTD.
           READ ARQCAM NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCAM.
