           SELECT ARQMLA ASSIGN TO UT-S-ARQMLA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMLA-STATUS.
           SELECT ARQCNS ASSIGN TO UT-S-ARQCNS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCNS-STATUS.
           SELECT ARQSRT ASSIGN TO UT-S-ARQSRT.
       DATA                            DIVISION.
       FILE                            SECTION.
            05 DEV-DATA         PIC 9(08).
            05 DEV-MOTIVO       PIC X(20).
            05 DEV-SITUACAO     PIC X(01).
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQDEV        PIC X VALUE 'N'.
       77  FS-ARQDEV-STATUS PIC XX VALUE '00'.
       77  WRK-BLC-QTD      PIC 9(03) VALUE 0.
       77  WRK-BLC-IDX      PIC 9(03) VALUE 0.
       77  WRK-BLC-ACHOU    PIC 9 VALUE 0.
       77  FS-ARQCNS        PIC X VALUE 'N'.
       77  FS-ARQCNS-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-CONSENT.
           05 WRK-CNS-ITEM OCCURS 500 TIMES.
              10 WRK-CNS-CODIGO   PIC 9(05).
              10 WRK-CNS-CANAL    PIC X(01).
              10 WRK-CNS-SITUACAO PIC X(01).
       77  WRK-CNS-QTD      PIC 9(03) VALUE 0.
       77  WRK-CNS-IDX      PIC 9(03) VALUE 0.
       77  WRK-CNS-POS      PIC 9(03) VALUE 0.
       77  WRK-CNS-ACHOU    PIC 9 VALUE 0.
       77  WRK-CNS-CODIGO-ALVO PIC 9(05) VALUE ZEROS.
       77  WRK-CNS-CANAL-ALVO PIC X(01) VALUE SPACE.
       77  WRK-CNS-CONSENTIU PIC 9 VALUE 0.
       77  WRK-CNS-IGNORADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-CONSENT PIC 9(05) VALUE 0.
       77  FS-CLIENTES      PIC X VALUE 'N'.
       77  FS-SORT          PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 9100-CARREGAR-BLOQ-CORR.
            PERFORM 9300-CARREGAR-CONSENT.
            SORT ARQSRT
                ON ASCENDING KEY SRT-CEP
                INPUT  PROCEDURE IS 0100-SELECIONAR THRU 0100-FIM
       0200-LIBERAR.
           ADD 1 TO WRK-LIDOS.
           PERFORM 9200-TESTAR-BLOQ-CORR.
           MOVE REG-CODIGO TO WRK-CNS-CODIGO-ALVO.
           MOVE 'C' TO WRK-CNS-CANAL-ALVO.
           PERFORM 9400-TESTAR-CONSENT.
           IF REG-STATUS NOT = 'I' AND WRK-BLC-ACHOU = 0
              AND WRK-CNS-CONSENTIU = 0
              ADD 1 TO WRK-QTD-SEM-CONSENT.
           IF REG-STATUS NOT = 'I' AND WRK-BLC-ACHOU = 0
              AND WRK-CNS-CONSENTIU = 1
              MOVE REG-CEP TO SRT-CEP
              MOVE REG-CLIENTES TO SRT-IMAGEM
              RELEASE REG-SRT
            DISPLAY 'REGISTROS LIDOS......... ' WRK-LIDOS.
            DISPLAY 'PECAS NA MALA DIRETA.... ' WRK-SELECIONADOS.
            DISPLAY 'MACOS FORMADOS.......... ' WRK-QTD-MACOS.
            DISPLAY 'SEM CONSENTIMENTO....... ' WRK-QTD-SEM-CONSENT.
            IF WRK-RETORNO = 0 AND WRK-SELECIONADOS = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
       9250-COMPARAR-BLOQ-CORR.
           IF WRK-BLC-CODIGO (WRK-BLC-IDX) = REG-CODIGO
              MOVE 1 TO WRK-BLC-ACHOU.
      *-----------------------------------------------------
      * CONSENTIMENTO DE MARKETING DO ARQCNS (PROG169): VALE
      * O ULTIMO REGISTRO DE CADA CLIENTE E CANAL (C CORREIO,
      * E E-MAIL), POR ISSO O REGISTRO MAIS NOVO SOBREPOE O
      * ANTERIOR NA TABELA. SEM O ARQCNS NINGUEM CONSENTIU.
      * COM A TABELA CHEIA, PAR NOVO DE CLIENTE E CANAL FICA
      * DE FORA (SEM CONSENTIMENTO) E A RC E 4
      *-----------------------------------------------------
       9300-CARREGAR-CONSENT.
           OPEN INPUT ARQCNS.
           IF FS-ARQCNS-STATUS NOT = '00'
              DISPLAY 'REGISTRO DE CONSENTIMENTO AUSENTE'
           ELSE
              READ ARQCNS AT END
                          MOVE 'F' TO FS-ARQCNS
              END-READ
              PERFORM 9350-GUARDAR-CONSENT
                  UNTIL FS-ARQCNS = 'F'
              CLOSE ARQCNS.
           IF WRK-CNS-IGNORADOS > 0
              DISPLAY 'CONSENTIMENTOS EXCEDEM O LIMITE DE 500, '
                      'REGISTROS IGNORADOS ' WRK-CNS-IGNORADOS
              IF WRK-RETORNO < 4
                 MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
       9350-GUARDAR-CONSENT.
           MOVE CNS-CODIGO TO WRK-CNS-CODIGO-ALVO.
           MOVE CNS-CANAL  TO WRK-CNS-CANAL-ALVO.
           PERFORM 9400-TESTAR-CONSENT.
           IF WRK-CNS-ACHOU = 1
              MOVE CNS-SITUACAO TO WRK-CNS-SITUACAO (WRK-CNS-POS)
           ELSE
              IF WRK-CNS-QTD > 499
                 ADD 1 TO WRK-CNS-IGNORADOS
              ELSE
                 ADD 1 TO WRK-CNS-QTD
                 MOVE CNS-CODIGO   TO WRK-CNS-CODIGO (WRK-CNS-QTD)
                 MOVE CNS-CANAL    TO WRK-CNS-CANAL (WRK-CNS-QTD)
                 MOVE CNS-SITUACAO TO WRK-CNS-SITUACAO (WRK-CNS-QTD)
              END-IF.
           READ ARQCNS AT END
                       MOVE 'F' TO FS-ARQCNS.
      *-----------------------------------------------------
       9400-TESTAR-CONSENT.
           MOVE 0 TO WRK-CNS-ACHOU.
           MOVE 0 TO WRK-CNS-CONSENTIU.
           PERFORM 9450-COMPARAR-CONSENT
               VARYING WRK-CNS-IDX FROM 1 BY 1
               UNTIL WRK-CNS-IDX > WRK-CNS-QTD
                  OR WRK-CNS-ACHOU = 1.
           IF WRK-CNS-ACHOU = 1
              IF WRK-CNS-SITUACAO (WRK-CNS-POS) = 'S'
                 MOVE 1 TO WRK-CNS-CONSENTIU.
      *-----------------------------------------------------
       9450-COMPARAR-CONSENT.
           IF WRK-CNS-CODIGO (WRK-CNS-IDX) = WRK-CNS-CODIGO-ALVO
              AND WRK-CNS-CANAL (WRK-CNS-IDX) = WRK-CNS-CANAL-ALVO
              MOVE 1 TO WRK-CNS-ACHOU
              MOVE WRK-CNS-IDX TO WRK-CNS-POS.
