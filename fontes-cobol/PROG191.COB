       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG191.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCMP ASSIGN TO UT-S-ARQCMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCMP-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQCMP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CMP.
       01   REG-CMP.
            05 CMP-CODIGO       PIC X(06).
            05 CMP-DESCRICAO    PIC X(30).
            05 CMP-CANAL        PIC X(10).
            05 CMP-INICIO       PIC 9(08).
            05 CMP-FIM          PIC 9(08).
            05 CMP-CUSTO        PIC 9(07)V99.
       WORKING-STORAGE                 SECTION.
       77  FS-ARQCMP        PIC X VALUE 'N'.
       77  FS-ARQCMP-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-CODIGO       PIC X(06) VALUE SPACES.
       77  WRK-DESCRICAO    PIC X(30) VALUE SPACES.
       77  WRK-CANAL        PIC X(10) VALUE SPACES.
       77  WRK-INICIO       PIC 9(08) VALUE ZEROS.
       77  WRK-FIM          PIC 9(08) VALUE ZEROS.
       77  WRK-CUSTO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO-ED     PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------
      * CANAIS ACEITOS NA CAMPANHA
      *-----------------------------------------------------
       01  WRK-CANAIS-VALORES.
           05 FILLER        PIC X(10) VALUE 'INTERNET'.
           05 FILLER        PIC X(10) VALUE 'RADIO'.
           05 FILLER        PIC X(10) VALUE 'JORNAL'.
           05 FILLER        PIC X(10) VALUE 'TV'.
           05 FILLER        PIC X(10) VALUE 'EVENTO'.
           05 FILLER        PIC X(10) VALUE 'INDICACAO'.
           05 FILLER        PIC X(10) VALUE 'PANFLETO'.
           05 FILLER        PIC X(10) VALUE 'OUTROS'.
       01  WRK-CANAIS REDEFINES WRK-CANAIS-VALORES.
           05 WRK-CANAL-VALIDO OCCURS 8 TIMES PIC X(10).
       77  WRK-CANAL-OK     PIC 9 VALUE 0.
       01  WRK-TAB-CAMPANHAS.
           05 WRK-TAB-CMP-ENTRY OCCURS 100 TIMES.
               10 WRK-CMP-CODIGO    PIC X(06).
               10 WRK-CMP-DESCRICAO PIC X(30).
               10 WRK-CMP-CANAL     PIC X(10).
               10 WRK-CMP-INICIO    PIC 9(08).
               10 WRK-CMP-FIM       PIC 9(08).
               10 WRK-CMP-CUSTO     PIC 9(07)V99.
       77  WRK-CMP-QTD      PIC 9(03) VALUE 0.
       77  WRK-CMP-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-GRAVOU       PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'CADASTRO DE CAMPANHAS DE MARKETING'.
            DISPLAY '1=INCLUIR 2=ALTERAR 3=LISTAR'.
            ACCEPT WRK-OPCAO.
            PERFORM 0100-CARREGAR-CAMPANHAS.
            IF WRK-CMP-ESTOURO = 0
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-ALTERAR THRU 0300-FIM
                   WHEN 3 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * CAMPANHAS DE MARKETING: CODIGO, DESCRICAO, CANAL,
      * PERIODO DE VEICULACAO E CUSTO. O PROSPECTO CAPTADO NO
      * PROG081 LEVA O CODIGO DA CAMPANHA, O PROG083 PASSA O
      * CODIGO AO CLIENTE CRIADO (ARQCCA) E O PROG192 MEDE O
      * RETORNO. O CUSTO E ALTERAVEL ENQUANTO A CAMPANHA
      * ACUMULA GASTOS
      *-----------------------------------------------------
       0100-CARREGAR-CAMPANHAS.
           OPEN INPUT ARQCMP.
           IF FS-ARQCMP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQCMP AT END
                          MOVE 'F' TO FS-ARQCMP
              END-READ
              PERFORM 0120-GUARDAR-CAMPANHA UNTIL FS-ARQCMP = 'F'
              CLOSE ARQCMP.
      *-----------------------------------------------------
       0120-GUARDAR-CAMPANHA.
           IF WRK-CMP-QTD > 99
              DISPLAY 'CAMPANHAS EXCEDEM O LIMITE DE 100'
              MOVE 1 TO WRK-CMP-ESTOURO
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQCMP
           ELSE
              ADD 1 TO WRK-CMP-QTD
              MOVE CMP-CODIGO    TO WRK-CMP-CODIGO (WRK-CMP-QTD)
              MOVE CMP-DESCRICAO TO WRK-CMP-DESCRICAO (WRK-CMP-QTD)
              MOVE CMP-CANAL     TO WRK-CMP-CANAL (WRK-CMP-QTD)
              MOVE CMP-INICIO    TO WRK-CMP-INICIO (WRK-CMP-QTD)
              MOVE CMP-FIM       TO WRK-CMP-FIM (WRK-CMP-QTD)
              MOVE CMP-CUSTO     TO WRK-CMP-CUSTO (WRK-CMP-QTD)
              READ ARQCMP AT END
                          MOVE 'F' TO FS-ARQCMP.
      *-----------------------------------------------------
       0150-PROCURAR-CAMPANHA.
           MOVE 0 TO WRK-POS.
           PERFORM 0160-COMPARAR-CAMPANHA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-CMP-QTD OR WRK-POS NOT = 0.
      *-----------------------------------------------------
       0160-COMPARAR-CAMPANHA.
           IF WRK-CMP-CODIGO (WRK-IDX) = WRK-CODIGO
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0200-INCLUIR.
           DISPLAY 'CODIGO DA CAMPANHA........'.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
              DISPLAY 'CODIGO OBRIGATORIO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           PERFORM 0150-PROCURAR-CAMPANHA.
           IF WRK-POS NOT = 0
              DISPLAY 'CAMPANHA JA CADASTRADA... ' WRK-CODIGO
              GO TO 0200-FIM.
           PERFORM 0250-INFORMAR-DADOS THRU 0250-FIM.
           IF WRK-RETORNO = 8
              GO TO 0200-FIM.
           IF WRK-CMP-QTD > 99
              DISPLAY 'CAMPANHAS EXCEDEM O LIMITE DE 100'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           ADD 1 TO WRK-CMP-QTD.
           MOVE WRK-CMP-QTD TO WRK-POS.
           MOVE WRK-CODIGO TO WRK-CMP-CODIGO (WRK-POS).
           PERFORM 0280-GUARDAR-DADOS.
           PERFORM 0600-REGRAVAR-CAMPANHAS.
           IF WRK-GRAVOU = 1
              DISPLAY 'CAMPANHA INCLUIDA........ ' WRK-CODIGO.
       0200-FIM.
      *-----------------------------------------------------
       0250-INFORMAR-DADOS.
           DISPLAY 'DESCRICAO.................'.
           ACCEPT WRK-DESCRICAO.
           DISPLAY 'CANAL (INTERNET RADIO JORNAL TV EVENTO '
                   'INDICACAO PANFLETO OUTROS)'.
           ACCEPT WRK-CANAL.
           DISPLAY 'INICIO (AAAAMMDD).........'.
           ACCEPT WRK-INICIO.
           DISPLAY 'FIM (AAAAMMDD)............'.
           ACCEPT WRK-FIM.
           DISPLAY 'CUSTO (9999999,99)........'.
           ACCEPT WRK-CUSTO.
           IF WRK-DESCRICAO = SPACES
              DISPLAY 'DESCRICAO OBRIGATORIA'
              MOVE 8 TO WRK-RETORNO
              GO TO 0250-FIM.
           MOVE 0 TO WRK-CANAL-OK.
           PERFORM 0260-CONFERIR-CANAL
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 8 OR WRK-CANAL-OK = 1.
           IF WRK-CANAL-OK = 0
              DISPLAY 'CANAL INVALIDO........... ' WRK-CANAL
              MOVE 8 TO WRK-RETORNO
              GO TO 0250-FIM.
           IF WRK-INICIO = 0 OR WRK-FIM < WRK-INICIO
              DISPLAY 'PERIODO INVALIDO'
              MOVE 8 TO WRK-RETORNO.
       0250-FIM.
      *-----------------------------------------------------
       0260-CONFERIR-CANAL.
           IF WRK-CANAL-VALIDO (WRK-IDX) = WRK-CANAL
              MOVE 1 TO WRK-CANAL-OK.
      *-----------------------------------------------------
       0280-GUARDAR-DADOS.
           MOVE WRK-DESCRICAO TO WRK-CMP-DESCRICAO (WRK-POS).
           MOVE WRK-CANAL     TO WRK-CMP-CANAL (WRK-POS).
           MOVE WRK-INICIO    TO WRK-CMP-INICIO (WRK-POS).
           MOVE WRK-FIM       TO WRK-CMP-FIM (WRK-POS).
           MOVE WRK-CUSTO     TO WRK-CMP-CUSTO (WRK-POS).
      *-----------------------------------------------------
       0300-ALTERAR.
           DISPLAY 'CODIGO DA CAMPANHA........'.
           ACCEPT WRK-CODIGO.
           PERFORM 0150-PROCURAR-CAMPANHA.
           IF WRK-POS = 0
              DISPLAY 'CAMPANHA NAO ENCONTRADA.. ' WRK-CODIGO
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           MOVE WRK-CMP-CUSTO (WRK-POS) TO WRK-CUSTO-ED.
           DISPLAY WRK-CMP-DESCRICAO (WRK-POS) ' '
                   WRK-CMP-CANAL (WRK-POS) ' '
                   WRK-CMP-INICIO (WRK-POS) ' '
                   WRK-CMP-FIM (WRK-POS) ' ' WRK-CUSTO-ED.
           PERFORM 0250-INFORMAR-DADOS THRU 0250-FIM.
           IF WRK-RETORNO = 8
              GO TO 0300-FIM.
           PERFORM 0280-GUARDAR-DADOS.
           PERFORM 0600-REGRAVAR-CAMPANHAS.
           IF WRK-GRAVOU = 1
              DISPLAY 'CAMPANHA ALTERADA........ ' WRK-CODIGO.
       0300-FIM.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'CODIGO DESCRICAO                      CANAL      '
                   'INICIO   FIM             CUSTO'.
           PERFORM 0550-LISTAR-UM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-CMP-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UM.
           MOVE WRK-CMP-CUSTO (WRK-IDX) TO WRK-CUSTO-ED.
           DISPLAY WRK-CMP-CODIGO (WRK-IDX) ' '
                   WRK-CMP-DESCRICAO (WRK-IDX) ' '
                   WRK-CMP-CANAL (WRK-IDX) ' '
                   WRK-CMP-INICIO (WRK-IDX) ' '
                   WRK-CMP-FIM (WRK-IDX) ' ' WRK-CUSTO-ED.
      *-----------------------------------------------------
       0600-REGRAVAR-CAMPANHAS.
           MOVE 0 TO WRK-GRAVOU.
           OPEN OUTPUT ARQCMP.
           IF FS-ARQCMP-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQCMP. ' FS-ARQCMP-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0650-GRAVAR-CAMPANHA
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-CMP-QTD
              CLOSE ARQCMP
              MOVE 1 TO WRK-GRAVOU.
      *-----------------------------------------------------
       0650-GRAVAR-CAMPANHA.
           MOVE SPACES TO REG-CMP.
           MOVE WRK-CMP-CODIGO (WRK-IDX)    TO CMP-CODIGO.
           MOVE WRK-CMP-DESCRICAO (WRK-IDX) TO CMP-DESCRICAO.
           MOVE WRK-CMP-CANAL (WRK-IDX)     TO CMP-CANAL.
           MOVE WRK-CMP-INICIO (WRK-IDX)    TO CMP-INICIO.
           MOVE WRK-CMP-FIM (WRK-IDX)       TO CMP-FIM.
           MOVE WRK-CMP-CUSTO (WRK-IDX)     TO CMP-CUSTO.
           WRITE REG-CMP.
