       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG212.
      *-----------------------------------------------------
      * SEGUNDA VIA DE BOLETO SOB DEMANDA, PELA CHAVE DA
      * FATURA (CODIGO+NUMERO), CHAMADA PELO ATENDIMENTO DO
      * PROG125. O VALOR E RECALCULADO PARA O NOVO VENCIMENTO
      * COM AS REGRAS DE MORA DO PROG087 (MULTA E JUROS DO
      * CARTAO ARQPRM) SOBRE O SALDO, OU SOBRE O VALOR
      * CORRIGIDO DO ARQCOR (PROG113) QUANDO A FATURA TEM UM.
      * MONTA O CODIGO DE BARRAS E A LINHA DIGITAVEL COM OS
      * DIGITOS VERIFICADORES, DEIXA O NOVO VENCIMENTO NO
      * ARQSVI PARA O PROG089 REGISTRAR NO BANCO NA PROXIMA
      * REMESSA E ANOTA A SEGUNDA VIA NO ARQOCO (TIPO 2VI)
      *-----------------------------------------------------
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
           SELECT ARQPRM ASSIGN TO UT-S-ARQPRM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRM-STATUS.
           SELECT ARQCOR ASSIGN TO UT-S-ARQCOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCOR-STATUS.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
           SELECT ARQSVI ASSIGN TO UT-S-ARQSVI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SVI-CHAVE
                  FILE STATUS IS FS-ARQSVI-STATUS.
           SELECT ARQOCO ASSIGN TO UT-S-ARQOCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOCO-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQPRM
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PRM.
       01   REG-PRM.
            05 PRM-MULTA-PCT    PIC 9(02)V99.
            05 PRM-JUROS-DIA    PIC 9(01)V9999.
       FD   ARQCOR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-COR.
       01   REG-COR.
            05 COR-CODIGO       PIC 9(05).
            05 COR-NUMERO       PIC 9(06).
            05 COR-SALDO        PIC 9(07)V99.
            05 COR-CORRIGIDO    PIC 9(09)V99.
            05 COR-DATA         PIC 9(08).
       FD   ARQCTS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTS.
       01   REG-CTS.
            05 CTS-CHAVE.
               10 CTS-CODIGO    PIC 9(05).
               10 CTS-NUMERO    PIC 9(06).
            05 CTS-MOTIVO       PIC X(03).
            05 CTS-DATA-ABERTURA PIC 9(08).
            05 CTS-OPER-ABERTURA PIC X(08).
            05 CTS-SITUACAO     PIC X(01).
            05 CTS-DATA-ENCERRAMENTO PIC 9(08).
            05 CTS-OPER-ENCERRAMENTO PIC X(08).
            05 CTS-RESOLUCAO    PIC X(01).
       FD   ARQSVI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 52 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SVI.
       01   REG-SVI.
            05 SVI-CHAVE.
               10 SVI-CODIGO    PIC 9(05).
               10 SVI-NUMERO    PIC 9(06).
            05 SVI-VENCIMENTO   PIC 9(08).
            05 SVI-VALOR        PIC 9(07)V99.
            05 SVI-DATA         PIC 9(08).
            05 SVI-OPERADOR     PIC X(08).
            05 SVI-DATA-REMESSA PIC 9(08).
       FD   ARQOCO
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OCO.
       01   REG-OCO.
            05 OCO-DATA         PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 OCO-HORA         PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 OCO-OPERADOR     PIC X(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 OCO-CODIGO       PIC 9(05).
            05 FILLER           PIC X       VALUE SPACE.
            05 OCO-TIPO         PIC X(03).
            05 FILLER           PIC X       VALUE SPACE.
            05 OCO-TEXTO        PIC X(40).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRM-STATUS PIC XX VALUE '00'.
       77  FS-ARQCOR        PIC X VALUE 'N'.
       77  FS-ARQCOR-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTS-STATUS PIC XX VALUE '00'.
       77  FS-ARQSVI-STATUS PIC XX VALUE '00'.
       77  FS-ARQOCO-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-FAT-NUMERO   PIC 9(06) VALUE ZEROS.
       77  WRK-NOVO-VENC    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DEC.
           05 WRK-DATA-ANO  PIC 9(04).
           05 WRK-DATA-MES  PIC 9(02).
           05 WRK-DATA-DIA  PIC 9(02).
       77  WRK-SERIAL-REG   PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-NOVO  PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77  WRK-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BASE         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MULTA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-JUROS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-NOVO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MULTA-PCT    PIC 9(02)V99 VALUE 2.
       77  WRK-JUROS-DIA    PIC 9(01)V9999 VALUE 0,0333.
       77  WRK-TEM-CORRECAO PIC 9 VALUE 0.
       77  WRK-CONTESTADA   PIC 9 VALUE 0.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
      *-----------------------------------------------------
      * CODIGO DE BARRAS DO BOLETO (44 POSICOES): BANCO,
      * MOEDA (9 = REAL), DIGITO GERAL, FATOR DE VENCIMENTO,
      * VALOR E CAMPO LIVRE COM A CONTA DO CEDENTE E A
      * REFERENCIA CODIGO+NUMERO QUE VOLTA NO RETORNO
      *-----------------------------------------------------
       77  WRK-BCO-CODIGO   PIC 9(03) VALUE 001.
       77  WRK-BCO-CEDENTE  PIC 9(14) VALUE 12340000567890.
       77  WRK-DATA-BASE-FATOR PIC 9(08) VALUE 19971007.
       01  WRK-COD-BARRAS.
           05 WRK-CB-BANCO     PIC 9(03).
           05 WRK-CB-MOEDA     PIC 9(01).
           05 WRK-CB-DV        PIC 9(01).
           05 WRK-CB-FATOR     PIC 9(04).
           05 WRK-CB-VALOR     PIC 9(08)V99.
           05 WRK-CB-CEDENTE   PIC 9(14).
           05 WRK-CB-CODIGO    PIC 9(05).
           05 WRK-CB-NUMERO    PIC 9(06).
       01  WRK-COD-BARRAS-R REDEFINES WRK-COD-BARRAS.
           05 WRK-CB-DIGITO    PIC 9(01) OCCURS 44 TIMES.
       01  WRK-LINHA-DIGITAVEL.
           05 WRK-LD-C1A       PIC X(05).
           05 FILLER           PIC X(01) VALUE '.'.
           05 WRK-LD-C1B       PIC X(04).
           05 WRK-LD-DV1       PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LD-C2A       PIC X(05).
           05 FILLER           PIC X(01) VALUE '.'.
           05 WRK-LD-C2B       PIC X(05).
           05 WRK-LD-DV2       PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LD-C3A       PIC X(05).
           05 FILLER           PIC X(01) VALUE '.'.
           05 WRK-LD-C3B       PIC X(05).
           05 WRK-LD-DV3       PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LD-DV4       PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LD-C5        PIC X(14).
       01  WRK-M10-CAMPO       PIC X(10) VALUE SPACES.
       01  WRK-M10-CAMPO-R REDEFINES WRK-M10-CAMPO.
           05 WRK-M10-DIGITO   PIC 9(01) OCCURS 10 TIMES.
       77  WRK-M10-TAM      PIC 9(02) VALUE 0.
       77  WRK-IDX          PIC 9(02) VALUE 0.
       77  WRK-PESO         PIC 9(02) VALUE 0.
       77  WRK-PRODUTO      PIC 9(02) VALUE 0.
       77  WRK-SOMA         PIC 9(05) VALUE 0.
       77  WRK-QUOCIENTE    PIC 9(05) VALUE 0.
       77  WRK-RESTO        PIC 9(02) VALUE 0.
       77  WRK-DV           PIC 9(02) VALUE 0.
       01  WRK-TEXTO-OCO.
           05 FILLER           PIC X(04) VALUE 'FAT '.
           05 WRK-OCO-NUMERO   PIC 9(06).
           05 FILLER           PIC X(06) VALUE ' VENC '.
           05 WRK-OCO-VENC     PIC 9(08).
           05 FILLER           PIC X(05) VALUE ' VLR '.
           05 WRK-OCO-VALOR    PIC ZZZZZZ9,99.
       LINKAGE                         SECTION.
           01 LS-OPERADOR   PIC X(08).
       PROCEDURE  DIVISION USING LS-OPERADOR.
       0001-PRINCIPAL.
            DISPLAY 'SEGUNDA VIA DE BOLETO'.
            PERFORM 0100-SEGUNDA-VIA THRU 0100-FIM.
           GOBACK.
      *-----------------------------------------------------
      * SO FATURA ABERTA TEM SEGUNDA VIA; O NOVO VENCIMENTO
      * TEM DE SER UMA DATA VALIDA A PARTIR DE HOJE
      *-----------------------------------------------------
       0100-SEGUNDA-VIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CODIGO DO CLIENTE.........'.
           ACCEPT WRK-CODIGO.
           DISPLAY 'NUMERO DA FATURA..........'.
           ACCEPT WRK-FAT-NUMERO.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
              GO TO 0100-FIM.
           MOVE WRK-CODIGO     TO FAT-CODIGO.
           MOVE WRK-FAT-NUMERO TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   MOVE SPACE TO FAT-STATUS
           END-READ.
           CLOSE FATURAS.
           IF FAT-STATUS NOT = 'A'
              DISPLAY 'FATURA INEXISTENTE OU NAO ABERTA. '
                      WRK-CODIGO '/' WRK-FAT-NUMERO
              GO TO 0100-FIM.
           DISPLAY 'NOVO VENCIMENTO (AAAAMMDD)'.
           ACCEPT WRK-NOVO-VENC.
           MOVE 'S' TO WRK-DT-FUNCAO.
           MOVE WRK-NOVO-VENC TO WRK-DT-DATA1.
           MOVE ZEROS TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              OR WRK-NOVO-VENC < WRK-DATA-HOJE
              DISPLAY 'VENCIMENTO INVALIDO, NADA EMITIDO'
              GO TO 0100-FIM.
           PERFORM 0200-CALCULAR-VALOR.
           IF WRK-VALOR-NOVO > 9999999,99
              MOVE WRK-VALOR-NOVO TO WRK-VALOR-ED
              DISPLAY 'VALOR ACIMA DO LIMITE DO BOLETO. '
                      WRK-VALOR-ED
              GO TO 0100-FIM.
           PERFORM 0300-MONTAR-CODIGO THRU 0300-FIM.
           IF WRK-DT-RESULT NOT = 'V'
              DISPLAY 'ERRO NO FATOR DE VENCIMENTO, NADA EMITIDO'
              GO TO 0100-FIM.
           PERFORM 0400-MOSTRAR-BOLETO.
           PERFORM 0500-REGISTRAR-REMESSA.
           PERFORM 0600-GRAVAR-OCORRENCIA.
       0100-FIM.
      *-----------------------------------------------------
      * MESMAS REGRAS DO ACUMULO NOTURNO (PROG087): MULTA
      * UNICA SOBRE A BASE E JUROS AO DIA PELOS DIAS ENTRE O
      * VENCIMENTO ORIGINAL E O NOVO; FATURA EM CONTESTACAO
      * ABERTA NAO GANHA ENCARGOS
      *-----------------------------------------------------
       0200-CALCULAR-VALOR.
           PERFORM 0220-LER-PARAMETROS.
           COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO.
           MOVE WRK-SALDO TO WRK-BASE.
           PERFORM 0240-BUSCAR-CORRECAO.
           PERFORM 0260-TESTAR-CONTESTACAO.
           MOVE ZEROS TO WRK-MULTA.
           MOVE ZEROS TO WRK-JUROS.
           MOVE FAT-VENCIMENTO TO WRK-DATA-DEC.
           PERFORM 0280-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-REG TO WRK-SERIAL-NOVO.
           MOVE WRK-NOVO-VENC TO WRK-DATA-DEC.
           PERFORM 0280-CALCULAR-SERIAL.
           COMPUTE WRK-DIAS-ATRASO =
                   WRK-SERIAL-REG - WRK-SERIAL-NOVO.
           IF WRK-DIAS-ATRASO > 0 AND WRK-CONTESTADA = 0
              COMPUTE WRK-MULTA ROUNDED =
                      WRK-BASE * WRK-MULTA-PCT / 100
              COMPUTE WRK-JUROS ROUNDED =
                      WRK-BASE * WRK-JUROS-DIA * WRK-DIAS-ATRASO
                      / 100.
           COMPUTE WRK-VALOR-NOVO = WRK-BASE + WRK-MULTA
                                  + WRK-JUROS.
      *-----------------------------------------------------
      * SEM O CARTAO DE TAXAS VALEM OS PADROES DA CASA
      *-----------------------------------------------------
       0220-LER-PARAMETROS.
           OPEN INPUT ARQPRM.
           IF FS-ARQPRM-STATUS = '00'
              READ ARQPRM
                  NOT AT END
                      MOVE PRM-MULTA-PCT TO WRK-MULTA-PCT
                      MOVE PRM-JUROS-DIA TO WRK-JUROS-DIA
              END-READ
              CLOSE ARQPRM.
      *-----------------------------------------------------
      * FATURA REAVALIADA PELO PROG113 TEM O VALOR CORRIGIDO
      * COMO BASE NO LUGAR DO SALDO HISTORICO
      *-----------------------------------------------------
       0240-BUSCAR-CORRECAO.
           MOVE 0 TO WRK-TEM-CORRECAO.
           MOVE 'N' TO FS-ARQCOR.
           OPEN INPUT ARQCOR.
           IF FS-ARQCOR-STATUS = '00'
              READ ARQCOR AT END
                          MOVE 'F' TO FS-ARQCOR
              END-READ
              PERFORM 0250-COMPARAR-CORRECAO UNTIL FS-ARQCOR = 'F'
              CLOSE ARQCOR.
      *-----------------------------------------------------
       0250-COMPARAR-CORRECAO.
           IF COR-CODIGO = FAT-CODIGO AND COR-NUMERO = FAT-NUMERO
              MOVE 1 TO WRK-TEM-CORRECAO
              MOVE COR-CORRIGIDO TO WRK-BASE
              MOVE 'F' TO FS-ARQCOR
           ELSE
              READ ARQCOR AT END
                          MOVE 'F' TO FS-ARQCOR.
      *-----------------------------------------------------
       0260-TESTAR-CONTESTACAO.
           MOVE 0 TO WRK-CONTESTADA.
           OPEN INPUT ARQCTS.
           IF FS-ARQCTS-STATUS = '00'
              MOVE FAT-CHAVE TO CTS-CHAVE
              READ ARQCTS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CTS-SITUACAO = 'A'
                         MOVE 1 TO WRK-CONTESTADA
                      END-IF
              END-READ
              CLOSE ARQCTS.
      *-----------------------------------------------------
       0280-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-REG = (WRK-DATA-ANO * 365)
                   + (WRK-DATA-MES * 30) + WRK-DATA-DIA.
      *-----------------------------------------------------
      * FATOR DE VENCIMENTO = DIAS DESDE 07/10/1997; AO PASSAR
      * DE 9999 O FATOR RECOMECA EM 1000 (22/02/2025). DIGITO
      * GERAL EM MODULO 11 SOBRE AS 43 POSICOES RESTANTES
      *-----------------------------------------------------
       0300-MONTAR-CODIGO.
           MOVE 'D' TO WRK-DT-FUNCAO.
           MOVE WRK-DATA-BASE-FATOR TO WRK-DT-DATA1.
           MOVE WRK-NOVO-VENC TO WRK-DT-DATA2.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              GO TO 0300-FIM.
           IF WRK-DT-DIAS > 9999
              SUBTRACT 9000 FROM WRK-DT-DIAS.
           MOVE WRK-BCO-CODIGO  TO WRK-CB-BANCO.
           MOVE 9               TO WRK-CB-MOEDA.
           MOVE 0               TO WRK-CB-DV.
           MOVE WRK-DT-DIAS     TO WRK-CB-FATOR.
           MOVE WRK-VALOR-NOVO  TO WRK-CB-VALOR.
           MOVE WRK-BCO-CEDENTE TO WRK-CB-CEDENTE.
           MOVE FAT-CODIGO      TO WRK-CB-CODIGO.
           MOVE FAT-NUMERO      TO WRK-CB-NUMERO.
           MOVE 0 TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM 0320-SOMAR-MODULO-11
               VARYING WRK-IDX FROM 44 BY -1
               UNTIL WRK-IDX < 1.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           COMPUTE WRK-DV = 11 - WRK-RESTO.
           IF WRK-DV = 0 OR WRK-DV > 9
              MOVE 1 TO WRK-DV.
           MOVE WRK-DV TO WRK-CB-DV.
           PERFORM 0340-MONTAR-LINHA.
       0300-FIM.
      *-----------------------------------------------------
       0320-SOMAR-MODULO-11.
           IF WRK-IDX NOT = 5
              COMPUTE WRK-SOMA = WRK-SOMA
                      + (WRK-CB-DIGITO (WRK-IDX) * WRK-PESO)
              ADD 1 TO WRK-PESO
              IF WRK-PESO > 9
                 MOVE 2 TO WRK-PESO.
      *-----------------------------------------------------
      * LINHA DIGITAVEL: TRES CAMPOS COM DIGITO EM MODULO 10
      * (BANCO+MOEDA+LIVRE 1-5, LIVRE 6-15, LIVRE 16-25), O
      * DIGITO GERAL E O FATOR COM O VALOR
      *-----------------------------------------------------
       0340-MONTAR-LINHA.
           MOVE SPACES TO WRK-M10-CAMPO.
           MOVE WRK-COD-BARRAS (1:4)  TO WRK-M10-CAMPO (1:4).
           MOVE WRK-COD-BARRAS (20:5) TO WRK-M10-CAMPO (5:5).
           MOVE 9 TO WRK-M10-TAM.
           PERFORM 0360-CALCULAR-MODULO-10.
           MOVE WRK-M10-CAMPO (1:5) TO WRK-LD-C1A.
           MOVE WRK-M10-CAMPO (6:4) TO WRK-LD-C1B.
           MOVE WRK-DV TO WRK-LD-DV1.
           MOVE WRK-COD-BARRAS (25:10) TO WRK-M10-CAMPO.
           MOVE 10 TO WRK-M10-TAM.
           PERFORM 0360-CALCULAR-MODULO-10.
           MOVE WRK-M10-CAMPO (1:5) TO WRK-LD-C2A.
           MOVE WRK-M10-CAMPO (6:5) TO WRK-LD-C2B.
           MOVE WRK-DV TO WRK-LD-DV2.
           MOVE WRK-COD-BARRAS (35:10) TO WRK-M10-CAMPO.
           PERFORM 0360-CALCULAR-MODULO-10.
           MOVE WRK-M10-CAMPO (1:5) TO WRK-LD-C3A.
           MOVE WRK-M10-CAMPO (6:5) TO WRK-LD-C3B.
           MOVE WRK-DV TO WRK-LD-DV3.
           MOVE WRK-CB-DV TO WRK-LD-DV4.
           MOVE WRK-COD-BARRAS (6:14) TO WRK-LD-C5.
      *-----------------------------------------------------
       0360-CALCULAR-MODULO-10.
           MOVE 0 TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM 0370-SOMAR-MODULO-10
               VARYING WRK-IDX FROM WRK-M10-TAM BY -1
               UNTIL WRK-IDX < 1.
           DIVIDE WRK-SOMA BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO = 0
              MOVE 0 TO WRK-DV
           ELSE
              COMPUTE WRK-DV = 10 - WRK-RESTO.
      *-----------------------------------------------------
       0370-SOMAR-MODULO-10.
           COMPUTE WRK-PRODUTO =
                   WRK-M10-DIGITO (WRK-IDX) * WRK-PESO.
           IF WRK-PRODUTO > 9
              SUBTRACT 9 FROM WRK-PRODUTO.
           ADD WRK-PRODUTO TO WRK-SOMA.
           IF WRK-PESO = 2
              MOVE 1 TO WRK-PESO
           ELSE
              MOVE 2 TO WRK-PESO.
      *-----------------------------------------------------
       0400-MOSTRAR-BOLETO.
           DISPLAY '------------------------------------'.
           DISPLAY 'FATURA.................. ' FAT-CODIGO
                   '/' FAT-NUMERO.
           DISPLAY 'VENCIMENTO ORIGINAL..... ' FAT-VENCIMENTO.
           DISPLAY 'NOVO VENCIMENTO......... ' WRK-NOVO-VENC.
           MOVE WRK-SALDO TO WRK-VALOR-ED.
           DISPLAY 'SALDO DA FATURA......... ' WRK-VALOR-ED.
           IF WRK-TEM-CORRECAO = 1
              MOVE WRK-BASE TO WRK-VALOR-ED
              DISPLAY 'SALDO CORRIGIDO......... ' WRK-VALOR-ED.
           IF WRK-CONTESTADA = 1
              DISPLAY 'FATURA EM CONTESTACAO, SEM ENCARGOS'.
           MOVE WRK-MULTA TO WRK-VALOR-ED.
           DISPLAY 'MULTA................... ' WRK-VALOR-ED.
           MOVE WRK-JUROS TO WRK-VALOR-ED.
           DISPLAY 'JUROS................... ' WRK-VALOR-ED.
           MOVE WRK-VALOR-NOVO TO WRK-VALOR-ED.
           DISPLAY 'VALOR DO BOLETO......... ' WRK-VALOR-ED.
           DISPLAY 'LINHA DIGITAVEL'.
           DISPLAY WRK-LINHA-DIGITAVEL.
           DISPLAY 'CODIGO DE BARRAS'.
           DISPLAY WRK-COD-BARRAS.
           DISPLAY '------------------------------------'.
      *-----------------------------------------------------
      * NOVO VENCIMENTO PENDENTE DE REGISTRO NO BANCO: O
      * ARQSVI GUARDA A SEGUNDA VIA MAIS RECENTE DE CADA
      * FATURA, PELA MESMA CHAVE DA FATURA; O PROG089 A LEVA
      * NA REMESSA E ANOTA A DATA EM QUE A ENVIOU
      *-----------------------------------------------------
       0500-REGISTRAR-REMESSA.
           OPEN I-O ARQSVI.
           IF FS-ARQSVI-STATUS = '35'
              OPEN OUTPUT ARQSVI
              CLOSE ARQSVI
              OPEN I-O ARQSVI.
           IF FS-ARQSVI-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQSVI.... ' FS-ARQSVI-STATUS
           ELSE
              MOVE SPACES TO REG-SVI
              MOVE FAT-CHAVE      TO SVI-CHAVE
              MOVE WRK-NOVO-VENC  TO SVI-VENCIMENTO
              MOVE WRK-VALOR-NOVO TO SVI-VALOR
              MOVE WRK-DATA-HOJE  TO SVI-DATA
              MOVE LS-OPERADOR    TO SVI-OPERADOR
              MOVE ZEROS          TO SVI-DATA-REMESSA
              WRITE REG-SVI
                  INVALID KEY
                      REWRITE REG-SVI
              END-WRITE
              CLOSE ARQSVI
              DISPLAY 'NOVO VENCIMENTO SEGUE NA PROXIMA REMESSA'.
      *-----------------------------------------------------
       0600-GRAVAR-OCORRENCIA.
           OPEN EXTEND ARQOCO.
           IF FS-ARQOCO-STATUS = '35'
              OPEN OUTPUT ARQOCO.
           IF FS-ARQOCO-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQOCO.... ' FS-ARQOCO-STATUS
           ELSE
              MOVE FAT-NUMERO     TO WRK-OCO-NUMERO
              MOVE WRK-NOVO-VENC  TO WRK-OCO-VENC
              MOVE WRK-VALOR-NOVO TO WRK-OCO-VALOR
              MOVE SPACES TO REG-OCO
              ACCEPT OCO-DATA FROM DATE YYYYMMDD
              ACCEPT OCO-HORA FROM TIME
              MOVE LS-OPERADOR   TO OCO-OPERADOR
              MOVE FAT-CODIGO    TO OCO-CODIGO
              MOVE '2VI'         TO OCO-TIPO
              MOVE WRK-TEXTO-OCO TO OCO-TEXTO
              WRITE REG-OCO
              CLOSE ARQOCO
              DISPLAY 'SEGUNDA VIA EMITIDA.... ' FAT-CODIGO
                      '/' FAT-NUMERO.
