           SELECT ARQOCO ASSIGN TO UT-S-ARQOCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOCO-STATUS.
           SELECT ARQPRP ASSIGN TO UT-S-ARQPRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRP-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQOCO
            05 OCO-TIPO         PIC X(03).
            05 FILLER           PIC X       VALUE SPACE.
            05 OCO-TEXTO        PIC X(40).
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
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQOCO        PIC X VALUE 'N'.
       77  FS-ARQOCO-STATUS PIC XX VALUE '00'.
       77  WRK-OCO-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-QTD-LISTADAS PIC 9(03) VALUE 0.
       77  FS-ARQPRP        PIC X VALUE 'N'.
       77  FS-ARQPRP-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-PRP-ABERTA   PIC 9 VALUE 0.
       77  WRK-FAT-NUMERO   PIC 9(06) VALUE ZEROS.
       77  WRK-FAT-QTD      PIC 9(01) VALUE 0.
       01  WRK-TAB-FATURAS-PRP.
           05 WRK-PRP-FATURA   PIC 9(06) OCCURS 5 TIMES.
       77  WRK-PRP-VALOR    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRP-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  FS-ARQCTS-STATUS PIC XX VALUE '00'.
       77  WRK-CTS-ACAO     PIC X(01) VALUE SPACE.
       77  WRK-CTS-MOTIVO   PIC X(03) VALUE SPACES.
           88 WRK-MOTIVO-VALIDO VALUE 'PRE' 'ENT' 'QTD' 'DEF' 'OUT'.
       77  WRK-CTS-RESOLUCAO PIC X(01) VALUE SPACE.
           88 WRK-RESOLUCAO-VALIDA VALUE 'P' 'I'.
       77  WRK-CTS-EXISTE   PIC 9 VALUE 0.
       LINKAGE                         SECTION.
           01 LS-OPERADOR   PIC X(08).
       PROCEDURE  DIVISION USING LS-OPERADOR.
       0001-PRINCIPAL.
            DISPLAY 'ATENDIMENTO AO CLIENTE'.
            DISPLAY '1=REGISTRAR OCORRENCIA 2=CONSULTAR..'.
            DISPLAY '3=PROMESSA DE PAGAMENTO.............'.
            DISPLAY '4=CONTESTACAO DE FATURA.............'.
            DISPLAY '5=SEGUNDA VIA DE BOLETO.............'.
            DISPLAY '6=RETORNO DE VISITA DE COBRANCA.....'.
            DISPLAY '7=DEBITO AUTOMATICO EM CONTA........'.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN 1 PERFORM 0200-REGISTRAR
                WHEN 2 PERFORM 0400-CONSULTAR
                WHEN 3 PERFORM 0600-PROMESSA THRU 0600-FIM
                WHEN 4 PERFORM 0700-CONTESTACAO THRU 0700-FIM
                WHEN 5 CALL 'PROG212' USING LS-OPERADOR
                WHEN 6 CALL 'PROG216' USING LS-OPERADOR
                WHEN 7 CALL 'PROG220' USING LS-OPERADOR
                WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.
                   WRK-OCO-TIPO (WRK-IDX).
           DISPLAY '  ' WRK-OCO-TEXTO (WRK-IDX).
           ADD 1 TO WRK-QTD-LISTADAS.
      *-----------------------------------------------------
      * PROMESSA DE PAGAMENTO: CLIENTE, FATURAS COBERTAS (ATE
      * 5), VALOR E DATA PROMETIDOS E O OPERADOR DA SESSAO VAO
      * PARA O ARQPRP ABERTAS (A). ENQUANTO ABERTA O PROG070
      * NAO MANDA CARTA E O PROG101 NAO NEGATIVA O CLIENTE; O
      * PROG152 APURA CADA NOITE CONTRA O ARQPAG SE FOI
      * CUMPRIDA (C) OU QUEBRADA (Q). UMA PROMESSA ABERTA POR
      * CLIENTE DE CADA VEZ
      *-----------------------------------------------------
       0600-PROMESSA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CODIGO DO CLIENTE.........'.
           ACCEPT WRK-CODIGO.
           PERFORM 0620-TESTAR-ABERTA.
           IF WRK-PRP-ABERTA = 1
              DISPLAY 'CLIENTE JA TEM PROMESSA ABERTA. ' WRK-CODIGO
              GO TO 0600-FIM.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
              GO TO 0600-FIM.
           MOVE 0 TO WRK-FAT-QTD.
           MOVE ZEROS TO WRK-TAB-FATURAS-PRP.
           MOVE 1 TO WRK-FAT-NUMERO.
           PERFORM 0640-PEDIR-FATURA
               UNTIL WRK-FAT-NUMERO = 0 OR WRK-FAT-QTD = 5.
           CLOSE FATURAS.
           IF WRK-FAT-QTD = 0
              DISPLAY 'NENHUMA FATURA ABERTA INFORMADA'
              GO TO 0600-FIM.
           DISPLAY 'VALOR PROMETIDO...........'.
           ACCEPT WRK-PRP-VALOR.
           DISPLAY 'DATA PROMETIDA (AAAAMMDD).'.
           ACCEPT WRK-PRP-DATA.
           MOVE 'S' TO WRK-DT-FUNCAO.
           MOVE WRK-PRP-DATA TO WRK-DT-DATA1.
           MOVE ZEROS TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-PRP-VALOR = 0
              OR WRK-DT-RESULT NOT = 'V'
              OR WRK-PRP-DATA < WRK-DATA-HOJE
              DISPLAY 'VALOR OU DATA INVALIDOS, NADA REGISTRADO'
              GO TO 0600-FIM.
           OPEN EXTEND ARQPRP.
           IF FS-ARQPRP-STATUS = '35'
              OPEN OUTPUT ARQPRP.
           IF FS-ARQPRP-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPRP.... ' FS-ARQPRP-STATUS
           ELSE
              MOVE SPACES TO REG-PRP
              MOVE WRK-CODIGO          TO PRP-CODIGO
              MOVE WRK-TAB-FATURAS-PRP TO PRP-FATURAS
              MOVE WRK-PRP-VALOR       TO PRP-VALOR
              MOVE WRK-PRP-DATA        TO PRP-DATA-PROMESSA
              MOVE WRK-DATA-HOJE       TO PRP-DATA-REGISTRO
              MOVE LS-OPERADOR         TO PRP-OPERADOR
              MOVE 'A'                 TO PRP-SITUACAO
              MOVE ZEROS               TO PRP-DATA-APURACAO
              MOVE ZEROS               TO PRP-VALOR-PAGO
              WRITE REG-PRP
              CLOSE ARQPRP
              MOVE WRK-PRP-VALOR TO WRK-VALOR-ED
              DISPLAY 'PROMESSA REGISTRADA... ' WRK-CODIGO
                      ' ' WRK-VALOR-ED ' ATE ' WRK-PRP-DATA.
       0600-FIM.
      *-----------------------------------------------------
       0620-TESTAR-ABERTA.
           MOVE 0 TO WRK-PRP-ABERTA.
           MOVE 'N' TO FS-ARQPRP.
           OPEN INPUT ARQPRP.
           IF FS-ARQPRP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQPRP AT END
                          MOVE 'F' TO FS-ARQPRP
              END-READ
              PERFORM 0630-COMPARAR-PROMESSA UNTIL FS-ARQPRP = 'F'
              CLOSE ARQPRP.
      *-----------------------------------------------------
       0630-COMPARAR-PROMESSA.
           IF PRP-CODIGO = WRK-CODIGO AND PRP-SITUACAO = 'A'
              MOVE 1 TO WRK-PRP-ABERTA
              MOVE 'F' TO FS-ARQPRP
           ELSE
              READ ARQPRP AT END
                          MOVE 'F' TO FS-ARQPRP.
      *-----------------------------------------------------
       0640-PEDIR-FATURA.
           DISPLAY 'FATURA COBERTA (0=FIM)....'.
           ACCEPT WRK-FAT-NUMERO.
           IF WRK-FAT-NUMERO NOT = 0
              MOVE WRK-CODIGO TO FAT-CODIGO
              MOVE WRK-FAT-NUMERO TO FAT-NUMERO
              READ FATURAS
                  INVALID KEY
                      DISPLAY 'FATURA INEXISTENTE...... '
                              WRK-FAT-NUMERO
                  NOT INVALID KEY
                      IF FAT-STATUS NOT = 'A'
                         DISPLAY 'FATURA NAO ESTA ABERTA.. '
                                 WRK-FAT-NUMERO
                      ELSE
                         ADD 1 TO WRK-FAT-QTD
                         MOVE WRK-FAT-NUMERO
                           TO WRK-PRP-FATURA (WRK-FAT-QTD)
                      END-IF
              END-READ.
      *-----------------------------------------------------
      * CONTESTACAO DE FATURA PELO CLIENTE: ABERTURA COM O
      * MOTIVO (PRE PRECO ERRADO, ENT MERCADORIA NAO RECEBIDA,
      * QTD QUANTIDADE, DEF DEFEITO, OUT OUTROS), A DATA E O
      * OPERADOR DA SESSAO NO ARQCTS (A); ENCERRAMENTO COM A
      * DATA, O OPERADOR E A RESOLUCAO (P PROCEDENTE, I
      * IMPROCEDENTE). ENQUANTO ABERTA O PROG087 NAO ACUMULA
      * ENCARGOS, O PROG070 NAO COBRA, O PROG101 NAO NEGATIVA
      * E O PROG096 NAO BAIXA A FATURA; O PROG166 LISTA A
      * IDADE DAS CONTESTACOES ABERTAS
      *-----------------------------------------------------
       0700-CONTESTACAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'A=ABRIR E=ENCERRAR........'.
           ACCEPT WRK-CTS-ACAO.
           IF WRK-CTS-ACAO NOT = 'A' AND WRK-CTS-ACAO NOT = 'E'
              DISPLAY 'OPCAO INVALIDA'
              GO TO 0700-FIM.
           DISPLAY 'CODIGO DO CLIENTE.........'.
           ACCEPT WRK-CODIGO.
           DISPLAY 'NUMERO DA FATURA..........'.
           ACCEPT WRK-FAT-NUMERO.
           OPEN I-O ARQCTS.
           IF FS-ARQCTS-STATUS = '35'
              OPEN OUTPUT ARQCTS
              CLOSE ARQCTS
              OPEN I-O ARQCTS.
           IF FS-ARQCTS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQCTS.... ' FS-ARQCTS-STATUS
              GO TO 0700-FIM.
           PERFORM 0720-LER-CONTESTACAO THRU 0720-FIM.
           IF WRK-CTS-ACAO = 'A'
              PERFORM 0740-ABRIR-CONTESTACAO THRU 0740-FIM
           ELSE
              PERFORM 0760-ENCERRAR-CONTESTACAO THRU 0760-FIM.
           CLOSE ARQCTS.
       0700-FIM.
      *-----------------------------------------------------
      * LE A CONTESTACAO DA FATURA PELA CHAVE CODIGO+NUMERO:
      * WRK-CTS-EXISTE 0 NENHUMA, 1 ENCERRADA, 2 ABERTA
      *-----------------------------------------------------
       0720-LER-CONTESTACAO.
           MOVE 0 TO WRK-CTS-EXISTE.
           MOVE WRK-CODIGO     TO CTS-CODIGO.
           MOVE WRK-FAT-NUMERO TO CTS-NUMERO.
           READ ARQCTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTS-SITUACAO = 'A'
                      MOVE 2 TO WRK-CTS-EXISTE
                   ELSE
                      MOVE 1 TO WRK-CTS-EXISTE
                   END-IF
           END-READ.
       0720-FIM.
      *-----------------------------------------------------
       0740-ABRIR-CONTESTACAO.
           IF WRK-CTS-EXISTE = 2
              DISPLAY 'FATURA JA TEM CONTESTACAO ABERTA. '
                      WRK-CODIGO '/' WRK-FAT-NUMERO
              GO TO 0740-FIM.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
              GO TO 0740-FIM.
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
              GO TO 0740-FIM.
           DISPLAY 'MOTIVO (PRE/ENT/QTD/DEF/OUT)..'.
           ACCEPT WRK-CTS-MOTIVO.
           IF NOT WRK-MOTIVO-VALIDO
              DISPLAY 'MOTIVO INVALIDO, NADA REGISTRADO'
              GO TO 0740-FIM.
           MOVE SPACES TO REG-CTS.
           MOVE WRK-CODIGO          TO CTS-CODIGO.
           MOVE WRK-FAT-NUMERO      TO CTS-NUMERO.
           MOVE WRK-CTS-MOTIVO      TO CTS-MOTIVO.
           MOVE WRK-DATA-HOJE       TO CTS-DATA-ABERTURA.
           MOVE LS-OPERADOR         TO CTS-OPER-ABERTURA.
           MOVE 'A'                 TO CTS-SITUACAO.
           MOVE ZEROS               TO CTS-DATA-ENCERRAMENTO.
           IF WRK-CTS-EXISTE = 1
              REWRITE REG-CTS
           ELSE
              WRITE REG-CTS.
           IF FS-ARQCTS-STATUS NOT = '00'
              DISPLAY 'ERRO AO GRAVAR ARQCTS... ' FS-ARQCTS-STATUS
           ELSE
              DISPLAY 'CONTESTACAO ABERTA.... ' WRK-CODIGO
                      '/' WRK-FAT-NUMERO ' ' WRK-CTS-MOTIVO.
       0740-FIM.
      *-----------------------------------------------------
       0760-ENCERRAR-CONTESTACAO.
           IF WRK-CTS-EXISTE NOT = 2
              DISPLAY 'NENHUMA CONTESTACAO ABERTA. '
                      WRK-CODIGO '/' WRK-FAT-NUMERO
              GO TO 0760-FIM.
           DISPLAY 'RESOLUCAO (P=PROCEDENTE I=IMPROCEDENTE)..'.
           ACCEPT WRK-CTS-RESOLUCAO.
           IF NOT WRK-RESOLUCAO-VALIDA
              DISPLAY 'RESOLUCAO INVALIDA, NADA ALTERADO'
              GO TO 0760-FIM.
           MOVE 'E'               TO CTS-SITUACAO.
           MOVE WRK-DATA-HOJE     TO CTS-DATA-ENCERRAMENTO.
           MOVE LS-OPERADOR       TO CTS-OPER-ENCERRAMENTO.
           MOVE WRK-CTS-RESOLUCAO TO CTS-RESOLUCAO.
           REWRITE REG-CTS.
           IF FS-ARQCTS-STATUS NOT = '00'
              DISPLAY 'ERRO AO GRAVAR ARQCTS... ' FS-ARQCTS-STATUS
           ELSE
              DISPLAY 'CONTESTACAO ENCERRADA. ' WRK-CODIGO
                      '/' WRK-FAT-NUMERO ' ' WRK-CTS-RESOLUCAO.
       0760-FIM.
