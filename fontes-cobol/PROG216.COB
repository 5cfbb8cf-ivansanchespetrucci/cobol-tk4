       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG216.
      *-----------------------------------------------------
      * RETORNO DA VISITA DE COBRANCA DE CAMPO (ROTEIRO DO
      * PROG215), CHAMADO PELO ATENDIMENTO DO PROG125: O
      * RESULTADO MARCADO PELO COBRADOR NA FOLHA (P PAGO,
      * R PROMESSA, A AUSENTE, M MUDOU-SE) VAI PARA O ARQOCO
      * (TIPO VIS). CLIENTE QUE MUDOU-SE ENTRA NA LISTA DE
      * PESQUISA DE ENDERECO DO PROG138 (ARQDEV SITUACAO H),
      * COM A CORRESPONDENCIA TRAVADA ATE O NOVO ENDERECO
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQTER ASSIGN TO UT-S-ARQTER
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTER-STATUS.
           SELECT ARQOCO ASSIGN TO UT-S-ARQOCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOCO-STATUS.
           SELECT ARQDEV ASSIGN TO UT-S-ARQDEV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDEV-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQTER
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TER.
       01   REG-TER.
            05 TER-COBRADOR     PIC 9(03).
            05 TER-NOME         PIC X(20).
            05 TER-CEP-INI      PIC 9(08).
            05 TER-CEP-FIM      PIC 9(08).
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
       FD   ARQDEV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DEV.
       01   REG-DEV.
            05 DEV-CODIGO       PIC 9(05).
            05 DEV-DATA         PIC 9(08).
            05 DEV-MOTIVO       PIC X(20).
            05 DEV-SITUACAO     PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQTER        PIC X VALUE 'N'.
       77  FS-ARQTER-STATUS PIC XX VALUE '00'.
       77  FS-ARQOCO-STATUS PIC XX VALUE '00'.
       77  FS-ARQDEV        PIC X VALUE 'N'.
       77  FS-ARQDEV-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-COBRADOR     PIC 9(03) VALUE ZEROS.
       77  WRK-COB-ACHOU    PIC 9 VALUE 0.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-RESULTADO    PIC X(01) VALUE SPACE.
           88 WRK-RESULTADO-VALIDO VALUE 'P' 'R' 'A' 'M'.
       77  WRK-PRP-VALOR    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRP-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       01  WRK-TEXTO-OCO.
           05 FILLER           PIC X(07) VALUE 'VISITA '.
           05 WRK-OCO-COBRADOR PIC 9(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-OCO-RESULTADO PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-OCO-DATA     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-OCO-VALOR    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
       77  WRK-VALOR-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       01  WRK-TAB-DEVOLUCOES.
           05 WRK-TAB-DEV-ENTRY OCCURS 300 TIMES.
               10 WRK-DEV-CODIGO   PIC 9(05).
               10 WRK-DEV-DATA     PIC 9(08).
               10 WRK-DEV-MOTIVO   PIC X(20).
               10 WRK-DEV-SITUACAO PIC X(01).
       77  WRK-DEV-QTD      PIC 9(03) VALUE 0.
       77  WRK-DEV-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       LINKAGE                         SECTION.
           01 LS-OPERADOR   PIC X(08).
       PROCEDURE  DIVISION USING LS-OPERADOR.
       0001-PRINCIPAL.
            DISPLAY 'RETORNO DE VISITA DE COBRANCA'.
            PERFORM 0100-RETORNO THRU 0100-FIM.
           GOBACK.
      *-----------------------------------------------------
       0100-RETORNO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CODIGO DO COBRADOR........'.
           ACCEPT WRK-COBRADOR.
           PERFORM 0200-PROCURAR-COBRADOR THRU 0200-FIM.
           IF WRK-COB-ACHOU = 0
              DISPLAY 'COBRADOR SEM TERRITORIO NO ARQTER. '
                      WRK-COBRADOR
              GO TO 0100-FIM.
           DISPLAY 'CODIGO DO CLIENTE.........'.
           ACCEPT WRK-CODIGO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
              GO TO 0100-FIM.
           MOVE WRK-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO REG-NOME
           END-READ.
           CLOSE CLIENTES.
           IF REG-NOME = SPACES
              DISPLAY 'CLIENTE NAO CADASTRADO.. ' WRK-CODIGO
              GO TO 0100-FIM.
           DISPLAY 'CLIENTE............... ' REG-NOME.
           DISPLAY 'RESULTADO (P=PAGO R=PROMESSA A=AUSENTE '
                   'M=MUDOU-SE)..'.
           ACCEPT WRK-RESULTADO.
           IF NOT WRK-RESULTADO-VALIDO
              DISPLAY 'RESULTADO INVALIDO, NADA REGISTRADO'
              GO TO 0100-FIM.
           MOVE WRK-COBRADOR TO WRK-OCO-COBRADOR.
           MOVE SPACES TO WRK-OCO-DATA.
           MOVE SPACES TO WRK-OCO-VALOR.
           EVALUATE WRK-RESULTADO
               WHEN 'P' MOVE 'PAGO'     TO WRK-OCO-RESULTADO
               WHEN 'R' MOVE 'PROMESSA' TO WRK-OCO-RESULTADO
               WHEN 'A' MOVE 'AUSENTE'  TO WRK-OCO-RESULTADO
               WHEN 'M' MOVE 'MUDOU-SE' TO WRK-OCO-RESULTADO
           END-EVALUATE.
           IF WRK-RESULTADO = 'R'
              PERFORM 0300-PEDIR-PROMESSA THRU 0300-FIM
              IF WRK-OCO-DATA = SPACES
                 GO TO 0100-FIM.
           IF WRK-RESULTADO = 'M'
              PERFORM 0500-TRAVAR-ENDERECO THRU 0500-FIM
              IF WRK-DEV-ESTOURO = 1
                 GO TO 0100-FIM.
           PERFORM 0400-GRAVAR-OCORRENCIA.
       0100-FIM.
      *-----------------------------------------------------
       0200-PROCURAR-COBRADOR.
           MOVE 0 TO WRK-COB-ACHOU.
           OPEN INPUT ARQTER.
           IF FS-ARQTER-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQTER.... ' FS-ARQTER-STATUS
              GO TO 0200-FIM.
           READ ARQTER AT END
                       MOVE 'F' TO FS-ARQTER.
           PERFORM 0250-COMPARAR-COBRADOR UNTIL FS-ARQTER = 'F'.
           CLOSE ARQTER.
       0200-FIM.
      *-----------------------------------------------------
       0250-COMPARAR-COBRADOR.
           IF TER-COBRADOR = WRK-COBRADOR
              MOVE 1 TO WRK-COB-ACHOU
              MOVE 'F' TO FS-ARQTER
              DISPLAY 'COBRADOR.............. ' TER-NOME
           ELSE
              READ ARQTER AT END
                          MOVE 'F' TO FS-ARQTER.
      *-----------------------------------------------------
      * A PROMESSA FEITA AO COBRADOR FICA ANOTADA COM VALOR E
      * DATA; A PROMESSA FORMAL COM AS FATURAS COBERTAS SEGUE
      * PELO ATENDIMENTO DO PROG125 (ARQPRP)
      *-----------------------------------------------------
       0300-PEDIR-PROMESSA.
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
              GO TO 0300-FIM.
           MOVE WRK-PRP-DATA TO WRK-OCO-DATA.
           MOVE WRK-PRP-VALOR TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-OCO-VALOR.
       0300-FIM.
      *-----------------------------------------------------
       0400-GRAVAR-OCORRENCIA.
           OPEN EXTEND ARQOCO.
           IF FS-ARQOCO-STATUS = '35'
              OPEN OUTPUT ARQOCO.
           IF FS-ARQOCO-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQOCO.... ' FS-ARQOCO-STATUS
           ELSE
              MOVE SPACES TO REG-OCO
              ACCEPT OCO-DATA FROM DATE YYYYMMDD
              ACCEPT OCO-HORA FROM TIME
              MOVE LS-OPERADOR   TO OCO-OPERADOR
              MOVE WRK-CODIGO    TO OCO-CODIGO
              MOVE 'VIS'         TO OCO-TIPO
              MOVE WRK-TEXTO-OCO TO OCO-TEXTO
              WRITE REG-OCO
              CLOSE ARQOCO
              DISPLAY 'VISITA REGISTRADA..... ' WRK-CODIGO
                      ' ' WRK-OCO-RESULTADO.
      *-----------------------------------------------------
      * MUDOU-SE: MESMA TRAVA DA CARTA DEVOLVIDA DO PROG138,
      * COM O MOTIVO DA VISITA; A LIBERACAO SEGUE PELO PROG138
      * DEPOIS DA ALTERACAO DE ENDERECO JORNALIZADA
      *-----------------------------------------------------
       0500-TRAVAR-ENDERECO.
           MOVE 0 TO WRK-DEV-QTD.
           MOVE 0 TO WRK-DEV-ESTOURO.
           OPEN INPUT ARQDEV.
           IF FS-ARQDEV-STATUS = '00'
              READ ARQDEV AT END
                          MOVE 'F' TO FS-ARQDEV
              END-READ
              PERFORM 0520-GUARDAR-DEVOLUCAO UNTIL FS-ARQDEV = 'F'
              CLOSE ARQDEV.
           IF WRK-DEV-ESTOURO = 1
              GO TO 0500-FIM.
           MOVE 0 TO WRK-POS.
           PERFORM 0540-COMPARAR-DEVOLUCAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-DEV-QTD OR WRK-POS NOT = 0.
           IF WRK-POS NOT = 0
              AND WRK-DEV-SITUACAO (WRK-POS) = 'H'
              DISPLAY 'CLIENTE JA EM PESQUISA DE ENDERECO'
              GO TO 0500-FIM.
           IF WRK-POS = 0 AND WRK-DEV-QTD > 299
              DISPLAY 'DEVOLUCOES EXCEDEM O LIMITE DE 300, '
                      'NADA REGISTRADO'
              MOVE 1 TO WRK-DEV-ESTOURO
              GO TO 0500-FIM.
           IF WRK-POS = 0
              ADD 1 TO WRK-DEV-QTD
              MOVE WRK-DEV-QTD TO WRK-POS
              MOVE WRK-CODIGO TO WRK-DEV-CODIGO (WRK-POS).
           MOVE WRK-DATA-HOJE TO WRK-DEV-DATA (WRK-POS).
           MOVE 'MUDOU-SE (VISITA)' TO WRK-DEV-MOTIVO (WRK-POS).
           MOVE 'H' TO WRK-DEV-SITUACAO (WRK-POS).
           OPEN OUTPUT ARQDEV.
           IF FS-ARQDEV-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQDEV. ' FS-ARQDEV-STATUS
              MOVE 1 TO WRK-DEV-ESTOURO
              GO TO 0500-FIM.
           PERFORM 0560-GRAVAR-DEVOLUCAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-DEV-QTD.
           CLOSE ARQDEV.
           DISPLAY 'ENDERECO EM PESQUISA.. ' WRK-CODIGO.
       0500-FIM.
      *-----------------------------------------------------
       0520-GUARDAR-DEVOLUCAO.
           IF WRK-DEV-QTD > 299
              DISPLAY 'DEVOLUCOES EXCEDEM O LIMITE DE 300'
              MOVE 1 TO WRK-DEV-ESTOURO
              MOVE 'F' TO FS-ARQDEV
           ELSE
              ADD 1 TO WRK-DEV-QTD
              MOVE DEV-CODIGO   TO WRK-DEV-CODIGO (WRK-DEV-QTD)
              MOVE DEV-DATA     TO WRK-DEV-DATA (WRK-DEV-QTD)
              MOVE DEV-MOTIVO   TO WRK-DEV-MOTIVO (WRK-DEV-QTD)
              MOVE DEV-SITUACAO TO WRK-DEV-SITUACAO (WRK-DEV-QTD)
              READ ARQDEV AT END
                          MOVE 'F' TO FS-ARQDEV.
      *-----------------------------------------------------
       0540-COMPARAR-DEVOLUCAO.
           IF WRK-DEV-CODIGO (WRK-IDX) = WRK-CODIGO
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0560-GRAVAR-DEVOLUCAO.
           MOVE SPACES TO REG-DEV.
           MOVE WRK-DEV-CODIGO (WRK-IDX)   TO DEV-CODIGO.
           MOVE WRK-DEV-DATA (WRK-IDX)     TO DEV-DATA.
           MOVE WRK-DEV-MOTIVO (WRK-IDX)   TO DEV-MOTIVO.
           MOVE WRK-DEV-SITUACAO (WRK-IDX) TO DEV-SITUACAO.
           WRITE REG-DEV.
