       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG172.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQCTO ASSIGN TO UT-S-ARQCTO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTO-CHAVE
                  FILE STATUS IS FS-ARQCTO-STATUS.
           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQCTO
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 115 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTO.
       01   REG-CTO.
            05 CTO-CHAVE.
               10 CTO-CODIGO    PIC 9(05).
               10 CTO-SEQ       PIC 9(02).
            05 CTO-NOME         PIC X(30).
            05 CTO-PAPEL        PIC X(01).
            05 CTO-TELEFONE     PIC X(11).
            05 CTO-EMAIL        PIC X(50).
            05 CTO-DATA-ALTERACAO PIC 9(08).
            05 CTO-OPERADOR     PIC X(08).
       FD   ARQJRN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-JRN.
       01   REG-JRN.
            05 REG-JRN-DATA     PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-HORA     PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-PROGRAMA PIC X(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-OPERACAO PIC X(12).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-ANTES    PIC X(135).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-DEPOIS   PIC X(135).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTO-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-SEQ          PIC 9(02) VALUE ZEROS.
       77  WRK-PROX-SEQ     PIC 9(02) VALUE ZEROS.
       77  WRK-NOME         PIC X(30) VALUE SPACES.
       77  WRK-PAPEL        PIC X(01) VALUE SPACE.
           88 WRK-PAPEL-VALIDO VALUE 'F' 'C' 'L'.
       77  WRK-TELEFONE     PIC X(11) VALUE SPACES.
       77  WRK-EMAIL        PIC X(50) VALUE SPACES.
       77  WRK-ARROBAS      PIC 9(02) VALUE 0.
       77  WRK-DESC-PAPEL   PIC X(17) VALUE SPACES.
       77  WRK-FIM-SCAN     PIC X VALUE 'N'.
       77  WRK-QTD-LISTADOS PIC 9(02) VALUE 0.
       77  WRK-CTO-ABERTO   PIC 9 VALUE 0.
       77  WRK-IMAGEM-ANTES PIC X(135) VALUE SPACES.
       77  WRK-DV-ACAO      PIC X(01) VALUE 'V'.
       77  WRK-DIGITO       PIC 9(01) VALUE 0.
       77  WRK-DV-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       LINKAGE                         SECTION.
       01  LS-OPERADOR      PIC X(08).
       PROCEDURE  DIVISION USING LS-OPERADOR.
       0001-PRINCIPAL.
            DISPLAY 'CONTATOS DO CLIENTE'.
            PERFORM 0100-INFORMAR-CLIENTE THRU 0100-FIM.
            IF WRK-RETORNO = 0
               DISPLAY '1=INCLUIR 2=ALTERAR 3=EXCLUIR 4=LISTAR....'
               ACCEPT WRK-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-ALTERAR THRU 0300-FIM
                   WHEN 3 PERFORM 0400-EXCLUIR THRU 0400-FIM
                   WHEN 4 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
            PERFORM 0900-FINALIZAR.
           GOBACK.
      *-----------------------------------------------------
      * CONTATOS DE CADA CLIENTE NO ARQCTO, CHAVEADOS POR
      * CODIGO E SEQUENCIA: NOME, PAPEL (F FINANCEIRO, C
      * COMERCIAL, L RESPONSAVEL LEGAL), TELEFONE E E-MAIL.
      * A VISAO 360 (PROG134) MOSTRA TODOS; A IDADE DOS
      * SALDOS (PROG069) E AS CARTAS DE COBRANCA (PROG070)
      * USAM O PRIMEIRO CONTATO FINANCEIRO NO LUGAR DO
      * TELEFONE DO CADASTRO. CADA MANUTENCAO VAI PARA O
      * ARQJRN COMO CONTATO, COM AS IMAGENS ANTES/DEPOIS
      *-----------------------------------------------------
       0100-INFORMAR-CLIENTE.
           DISPLAY 'CODIGO DO CLIENTE............'.
           ACCEPT WRK-CODIGO.
           DISPLAY 'DIGITO VERIFICADOR...........'.
           ACCEPT WRK-DIGITO.
           MOVE 'V' TO WRK-DV-ACAO.
           CALL 'PROG058' USING WRK-DV-ACAO, WRK-CODIGO,
                                WRK-DIGITO, WRK-DV-RESULT.
           IF WRK-DV-RESULT NOT = 'V'
              DISPLAY 'DIGITO VERIFICADOR INVALIDO.. ' WRK-CODIGO
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE WRK-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'NENHUM REGISTRO CODIGO.. ' WRK-CODIGO
                   MOVE 8 TO WRK-RETORNO
               NOT INVALID KEY
                   DISPLAY 'CLIENTE...' REG-CODIGO ' ' REG-NOME
           END-READ.
           CLOSE CLIENTES.
           IF WRK-RETORNO NOT = 0
              GO TO 0100-FIM.
           OPEN I-O ARQCTO.
           IF FS-ARQCTO-STATUS = '35'
              OPEN OUTPUT ARQCTO
              CLOSE ARQCTO
              OPEN I-O ARQCTO.
           IF FS-ARQCTO-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQCTO.... ' FS-ARQCTO-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-CTO-ABERTO.
           OPEN EXTEND ARQJRN.
           IF FS-ARQJRN-STATUS = '35'
              OPEN OUTPUT ARQJRN.
           IF FS-ARQJRN-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQJRN.... ' FS-ARQJRN-STATUS.
       0100-FIM.
      *-----------------------------------------------------
      * NOVO CONTATO RECEBE A PROXIMA SEQUENCIA DO CLIENTE
      *-----------------------------------------------------
       0200-INCLUIR.
           MOVE ZEROS TO WRK-PROX-SEQ.
           MOVE WRK-CODIGO TO CTO-CODIGO.
           MOVE ZEROS TO CTO-SEQ.
           MOVE 'N' TO WRK-FIM-SCAN.
           START ARQCTO KEY IS NOT < CTO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
           END-START.
           PERFORM 0220-ULTIMA-SEQUENCIA UNTIL WRK-FIM-SCAN = 'S'.
           IF WRK-PROX-SEQ = 99
              DISPLAY 'CLIENTE JA TEM 99 CONTATOS'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           ADD 1 TO WRK-PROX-SEQ.
           MOVE SPACES TO WRK-NOME WRK-TELEFONE WRK-EMAIL.
           MOVE SPACE TO WRK-PAPEL.
           PERFORM 0600-INFORMAR-DADOS.
           PERFORM 0650-CONFERIR-DADOS THRU 0650-FIM.
           IF WRK-RETORNO NOT = 0
              GO TO 0200-FIM.
           MOVE SPACES TO REG-CTO.
           MOVE WRK-CODIGO   TO CTO-CODIGO.
           MOVE WRK-PROX-SEQ TO CTO-SEQ.
           PERFORM 0680-MONTAR-CONTATO.
           WRITE REG-CTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTATO.. ' CTO-CHAVE
                   MOVE 8 TO WRK-RETORNO
           END-WRITE.
           IF WRK-RETORNO NOT = 0
              GO TO 0200-FIM.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           PERFORM 0700-GRAVAR-JRN.
           DISPLAY 'CONTATO INCLUIDO........ ' WRK-CODIGO ' '
                   CTO-SEQ.
       0200-FIM.
      *-----------------------------------------------------
       0220-ULTIMA-SEQUENCIA.
           READ ARQCTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   IF CTO-CODIGO NOT = WRK-CODIGO
                      MOVE 'S' TO WRK-FIM-SCAN
                   ELSE
                      MOVE CTO-SEQ TO WRK-PROX-SEQ
                   END-IF
           END-READ.
      *-----------------------------------------------------
      * NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL
      *-----------------------------------------------------
       0300-ALTERAR.
           PERFORM 0550-LER-CONTATO THRU 0550-FIM.
           IF WRK-RETORNO NOT = 0
              GO TO 0300-FIM.
           MOVE REG-CTO TO WRK-IMAGEM-ANTES.
           DISPLAY '(BRANCO MANTEM O VALOR ATUAL)'.
           PERFORM 0600-INFORMAR-DADOS.
           IF WRK-NOME = SPACES
              MOVE CTO-NOME TO WRK-NOME.
           IF WRK-PAPEL = SPACE
              MOVE CTO-PAPEL TO WRK-PAPEL.
           IF WRK-TELEFONE = SPACES
              MOVE CTO-TELEFONE TO WRK-TELEFONE.
           IF WRK-EMAIL = SPACES
              MOVE CTO-EMAIL TO WRK-EMAIL.
           PERFORM 0650-CONFERIR-DADOS THRU 0650-FIM.
           IF WRK-RETORNO NOT = 0
              GO TO 0300-FIM.
           PERFORM 0680-MONTAR-CONTATO.
           REWRITE REG-CTO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR CONTATO ' CTO-CHAVE
                   MOVE 8 TO WRK-RETORNO
           END-REWRITE.
           IF WRK-RETORNO NOT = 0
              GO TO 0300-FIM.
           PERFORM 0700-GRAVAR-JRN.
           DISPLAY 'CONTATO ALTERADO........ ' WRK-CODIGO ' '
                   CTO-SEQ.
       0300-FIM.
      *-----------------------------------------------------
       0400-EXCLUIR.
           PERFORM 0550-LER-CONTATO THRU 0550-FIM.
           IF WRK-RETORNO NOT = 0
              GO TO 0400-FIM.
           MOVE REG-CTO TO WRK-IMAGEM-ANTES.
           DELETE ARQCTO
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR CONTATO. ' CTO-CHAVE
                   MOVE 8 TO WRK-RETORNO
           END-DELETE.
           IF WRK-RETORNO NOT = 0
              GO TO 0400-FIM.
           MOVE SPACES TO REG-CTO.
           PERFORM 0700-GRAVAR-JRN.
           DISPLAY 'CONTATO EXCLUIDO........ ' WRK-CODIGO ' '
                   WRK-SEQ.
       0400-FIM.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'SQ PAPEL             NOME'.
           DISPLAY '   TELEFONE    E-MAIL'.
           DISPLAY '------------------------------------'.
           MOVE WRK-CODIGO TO CTO-CODIGO.
           MOVE ZEROS TO CTO-SEQ.
           MOVE 'N' TO WRK-FIM-SCAN.
           START ARQCTO KEY IS NOT < CTO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SCAN
           END-START.
           PERFORM 0520-LISTAR-CONTATO UNTIL WRK-FIM-SCAN = 'S'.
           DISPLAY '------------------------------------'.
           DISPLAY 'CONTATOS LISTADOS....... ' WRK-QTD-LISTADOS.
           IF WRK-QTD-LISTADOS = 0
              MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
       0520-LISTAR-CONTATO.
           READ ARQCTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SCAN
               NOT AT END
                   IF CTO-CODIGO NOT = WRK-CODIGO
                      MOVE 'S' TO WRK-FIM-SCAN
                   ELSE
                      PERFORM 0530-DESCREVER-PAPEL
                      DISPLAY CTO-SEQ ' ' WRK-DESC-PAPEL ' '
                              CTO-NOME
                      DISPLAY '   ' CTO-TELEFONE ' ' CTO-EMAIL
                      ADD 1 TO WRK-QTD-LISTADOS
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0530-DESCREVER-PAPEL.
           EVALUATE CTO-PAPEL
               WHEN 'F' MOVE 'FINANCEIRO'        TO WRK-DESC-PAPEL
               WHEN 'C' MOVE 'COMERCIAL'         TO WRK-DESC-PAPEL
               WHEN 'L' MOVE 'RESPONSAVEL LEGAL' TO WRK-DESC-PAPEL
               WHEN OTHER
                        MOVE SPACES              TO WRK-DESC-PAPEL
           END-EVALUATE.
      *-----------------------------------------------------
       0550-LER-CONTATO.
           DISPLAY 'SEQUENCIA DO CONTATO.........'.
           ACCEPT WRK-SEQ.
           MOVE WRK-CODIGO TO CTO-CODIGO.
           MOVE WRK-SEQ    TO CTO-SEQ.
           READ ARQCTO
               INVALID KEY
                   DISPLAY 'CONTATO INEXISTENTE..... ' WRK-CODIGO ' '
                           WRK-SEQ
                   MOVE 8 TO WRK-RETORNO
                   GO TO 0550-FIM
           END-READ.
           PERFORM 0530-DESCREVER-PAPEL.
           DISPLAY 'NOME......' CTO-NOME.
           DISPLAY 'PAPEL.....' CTO-PAPEL ' ' WRK-DESC-PAPEL.
           DISPLAY 'TELEFONE..' CTO-TELEFONE.
           DISPLAY 'E-MAIL....' CTO-EMAIL.
       0550-FIM.
      *-----------------------------------------------------
       0600-INFORMAR-DADOS.
           DISPLAY 'NOME DO CONTATO..............'.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           DISPLAY 'PAPEL (F=FINANCEIRO C=COMERCIAL L=RESP.LEGAL)'.
           MOVE SPACE TO WRK-PAPEL.
           ACCEPT WRK-PAPEL.
           DISPLAY 'TELEFONE.....................'.
           MOVE SPACES TO WRK-TELEFONE.
           ACCEPT WRK-TELEFONE.
           DISPLAY 'E-MAIL.......................'.
           MOVE SPACES TO WRK-EMAIL.
           ACCEPT WRK-EMAIL.
      *-----------------------------------------------------
      * NOME E PAPEL OBRIGATORIOS; TELEFONE OU E-MAIL PARA O
      * CONTATO SERVIR; E-MAIL COM UMA ARROBA SO, COMO NO
      * CANAL DE CORRESPONDENCIA DO PROG167
      *-----------------------------------------------------
       0650-CONFERIR-DADOS.
           IF WRK-NOME = SPACES
              DISPLAY 'NOME DO CONTATO E OBRIGATORIO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0650-FIM.
           IF NOT WRK-PAPEL-VALIDO
              DISPLAY 'PAPEL INVALIDO......... ' WRK-PAPEL
              MOVE 8 TO WRK-RETORNO
              GO TO 0650-FIM.
           IF WRK-TELEFONE = SPACES AND WRK-EMAIL = SPACES
              DISPLAY 'INFORME TELEFONE OU E-MAIL DO CONTATO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0650-FIM.
           MOVE 0 TO WRK-ARROBAS.
           INSPECT WRK-EMAIL TALLYING WRK-ARROBAS FOR ALL '@'.
           IF WRK-EMAIL NOT = SPACES
              AND (WRK-ARROBAS NOT = 1 OR WRK-EMAIL (1:1) = SPACE
                   OR WRK-EMAIL (1:1) = '@')
              DISPLAY 'E-MAIL INVALIDO....... ' WRK-EMAIL
              MOVE 8 TO WRK-RETORNO.
       0650-FIM.
      *-----------------------------------------------------
       0680-MONTAR-CONTATO.
           MOVE WRK-NOME     TO CTO-NOME.
           MOVE WRK-PAPEL    TO CTO-PAPEL.
           MOVE WRK-TELEFONE TO CTO-TELEFONE.
           MOVE WRK-EMAIL    TO CTO-EMAIL.
           ACCEPT CTO-DATA-ALTERACAO FROM DATE YYYYMMDD.
           MOVE LS-OPERADOR  TO CTO-OPERADOR.
      *-----------------------------------------------------
      * TRILHA DE AUDITORIA DAS MANUTENCOES: DATA, HORA,
      * PROGRAMA E IMAGENS ANTES/DEPOIS DO REGISTRO;
      * CONSULTA PELO PROG040
      *-----------------------------------------------------
       0700-GRAVAR-JRN.
           IF FS-ARQJRN-STATUS = '00'
              MOVE SPACES TO REG-JRN
              ACCEPT REG-JRN-DATA FROM DATE YYYYMMDD
              ACCEPT REG-JRN-HORA FROM TIME
              MOVE 'PROG172' TO REG-JRN-PROGRAMA
              MOVE 'CONTATO' TO REG-JRN-OPERACAO
              MOVE WRK-IMAGEM-ANTES TO REG-JRN-ANTES
              MOVE REG-CTO TO REG-JRN-DEPOIS
              WRITE REG-JRN.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-CTO-ABERTO = 1
               CLOSE ARQCTO.
            IF FS-ARQJRN-STATUS = '00'
               CLOSE ARQJRN.
