           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
           SELECT ARQCTO ASSIGN TO UT-S-ARQCTO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTO-CHAVE
                  FILE STATUS IS FS-ARQCTO-STATUS.
           SELECT ARQABC ASSIGN TO UT-S-ARQABC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ABC-CODIGO
                  FILE STATUS IS FS-ARQABC-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 REG-JRN-ANTES    PIC X(135).
            05 FILLER           PIC X.
            05 REG-JRN-DEPOIS   PIC X(135).
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
       FD   ARQABC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 43 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ABC.
       01   REG-ABC.
            05 ABC-CODIGO       PIC 9(05).
            05 ABC-CLASSE       PIC X(01).
            05 ABC-DATA-INI     PIC 9(08).
            05 ABC-DATA-FIM     PIC 9(08).
            05 ABC-VALOR        PIC 9(09)V99.
            05 ABC-PCT-ACUM     PIC 9(03)V99.
            05 ABC-POSICAO      PIC 9(05).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQJRN        PIC X VALUE 'N'.
       77  WRK-CEP-ALF      PIC X(08) VALUE SPACES.
       77  WRK-REGIAO       PIC 9(02) VALUE ZEROS.
       77  WRK-CIDADE       PIC X(15) VALUE SPACES.
       77  FS-ARQCTO-STATUS PIC XX VALUE '00'.
       77  WRK-FIM-CTO      PIC X VALUE 'N'.
       77  WRK-QTD-CONTATOS PIC 9(02) VALUE 0.
       77  WRK-DESC-PAPEL   PIC X(17) VALUE SPACES.
       77  FS-ARQABC-STATUS PIC XX VALUE '00'.
      *-----------------------------------------------------
      * ULTIMOS TRES PAGAMENTOS E ULTIMOS TRES TOQUES DE
      * MANUTENCAO, MANTIDOS EM FILA DE TRES POSICOES
      * STATUS E REGIAO, FATURAS ABERTAS COM VENCIMENTO,
      * ULTIMOS TRES PAGAMENTOS DO ARQPAG, PIOR FAIXA DE
      * COBRANCA E OS TOQUES DE MANUTENCAO MAIS RECENTES DO
      * ARQJRN, ALEM DOS CONTATOS DO ARQCTO (PROG172) E DA
      * CLASSE ABC DO ARQABC (PROG203) -- O
      * QUE ANTES EXIGIA QUATRO PROGRAMAS E DEZ MINUTOS POR
      * TELEFONEMA
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'CODIGO DO CLIENTE..'.
           DISPLAY 'TELEFONE..' REG-TELEFONE.
           DISPLAY 'STATUS....' REG-STATUS.
           PERFORM 0250-REGIAO.
           PERFORM 0260-CLASSE-ABC.
           PERFORM 0270-CONTATOS.
      *-----------------------------------------------------
       0250-REGIAO.
           MOVE REG-CEP TO WRK-CEP-ALF.
           ELSE
              CALL 'PROG020' USING WRK-REGIAO, WRK-CIDADE
              DISPLAY 'REGIAO....' WRK-REGIAO ' ' WRK-CIDADE.
      *-----------------------------------------------------
       0260-CLASSE-ABC.
           OPEN INPUT ARQABC.
           IF FS-ARQABC-STATUS NOT = '00'
              DISPLAY 'CURVA ABC.SEM CLASSIFICACAO'
           ELSE
              MOVE WRK-CODIGO TO ABC-CODIGO
              READ ARQABC
                  INVALID KEY
                      DISPLAY 'CURVA ABC.SEM FATURAMENTO NO PERIODO'
                  NOT INVALID KEY
                      DISPLAY 'CURVA ABC.' ABC-CLASSE ' POSICAO '
                              ABC-POSICAO ' DE ' ABC-DATA-INI
                              ' A ' ABC-DATA-FIM
              END-READ
              CLOSE ARQABC.
      *-----------------------------------------------------
       0270-CONTATOS.
           DISPLAY '------------------------------------'.
           DISPLAY 'CONTATOS'.
           OPEN INPUT ARQCTO.
           IF FS-ARQCTO-STATUS NOT = '00'
              DISPLAY '  NENHUM CONTATO CADASTRADO'
           ELSE
              MOVE WRK-CODIGO TO CTO-CODIGO
              MOVE ZEROS TO CTO-SEQ
              MOVE 'N' TO WRK-FIM-CTO
              START ARQCTO KEY IS NOT < CTO-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WRK-FIM-CTO
              END-START
              PERFORM 0280-MOSTRAR-CONTATO UNTIL WRK-FIM-CTO = 'S'
              CLOSE ARQCTO
              IF WRK-QTD-CONTATOS = 0
                 DISPLAY '  NENHUM CONTATO CADASTRADO'
              END-IF.
      *-----------------------------------------------------
       0280-MOSTRAR-CONTATO.
           READ ARQCTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CTO
               NOT AT END
                   IF CTO-CODIGO NOT = WRK-CODIGO
                      MOVE 'S' TO WRK-FIM-CTO
                   ELSE
                      ADD 1 TO WRK-QTD-CONTATOS
                      EVALUATE CTO-PAPEL
                          WHEN 'F' MOVE 'FINANCEIRO'
                                     TO WRK-DESC-PAPEL
                          WHEN 'C' MOVE 'COMERCIAL'
                                     TO WRK-DESC-PAPEL
                          WHEN 'L' MOVE 'RESPONSAVEL LEGAL'
                                     TO WRK-DESC-PAPEL
                          WHEN OTHER
                                   MOVE SPACES TO WRK-DESC-PAPEL
                      END-EVALUATE
                      DISPLAY '  ' WRK-DESC-PAPEL ' ' CTO-NOME
                      DISPLAY '    TEL ' CTO-TELEFONE ' ' CTO-EMAIL
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0300-FATURAS-ABERTAS.
           DISPLAY '------------------------------------'.
