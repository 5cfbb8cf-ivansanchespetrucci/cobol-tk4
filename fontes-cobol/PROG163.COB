       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG163.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPCT ASSIGN TO UT-S-ARQPCT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PCT-CHAVE
                  FILE STATUS IS FS-ARQPCT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPCT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PCT.
       01   REG-PCT.
            05 PCT-CHAVE.
               10 PCT-EMPRESA   PIC 9(02).
               10 PCT-TIPO      PIC X(01).
            05 PCT-DEBITO       PIC X(12).
            05 PCT-CREDITO      PIC X(12).
            05 PCT-DESCRICAO    PIC X(20).
            05 PCT-STATUS       PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPCT        PIC X VALUE 'N'.
       77  FS-ARQPCT-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77  WRK-TIPO         PIC X(01) VALUE SPACES.
           88 WRK-TIPO-VALIDO VALUE 'F' 'P' 'A' 'D' 'B' 'J' 'V' 'R'
                                    'T' 'G' 'L'.
       77  WRK-DEBITO       PIC X(12) VALUE SPACES.
       77  WRK-CREDITO      PIC X(12) VALUE SPACES.
       77  WRK-DESCRICAO    PIC X(20) VALUE SPACES.
       77  WRK-QTD          PIC 9(03) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'PLANO DE CONTAS DO EXTRATO CONTABIL'.
            DISPLAY '1=INCLUIR 2=ALTERAR 3=DESATIVAR 4=LISTAR..'.
            ACCEPT WRK-OPCAO.
            PERFORM 0100-ABRIR.
            IF FS-ARQPCT-STATUS = '00'
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-ALTERAR THRU 0300-FIM
                   WHEN 3 PERFORM 0400-DESATIVAR
                   WHEN 4 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               CLOSE ARQPCT.
           STOP RUN.
      *-----------------------------------------------------
      * DE-PARA DO EXTRATO CONTABIL PARA O PLANO DE CONTAS:
      * PARA CADA EMPRESA E TIPO DE MOVIMENTO DO ARQCTB
      * (F FATURA, P RECEBIMENTO, A NOTA DE CREDITO E
      * DESCONTO, D REEMBOLSO, B BAIXA POR PERDA, J JUROS E
      * MULTA, V PROVISAO PDD E R ESTORNO DA PDD DO PROG165,
      * T TAXA DO MEIO DE PAGAMENTO, G GANHO E L PERDA DE
      * VARIACAO CAMBIAL DO PROG071)
      * A CONTA A DEBITAR E A CONTA A CREDITAR. O PROG164
      * MONTA O DIARIO A PARTIR DESTA TABELA
      *-----------------------------------------------------
       0100-ABRIR.
           OPEN I-O ARQPCT.
           IF FS-ARQPCT-STATUS = '35'
              OPEN OUTPUT ARQPCT
              CLOSE ARQPCT
              OPEN I-O ARQPCT.
           IF FS-ARQPCT-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPCT.... ' FS-ARQPCT-STATUS.
      *-----------------------------------------------------
       0150-INFORMAR-CHAVE.
           DISPLAY 'EMPRESA (01-99)...........'.
           ACCEPT WRK-EMPRESA.
           DISPLAY 'TIPO DE MOVIMENTO (F/P/A/D/B/J/V/R/T/G/L)..'.
           ACCEPT WRK-TIPO.
           MOVE WRK-EMPRESA TO PCT-EMPRESA.
           MOVE WRK-TIPO    TO PCT-TIPO.
      *-----------------------------------------------------
       0160-INFORMAR-CONTAS.
           DISPLAY 'CONTA A DEBITAR...........'.
           ACCEPT WRK-DEBITO.
           DISPLAY 'CONTA A CREDITAR..........'.
           ACCEPT WRK-CREDITO.
           DISPLAY 'HISTORICO.................'.
           ACCEPT WRK-DESCRICAO.
      *-----------------------------------------------------
       0200-INCLUIR.
           PERFORM 0150-INFORMAR-CHAVE.
           IF WRK-EMPRESA = 0 OR WRK-TIPO = SPACE
              DISPLAY 'EMPRESA E TIPO SAO OBRIGATORIOS'
              GO TO 0200-FIM.
           IF NOT WRK-TIPO-VALIDO
              DISPLAY 'TIPO DE MOVIMENTO INVALIDO.. ' WRK-TIPO
              GO TO 0200-FIM.
           PERFORM 0160-INFORMAR-CONTAS.
           IF WRK-DEBITO = SPACES OR WRK-CREDITO = SPACES
              DISPLAY 'AS DUAS CONTAS SAO OBRIGATORIAS'
              GO TO 0200-FIM.
           MOVE WRK-DEBITO    TO PCT-DEBITO.
           MOVE WRK-CREDITO   TO PCT-CREDITO.
           MOVE WRK-DESCRICAO TO PCT-DESCRICAO.
           MOVE 'A' TO PCT-STATUS.
           WRITE REG-PCT
               INVALID KEY
                   DISPLAY 'TIPO JA MAPEADO....... ' WRK-EMPRESA
                           ' ' WRK-TIPO
               NOT INVALID KEY
                   DISPLAY 'MAPEAMENTO INCLUIDO... ' WRK-EMPRESA
                           ' ' WRK-TIPO
           END-WRITE.
       0200-FIM.
      *-----------------------------------------------------
       0300-ALTERAR.
           PERFORM 0150-INFORMAR-CHAVE.
           READ ARQPCT
               INVALID KEY
                   DISPLAY 'TIPO NAO MAPEADO...... ' WRK-EMPRESA
                           ' ' WRK-TIPO
                   GO TO 0300-FIM
           END-READ.
           DISPLAY 'DEBITO ATUAL.......... ' PCT-DEBITO.
           DISPLAY 'CREDITO ATUAL......... ' PCT-CREDITO.
           DISPLAY 'HISTORICO ATUAL....... ' PCT-DESCRICAO.
           PERFORM 0160-INFORMAR-CONTAS.
           IF WRK-DEBITO = SPACES OR WRK-CREDITO = SPACES
              DISPLAY 'AS DUAS CONTAS SAO OBRIGATORIAS'
              GO TO 0300-FIM.
           MOVE WRK-DEBITO    TO PCT-DEBITO.
           MOVE WRK-CREDITO   TO PCT-CREDITO.
           MOVE WRK-DESCRICAO TO PCT-DESCRICAO.
           MOVE 'A' TO PCT-STATUS.
           REWRITE REG-PCT.
           DISPLAY 'MAPEAMENTO ALTERADO... ' WRK-EMPRESA ' ' WRK-TIPO.
       0300-FIM.
      *-----------------------------------------------------
       0400-DESATIVAR.
           PERFORM 0150-INFORMAR-CHAVE.
           READ ARQPCT
               INVALID KEY
                   DISPLAY 'TIPO NAO MAPEADO...... ' WRK-EMPRESA
                           ' ' WRK-TIPO
               NOT INVALID KEY
                   MOVE 'I' TO PCT-STATUS
                   REWRITE REG-PCT
                   DISPLAY 'MAPEAMENTO DESATIVADO. ' WRK-EMPRESA
                           ' ' WRK-TIPO
           END-READ.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'EM TIPO DEBITO       CREDITO      HISTORICO'
                   '            STATUS'.
           DISPLAY '------------------------------------'.
           READ ARQPCT NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQPCT.
           PERFORM 0550-LISTAR-UM UNTIL FS-ARQPCT = 'F'.
           DISPLAY 'MAPEAMENTOS LISTADOS.. ' WRK-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UM.
           DISPLAY PCT-EMPRESA ' ' PCT-TIPO '    ' PCT-DEBITO ' '
                   PCT-CREDITO ' ' PCT-DESCRICAO ' ' PCT-STATUS.
           ADD 1 TO WRK-QTD.
           READ ARQPCT NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQPCT.
