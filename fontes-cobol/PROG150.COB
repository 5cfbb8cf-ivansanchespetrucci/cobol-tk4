       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG150.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
           SELECT ARQCRD ASSIGN TO UT-S-ARQCRD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCRD-STATUS.
           SELECT ARQRMB ASSIGN TO UT-S-ARQRMB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRMB-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQOPE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OPERADOR.
       01   REG-OPERADOR.
            05 OPE-ID           PIC X(08).
            05 OPE-SENHA        PIC X(08).
            05 OPE-NIVEL        PIC 9(01).
       FD   ARQCRD
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CRD.
       01   REG-CRD.
            05 CRD-CODIGO       PIC 9(05).
            05 CRD-NUMERO       PIC 9(06).
            05 CRD-VALOR        PIC 9(07)V99.
            05 CRD-DATA         PIC 9(08).
            05 CRD-SITUACAO     PIC X(01).
       FD   ARQRMB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RMB.
       01   REG-RMB.
            05 RMB-CODIGO       PIC 9(05).
            05 RMB-NUMERO       PIC 9(06).
            05 RMB-VALOR        PIC 9(07)V99.
            05 RMB-DATA-CRD     PIC 9(08).
            05 RMB-DATA-PEDIDO  PIC 9(08).
            05 RMB-BANCO        PIC 9(03).
            05 RMB-AGENCIA      PIC 9(05).
            05 RMB-CONTA        PIC X(12).
            05 RMB-TITULAR      PIC X(30).
            05 RMB-OPERADOR     PIC X(08).
            05 RMB-SITUACAO     PIC X(01).
            05 RMB-DATA-ENVIO   PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-ARQCRD        PIC X VALUE 'N'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  FS-ARQCRD-STATUS PIC XX VALUE '00'.
       77  FS-ARQRMB-STATUS PIC XX VALUE '00'.
       77  WRK-ID           PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-NIVEL        PIC 9(01) VALUE 0.
       77  WRK-AUTORIZADO   PIC 9 VALUE 0.
       01  WRK-TAB-CREDITOS.
           05 WRK-TAB-CRD-ENTRY OCCURS 300 TIMES.
               10 WRK-CRD-CODIGO   PIC 9(05).
               10 WRK-CRD-NUMERO   PIC 9(06).
               10 WRK-CRD-VALOR    PIC 9(07)V99.
               10 WRK-CRD-DATA     PIC 9(08).
               10 WRK-CRD-SITUACAO PIC X(01).
       77  WRK-CRD-QTD      PIC 9(03) VALUE 0.
       77  WRK-CRD-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-SEQ-ALVO     PIC 9(03) VALUE 0.
       77  WRK-PROSSEGUE    PIC 9 VALUE 1.
       77  WRK-BANCO        PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA      PIC 9(05) VALUE ZEROS.
       77  WRK-CONTA        PIC X(12) VALUE SPACES.
       77  WRK-TITULAR      PIC X(30) VALUE SPACES.
       77  WRK-CONFIRMA     PIC X(01) VALUE SPACE.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-REEMBOLSOU   PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0050-SIGNON.
            IF WRK-AUTORIZADO = 0
               DISPLAY 'REEMBOLSO RESTRITO AO SUPERVISOR'
               MOVE 8 TO WRK-RETORNO
            ELSE
               PERFORM 0100-INICIAR THRU 0100-FIM
               IF WRK-PROSSEGUE = 1
                  PERFORM 0300-DADOS-BANCARIOS THRU 0300-FIM
               END-IF
               IF WRK-PROSSEGUE = 1
                  PERFORM 0400-REEMBOLSAR THRU 0400-FIM
               END-IF
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * PEDIDO DE REEMBOLSO DE CREDITO EM CONTA: O CREDITO
      * ABERTO DO ARQCRD (PROG068) QUE O CLIENTE NAO VAI
      * USAR EM OUTRA FATURA E DEVOLVIDO EM DINHEIRO. EXIGE
      * OPERADOR NIVEL 2 DO ARQOPE COMO O PROG091; OS DADOS
      * BANCARIOS VAO PARA O ARQRMB PENDENTES (P), O PROG151
      * GERA O ARQUIVO DE PAGAMENTO PARA O BANCO E O PROG071
      * LEVA A SAIDA DE CAIXA AO ARQCTB. O CREDITO FICA
      * MARCADO COMO REEMBOLSADO (R), NAO COMO APLICADO (U)
      *-----------------------------------------------------
       0050-SIGNON.
           DISPLAY 'OPERADOR..'.
           ACCEPT WRK-ID.
           DISPLAY 'SENHA.....'.
           ACCEPT WRK-SENHA.
           OPEN INPUT ARQOPE.
           IF FS-ARQOPE-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE OPERADORES AUSENTE'
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE
              END-READ
              PERFORM 0060-CONFERIR-OPERADOR UNTIL FS-ARQOPE = 'F'
              CLOSE ARQOPE.
      *-----------------------------------------------------
       0060-CONFERIR-OPERADOR.
           IF OPE-ID = WRK-ID AND OPE-SENHA = WRK-SENHA
              MOVE OPE-NIVEL TO WRK-NIVEL
              IF WRK-NIVEL NOT < 2
                 MOVE 1 TO WRK-AUTORIZADO
              END-IF
              MOVE 'F' TO FS-ARQOPE
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQCRD.
           IF FS-ARQCRD-STATUS NOT = '00'
              DISPLAY 'NENHUM CREDITO EM CONTA. ' FS-ARQCRD-STATUS
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 4 TO WRK-RETORNO
              GO TO 0100-FIM.
           READ ARQCRD AT END
                       MOVE 'F' TO FS-ARQCRD.
           PERFORM 0150-CARREGAR-CREDITO UNTIL FS-ARQCRD = 'F'.
           CLOSE ARQCRD.
           IF WRK-CRD-ESTOURO = 1
              DISPLAY 'REEMBOLSO CANCELADO, ARQCRD PRESERVADO'
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0200-LISTAR-ABERTOS.
           DISPLAY 'SEQUENCIA DO CREDITO A REEMBOLSAR..'.
           ACCEPT WRK-SEQ-ALVO.
           IF WRK-SEQ-ALVO = 0
              OR WRK-SEQ-ALVO > WRK-CRD-QTD
              DISPLAY 'SEQUENCIA INEXISTENTE... ' WRK-SEQ-ALVO
              MOVE 0 TO WRK-PROSSEGUE
              GO TO 0100-FIM.
           IF WRK-CRD-SITUACAO (WRK-SEQ-ALVO) NOT = 'A'
              DISPLAY 'CREDITO NAO ESTA ABERTO. ' WRK-SEQ-ALVO
                      ' (' WRK-CRD-SITUACAO (WRK-SEQ-ALVO) ')'
              MOVE 0 TO WRK-PROSSEGUE.
       0100-FIM.
      *-----------------------------------------------------
      * COM A TABELA ESTOURADA A REGRAVACAO DO ARQCRD
      * TRUNCARIA O ARQUIVO, COMO NO PROG088
      *-----------------------------------------------------
       0150-CARREGAR-CREDITO.
           IF WRK-CRD-QTD > 299
              DISPLAY 'CREDITOS EXCEDEM O LIMITE DE 300'
              MOVE 1 TO WRK-CRD-ESTOURO
              MOVE 'F' TO FS-ARQCRD
           ELSE
              ADD 1 TO WRK-CRD-QTD
              MOVE CRD-CODIGO   TO WRK-CRD-CODIGO (WRK-CRD-QTD)
              MOVE CRD-NUMERO   TO WRK-CRD-NUMERO (WRK-CRD-QTD)
              MOVE CRD-VALOR    TO WRK-CRD-VALOR (WRK-CRD-QTD)
              MOVE CRD-DATA     TO WRK-CRD-DATA (WRK-CRD-QTD)
              MOVE CRD-SITUACAO TO WRK-CRD-SITUACAO (WRK-CRD-QTD)
              READ ARQCRD AT END
                          MOVE 'F' TO FS-ARQCRD.
      *-----------------------------------------------------
       0200-LISTAR-ABERTOS.
           DISPLAY 'CREDITOS EM CONTA ABERTOS'.
           DISPLAY 'SEQ CLIENTE VALOR         DATA'.
           DISPLAY '------------------------------------'.
           PERFORM 0220-LISTAR-UM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-CRD-QTD.
      *-----------------------------------------------------
       0220-LISTAR-UM.
           IF WRK-CRD-SITUACAO (WRK-IDX) = 'A'
              MOVE WRK-CRD-VALOR (WRK-IDX) TO WRK-VALOR-ED
              DISPLAY WRK-IDX ' ' WRK-CRD-CODIGO (WRK-IDX)
                      ' ' WRK-VALOR-ED
                      ' ' WRK-CRD-DATA (WRK-IDX).
      *-----------------------------------------------------
       0300-DADOS-BANCARIOS.
           MOVE WRK-CRD-VALOR (WRK-SEQ-ALVO) TO WRK-VALOR-ED.
           DISPLAY 'CLIENTE ' WRK-CRD-CODIGO (WRK-SEQ-ALVO)
                   ' VALOR ' WRK-VALOR-ED.
           DISPLAY 'BANCO DO CLIENTE............'.
           ACCEPT WRK-BANCO.
           DISPLAY 'AGENCIA.....................'.
           ACCEPT WRK-AGENCIA.
           DISPLAY 'CONTA.......................'.
           ACCEPT WRK-CONTA.
           DISPLAY 'TITULAR DA CONTA............'.
           ACCEPT WRK-TITULAR.
           IF WRK-BANCO = 0 OR WRK-AGENCIA = 0
              OR WRK-CONTA = SPACES OR WRK-TITULAR = SPACES
              DISPLAY 'DADOS BANCARIOS INCOMPLETOS'
              MOVE 0 TO WRK-PROSSEGUE
              GO TO 0300-FIM.
           DISPLAY 'CONFIRMA O REEMBOLSO (S/N)..'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'REEMBOLSO NAO CONFIRMADO'
              MOVE 0 TO WRK-PROSSEGUE.
       0300-FIM.
      *-----------------------------------------------------
      * O PEDIDO E GRAVADO ANTES DE MARCAR O CREDITO; SEM O
      * ARQRMB O CREDITO CONTINUA ABERTO
      *-----------------------------------------------------
       0400-REEMBOLSAR.
           OPEN EXTEND ARQRMB.
           IF FS-ARQRMB-STATUS = '35'
              OPEN OUTPUT ARQRMB.
           IF FS-ARQRMB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQRMB.... ' FS-ARQRMB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE SPACES TO REG-RMB.
           MOVE WRK-CRD-CODIGO (WRK-SEQ-ALVO) TO RMB-CODIGO.
           MOVE WRK-CRD-NUMERO (WRK-SEQ-ALVO) TO RMB-NUMERO.
           MOVE WRK-CRD-VALOR (WRK-SEQ-ALVO)  TO RMB-VALOR.
           MOVE WRK-CRD-DATA (WRK-SEQ-ALVO)   TO RMB-DATA-CRD.
           MOVE WRK-DATA-HOJE TO RMB-DATA-PEDIDO.
           MOVE WRK-BANCO     TO RMB-BANCO.
           MOVE WRK-AGENCIA   TO RMB-AGENCIA.
           MOVE WRK-CONTA     TO RMB-CONTA.
           MOVE WRK-TITULAR   TO RMB-TITULAR.
           MOVE WRK-ID        TO RMB-OPERADOR.
           MOVE 'P'           TO RMB-SITUACAO.
           MOVE ZEROS         TO RMB-DATA-ENVIO.
           WRITE REG-RMB.
           CLOSE ARQRMB.
           MOVE 'R' TO WRK-CRD-SITUACAO (WRK-SEQ-ALVO).
           PERFORM 0500-REGRAVAR-CREDITOS.
           MOVE 1 TO WRK-REEMBOLSOU.
       0400-FIM.
      *-----------------------------------------------------
       0500-REGRAVAR-CREDITOS.
           OPEN OUTPUT ARQCRD.
           IF FS-ARQCRD-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQCRD. ' FS-ARQCRD-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0550-GRAVAR-CREDITO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-CRD-QTD
              CLOSE ARQCRD.
      *-----------------------------------------------------
       0550-GRAVAR-CREDITO.
           MOVE SPACES TO REG-CRD.
           MOVE WRK-CRD-CODIGO (WRK-IDX)   TO CRD-CODIGO.
           MOVE WRK-CRD-NUMERO (WRK-IDX)   TO CRD-NUMERO.
           MOVE WRK-CRD-VALOR (WRK-IDX)    TO CRD-VALOR.
           MOVE WRK-CRD-DATA (WRK-IDX)     TO CRD-DATA.
           MOVE WRK-CRD-SITUACAO (WRK-IDX) TO CRD-SITUACAO.
           WRITE REG-CRD.
      *-----------------------------------------------------
       0900-FINALIZAR.
           IF WRK-REEMBOLSOU = 1
              DISPLAY 'REEMBOLSO PEDIDO, CREDITO MARCADO'
           ELSE
              DISPLAY 'NENHUM REEMBOLSO PEDIDO'.
