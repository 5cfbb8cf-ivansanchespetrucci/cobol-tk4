           SELECT ARQCEP ASSIGN TO UT-S-ARQCEP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCEP-STATUS.
           SELECT ARQDOC ASSIGN TO UT-S-ARQDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CODIGO
                  ALTERNATE RECORD KEY IS DOC-FISCAL
                  FILE STATUS IS FS-ARQDOC-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 REG-CEPREF-MUN  PIC X(20).
            05 REG-CEPREF-INI  PIC 9(08).
            05 REG-CEPREF-FIM  PIC 9(08).
       FD   ARQDOC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DOC.
       01   REG-DOC.
            05 DOC-CODIGO       PIC 9(05).
            05 DOC-FISCAL.
               10 DOC-TIPO      PIC X(01).
               10 DOC-NUMERO    PIC 9(14).
            05 DOC-DATA-ALTERACAO PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQSUS        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  WRK-QTD-LIDOS    PIC 9(05) VALUE 0.
       77  WRK-QTD-CARGAS   PIC 9(05) VALUE 0.
       77  WRK-QTD-PENDENTES PIC 9(05) VALUE 0.
       77  FS-ARQDOC-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-DOC      PIC 9 VALUE 0.
       01  WRK-DOCUMENTO.
           05 WRK-DOC-TIPO     PIC X(01).
           05 WRK-DOC-NUMERO   PIC 9(14).
       77  WRK-DOC-CODIGO   PIC 9(05) VALUE ZEROS.
       77  WRK-DOC-RESULT   PIC X(01) VALUE SPACE.
       77  WRK-DOC-DONO     PIC 9(05) VALUE ZEROS.
       77  WRK-DOC-MOTIVO   PIC X(20) VALUE SPACES.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-ARQSUS = 'F'.
            PERFORM 0300-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
                MOVE 'F' TO FS-ARQSUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 9800-ABRIR-DOCUMENTOS.
             IF WRK-TEM-DOC = 0
                MOVE 'F' TO FS-ARQSUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN EXTEND ARQLOG.
             IF FS-ARQLOG-STATUS = '35'
                OPEN OUTPUT ARQLOG.
           MOVE 'V' TO WRK-DV-ACAO.
           CALL 'PROG058' USING WRK-DV-ACAO, WRK-CODIGO,
                                WRK-DIGITO, WRK-DV-RESULT.
           PERFORM 0230-INFORMAR-DOCUMENTO.
           IF WRK-DV-RESULT NOT = 'V'
              MOVE 'DIGITO INVALIDO' TO WRK-MOTIVO
              DISPLAY 'CORRECAO AINDA INVALIDA... ' WRK-MOTIVO
              ELSE
                 DISPLAY 'CORRECAO AINDA INVALIDA... ' WRK-MOTIVO
                 PERFORM 0280-MANTER-SUSPENSO.
      *-----------------------------------------------------
       0230-INFORMAR-DOCUMENTO.
           DISPLAY 'CPF/CNPJ: TIPO (F=CPF J=CNPJ) E NUMERO '
                   'COM 14 DIGITOS'.
           MOVE SPACES TO WRK-DOCUMENTO.
           ACCEPT WRK-DOCUMENTO.
      *-----------------------------------------------------
       0240-VALIDAR.
           MOVE 1 TO WRK-VALIDO.
              MOVE 'ENDERECO BRANCO' TO WRK-MOTIVO.
           IF WRK-VALIDO = 1 AND WRK-TAB-CEP-QTD NOT = 0
              PERFORM 0245-VALIDAR-CEP.
           IF WRK-VALIDO = 1
              MOVE WRK-CODIGO TO WRK-DOC-CODIGO
              PERFORM 9820-CONFERIR-DOCUMENTO THRU 9820-FIM
              IF WRK-DOC-RESULT NOT = 'V'
                 PERFORM 9830-MOTIVO-DOCUMENTO
                 MOVE 0 TO WRK-VALIDO
                 MOVE WRK-DOC-MOTIVO TO WRK-MOTIVO.
      *-----------------------------------------------------
       0245-VALIDAR-CEP.
           MOVE 0 TO WRK-CEP-ACHOU.
                   ADD 1 TO WRK-QTD-CARGAS
                   MOVE 'CARGA OK' TO WRK-LOG-STATUS
                   PERFORM 0270-GRAVAR-LOG
                   MOVE WRK-CODIGO TO WRK-DOC-CODIGO
                   PERFORM 9840-GRAVAR-DOCUMENTO THRU 9840-FIM
           END-WRITE.
      *-----------------------------------------------------
       0270-GRAVAR-LOG.
               CLOSE ARQSUR.
            IF FS-ARQLOG-STATUS = '00'
               CLOSE ARQLOG.
            PERFORM 9860-FECHAR-DOCUMENTOS.
            DISPLAY '------------------------------------'.
            DISPLAY 'SUSPENSOS LIDOS......... ' WRK-QTD-LIDOS.
            DISPLAY 'CARREGADOS.............. ' WRK-QTD-CARGAS.
            DISPLAY 'AINDA SUSPENSOS......... ' WRK-QTD-PENDENTES.
      *-----------------------------------------------------
      * CPF/CNPJ DO CLIENTE NO ARQDOC, CHAVEADO PELO CODIGO E
      * COM CHAVE ALTERNATIVA UNICA NO DOCUMENTO (F CPF, J
      * CNPJ). A CONFERENCIA DEVOLVE V (VALIDO E LIVRE OU JA
      * DO PROPRIO CLIENTE), B (NAO INFORMADO), I (DIGITOS
      * INVALIDOS NA ROTINA PROG170), D (DE OUTRO CLIENTE,
      * CODIGO EM WRK-DOC-DONO) OU X (ARQDOC INDISPONIVEL)
      *-----------------------------------------------------
       9800-ABRIR-DOCUMENTOS.
           OPEN I-O ARQDOC.
           IF FS-ARQDOC-STATUS = '35'
              OPEN OUTPUT ARQDOC
              CLOSE ARQDOC
              OPEN I-O ARQDOC.
           IF FS-ARQDOC-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQDOC.... ' FS-ARQDOC-STATUS
           ELSE
              MOVE 1 TO WRK-TEM-DOC.
      *-----------------------------------------------------
       9820-CONFERIR-DOCUMENTO.
           MOVE ZEROS TO WRK-DOC-DONO.
           IF WRK-DOC-TIPO = SPACE
              MOVE 'B' TO WRK-DOC-RESULT
              GO TO 9820-FIM.
           IF WRK-DOC-NUMERO NOT NUMERIC
              MOVE 'I' TO WRK-DOC-RESULT
              GO TO 9820-FIM.
           CALL 'PROG170' USING WRK-DOC-TIPO, WRK-DOC-NUMERO,
                                WRK-DOC-RESULT.
           IF WRK-DOC-RESULT NOT = 'V'
              GO TO 9820-FIM.
           IF WRK-TEM-DOC = 0
              MOVE 'X' TO WRK-DOC-RESULT
              GO TO 9820-FIM.
           MOVE WRK-DOC-TIPO   TO DOC-TIPO.
           MOVE WRK-DOC-NUMERO TO DOC-NUMERO.
           READ ARQDOC KEY IS DOC-FISCAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DOC-CODIGO NOT = WRK-DOC-CODIGO
                      MOVE DOC-CODIGO TO WRK-DOC-DONO
                      MOVE 'D' TO WRK-DOC-RESULT
                   END-IF
           END-READ.
       9820-FIM.
      *-----------------------------------------------------
       9830-MOTIVO-DOCUMENTO.
           EVALUATE WRK-DOC-RESULT
               WHEN 'B' MOVE 'CPF/CNPJ AUSENTE'    TO WRK-DOC-MOTIVO
               WHEN 'I' MOVE 'CPF/CNPJ INVALIDO'   TO WRK-DOC-MOTIVO
               WHEN 'D' MOVE 'CPF/CNPJ DUPLICADO'  TO WRK-DOC-MOTIVO
               WHEN OTHER
                        MOVE 'ARQDOC INDISPONIVEL' TO WRK-DOC-MOTIVO
           END-EVALUATE.
      *-----------------------------------------------------
       9840-GRAVAR-DOCUMENTO.
           IF WRK-TEM-DOC = 0 OR WRK-DOC-TIPO = SPACE
              GO TO 9840-FIM.
           MOVE WRK-DOC-CODIGO TO DOC-CODIGO.
           READ ARQDOC KEY IS DOC-CODIGO
               INVALID KEY
                   MOVE WRK-DOC-CODIGO TO DOC-CODIGO
                   MOVE WRK-DOC-TIPO   TO DOC-TIPO
                   MOVE WRK-DOC-NUMERO TO DOC-NUMERO
                   ACCEPT DOC-DATA-ALTERACAO FROM DATE YYYYMMDD
                   WRITE REG-DOC
                       INVALID KEY
                           DISPLAY 'CPF/CNPJ NAO GRAVADO.... '
                                   WRK-DOC-CODIGO
                   END-WRITE
               NOT INVALID KEY
                   MOVE WRK-DOC-TIPO   TO DOC-TIPO
                   MOVE WRK-DOC-NUMERO TO DOC-NUMERO
                   ACCEPT DOC-DATA-ALTERACAO FROM DATE YYYYMMDD
                   REWRITE REG-DOC
                       INVALID KEY
                           DISPLAY 'CPF/CNPJ NAO GRAVADO.... '
                                   WRK-DOC-CODIGO
                   END-REWRITE
           END-READ.
       9840-FIM.
      *-----------------------------------------------------
       9860-FECHAR-DOCUMENTOS.
           IF WRK-TEM-DOC = 1
              CLOSE ARQDOC.
