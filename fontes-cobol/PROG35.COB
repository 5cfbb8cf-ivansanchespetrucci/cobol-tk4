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
       FD   ARQCSV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CSV.
       01   REG-CSV                    PIC X(100).
       FD   ARQREJ
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REJ.
       01   REG-REJ                    PIC X(121).
       FD   ARQLOG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-LOG.
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
       77  FS-ARQCSV        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQLOG-STATUS PIC XX VALUE '00'.
       77  WRK-CODIGO-ALF   PIC X(05) VALUE SPACES.
       77  WRK-CEP-ALF      PIC X(08) VALUE SPACES.
       77  WRK-DOC-ALF      PIC X(14) VALUE SPACES.
       77  WRK-DOC-TAM      PIC 9(02) VALUE 0.
       01  WRK-CLIENTES.
            COPY BOOKCOD REPLACING ==REG-CODIGO== BY ==WRK-CODIGO==.
            05 WRK-NOME      PIC X(20).
       77  WRK-LOG-STATUS   PIC X(15) VALUE SPACES.
       77  WRK-MOTIVO       PIC X(20) VALUE SPACES.
       01  WRK-LINHA-REJ.
           05 WRK-REJ-LINHA            PIC X(100).
           05 FILLER                   PIC X(01) VALUE ','.
           05 WRK-REJ-MOTIVO           PIC X(20).
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
            PERFORM 0200-PROCESSAR UNTIL FS-ARQCSV = 'F'.
            PERFORM 0300-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
                MOVE 'F' TO FS-ARQCSV
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 9800-ABRIR-DOCUMENTOS.
             IF WRK-TEM-DOC = 0
                MOVE 'F' TO FS-ARQCSV
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN EXTEND ARQLOG.
             IF FS-ARQLOG-STATUS = '35'
                OPEN OUTPUT ARQLOG.
                          MOVE 'F' TO FS-ARQCEP.
      *-----------------------------------------------------
      * A LINHA CSV TEM O MESMO DESENHO DA EXPORTACAO DO
      * PROG023, ACRESCIDO DE CEP, TELEFONE E CPF/CNPJ (SO
      * DIGITOS: 11 E CPF, 14 E CNPJ):
      * CODIGO,NOME,ENDERECO,CEP,TELEFONE,DOCUMENTO
      *-----------------------------------------------------
       0150-VALIDAR.
           MOVE 1 TO WRK-VALIDO.
                 MOVE WRK-CEP-ALF TO WRK-CEP.
           IF WRK-VALIDO = 1 AND WRK-TAB-CEP-QTD NOT = 0
              PERFORM 0160-VALIDAR-CEP.
           IF WRK-VALIDO = 1
              PERFORM 0180-VALIDAR-DOCUMENTO.
      *-----------------------------------------------------
       0160-VALIDAR-CEP.
           MOVE 0 TO WRK-CEP-ACHOU.
           IF WRK-CEP NOT < WRK-TAB-CEP-INI (WRK-CEP-IDX)
              AND WRK-CEP NOT > WRK-TAB-CEP-FIM (WRK-CEP-IDX)
              MOVE 1 TO WRK-CEP-ACHOU.
      *-----------------------------------------------------
       0180-VALIDAR-DOCUMENTO.
           MOVE SPACES TO WRK-DOCUMENTO.
           IF WRK-DOC-TAM = 11
              MOVE 'F' TO WRK-DOC-TIPO.
           IF WRK-DOC-TAM = 14
              MOVE 'J' TO WRK-DOC-TIPO.
           IF WRK-DOC-TIPO NOT = SPACE
              IF WRK-DOC-ALF (1:WRK-DOC-TAM) NUMERIC
                 MOVE WRK-DOC-ALF (1:WRK-DOC-TAM) TO WRK-DOC-NUMERO
              ELSE
                 MOVE ZEROS TO WRK-DOC-NUMERO.
           IF WRK-DOC-TAM NOT = 0 AND WRK-DOC-TIPO = SPACE
              MOVE 'I' TO WRK-DOC-RESULT
           ELSE
              MOVE WRK-CODIGO TO WRK-DOC-CODIGO
              PERFORM 9820-CONFERIR-DOCUMENTO THRU 9820-FIM.
           IF WRK-DOC-RESULT NOT = 'V'
              PERFORM 9830-MOTIVO-DOCUMENTO
              MOVE 0 TO WRK-VALIDO
              MOVE WRK-DOC-MOTIVO TO WRK-MOTIVO.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF REG-CSV (1:3) = 'HDR' OR REG-CSV (1:3) = 'TRL'
       0215-IMPORTAR-LINHA.
           ADD 1 TO WRK-LIDOS.
           MOVE SPACES TO WRK-CODIGO-ALF WRK-NOME WRK-ENDERECO
                          WRK-CEP-ALF WRK-TELEFONE WRK-DOC-ALF.
           MOVE ZEROS  TO WRK-CODIGO WRK-CEP WRK-DOC-TAM.
           UNSTRING REG-CSV DELIMITED BY ','
               INTO WRK-CODIGO-ALF
                    WRK-NOME
                    WRK-ENDERECO
                    WRK-CEP-ALF
                    WRK-TELEFONE
                    WRK-DOC-ALF.
           INSPECT WRK-DOC-ALF TALLYING WRK-DOC-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM 0150-VALIDAR.
           IF WRK-VALIDO = 1
              PERFORM 0220-GRAVAR-CLIENTE
                   ADD 1 TO WRK-QTD-CARGAS
                   MOVE 'CARGA OK' TO WRK-LOG-STATUS
                   PERFORM 0250-GRAVAR-LOG
                   MOVE WRK-CODIGO TO WRK-DOC-CODIGO
                   PERFORM 9840-GRAVAR-DOCUMENTO THRU 9840-FIM
           END-WRITE.
      *-----------------------------------------------------
       0240-GRAVAR-REJEITO.
            CLOSE ARQREJ.
            IF FS-ARQLOG-STATUS = '00'
               CLOSE ARQLOG.
            PERFORM 9860-FECHAR-DOCUMENTOS.
            DISPLAY '------------------------------------'.
            DISPLAY 'LINHAS LIDAS DO CSV..... ' WRK-LIDOS.
            DISPLAY 'CLIENTES CARREGADOS..... ' WRK-QTD-CARGAS.
            DISPLAY 'REGISTROS REJEITADOS.... ' WRK-QTD-REJEIT.
            IF WRK-RETORNO = 0 AND WRK-QTD-REJEIT NOT = 0
               MOVE 4 TO WRK-RETORNO.
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
