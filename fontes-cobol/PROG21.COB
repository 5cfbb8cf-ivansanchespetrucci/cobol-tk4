           SELECT ARQCEP ASSIGN TO UT-S-ARQCEP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCEP-STATUS.
           SELECT ARQDOC ASSIGN TO UT-S-ARQDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CODIGO
                  ALTERNATE RECORD KEY IS DOC-FISCAL
                  FILE STATUS IS FS-ARQDOC-STATUS.
           SELECT ARQSEG ASSIGN TO UT-S-ARQSEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REG-SEG-CODIGO
                  FILE STATUS IS FS-ARQSEG-STATUS.
           SELECT ARQCSG ASSIGN TO UT-S-ARQCSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSG-CODIGO
                  FILE STATUS IS FS-ARQCSG-STATUS.
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
       FD   ARQSEG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 23 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SEGMENTO.
       01   REG-SEGMENTO.
            05 REG-SEG-CODIGO   PIC 9(02).
            05 REG-SEG-DESCR    PIC X(20).
            05 REG-SEG-STATUS   PIC X(01).
       FD   ARQCSG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 15 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CSG.
       01   REG-CSG.
            05 CSG-CODIGO       PIC 9(05).
            05 CSG-SEGMENTO     PIC 9(02).
            05 CSG-DATA-ALTERACAO PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES      PIC X VALUE 'N'.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-DV-ACAO      PIC X(01) VALUE 'V'.
       77  WRK-DIGITO       PIC 9(01) VALUE 0.
       77  WRK-DV-RESULT    PIC X(01) VALUE SPACE.
       77  FS-ARQDOC-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-DOC      PIC 9 VALUE 0.
       01  WRK-DOCUMENTO.
           05 WRK-DOC-TIPO     PIC X(01).
           05 WRK-DOC-NUMERO   PIC 9(14).
       77  WRK-DOC-CODIGO   PIC 9(05) VALUE ZEROS.
       77  WRK-DOC-RESULT   PIC X(01) VALUE SPACE.
       77  WRK-DOC-DONO     PIC 9(05) VALUE ZEROS.
       77  WRK-DOC-MOTIVO   PIC X(20) VALUE SPACES.
       77  FS-ARQSEG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCSG-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-SEG      PIC 9 VALUE 0.
       77  WRK-TEM-CSG      PIC 9 VALUE 0.
       77  WRK-CSG-EXISTE   PIC 9 VALUE 0.
       77  WRK-SEG-ATUAL    PIC 9(02) VALUE ZEROS.
       77  WRK-SEG-NOVO     PIC 9(02) VALUE ZEROS.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR.
                 DISPLAY 'ERRO AO ABRIR ARQJRN.... '
                         FS-ARQJRN-STATUS
              END-IF
              PERFORM 9800-ABRIR-DOCUMENTOS
              PERFORM 9900-ABRIR-SEGMENTOS
              PERFORM 0130-CARREGAR-CEP.
      *-----------------------------------------------------
      * TABELA DE FAIXAS DE CEP POR MUNICIPIO/UF, A MESMA DA
                 END-IF
                 DISPLAY '------------------------------'
                 MOVE 1 TO WRK-ACHOU
                 PERFORM 0260-ALTERAR-DOCUMENTO THRU 0260-FIM
                 PERFORM 0270-ALTERAR-SEGMENTO THRU 0270-FIM
           END-READ.
      *-----------------------------------------------------
      * CIDADE E UF ESTRUTURADAS SAO REFEITAS A PARTIR DA
              MOVE 'PROG021' TO REG-JRN-PROGRAMA
              MOVE WRK-IMAGEM-ANTES TO REG-JRN-ANTES
              WRITE REG-JRN.
      *-----------------------------------------------------
       0240-INFORMAR-DOCUMENTO.
           DISPLAY 'CPF/CNPJ: TIPO (F=CPF J=CNPJ) E NUMERO '
                   'COM 14 DIGITOS'.
           MOVE SPACES TO WRK-DOCUMENTO.
           ACCEPT WRK-DOCUMENTO.
      *-----------------------------------------------------
      * CPF/CNPJ DO CLIENTE: BRANCO MANTEM O ATUAL; O NOVO
      * PASSA PELOS DIGITOS OFICIAIS E NAO PODE SER DE OUTRO
      * CLIENTE. A TROCA VAI PARA O JORNAL COMO DOC FISCAL,
      * COM AS IMAGENS ANTES/DEPOIS DO ARQDOC
      *-----------------------------------------------------
       0260-ALTERAR-DOCUMENTO.
           IF WRK-TEM-DOC = 0
              GO TO 0260-FIM.
           MOVE REG-CODIGO TO WRK-DOC-CODIGO.
           MOVE REG-CODIGO TO DOC-CODIGO.
           READ ARQDOC KEY IS DOC-CODIGO
               INVALID KEY
                   MOVE SPACES TO WRK-IMAGEM-ANTES
                   DISPLAY 'CPF/CNPJ..NAO INFORMADO'
               NOT INVALID KEY
                   MOVE REG-DOC TO WRK-IMAGEM-ANTES
                   DISPLAY 'CPF/CNPJ..' DOC-TIPO ' ' DOC-NUMERO
           END-READ.
           DISPLAY 'NOVO CPF/CNPJ (BRANCO MANTEM O ATUAL)'.
           PERFORM 0240-INFORMAR-DOCUMENTO.
           IF WRK-DOC-TIPO = SPACE
              GO TO 0260-FIM.
           PERFORM 9820-CONFERIR-DOCUMENTO THRU 9820-FIM.
           IF WRK-DOC-RESULT NOT = 'V'
              PERFORM 9830-MOTIVO-DOCUMENTO
              DISPLAY WRK-DOC-MOTIVO ', CPF/CNPJ MANTIDO'
              IF WRK-DOC-RESULT = 'D'
                 DISPLAY 'DOCUMENTO JA E DO CLIENTE ' WRK-DOC-DONO
              END-IF
              GO TO 0260-FIM.
           PERFORM 9840-GRAVAR-DOCUMENTO THRU 9840-FIM.
           MOVE SPACES TO REG-JRN.
           MOVE 'DOC FISCAL' TO REG-JRN-OPERACAO.
           MOVE REG-DOC TO REG-JRN-DEPOIS.
           PERFORM 0250-GRAVAR-JRN.
           DISPLAY 'CPF/CNPJ ATUALIZADO... ' DOC-TIPO ' ' DOC-NUMERO.
       0260-FIM.
      *-----------------------------------------------------
      * SEGMENTO (RAMO DE ATIVIDADE) DO CLIENTE: 00 MANTEM O
      * ATUAL; O NOVO TEM DE ESTAR ATIVO NA TABELA DO PROG213.
      * A TROCA VAI PARA O JORNAL COMO SEGMENTO, COM AS
      * IMAGENS ANTES/DEPOIS DO ARQCSG
      *-----------------------------------------------------
       0270-ALTERAR-SEGMENTO.
           IF WRK-TEM-SEG = 0 OR WRK-TEM-CSG = 0
              GO TO 0270-FIM.
           MOVE 0 TO WRK-CSG-EXISTE.
           MOVE ZEROS TO WRK-SEG-ATUAL.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           MOVE REG-CODIGO TO CSG-CODIGO.
           READ ARQCSG KEY IS CSG-CODIGO
               INVALID KEY
                   DISPLAY 'SEGMENTO..NAO CLASSIFICADO'
               NOT INVALID KEY
                   MOVE 1 TO WRK-CSG-EXISTE
                   MOVE REG-CSG TO WRK-IMAGEM-ANTES
                   MOVE CSG-SEGMENTO TO WRK-SEG-ATUAL
                   DISPLAY 'SEGMENTO..' CSG-SEGMENTO
           END-READ.
           DISPLAY 'NOVO SEGMENTO (00 MANTEM O ATUAL)'.
           ACCEPT WRK-SEG-NOVO.
           IF WRK-SEG-NOVO = 0 OR WRK-SEG-NOVO = WRK-SEG-ATUAL
              GO TO 0270-FIM.
           MOVE WRK-SEG-NOVO TO REG-SEG-CODIGO.
           READ ARQSEG
               INVALID KEY
                   MOVE SPACE TO REG-SEG-STATUS
           END-READ.
           IF REG-SEG-STATUS NOT = 'A'
              DISPLAY 'SEGMENTO INEXISTENTE OU INATIVO, '
                      'SEGMENTO MANTIDO'
              GO TO 0270-FIM.
           MOVE REG-CODIGO   TO CSG-CODIGO.
           MOVE WRK-SEG-NOVO TO CSG-SEGMENTO.
           ACCEPT CSG-DATA-ALTERACAO FROM DATE YYYYMMDD.
           IF WRK-CSG-EXISTE = 1
              REWRITE REG-CSG
                  INVALID KEY
                      DISPLAY 'SEGMENTO NAO GRAVADO.... ' REG-CODIGO
                      GO TO 0270-FIM
              END-REWRITE
           ELSE
              WRITE REG-CSG
                  INVALID KEY
                      DISPLAY 'SEGMENTO NAO GRAVADO.... ' REG-CODIGO
                      GO TO 0270-FIM
              END-WRITE.
           MOVE SPACES TO REG-JRN.
           MOVE 'SEGMENTO' TO REG-JRN-OPERACAO.
           MOVE REG-CSG TO REG-JRN-DEPOIS.
           PERFORM 0250-GRAVAR-JRN.
           DISPLAY 'SEGMENTO ATUALIZADO... ' CSG-SEGMENTO ' '
                   REG-SEG-DESCR.
       0270-FIM.
      *-----------------------------------------------------
       0300-FINALIZAR.
            CLOSE CLIENTES.
            IF FS-ARQJRN-STATUS = '00'
               CLOSE ARQJRN.
            PERFORM 9860-FECHAR-DOCUMENTOS.
            PERFORM 9960-FECHAR-SEGMENTOS.
             IF WRK-ACHOU = 0
               DISPLAY 'NENHUM REGISTRO CODIGO.. ' WRK-CODIGO.
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
      *-----------------------------------------------------
      * TABELA DE SEGMENTOS (PROG213) E VINCULO CLIENTE-
      * SEGMENTO NO ARQCSG, CHAVEADO PELO CODIGO DO CLIENTE;
      * SEM A TABELA O SEGMENTO NAO E OFERECIDO
      *-----------------------------------------------------
       9900-ABRIR-SEGMENTOS.
           OPEN INPUT ARQSEG.
           IF FS-ARQSEG-STATUS = '00'
              MOVE 1 TO WRK-TEM-SEG
              OPEN I-O ARQCSG
              IF FS-ARQCSG-STATUS = '35'
                 OPEN OUTPUT ARQCSG
                 CLOSE ARQCSG
                 OPEN I-O ARQCSG
              END-IF
              IF FS-ARQCSG-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQCSG.... ' FS-ARQCSG-STATUS
              ELSE
                 MOVE 1 TO WRK-TEM-CSG.
      *-----------------------------------------------------
       9960-FECHAR-SEGMENTOS.
           IF WRK-TEM-SEG = 1
              CLOSE ARQSEG.
           IF WRK-TEM-CSG = 1
              CLOSE ARQCSG.
