           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
           SELECT ARQDOC ASSIGN TO UT-S-ARQDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CODIGO
                  ALTERNATE RECORD KEY IS DOC-FISCAL
                  FILE STATUS IS FS-ARQDOC-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 REG-JRN-ANTES    PIC X(135).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-DEPOIS   PIC X(135).
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
       01   WRK-CLIENTES.
            COPY BOOKCOD REPLACING ==REG-CODIGO== BY ==WRK-CODIGO==.
       77  WRK-DIGITO       PIC 9(01) VALUE 0.
       77  WRK-DV-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-EMPRESA      PIC 9(02) VALUE 1.
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
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 'N' TO WRK-CONTINUA
                MOVE 8 TO WRK-RETORNO.
           PERFORM 9800-ABRIR-DOCUMENTOS.
             IF WRK-TEM-DOC = 0
                MOVE 'N' TO WRK-CONTINUA
                MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
      * TABELA DE FAIXAS DE CEP VALIDAS POR MUNICIPIO/UF;
      * SEM A TABELA A CARGA SEGUE SEM VALIDAR O CEP
              PERFORM 0250-GRAVAR-LOG.
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
      * CPF/CNPJ OBRIGATORIO NA INCLUSAO, COM OS DIGITOS
      * OFICIAIS CONFERIDOS E SEM REPETIR O DOCUMENTO DE OUTRO
      * CLIENTE -- NOMES DIGITADOS DIFERENTE NAO ESCONDEM MAIS
      * O CADASTRO EM DUPLICIDADE
      *-----------------------------------------------------
       0180-VALIDAR-DOCUMENTO.
           MOVE WRK-CODIGO TO WRK-DOC-CODIGO.
           PERFORM 9820-CONFERIR-DOCUMENTO THRU 9820-FIM.
           IF WRK-DOC-RESULT NOT = 'V'
              PERFORM 9830-MOTIVO-DOCUMENTO
              DISPLAY WRK-DOC-MOTIVO ', REGISTRO REJEITADO'
              IF WRK-DOC-RESULT = 'D'
                 DISPLAY 'DOCUMENTO JA E DO CLIENTE ' WRK-DOC-DONO
              END-IF
              MOVE 0 TO WRK-VALIDO
              MOVE WRK-DOC-MOTIVO TO WRK-MOTIVO
              MOVE 'REJEIT-CPF/CNPJ' TO WRK-LOG-STATUS
              PERFORM 0250-GRAVAR-LOG.
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF WRK-AUTO-LIGADO
              MOVE ENT-ENDERECO    TO WRK-ENDERECO
              MOVE ENT-CEP         TO WRK-CEP
              MOVE ENT-TELEFONE    TO WRK-TELEFONE
              PERFORM 0240-INFORMAR-DOCUMENTO
              PERFORM 0150-VALIDAR
              IF WRK-VALIDO = 1
                 PERFORM 0220-GRAVAR-CLIENTE
                 PERFORM 0250-GRAVAR-LOG
                 PERFORM 0260-GRAVAR-SUSPENSO
              ELSE
                 PERFORM 0240-INFORMAR-DOCUMENTO
                 PERFORM 0150-VALIDAR
                 IF WRK-VALIDO = 1
                    PERFORM 0220-GRAVAR-CLIENTE
                      MOVE 'CARGA OK' TO WRK-LOG-STATUS
                      PERFORM 0250-GRAVAR-LOG
                      PERFORM 0230-GRAVAR-JRN
                      MOVE WRK-CODIGO TO WRK-DOC-CODIGO
                      PERFORM 9840-GRAVAR-DOCUMENTO THRU 9840-FIM
              END-WRITE.
      *-----------------------------------------------------
      * A INCLUSAO TAMBEM VAI PARA O JORNAL DE IMAGENS, COM
              MOVE WRK-TAB-CEP-UF (WRK-CEP-IDX)
                TO REG-END-UF
              MOVE 1 TO WRK-CEP-ACHOU.
      *-----------------------------------------------------
       0240-INFORMAR-DOCUMENTO.
           DISPLAY 'CPF/CNPJ: TIPO (F=CPF J=CNPJ) E NUMERO '
                   'COM 14 DIGITOS'.
           MOVE SPACES TO WRK-DOCUMENTO.
           ACCEPT WRK-DOCUMENTO.
      *-----------------------------------------------------
      * O REGISTRO REJEITADO VAI INTEIRO PARA O ARQUIVO DE
      * SUSPENSOS COM O MOTIVO; O PROG056 LISTA, CORRIGE E
               CLOSE ARQSUS.
            IF FS-ARQJRN-STATUS = '00'
               CLOSE ARQJRN.
            PERFORM 9860-FECHAR-DOCUMENTOS.
            IF WRK-AUTO-LIGADO
               PERFORM 0310-GRAVAR-CONTROLE.
            DISPLAY '------------------------------------'.
              CLOSE ARQCTL
              DISPLAY 'PROXIMO CODIGO DE CONTROLE...... '
                      WRK-PROX-CODIGO.
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
