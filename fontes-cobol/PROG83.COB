           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
           SELECT ARQDOC ASSIGN TO UT-S-ARQDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CODIGO
                  ALTERNATE RECORD KEY IS DOC-FISCAL
                  FILE STATUS IS FS-ARQDOC-STATUS.
           SELECT ARQCCA ASSIGN TO UT-S-ARQCCA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCCA-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 PRO-SITUACAO     PIC X(01).
            05 PRO-PROX-CONTATO PIC 9(08).
            05 PRO-TENTATIVAS   PIC 9(02).
            05 PRO-CAMPANHA     PIC X(06).
       FD   ARQCTL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CTL.
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
       FD   ARQCCA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CCA.
       01   REG-CCA.
            05 CCA-CODIGO       PIC 9(05).
            05 CCA-CAMPANHA     PIC X(06).
            05 CCA-DATA         PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPRO        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
               10 WRK-TAB-SITUACAO PIC X(01).
               10 WRK-TAB-PROX     PIC 9(08).
               10 WRK-TAB-TENT     PIC 9(02).
               10 WRK-TAB-CAMPANHA PIC X(06).
       77  WRK-TAB-QTD      PIC 9(03) VALUE 0.
       77  WRK-PRO-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-CONVERTEU    PIC 9 VALUE 0.
       77  WRK-EMPRESA      PIC 9(02) VALUE 1.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  FS-ARQDOC-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-DOC      PIC 9 VALUE 0.
       01  WRK-DOCUMENTO.
           05 WRK-DOC-TIPO     PIC X(01).
           05 WRK-DOC-NUMERO   PIC 9(14).
       77  WRK-DOC-CODIGO   PIC 9(05) VALUE ZEROS.
       77  WRK-DOC-RESULT   PIC X(01) VALUE SPACE.
       77  WRK-DOC-DONO     PIC 9(05) VALUE ZEROS.
       77  WRK-DOC-MOTIVO   PIC X(20) VALUE SPACES.
       77  FS-ARQCCA-STATUS PIC XX VALUE '00'.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR.
              IF FS-ARQJRN-STATUS = '35'
                 OPEN OUTPUT ARQJRN
              END-IF
              PERFORM 9800-ABRIR-DOCUMENTOS
              PERFORM 0180-CARREGAR-CEP
              PERFORM 0200-LER-CONTROLE.
      *-----------------------------------------------------
              MOVE PRO-SITUACAO TO WRK-TAB-SITUACAO (WRK-TAB-QTD)
              MOVE PRO-PROX-CONTATO TO WRK-TAB-PROX (WRK-TAB-QTD)
              MOVE PRO-TENTATIVAS   TO WRK-TAB-TENT (WRK-TAB-QTD)
              MOVE PRO-CAMPANHA TO WRK-TAB-CAMPANHA (WRK-TAB-QTD)
              READ ARQPRO AT END
                          MOVE 'F' TO FS-ARQPRO.
      *-----------------------------------------------------
           ACCEPT WRK-EMPRESA.
           IF WRK-EMPRESA = 0
              MOVE 1 TO WRK-EMPRESA.
           PERFORM 0310-INFORMAR-DOCUMENTO.
           MOVE ZEROS TO WRK-DOC-CODIGO.
           IF WRK-ENDERECO = SPACES
              DISPLAY 'ENDERECO EM BRANCO, CONVERSAO CANCELADA'
           ELSE
              IF WRK-CEP-ACHOU = 0
                 DISPLAY 'CEP FORA DAS FAIXAS, CONVERSAO CANCELADA'
              ELSE
                 PERFORM 9820-CONFERIR-DOCUMENTO THRU 9820-FIM
                 IF WRK-DOC-RESULT NOT = 'V'
                    PERFORM 9830-MOTIVO-DOCUMENTO
                    DISPLAY WRK-DOC-MOTIVO ', CONVERSAO CANCELADA'
                    IF WRK-DOC-RESULT = 'D'
                       DISPLAY 'DOCUMENTO JA E DO CLIENTE '
                               WRK-DOC-DONO
                    END-IF
                 ELSE
                    PERFORM 0350-ACHAR-CODIGO-LIVRE
                    IF WRK-ACHOU-LIVRE = 0
                       DISPLAY 'NUMERACAO ESGOTADA'
                    ELSE
                       PERFORM 0400-GRAVAR-CLIENTE.
      *-----------------------------------------------------
       0310-INFORMAR-DOCUMENTO.
           DISPLAY 'CPF/CNPJ: TIPO (F=CPF J=CNPJ) E NUMERO '
                   'COM 14 DIGITOS'.
           MOVE SPACES TO WRK-DOCUMENTO.
           ACCEPT WRK-DOCUMENTO.
      *-----------------------------------------------------
       0320-VALIDAR-CEP.
           IF WRK-TAB-CEP-QTD = 0
                   MOVE 1 TO WRK-CONVERTEU
                   PERFORM 0450-GRAVAR-LOG
                   PERFORM 0460-GRAVAR-JRN
                   MOVE REG-CODIGO TO WRK-DOC-CODIGO
                   PERFORM 9840-GRAVAR-DOCUMENTO THRU 9840-FIM
                   PERFORM 0470-GRAVAR-CAMPANHA
                   ADD 1 TO WRK-PROX-CODIGO
                   PERFORM 0500-GRAVAR-CONTROLE
                   PERFORM 0600-REGRAVAR-PROSPECTOS
              MOVE 'INCLUSAO' TO REG-JRN-OPERACAO
              MOVE REG-CLIENTES TO REG-JRN-DEPOIS
              WRITE REG-JRN.
      *-----------------------------------------------------
      * A CAMPANHA DE ORIGEM DO PROSPECTO PASSA AO CLIENTE NO
      * ARQCCA, AO LADO DO CADASTRO (O REGISTRO DE CLIENTES
      * NAO TEM ESPACO LIVRE), PARA O RETORNO DO PROG192
      *-----------------------------------------------------
       0470-GRAVAR-CAMPANHA.
           IF WRK-TAB-CAMPANHA (WRK-SEQ-ALVO) NOT = SPACES
              OPEN EXTEND ARQCCA
              IF FS-ARQCCA-STATUS = '35'
                 OPEN OUTPUT ARQCCA
              END-IF
              IF FS-ARQCCA-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQCCA.... ' FS-ARQCCA-STATUS
              ELSE
                 MOVE SPACES TO REG-CCA
                 MOVE REG-CODIGO TO CCA-CODIGO
                 MOVE WRK-TAB-CAMPANHA (WRK-SEQ-ALVO) TO CCA-CAMPANHA
                 ACCEPT CCA-DATA FROM DATE YYYYMMDD
                 WRITE REG-CCA
                 CLOSE ARQCCA
                 DISPLAY 'CAMPANHA DE ORIGEM...... ' CCA-CAMPANHA.
      *-----------------------------------------------------
       0500-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQCTL.
           MOVE WRK-TAB-SITUACAO (WRK-IDX) TO PRO-SITUACAO.
           MOVE WRK-TAB-PROX (WRK-IDX)     TO PRO-PROX-CONTATO.
           MOVE WRK-TAB-TENT (WRK-IDX)     TO PRO-TENTATIVAS.
           MOVE WRK-TAB-CAMPANHA (WRK-IDX) TO PRO-CAMPANHA.
           WRITE REG-PROSPECTO.
      *-----------------------------------------------------
       0900-FINALIZAR.
              END-IF
              IF FS-ARQJRN-STATUS = '00'
                 CLOSE ARQJRN
              END-IF
              PERFORM 9860-FECHAR-DOCUMENTOS.
           IF WRK-CONVERTEU = 1
              DISPLAY 'PROSPECTO CONVERTIDO E MARCADO'
           ELSE
              DISPLAY 'NENHUMA CONVERSAO EFETIVADA'.
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
