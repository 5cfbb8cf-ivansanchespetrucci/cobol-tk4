           SELECT ARQEX3 ASSIGN TO UT-S-ARQEX3
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEX3-STATUS.
           SELECT ARQDOC ASSIGN TO UT-S-ARQDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CODIGO
                  ALTERNATE RECORD KEY IS DOC-FISCAL
                  FILE STATUS IS FS-ARQDOC-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 REG-EXT1-CODIGO   PIC 9(05).
            05 REG-EXT1-NOME     PIC X(20).
            05 REG-EXT1-ENDERECO PIC X(25).
            05 REG-EXT1-DOCUMENTO PIC X(15).
       FD   ARQEX2
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-EXT2.
            05 REG-EXT2-CODIGO   PIC 9(05).
            05 REG-EXT2-NOME     PIC X(20).
            05 REG-EXT2-ENDERECO PIC X(25).
            05 REG-EXT2-DOCUMENTO PIC X(15).
       FD   ARQEX3
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-EXT3.
            05 REG-EXT3-CODIGO   PIC 9(05).
            05 REG-EXT3-NOME     PIC X(20).
            05 REG-EXT3-ENDERECO PIC X(25).
            05 REG-EXT3-DOCUMENTO PIC X(15).
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
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQEX1-STATUS PIC XX VALUE '00'.
               10 WRK-TAB-CODIGO   PIC 9(05).
               10 WRK-TAB-NOME     PIC X(20).
               10 WRK-TAB-ENDERECO PIC X(25).
               10 WRK-TAB-DOCUMENTO PIC X(15).
               10 WRK-TAB-ORIGEM   PIC 9(01).
               10 WRK-TAB-SITUACAO PIC X(01).
       77  WRK-TAB-QTD      PIC 9(03) VALUE 0.
       77  WRK-QTD-ALTER    PIC 9(05) VALUE 0.
       77  WRK-QTD-IGUAIS   PIC 9(05) VALUE 0.
       77  WRK-QTD-CONFL    PIC 9(05) VALUE 0.
       77  WRK-QTD-DOC-RECUS PIC 9(05) VALUE 0.
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
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-PROSSEGUE = 1
               PERFORM 0200-CARREGAR-EXTRATOS
               PERFORM 0300-CONSOLIDAR.
                MOVE 0 TO WRK-PROSSEGUE
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 9800-ABRIR-DOCUMENTOS.
           IF WRK-TEM-DOC = 0
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           DISPLAY 'CONSOLIDACAO DE EXTRATOS DAS FILIAIS'.
           DISPLAY '------------------------------------'.
       0100-FIM.
      *-----------------------------------------------------
      * OS TRES EXTRATOS REGIONAIS CHEGAM NO DESENHO DO
      * ARQEXT DO PROG028 ACRESCIDO DO CPF/CNPJ (TIPO F OU J
      * E NUMERO COM 14 DIGITOS, EM BRANCO QUANDO A FILIAL
      * NAO TEM); UM EXTRATO AUSENTE E TOLERADO
      *-----------------------------------------------------
       0200-CARREGAR-EXTRATOS.
           MOVE 1 TO WRK-ORIGEM.
              MOVE REG-EXT1-NOME
                TO WRK-TAB-NOME     (WRK-TAB-QTD)
              MOVE REG-EXT1-ENDERECO
                TO WRK-TAB-ENDERECO (WRK-TAB-QTD)
              MOVE REG-EXT1-DOCUMENTO
                TO WRK-TAB-DOCUMENTO (WRK-TAB-QTD).
           READ ARQEX1 AT END
                       MOVE 'F' TO FS-EXTRATO.
      *-----------------------------------------------------
              MOVE REG-EXT2-NOME
                TO WRK-TAB-NOME     (WRK-TAB-QTD)
              MOVE REG-EXT2-ENDERECO
                TO WRK-TAB-ENDERECO (WRK-TAB-QTD)
              MOVE REG-EXT2-DOCUMENTO
                TO WRK-TAB-DOCUMENTO (WRK-TAB-QTD).
           READ ARQEX2 AT END
                       MOVE 'F' TO FS-EXTRATO.
      *-----------------------------------------------------
              MOVE REG-EXT3-NOME
                TO WRK-TAB-NOME     (WRK-TAB-QTD)
              MOVE REG-EXT3-ENDERECO
                TO WRK-TAB-ENDERECO (WRK-TAB-QTD)
              MOVE REG-EXT3-DOCUMENTO
                TO WRK-TAB-DOCUMENTO (WRK-TAB-QTD).
           READ ARQEX3 AT END
                       MOVE 'F' TO FS-EXTRATO.
      *-----------------------------------------------------
                  VARYING WRK-J FROM 1 BY 1
                  UNTIL WRK-J > WRK-TAB-QTD
              IF WRK-CONFLITO = 0
                 PERFORM 0400-APLICAR-ENTRADA THRU 0400-FIM
              ELSE
                 ADD 1 TO WRK-QTD-CONFL
              END-IF
              IF WRK-TAB-NOME (WRK-J) = WRK-TAB-NOME (WRK-I)
                 AND WRK-TAB-ENDERECO (WRK-J)
                     = WRK-TAB-ENDERECO (WRK-I)
                 AND WRK-TAB-DOCUMENTO (WRK-J)
                     = WRK-TAB-DOCUMENTO (WRK-I)
                 MOVE 'D' TO WRK-TAB-SITUACAO (WRK-J)
              ELSE
                 MOVE 1 TO WRK-CONFLITO
                         WRK-TAB-ENDERECO (WRK-J)
              END-IF
           END-IF.
      *-----------------------------------------------------
      * CPF/CNPJ INFORMADO PELA FILIAL PASSA PELOS DIGITOS
      * OFICIAIS E NAO PODE SER DE OUTRO CLIENTE; RECUSADO,
      * A ENTRADA INTEIRA FICA DE FORA. EM BRANCO, O
      * CLIENTE FICA COM O DOCUMENTO QUE JA TINHA
      *-----------------------------------------------------
       0400-APLICAR-ENTRADA.
           MOVE 'A' TO WRK-TAB-SITUACAO (WRK-I).
           MOVE WRK-TAB-DOCUMENTO (WRK-I) TO WRK-DOCUMENTO.
           MOVE WRK-TAB-CODIGO (WRK-I) TO WRK-DOC-CODIGO.
           IF WRK-DOC-TIPO NOT = SPACE
              PERFORM 9820-CONFERIR-DOCUMENTO THRU 9820-FIM
              IF WRK-DOC-RESULT NOT = 'V'
                 PERFORM 9830-MOTIVO-DOCUMENTO
                 DISPLAY 'RECUSADO... ' WRK-TAB-CODIGO (WRK-I) ' '
                         WRK-DOC-MOTIVO ' ' WRK-DOC-DONO
                 ADD 1 TO WRK-QTD-DOC-RECUS
                 GO TO 0400-FIM.
           MOVE WRK-TAB-CODIGO (WRK-I) TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
               NOT INVALID KEY
                   PERFORM 0440-ATUALIZAR-EXISTENTE
           END-READ.
       0400-FIM.
      *-----------------------------------------------------
       0420-INCLUIR-NOVO.
           MOVE WRK-TAB-CODIGO (WRK-I)   TO REG-CODIGO.
                   DISPLAY 'NOVO....... ' REG-CODIGO ' '
                           WRK-TAB-NOME (WRK-I)
                   ADD 1 TO WRK-QTD-NOVOS
                   PERFORM 9840-GRAVAR-DOCUMENTO THRU 9840-FIM
           END-WRITE.
      *-----------------------------------------------------
       0440-ATUALIZAR-EXISTENTE.
              DISPLAY 'ALTERADO... ' REG-CODIGO ' '
                      WRK-TAB-NOME (WRK-I)
              ADD 1 TO WRK-QTD-ALTER.
           PERFORM 9840-GRAVAR-DOCUMENTO THRU 9840-FIM.
      *-----------------------------------------------------
       0900-FINALIZAR.
           IF FS-CLIENTES-STATUS NOT = '35'
              CLOSE CLIENTES.
           PERFORM 9860-FECHAR-DOCUMENTOS.
           DISPLAY '------------------------------------'.
           DISPLAY 'ENTRADAS NOS EXTRATOS.... ' WRK-TAB-QTD.
           DISPLAY 'NOVOS INCLUIDOS.......... ' WRK-QTD-NOVOS.
           DISPLAY 'ALTERADOS................ ' WRK-QTD-ALTER.
           DISPLAY 'SEM ALTERACAO............ ' WRK-QTD-IGUAIS.
           DISPLAY 'CODIGOS EM CONFLITO...... ' WRK-QTD-CONFL.
           DISPLAY 'CPF/CNPJ RECUSADOS....... ' WRK-QTD-DOC-RECUS.
           IF WRK-RETORNO = 0
              AND (WRK-QTD-CONFL NOT = 0 OR WRK-QTD-DOC-RECUS NOT = 0)
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
