       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG167.
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
           SELECT ARQCEM ASSIGN TO UT-S-ARQCEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CEM-CODIGO
                  FILE STATUS IS FS-ARQCEM-STATUS.
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
       FD   ARQCEM
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 92 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CEM.
       01   REG-CEM.
            05 CEM-CODIGO       PIC 9(05).
            05 CEM-EMAIL        PIC X(50).
            05 CEM-CANAL        PIC X(01).
            05 CEM-DATA-ALTERACAO PIC 9(08).
            05 CEM-DATA-DEVOLUCAO PIC 9(08).
            05 CEM-MOTIVO-DEVOLUCAO PIC X(20).
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
       77  FS-ARQCEM-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-EMAIL        PIC X(50) VALUE SPACES.
       77  WRK-CANAL        PIC X(01) VALUE SPACE.
           88 WRK-CANAL-VALIDO VALUE 'P' 'E' 'A'.
       77  WRK-ARROBAS      PIC 9(02) VALUE 0.
       77  WRK-EXISTE       PIC 9 VALUE 0.
       77  WRK-CEM-ABERTO   PIC 9 VALUE 0.
       77  WRK-IMAGEM-ANTES PIC X(135) VALUE SPACES.
       77  WRK-DV-ACAO      PIC X(01) VALUE 'V'.
       77  WRK-DIGITO       PIC 9(01) VALUE 0.
       77  WRK-DV-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO = 0
               PERFORM 0200-PROCESSAR THRU 0200-FIM.
            PERFORM 0300-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * CANAL DE CORRESPONDENCIA DO CLIENTE: ENDERECO DE
      * E-MAIL E CANAL PREFERIDO (P PAPEL, E E-MAIL, A AMBOS)
      * NO ARQCEM, COM A MESMA TRILHA ANTES/DEPOIS NO ARQJRN
      * DA ALTERACAO DO PROG021. DEMONSTRATIVO (PROG072),
      * COBRANCA (PROG070) E CARTAS (PROG137) ESCOLHEM ENTRE
      * A IMPRESSAO E O ARQEML DO GATEWAY POR ESTE CANAL; O
      * PROG168 VOLTA PARA PAPEL O CLIENTE COM E-MAIL
      * DEVOLVIDO. CLIENTE SEM REGISTRO RECEBE EM PAPEL
      *-----------------------------------------------------
       0100-INICIAR.
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
           END-READ.
           CLOSE CLIENTES.
           IF WRK-RETORNO NOT = 0
              GO TO 0100-FIM.
           OPEN I-O ARQCEM.
           IF FS-ARQCEM-STATUS = '35'
              OPEN OUTPUT ARQCEM
              CLOSE ARQCEM
              OPEN I-O ARQCEM.
           IF FS-ARQCEM-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQCEM.... ' FS-ARQCEM-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-CEM-ABERTO.
           OPEN EXTEND ARQJRN.
           IF FS-ARQJRN-STATUS = '35'
              OPEN OUTPUT ARQJRN.
           IF FS-ARQJRN-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQJRN.... ' FS-ARQJRN-STATUS.
       0100-FIM.
      *-----------------------------------------------------
       0200-PROCESSAR.
           DISPLAY 'CLIENTE...' REG-CODIGO ' ' REG-NOME.
           MOVE WRK-CODIGO TO CEM-CODIGO.
           READ ARQCEM
               INVALID KEY
                   MOVE 0 TO WRK-EXISTE
                   MOVE SPACES TO WRK-IMAGEM-ANTES
                   DISPLAY 'CANAL ATUAL..PAPEL (SEM CADASTRO)'
               NOT INVALID KEY
                   MOVE 1 TO WRK-EXISTE
                   MOVE REG-CEM TO WRK-IMAGEM-ANTES
                   DISPLAY 'E-MAIL......' CEM-EMAIL
                   DISPLAY 'CANAL.......' CEM-CANAL
                   IF CEM-DATA-DEVOLUCAO NOT = ZEROS
                      DISPLAY 'DEVOLVIDO...' CEM-DATA-DEVOLUCAO
                              ' ' CEM-MOTIVO-DEVOLUCAO
                   END-IF
           END-READ.
           DISPLAY 'NOVO E-MAIL (BRANCO = SEM E-MAIL)'.
           ACCEPT WRK-EMAIL.
           DISPLAY 'CANAL (P=PAPEL E=E-MAIL A=AMBOS)'.
           ACCEPT WRK-CANAL.
           IF NOT WRK-CANAL-VALIDO
              DISPLAY 'CANAL INVALIDO........ ' WRK-CANAL
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           MOVE 0 TO WRK-ARROBAS.
           INSPECT WRK-EMAIL TALLYING WRK-ARROBAS FOR ALL '@'.
           IF WRK-EMAIL NOT = SPACES
              AND (WRK-ARROBAS NOT = 1 OR WRK-EMAIL (1:1) = SPACE
                   OR WRK-EMAIL (1:1) = '@')
              DISPLAY 'E-MAIL INVALIDO....... ' WRK-EMAIL
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           IF WRK-CANAL NOT = 'P' AND WRK-EMAIL = SPACES
              DISPLAY 'CANAL ' WRK-CANAL ' EXIGE ENDERECO DE E-MAIL'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           IF WRK-EXISTE = 0
              MOVE SPACES TO REG-CEM
              MOVE WRK-CODIGO TO CEM-CODIGO
              MOVE ZEROS TO CEM-DATA-DEVOLUCAO.
           IF WRK-EMAIL NOT = CEM-EMAIL
              MOVE ZEROS  TO CEM-DATA-DEVOLUCAO
              MOVE SPACES TO CEM-MOTIVO-DEVOLUCAO.
           MOVE WRK-EMAIL TO CEM-EMAIL.
           MOVE WRK-CANAL TO CEM-CANAL.
           ACCEPT CEM-DATA-ALTERACAO FROM DATE YYYYMMDD.
           IF WRK-EXISTE = 0
              WRITE REG-CEM
           ELSE
              REWRITE REG-CEM.
           MOVE SPACES TO REG-JRN.
           MOVE 'CANAL CORR' TO REG-JRN-OPERACAO.
           MOVE REG-CEM TO REG-JRN-DEPOIS.
           PERFORM 0250-GRAVAR-JRN.
           DISPLAY 'CANAL ATUALIZADO...... ' WRK-CODIGO ' '
                   CEM-CANAL ' ' CEM-EMAIL.
       0200-FIM.
      *-----------------------------------------------------
      * TRILHA DE AUDITORIA DAS MANUTENCOES: DATA, HORA,
      * PROGRAMA E IMAGENS ANTES/DEPOIS DO REGISTRO;
      * CONSULTA PELO PROG040
      *-----------------------------------------------------
       0250-GRAVAR-JRN.
           IF FS-ARQJRN-STATUS = '00'
              ACCEPT REG-JRN-DATA FROM DATE YYYYMMDD
              ACCEPT REG-JRN-HORA FROM TIME
              MOVE 'PROG167' TO REG-JRN-PROGRAMA
              MOVE WRK-IMAGEM-ANTES TO REG-JRN-ANTES
              WRITE REG-JRN.
      *-----------------------------------------------------
       0300-FINALIZAR.
            IF WRK-CEM-ABERTO = 1
               CLOSE ARQCEM.
            IF FS-ARQJRN-STATUS = '00'
               CLOSE ARQJRN.
