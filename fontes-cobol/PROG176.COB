       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG176.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPRF ASSIGN TO UT-S-ARQPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-PRF-CODIGO
                  FILE STATUS IS FS-ARQPRF-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPRF
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 32 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PROFESSOR.
       01   REG-PROFESSOR.
            05 REG-PRF-CODIGO   PIC 9(04).
            05 REG-PRF-NOME     PIC X(25).
            05 REG-PRF-CARGA    PIC 9(02).
            05 REG-PRF-STATUS   PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPRF        PIC X VALUE 'N'.
       77  FS-ARQPRF-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-CODIGO       PIC 9(04) VALUE ZEROS.
       77  WRK-NOME         PIC X(25) VALUE SPACES.
       77  WRK-CARGA        PIC 9(02) VALUE 0.
       77  WRK-QTD          PIC 9(03) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'CADASTRO DE PROFESSORES'.
            DISPLAY '1=INCLUIR 2=ALTERAR 3=DESATIVAR 4=LISTAR..'.
            ACCEPT WRK-OPCAO.
            PERFORM 0100-ABRIR.
            IF FS-ARQPRF-STATUS = '00'
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR
                   WHEN 2 PERFORM 0300-ALTERAR
                   WHEN 3 PERFORM 0400-DESATIVAR
                   WHEN 4 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               CLOSE ARQPRF.
           STOP RUN.
      *-----------------------------------------------------
      * CADASTRO DE PROFESSORES (CODIGO, NOME, CARGA SEMANAL
      * CONTRATADA EM AULAS) NO MOLDE DO CADASTRO DE
      * DISCIPLINAS DO PROG114; A GRADE HORARIA DO PROG177 SO
      * ACEITA PROFESSOR ATIVO E O PROG179 CONFRONTA AS AULAS
      * ATRIBUIDAS COM A CARGA CONTRATADA
      *-----------------------------------------------------
       0100-ABRIR.
           OPEN I-O ARQPRF.
           IF FS-ARQPRF-STATUS = '35'
              OPEN OUTPUT ARQPRF
              CLOSE ARQPRF
              OPEN I-O ARQPRF.
           IF FS-ARQPRF-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPRF.... ' FS-ARQPRF-STATUS.
      *-----------------------------------------------------
       0200-INCLUIR.
           DISPLAY 'CODIGO DO PROFESSOR.......'.
           ACCEPT WRK-CODIGO.
           DISPLAY 'NOME DO PROFESSOR.........'.
           ACCEPT WRK-NOME.
           DISPLAY 'AULAS CONTRATADAS/SEMANA..'.
           ACCEPT WRK-CARGA.
           MOVE WRK-CODIGO TO REG-PRF-CODIGO.
           MOVE WRK-NOME   TO REG-PRF-NOME.
           MOVE WRK-CARGA  TO REG-PRF-CARGA.
           MOVE 'A' TO REG-PRF-STATUS.
           WRITE REG-PROFESSOR
               INVALID KEY
                   DISPLAY 'PROFESSOR JA CADASTRADO ' WRK-CODIGO
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR INCLUIDO.... ' WRK-CODIGO
                           ' ' WRK-NOME
           END-WRITE.
      *-----------------------------------------------------
       0300-ALTERAR.
           DISPLAY 'CODIGO DO PROFESSOR A ALTERAR..'.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO REG-PRF-CODIGO.
           READ ARQPRF
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO CADASTRADO ' WRK-CODIGO
               NOT INVALID KEY
                   DISPLAY 'NOME ATUAL............ ' REG-PRF-NOME
                   DISPLAY 'CARGA ATUAL........... ' REG-PRF-CARGA
                   DISPLAY 'NOVO NOME.............'
                   ACCEPT WRK-NOME
                   DISPLAY 'NOVA CARGA............'
                   ACCEPT WRK-CARGA
                   MOVE WRK-NOME  TO REG-PRF-NOME
                   MOVE WRK-CARGA TO REG-PRF-CARGA
                   MOVE 'A' TO REG-PRF-STATUS
                   REWRITE REG-PROFESSOR
                   DISPLAY 'PROFESSOR ALTERADO.... ' WRK-CODIGO
           END-READ.
      *-----------------------------------------------------
       0400-DESATIVAR.
           DISPLAY 'CODIGO DO PROFESSOR A DESATIVAR..'.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO REG-PRF-CODIGO.
           READ ARQPRF
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO CADASTRADO ' WRK-CODIGO
               NOT INVALID KEY
                   MOVE 'I' TO REG-PRF-STATUS
                   REWRITE REG-PROFESSOR
                   DISPLAY 'PROFESSOR DESATIVADO.. ' WRK-CODIGO
           END-READ.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'CODIGO NOME                      CARGA STATUS'.
           DISPLAY '------------------------------------'.
           READ ARQPRF NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQPRF.
           PERFORM 0550-LISTAR-UM UNTIL FS-ARQPRF = 'F'.
           DISPLAY 'PROFESSORES LISTADOS.. ' WRK-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UM.
           DISPLAY REG-PRF-CODIGO '   ' REG-PRF-NOME ' '
                   REG-PRF-CARGA '    ' REG-PRF-STATUS.
           ADD 1 TO WRK-QTD.
           READ ARQPRF NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQPRF.
