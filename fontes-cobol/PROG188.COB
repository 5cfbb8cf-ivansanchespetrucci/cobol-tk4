       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG188.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQRVN ASSIGN TO UT-S-ARQRVN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRVN-STATUS.
           SELECT ARQDIS ASSIGN TO UT-S-ARQDIS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-DIS-CODIGO
                  FILE STATUS IS FS-ARQDIS-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQRVN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RVN.
       01   REG-RVN.
            05 RVN-NUMERO       PIC 9(05).
            05 RVN-MATRICULA    PIC 9(05).
            05 RVN-PERIODO      PIC X(06).
            05 RVN-DISCIPLINA   PIC 9(03).
            05 RVN-AVALIACAO    PIC X(01).
            05 RVN-NOTA-CONTESTADA PIC 9(02)V99.
            05 RVN-MOTIVO       PIC X(30).
            05 RVN-DATA-PEDIDO  PIC 9(08).
            05 RVN-MES-PEDIDO REDEFINES RVN-DATA-PEDIDO.
               10 RVN-ANO-MES   PIC 9(06).
               10 FILLER        PIC 9(02).
            05 RVN-SITUACAO     PIC X(01).
            05 RVN-DATA-DECISAO PIC 9(08).
            05 RVN-COORDENADOR  PIC X(15).
            05 RVN-NOTA-NOVA    PIC 9(02)V99.
            05 RVN-MEDIA-DISC-ANT PIC 9(03)V99.
            05 RVN-MEDIA-DISC-NOVA PIC 9(03)V99.
            05 RVN-MEDIA-PER-ANT PIC 9(03)V99.
            05 RVN-MEDIA-PER-NOVA PIC 9(03)V99.
            05 RVN-SITUACAO-PER PIC X(20).
            05 RVN-ELEGIVEL     PIC X(01).
            05 RVN-PROBATORIO   PIC X(01).
       FD   ARQDIS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 22 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DISCIPLINA.
       01   REG-DISCIPLINA.
            05 REG-DIS-CODIGO   PIC 9(03).
            05 REG-DIS-NOME     PIC X(15).
            05 REG-DIS-PESO     PIC 9(01).
            05 REG-DIS-STATUS   PIC X(01).
            05 REG-DIS-HORAS    PIC 9(02).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQRVN        PIC X VALUE 'N'.
       77  FS-ARQRVN-STATUS PIC XX VALUE '00'.
       77  FS-ARQDIS-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-MES          PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------
      * TOTAIS DO MES POR DISCIPLINA E DESFECHO
      *-----------------------------------------------------
       01  WRK-TAB-DISCIPLINAS.
           05 WRK-TAB-DIS-ENTRY OCCURS 100 TIMES.
               10 WRK-DIS-CODIGO     PIC 9(03).
               10 WRK-DIS-PEDIDOS    PIC 9(04).
               10 WRK-DIS-PENDENTES  PIC 9(04).
               10 WRK-DIS-DEFERIDOS  PIC 9(04).
               10 WRK-DIS-INDEFERIDOS PIC 9(04).
       77  WRK-DIS-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-TEM-DISCIPL  PIC 9 VALUE 0.
       77  WRK-NOME-DISC    PIC X(15) VALUE SPACES.
       77  WRK-DECISAO      PIC X(10) VALUE SPACES.
       77  WRK-NOTA-ED      PIC Z9,99.
       77  WRK-NOVA-ED      PIC Z9,99.
       77  WRK-QTD-LIDOS    PIC 9(05) VALUE 0.
       77  WRK-QTD-PEDIDOS  PIC 9(05) VALUE 0.
       77  WRK-QTD-PENDENTES PIC 9(05) VALUE 0.
       77  WRK-QTD-DEFERIDOS PIC 9(05) VALUE 0.
       77  WRK-QTD-INDEFERIDOS PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0300-PROCESSAR UNTIL FS-ARQRVN = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * RELATORIO MENSAL DAS REVISOES DE NOTA (PROG187): OS
      * PEDIDOS FEITOS NO MES INFORMADO, UM POR LINHA, E O
      * RESUMO POR DISCIPLINA COM O DESFECHO -- PENDENTES,
      * DEFERIDOS E INDEFERIDOS
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'MES DOS PEDIDOS (AAAAMM)....'.
           ACCEPT WRK-MES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQRVN.
             IF FS-ARQRVN-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQRVN.... ' FS-ARQRVN-STATUS
                MOVE 'F' TO FS-ARQRVN
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQRVN
                MOVE 'F' TO FS-ARQRVN
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE SPACES TO REG-REL.
           STRING 'REVISOES DE NOTA -- MES ' WRK-MES
                  ' -- ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'NUMER MATRIC PERIOD DIS N  NOTA  NOVA PEDIDO   '
                  'DECISAO    COORDENADOR'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           READ ARQRVN AT END
                       MOVE 'F' TO FS-ARQRVN.
       0100-FIM.
      *-----------------------------------------------------
       0300-PROCESSAR.
           ADD 1 TO WRK-QTD-LIDOS.
           IF RVN-ANO-MES = WRK-MES
              PERFORM 0400-LISTAR-PEDIDO.
           READ ARQRVN AT END
                       MOVE 'F' TO FS-ARQRVN.
      *-----------------------------------------------------
       0400-LISTAR-PEDIDO.
           ADD 1 TO WRK-QTD-PEDIDOS.
           PERFORM 0500-LOCALIZAR-DISCIPLINA.
           IF WRK-POS NOT = 0
              ADD 1 TO WRK-DIS-PEDIDOS (WRK-POS).
           MOVE ZEROS TO WRK-NOVA-ED.
           EVALUATE RVN-SITUACAO
               WHEN 'D'
                    MOVE 'DEFERIDO' TO WRK-DECISAO
                    MOVE RVN-NOTA-NOVA TO WRK-NOVA-ED
                    ADD 1 TO WRK-QTD-DEFERIDOS
                    IF WRK-POS NOT = 0
                       ADD 1 TO WRK-DIS-DEFERIDOS (WRK-POS)
                    END-IF
               WHEN 'I'
                    MOVE 'INDEFERIDO' TO WRK-DECISAO
                    ADD 1 TO WRK-QTD-INDEFERIDOS
                    IF WRK-POS NOT = 0
                       ADD 1 TO WRK-DIS-INDEFERIDOS (WRK-POS)
                    END-IF
               WHEN OTHER
                    MOVE 'PENDENTE' TO WRK-DECISAO
                    ADD 1 TO WRK-QTD-PENDENTES
                    IF WRK-POS NOT = 0
                       ADD 1 TO WRK-DIS-PENDENTES (WRK-POS)
                    END-IF
           END-EVALUATE.
           MOVE RVN-NOTA-CONTESTADA TO WRK-NOTA-ED.
           MOVE SPACES TO REG-REL.
           STRING RVN-NUMERO ' ' RVN-MATRICULA '  ' RVN-PERIODO ' '
                  RVN-DISCIPLINA ' ' RVN-AVALIACAO ' ' WRK-NOTA-ED
                  ' ' WRK-NOVA-ED ' ' RVN-DATA-PEDIDO ' '
                  WRK-DECISAO ' ' RVN-COORDENADOR
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0500-LOCALIZAR-DISCIPLINA.
           MOVE 0 TO WRK-POS.
           PERFORM 0510-COMPARAR-DISCIPLINA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-DIS-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              IF WRK-DIS-QTD > 99
                 DISPLAY 'DISCIPLINAS EXCEDEM O LIMITE DE 100 '
                         RVN-DISCIPLINA
              ELSE
                 ADD 1 TO WRK-DIS-QTD
                 MOVE WRK-DIS-QTD TO WRK-POS
                 MOVE RVN-DISCIPLINA TO WRK-DIS-CODIGO (WRK-POS)
                 MOVE ZEROS TO WRK-DIS-PEDIDOS (WRK-POS)
                 MOVE ZEROS TO WRK-DIS-PENDENTES (WRK-POS)
                 MOVE ZEROS TO WRK-DIS-DEFERIDOS (WRK-POS)
                 MOVE ZEROS TO WRK-DIS-INDEFERIDOS (WRK-POS).
      *-----------------------------------------------------
       0510-COMPARAR-DISCIPLINA.
           IF WRK-DIS-CODIGO (WRK-IDX) = RVN-DISCIPLINA
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0800-RESUMO-DISCIPLINA.
           MOVE '*SEM CADASTRO*' TO WRK-NOME-DISC.
           IF WRK-TEM-DISCIPL = 1
              MOVE WRK-DIS-CODIGO (WRK-IDX) TO REG-DIS-CODIGO
              READ ARQDIS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE REG-DIS-NOME TO WRK-NOME-DISC
              END-READ.
           MOVE SPACES TO REG-REL.
           STRING WRK-DIS-CODIGO (WRK-IDX) ' ' WRK-NOME-DISC '    '
                  WRK-DIS-PEDIDOS (WRK-IDX) '      '
                  WRK-DIS-PENDENTES (WRK-IDX) '      '
                  WRK-DIS-DEFERIDOS (WRK-IDX) '        '
                  WRK-DIS-INDEFERIDOS (WRK-IDX)
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-RETORNO NOT = 8
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               MOVE 'RESUMO POR DISCIPLINA' TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING 'DIS NOME            PEDIDOS PENDENTES '
                      'DEFERIDOS INDEFERIDOS'
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               OPEN INPUT ARQDIS
               IF FS-ARQDIS-STATUS = '00'
                  MOVE 1 TO WRK-TEM-DISCIPL
               END-IF
               PERFORM 0800-RESUMO-DISCIPLINA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-DIS-QTD
               IF WRK-TEM-DISCIPL = 1
                  CLOSE ARQDIS
               END-IF
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING 'PEDIDOS ' WRK-QTD-PEDIDOS
                      '  PENDENTES ' WRK-QTD-PENDENTES
                      '  DEFERIDOS ' WRK-QTD-DEFERIDOS
                      '  INDEFERIDOS ' WRK-QTD-INDEFERIDOS
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               CLOSE ARQRVN
               CLOSE ARQREL.
            DISPLAY '------------------------------------'.
            DISPLAY 'PEDIDOS LIDOS........... ' WRK-QTD-LIDOS.
            DISPLAY 'PEDIDOS DO MES.......... ' WRK-QTD-PEDIDOS.
            DISPLAY 'PENDENTES............... ' WRK-QTD-PENDENTES.
            DISPLAY 'DEFERIDOS............... ' WRK-QTD-DEFERIDOS.
            DISPLAY 'INDEFERIDOS............. ' WRK-QTD-INDEFERIDOS.
