       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG182.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQESP ASSIGN TO UT-S-ARQESP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQESP-STATUS.
           SELECT ARQEST ASSIGN TO UT-S-ARQEST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEST-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQESP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ESP.
       01   REG-ESP.
            05 ESP-TURMA        PIC X(04).
            05 ESP-PERIODO      PIC X(06).
            05 ESP-MATRICULA    PIC 9(05).
            05 ESP-DATA-PEDIDO  PIC 9(08).
            05 ESP-PAGADOR      PIC 9(05).
            05 ESP-BOLSA-PCT    PIC 9(03).
            05 ESP-SITUACAO     PIC X(01).
            05 ESP-DATA-OFERTA  PIC 9(08).
            05 ESP-PRAZO        PIC 9(08).
       FD   ARQEST
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ESTUDANTE.
       01   REG-ESTUDANTE.
            05 EST-MATRICULA    PIC 9(05).
            05 EST-NOME         PIC X(20).
            05 EST-TURMA        PIC X(04).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQESP        PIC X VALUE 'N'.
       77  FS-ARQEST        PIC X VALUE 'N'.
       77  FS-ARQESP-STATUS PIC XX VALUE '00'.
       77  FS-ARQEST-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-ESPERA.
           05 WRK-TAB-ESP-ENTRY OCCURS 500 TIMES.
               10 WRK-ESP-TURMA     PIC X(04).
               10 WRK-ESP-PERIODO   PIC X(06).
               10 WRK-ESP-MATRICULA PIC 9(05).
               10 WRK-ESP-PEDIDO    PIC 9(08).
               10 WRK-ESP-PAGADOR   PIC 9(05).
               10 WRK-ESP-BOLSA     PIC 9(03).
               10 WRK-ESP-SITUACAO  PIC X(01).
               10 WRK-ESP-OFERTA    PIC 9(08).
               10 WRK-ESP-PRAZO     PIC 9(08).
       77  WRK-ESP-QTD      PIC 9(03) VALUE 0.
       77  WRK-ESP-ESTOURO  PIC 9 VALUE 0.
       01  WRK-TAB-GRUPOS.
           05 WRK-TAB-GRP-ENTRY OCCURS 100 TIMES.
               10 WRK-GRP-TURMA     PIC X(04).
               10 WRK-GRP-PERIODO   PIC X(06).
       77  WRK-GRP-QTD      PIC 9(03) VALUE 0.
       01  WRK-TAB-ESTUDANTES.
           05 WRK-TAB-EST-ENTRY OCCURS 500 TIMES.
               10 WRK-EST-MATRICULA PIC 9(05).
               10 WRK-EST-NOME      PIC X(20).
       77  WRK-EST-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-POSICAO      PIC 9(03) VALUE 0.
       77  WRK-NOME         PIC X(20) VALUE SPACES.
       77  WRK-TURMA        PIC X(04) VALUE SPACES.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-OFERTADAS    PIC 9(03) VALUE 0.
       77  WRK-QTD-EXPIRADAS PIC 9(03) VALUE 0.
       77  WRK-QTD-OFERTADAS PIC 9(03) VALUE 0.
       77  WRK-QTD-ABERTAS  PIC 9(03) VALUE 0.
       77  WRK-QTD-AGUARDA  PIC 9(03) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO NOT = 8
               PERFORM 0200-EXPIRAR-OFERTAS
               PERFORM 0300-OFERECER-VAGAS
               PERFORM 0150-CARREGAR-ESPERA
               PERFORM 0400-CARREGAR-ESTUDANTES
               PERFORM 0500-RELATORIO
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * PROCESSAMENTO DIARIO DA LISTA DE ESPERA (ARQESP DO
      * PROG181): OFERTA COM PRAZO VENCIDO PASSA A E
      * (EXPIRADA) E A VAGA VAI AO PROXIMO DA FILA PELO
      * PROG180, QUE TAMBEM PEGA VAGA LIBERADA POR AUMENTO DE
      * CAPACIDADE NO ARQTRF. EMITE NO ARQREL AS OFERTAS EM
      * ABERTO E A POSICAO DE CADA CANDIDATO AGUARDANDO
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-CARREGAR-ESPERA.
           IF WRK-ESP-ESTOURO = 1
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                MOVE 8 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
       0150-CARREGAR-ESPERA.
           MOVE ZEROS TO WRK-ESP-QTD.
           MOVE 'N' TO FS-ARQESP.
           OPEN INPUT ARQESP.
           IF FS-ARQESP-STATUS NOT = '00'
              DISPLAY 'LISTA DE ESPERA VAZIA OU AUSENTE '
                      FS-ARQESP-STATUS
           ELSE
              READ ARQESP AT END
                          MOVE 'F' TO FS-ARQESP
              END-READ
              PERFORM 0170-GUARDAR-CANDIDATO UNTIL FS-ARQESP = 'F'
              CLOSE ARQESP.
      *-----------------------------------------------------
       0170-GUARDAR-CANDIDATO.
           IF WRK-ESP-QTD > 499
              DISPLAY 'LISTA DE ESPERA EXCEDE O LIMITE DE 500'
              MOVE 1 TO WRK-ESP-ESTOURO
              MOVE 'F' TO FS-ARQESP
           ELSE
              ADD 1 TO WRK-ESP-QTD
              MOVE ESP-TURMA       TO WRK-ESP-TURMA (WRK-ESP-QTD)
              MOVE ESP-PERIODO     TO WRK-ESP-PERIODO (WRK-ESP-QTD)
              MOVE ESP-MATRICULA
                TO WRK-ESP-MATRICULA (WRK-ESP-QTD)
              MOVE ESP-DATA-PEDIDO TO WRK-ESP-PEDIDO (WRK-ESP-QTD)
              MOVE ESP-PAGADOR     TO WRK-ESP-PAGADOR (WRK-ESP-QTD)
              MOVE ESP-BOLSA-PCT   TO WRK-ESP-BOLSA (WRK-ESP-QTD)
              MOVE ESP-SITUACAO    TO WRK-ESP-SITUACAO (WRK-ESP-QTD)
              MOVE ESP-DATA-OFERTA TO WRK-ESP-OFERTA (WRK-ESP-QTD)
              MOVE ESP-PRAZO       TO WRK-ESP-PRAZO (WRK-ESP-QTD)
              READ ARQESP AT END
                          MOVE 'F' TO FS-ARQESP.
      *-----------------------------------------------------
       0200-EXPIRAR-OFERTAS.
           PERFORM 0250-EXPIRAR-UMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ESP-QTD.
           IF WRK-QTD-EXPIRADAS NOT = 0
              PERFORM 0600-REGRAVAR-ESPERA.
      *-----------------------------------------------------
       0250-EXPIRAR-UMA.
           IF WRK-ESP-SITUACAO (WRK-IDX) = 'O'
              AND WRK-ESP-PRAZO (WRK-IDX) < WRK-DATA-HOJE
              MOVE 'E' TO WRK-ESP-SITUACAO (WRK-IDX)
              ADD 1 TO WRK-QTD-EXPIRADAS
              DISPLAY 'OFERTA EXPIRADA....... '
                      WRK-ESP-MATRICULA (WRK-IDX)
                      ' TURMA ' WRK-ESP-TURMA (WRK-IDX)
                      ' PRAZO ' WRK-ESP-PRAZO (WRK-IDX).
      *-----------------------------------------------------
      * UMA CHAMADA DO PROG180 POR TURMA E PERIODO COM GENTE
      * AGUARDANDO NA FILA
      *-----------------------------------------------------
       0300-OFERECER-VAGAS.
           PERFORM 0320-MONTAR-GRUPO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ESP-QTD.
           PERFORM 0360-CHAMAR-OFERTA
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-GRP-QTD.
      *-----------------------------------------------------
       0320-MONTAR-GRUPO.
           IF WRK-ESP-SITUACAO (WRK-IDX) = 'A'
              MOVE 0 TO WRK-POS
              PERFORM 0340-COMPARAR-GRUPO
                  VARYING WRK-J FROM 1 BY 1
                  UNTIL WRK-J > WRK-GRP-QTD OR WRK-POS NOT = 0
              IF WRK-POS = 0
                 IF WRK-GRP-QTD > 99
                    DISPLAY 'TURMAS COM FILA EXCEDEM O LIMITE '
                            'DE 100'
                 ELSE
                    ADD 1 TO WRK-GRP-QTD
                    MOVE WRK-ESP-TURMA (WRK-IDX)
                      TO WRK-GRP-TURMA (WRK-GRP-QTD)
                    MOVE WRK-ESP-PERIODO (WRK-IDX)
                      TO WRK-GRP-PERIODO (WRK-GRP-QTD)
                 END-IF
              END-IF.
      *-----------------------------------------------------
       0340-COMPARAR-GRUPO.
           IF WRK-GRP-TURMA (WRK-J) = WRK-ESP-TURMA (WRK-IDX)
              AND WRK-GRP-PERIODO (WRK-J)
                  = WRK-ESP-PERIODO (WRK-IDX)
              MOVE WRK-J TO WRK-POS.
      *-----------------------------------------------------
       0360-CHAMAR-OFERTA.
           MOVE WRK-GRP-TURMA (WRK-J)   TO WRK-TURMA.
           MOVE WRK-GRP-PERIODO (WRK-J) TO WRK-PERIODO.
           CALL 'PROG180' USING WRK-TURMA, WRK-PERIODO,
                                WRK-OFERTADAS.
           ADD WRK-OFERTADAS TO WRK-QTD-OFERTADAS.
      *-----------------------------------------------------
       0400-CARREGAR-ESTUDANTES.
           OPEN INPUT ARQEST.
           IF FS-ARQEST-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE ESTUDANTES AUSENTE'
           ELSE
              READ ARQEST AT END
                          MOVE 'F' TO FS-ARQEST
              END-READ
              PERFORM 0450-GUARDAR-ESTUDANTE UNTIL FS-ARQEST = 'F'
              CLOSE ARQEST.
      *-----------------------------------------------------
       0450-GUARDAR-ESTUDANTE.
           IF WRK-EST-QTD > 499
              DISPLAY 'ESTUDANTES EXCEDEM O LIMITE DE 500'
              MOVE 'F' TO FS-ARQEST
           ELSE
              ADD 1 TO WRK-EST-QTD
              MOVE EST-MATRICULA
                TO WRK-EST-MATRICULA (WRK-EST-QTD)
              MOVE EST-NOME TO WRK-EST-NOME (WRK-EST-QTD)
              READ ARQEST AT END
                          MOVE 'F' TO FS-ARQEST.
      *-----------------------------------------------------
       0500-RELATORIO.
           MOVE SPACES TO REG-REL.
           STRING 'LISTA DE ESPERA DAS TURMAS -- '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE 'OFERTAS DE VAGA EM ABERTO' TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'TURMA PERIODO ALUNO NOME                 '
                  'OFERTA   PRAZO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0520-IMPRIMIR-OFERTA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ESP-QTD.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE 'POSICAO NA LISTA DE ESPERA' TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'TURMA PERIODO POS ALUNO NOME                 '
                  'PEDIDO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0540-IMPRIMIR-POSICAO
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > WRK-ESP-QTD.
      *-----------------------------------------------------
       0520-IMPRIMIR-OFERTA.
           IF WRK-ESP-SITUACAO (WRK-IDX) = 'O'
              ADD 1 TO WRK-QTD-ABERTAS
              MOVE WRK-IDX TO WRK-POS
              PERFORM 0560-BUSCAR-NOME
              MOVE SPACES TO REG-REL
              STRING WRK-ESP-TURMA (WRK-IDX) '  '
                     WRK-ESP-PERIODO (WRK-IDX) '  '
                     WRK-ESP-MATRICULA (WRK-IDX) ' '
                     WRK-NOME ' '
                     WRK-ESP-OFERTA (WRK-IDX) ' '
                     WRK-ESP-PRAZO (WRK-IDX)
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL.
      *-----------------------------------------------------
      * O PEDIDO ENTRA NO ARQESP COM A DATA DO DIA, ENTAO A
      * ORDEM DO ARQUIVO JA E A ORDEM DA FILA; A POSICAO E
      * CONTADA COMO NO PROG181
      *-----------------------------------------------------
       0540-IMPRIMIR-POSICAO.
           IF WRK-ESP-SITUACAO (WRK-POS) = 'A'
              ADD 1 TO WRK-QTD-AGUARDA
              MOVE 1 TO WRK-POSICAO
              PERFORM 0550-COMPARAR-FILA
                  VARYING WRK-J FROM 1 BY 1
                  UNTIL WRK-J > WRK-ESP-QTD
              PERFORM 0560-BUSCAR-NOME
              MOVE SPACES TO REG-REL
              STRING WRK-ESP-TURMA (WRK-POS) '  '
                     WRK-ESP-PERIODO (WRK-POS) '  '
                     WRK-POSICAO ' '
                     WRK-ESP-MATRICULA (WRK-POS) ' '
                     WRK-NOME ' '
                     WRK-ESP-PEDIDO (WRK-POS)
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL.
      *-----------------------------------------------------
       0550-COMPARAR-FILA.
           IF WRK-J NOT = WRK-POS
              AND WRK-ESP-TURMA (WRK-J) = WRK-ESP-TURMA (WRK-POS)
              AND WRK-ESP-PERIODO (WRK-J)
                  = WRK-ESP-PERIODO (WRK-POS)
              AND WRK-ESP-SITUACAO (WRK-J) = 'A'
              IF WRK-ESP-PEDIDO (WRK-J) < WRK-ESP-PEDIDO (WRK-POS)
                 OR (WRK-ESP-PEDIDO (WRK-J)
                     = WRK-ESP-PEDIDO (WRK-POS)
                     AND WRK-J < WRK-POS)
                 ADD 1 TO WRK-POSICAO.
      *-----------------------------------------------------
       0560-BUSCAR-NOME.
           MOVE 'SEM CADASTRO' TO WRK-NOME.
           PERFORM 0570-COMPARAR-NOME
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-EST-QTD.
      *-----------------------------------------------------
       0570-COMPARAR-NOME.
           IF WRK-EST-MATRICULA (WRK-J)
              = WRK-ESP-MATRICULA (WRK-POS)
              MOVE WRK-EST-NOME (WRK-J) TO WRK-NOME.
      *-----------------------------------------------------
       0600-REGRAVAR-ESPERA.
           OPEN OUTPUT ARQESP.
           IF FS-ARQESP-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQESP. ' FS-ARQESP-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0650-GRAVAR-CANDIDATO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-ESP-QTD
              CLOSE ARQESP.
      *-----------------------------------------------------
       0650-GRAVAR-CANDIDATO.
           MOVE SPACES TO REG-ESP.
           MOVE WRK-ESP-TURMA (WRK-IDX)     TO ESP-TURMA.
           MOVE WRK-ESP-PERIODO (WRK-IDX)   TO ESP-PERIODO.
           MOVE WRK-ESP-MATRICULA (WRK-IDX) TO ESP-MATRICULA.
           MOVE WRK-ESP-PEDIDO (WRK-IDX)    TO ESP-DATA-PEDIDO.
           MOVE WRK-ESP-PAGADOR (WRK-IDX)   TO ESP-PAGADOR.
           MOVE WRK-ESP-BOLSA (WRK-IDX)     TO ESP-BOLSA-PCT.
           MOVE WRK-ESP-SITUACAO (WRK-IDX)  TO ESP-SITUACAO.
           MOVE WRK-ESP-OFERTA (WRK-IDX)    TO ESP-DATA-OFERTA.
           MOVE WRK-ESP-PRAZO (WRK-IDX)     TO ESP-PRAZO.
           WRITE REG-ESP.
      *-----------------------------------------------------
       0900-FINALIZAR.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'EXPIRADAS ' WRK-QTD-EXPIRADAS
                  '  OFERECIDAS ' WRK-QTD-OFERTADAS
                  '  EM ABERTO ' WRK-QTD-ABERTAS
                  '  AGUARDANDO ' WRK-QTD-AGUARDA
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           CLOSE ARQREL.
           DISPLAY 'OFERTAS EXPIRADAS........ ' WRK-QTD-EXPIRADAS.
           DISPLAY 'OFERTAS FEITAS........... ' WRK-QTD-OFERTADAS.
           DISPLAY 'OFERTAS EM ABERTO........ ' WRK-QTD-ABERTAS.
           DISPLAY 'CANDIDATOS AGUARDANDO.... ' WRK-QTD-AGUARDA.
