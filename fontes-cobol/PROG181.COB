       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG181.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQESP ASSIGN TO UT-S-ARQESP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQESP-STATUS.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQEST ASSIGN TO UT-S-ARQEST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEST-STATUS.
           SELECT ARQTRF ASSIGN TO UT-S-ARQTRF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTRF-STATUS.
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
       FD   ARQMTR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MTR.
       01   REG-MTR.
            05 MTR-MATRICULA    PIC 9(05).
            05 MTR-TURMA        PIC X(04).
            05 MTR-PERIODO      PIC X(06).
            05 MTR-SITUACAO     PIC X(01).
            05 MTR-PAGADOR      PIC 9(05).
            05 MTR-BOLSA-PCT    PIC 9(03).
       FD   ARQEST
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ESTUDANTE.
       01   REG-ESTUDANTE.
            05 EST-MATRICULA    PIC 9(05).
            05 EST-NOME         PIC X(20).
            05 EST-TURMA        PIC X(04).
       FD   ARQTRF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TRF.
       01   REG-TRF.
            05 TRF-TURMA        PIC X(04).
            05 TRF-NIVEL        PIC X(02).
            05 TRF-CAPACIDADE   PIC 9(03).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQESP        PIC X VALUE 'N'.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQEST        PIC X VALUE 'N'.
       77  FS-ARQTRF        PIC X VALUE 'N'.
       77  FS-ARQESP-STATUS PIC XX VALUE '00'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQEST-STATUS PIC XX VALUE '00'.
       77  FS-ARQTRF-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77  WRK-TURMA        PIC X(04) VALUE SPACES.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-PAGADOR      PIC 9(05) VALUE ZEROS.
       77  WRK-BOLSA        PIC 9(03) VALUE ZEROS.
       77  WRK-CADASTRADO   PIC 9 VALUE 0.
       77  WRK-TEM-TURMA    PIC 9 VALUE 0.
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
       01  WRK-TAB-MATRICULAS.
           05 WRK-TAB-MTR-ENTRY OCCURS 500 TIMES.
               10 WRK-MTR-MATRICULA PIC 9(05).
               10 WRK-MTR-TURMA     PIC X(04).
               10 WRK-MTR-PERIODO   PIC X(06).
               10 WRK-MTR-SITUACAO  PIC X(01).
               10 WRK-MTR-PAGADOR   PIC 9(05).
               10 WRK-MTR-BOLSA     PIC 9(03).
       77  WRK-MTR-QTD      PIC 9(03) VALUE 0.
       77  WRK-MTR-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-POS-MTR      PIC 9(03) VALUE 0.
       77  WRK-POSICAO      PIC 9(03) VALUE 0.
       77  WRK-SITUACAO-ANT PIC X(01) VALUE SPACE.
       77  WRK-OFERTADAS    PIC 9(03) VALUE 0.
       77  WRK-GRAVOU       PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'LISTA DE ESPERA DAS TURMAS'.
            DISPLAY '1=INCLUIR 2=ACEITAR OFERTA 3=DESISTIR'.
            DISPLAY '4=LISTAR............................'.
            ACCEPT WRK-OPCAO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 0100-CARREGAR-ESPERA.
            IF WRK-ESP-ESTOURO = 0
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-ACEITAR THRU 0300-FIM
                   WHEN 3 PERFORM 0400-DESISTIR THRU 0400-FIM
                   WHEN 4 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * LISTA DE ESPERA POR TURMA E PERIODO PARA TURMA
      * LOTADA (PROG121), NA ORDEM DA DATA DO PEDIDO. SITUACAO
      * A (AGUARDANDO), O (VAGA OFERECIDA, COM PRAZO PARA O
      * ACEITE), M (ACEITOU E FOI MATRICULADO NO ARQMTR),
      * E (OFERTA EXPIRADA NO PROG182) OU D (DESISTIU). A
      * OFERTA DA VAGA E FEITA PELO PROG180; O ACEITE GRAVA A
      * MATRICULA NO ARQMTR NO MESMO MOLDE DO PROG116
      *-----------------------------------------------------
       0100-CARREGAR-ESPERA.
           OPEN INPUT ARQESP.
           IF FS-ARQESP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQESP AT END
                          MOVE 'F' TO FS-ARQESP
              END-READ
              PERFORM 0120-GUARDAR-CANDIDATO UNTIL FS-ARQESP = 'F'
              CLOSE ARQESP.
      *-----------------------------------------------------
       0120-GUARDAR-CANDIDATO.
           IF WRK-ESP-QTD > 499
              DISPLAY 'LISTA DE ESPERA EXCEDE O LIMITE DE 500'
              MOVE 1 TO WRK-ESP-ESTOURO
              MOVE 8 TO WRK-RETORNO
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
       0200-INCLUIR.
           DISPLAY 'MATRICULA DO ALUNO........'.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'TURMA.....................'.
           ACCEPT WRK-TURMA.
           DISPLAY 'PERIODO (AAAA-P)..........'.
           ACCEPT WRK-PERIODO.
           DISPLAY 'CODIGO DO PAGADOR (CLIENTES)..'.
           ACCEPT WRK-PAGADOR.
           DISPLAY 'PCT DE BOLSA (000-100)....'.
           ACCEPT WRK-BOLSA.
           PERFORM 0220-CONFERIR-ESTUDANTE.
           IF WRK-CADASTRADO = 0
              DISPLAY 'ALUNO SEM CADASTRO NO ARQEST, '
                      'PEDIDO RECUSADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           PERFORM 0240-CONFERIR-TURMA.
           IF WRK-TEM-TURMA = 0
              DISPLAY 'TURMA SEM REFERENCIA NO ARQTRF, '
                      'PEDIDO RECUSADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           PERFORM 0700-PROCURAR-PEDIDO.
           IF WRK-POS NOT = 0
              DISPLAY 'ALUNO JA ESTA NA LISTA DA TURMA, SITUACAO '
                      WRK-ESP-SITUACAO (WRK-POS)
              GO TO 0200-FIM.
           PERFORM 0320-CARREGAR-MATRICULAS.
           PERFORM 0340-PROCURAR-MATRICULA.
           IF WRK-POS-MTR NOT = 0
              AND WRK-MTR-SITUACAO (WRK-POS-MTR) = 'M'
              DISPLAY 'ALUNO JA MATRICULADO NO PERIODO'
              GO TO 0200-FIM.
           IF WRK-ESP-QTD > 499
              DISPLAY 'LISTA DE ESPERA EXCEDE O LIMITE DE 500, '
                      'PEDIDO RECUSADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           ADD 1 TO WRK-ESP-QTD.
           MOVE WRK-ESP-QTD   TO WRK-POS.
           MOVE WRK-TURMA     TO WRK-ESP-TURMA (WRK-POS).
           MOVE WRK-PERIODO   TO WRK-ESP-PERIODO (WRK-POS).
           MOVE WRK-MATRICULA TO WRK-ESP-MATRICULA (WRK-POS).
           MOVE WRK-DATA-HOJE TO WRK-ESP-PEDIDO (WRK-POS).
           MOVE WRK-PAGADOR   TO WRK-ESP-PAGADOR (WRK-POS).
           MOVE WRK-BOLSA     TO WRK-ESP-BOLSA (WRK-POS).
           MOVE 'A'           TO WRK-ESP-SITUACAO (WRK-POS).
           MOVE ZEROS         TO WRK-ESP-OFERTA (WRK-POS).
           MOVE ZEROS         TO WRK-ESP-PRAZO (WRK-POS).
           PERFORM 0600-REGRAVAR-ESPERA.
           IF WRK-GRAVOU = 0
              GO TO 0200-FIM.
           PERFORM 0800-CALCULAR-POSICAO.
           DISPLAY 'ALUNO NA LISTA DE ESPERA ' WRK-MATRICULA
                   ' TURMA ' WRK-TURMA ' POSICAO ' WRK-POSICAO.
           CALL 'PROG180' USING WRK-TURMA, WRK-PERIODO,
                                WRK-OFERTADAS.
       0200-FIM.
      *-----------------------------------------------------
       0220-CONFERIR-ESTUDANTE.
           MOVE 0 TO WRK-CADASTRADO.
           OPEN INPUT ARQEST.
           IF FS-ARQEST-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE ESTUDANTES AUSENTE'
           ELSE
              READ ARQEST AT END
                          MOVE 'F' TO FS-ARQEST
              END-READ
              PERFORM 0230-COMPARAR-ESTUDANTE
                  UNTIL FS-ARQEST = 'F'
              CLOSE ARQEST.
      *-----------------------------------------------------
       0230-COMPARAR-ESTUDANTE.
           IF EST-MATRICULA = WRK-MATRICULA
              MOVE 1 TO WRK-CADASTRADO
              MOVE 'F' TO FS-ARQEST
           ELSE
              READ ARQEST AT END
                          MOVE 'F' TO FS-ARQEST.
      *-----------------------------------------------------
       0240-CONFERIR-TURMA.
           MOVE 0 TO WRK-TEM-TURMA.
           OPEN INPUT ARQTRF.
           IF FS-ARQTRF-STATUS NOT = '00'
              DISPLAY 'REFERENCIA DE TURMAS AUSENTE '
                      FS-ARQTRF-STATUS
           ELSE
              READ ARQTRF AT END
                          MOVE 'F' TO FS-ARQTRF
              END-READ
              PERFORM 0250-COMPARAR-TURMA
                  UNTIL FS-ARQTRF = 'F'
              CLOSE ARQTRF.
      *-----------------------------------------------------
       0250-COMPARAR-TURMA.
           IF TRF-TURMA = WRK-TURMA
              MOVE 1 TO WRK-TEM-TURMA
              MOVE 'F' TO FS-ARQTRF
           ELSE
              READ ARQTRF AT END
                          MOVE 'F' TO FS-ARQTRF.
      *-----------------------------------------------------
      * ACEITE DENTRO DO PRAZO: A MATRICULA E GRAVADA COMO NO
      * PROG116 (SITUACAO M, PAGADOR E BOLSA DO PEDIDO) E O
      * PEDIDO PASSA A M; OFERTA VENCIDA FICA PARA O PROG182
      * EXPIRAR E PASSAR A VAGA ADIANTE
      *-----------------------------------------------------
       0300-ACEITAR.
           DISPLAY 'MATRICULA DO ALUNO........'.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'PERIODO (AAAA-P)..........'.
           ACCEPT WRK-PERIODO.
           MOVE 0 TO WRK-POS.
           PERFORM 0310-PROCURAR-OFERTA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ESP-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              DISPLAY 'NENHUMA OFERTA ABERTA PARA O ALUNO'
              GO TO 0300-FIM.
           IF WRK-ESP-PRAZO (WRK-POS) < WRK-DATA-HOJE
              DISPLAY 'OFERTA VENCIDA EM ' WRK-ESP-PRAZO (WRK-POS)
                      ', ACEITE RECUSADO'
              MOVE 4 TO WRK-RETORNO
              GO TO 0300-FIM.
           MOVE WRK-ESP-TURMA (WRK-POS) TO WRK-TURMA.
           PERFORM 0320-CARREGAR-MATRICULAS.
           IF WRK-MTR-ESTOURO = 1
              GO TO 0300-FIM.
           PERFORM 0340-PROCURAR-MATRICULA.
           IF WRK-POS-MTR NOT = 0
              AND WRK-MTR-SITUACAO (WRK-POS-MTR) = 'M'
              DISPLAY 'ALUNO JA MATRICULADO NO PERIODO'
              GO TO 0300-FIM.
           IF WRK-POS-MTR = 0 AND WRK-MTR-QTD > 499
              DISPLAY 'MATRICULAS EXCEDEM O LIMITE DE 500, '
                      'ACEITE RECUSADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           IF WRK-POS-MTR = 0
              ADD 1 TO WRK-MTR-QTD
              MOVE WRK-MTR-QTD TO WRK-POS-MTR
              MOVE WRK-MATRICULA
                TO WRK-MTR-MATRICULA (WRK-POS-MTR)
              MOVE WRK-PERIODO TO WRK-MTR-PERIODO (WRK-POS-MTR).
           MOVE WRK-TURMA TO WRK-MTR-TURMA (WRK-POS-MTR).
           MOVE 'M' TO WRK-MTR-SITUACAO (WRK-POS-MTR).
           MOVE WRK-ESP-PAGADOR (WRK-POS)
             TO WRK-MTR-PAGADOR (WRK-POS-MTR).
           MOVE WRK-ESP-BOLSA (WRK-POS)
             TO WRK-MTR-BOLSA (WRK-POS-MTR).
           PERFORM 0380-REGRAVAR-MATRICULAS.
           IF WRK-GRAVOU = 0
              GO TO 0300-FIM.
           MOVE 'M' TO WRK-ESP-SITUACAO (WRK-POS).
           PERFORM 0600-REGRAVAR-ESPERA.
           DISPLAY 'OFERTA ACEITA, ALUNO MATRICULADO ' WRK-MATRICULA
                   ' TURMA ' WRK-TURMA ' PERIODO ' WRK-PERIODO.
       0300-FIM.
      *-----------------------------------------------------
       0310-PROCURAR-OFERTA.
           IF WRK-ESP-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-ESP-PERIODO (WRK-IDX) = WRK-PERIODO
              AND WRK-ESP-SITUACAO (WRK-IDX) = 'O'
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0320-CARREGAR-MATRICULAS.
           MOVE ZEROS TO WRK-MTR-QTD.
           MOVE 'N' TO FS-ARQMTR.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR
              END-READ
              PERFORM 0330-GUARDAR-MATRICULA UNTIL FS-ARQMTR = 'F'
              CLOSE ARQMTR.
      *-----------------------------------------------------
       0330-GUARDAR-MATRICULA.
           IF WRK-MTR-QTD > 499
              DISPLAY 'MATRICULAS EXCEDEM O LIMITE DE 500'
              MOVE 1 TO WRK-MTR-ESTOURO
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQMTR
           ELSE
              ADD 1 TO WRK-MTR-QTD
              MOVE MTR-MATRICULA
                TO WRK-MTR-MATRICULA (WRK-MTR-QTD)
              MOVE MTR-TURMA    TO WRK-MTR-TURMA (WRK-MTR-QTD)
              MOVE MTR-PERIODO  TO WRK-MTR-PERIODO (WRK-MTR-QTD)
              MOVE MTR-SITUACAO TO WRK-MTR-SITUACAO (WRK-MTR-QTD)
              MOVE MTR-PAGADOR  TO WRK-MTR-PAGADOR (WRK-MTR-QTD)
              MOVE MTR-BOLSA-PCT TO WRK-MTR-BOLSA (WRK-MTR-QTD)
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR.
      *-----------------------------------------------------
       0340-PROCURAR-MATRICULA.
           MOVE 0 TO WRK-POS-MTR.
           PERFORM 0350-COMPARAR-MATRICULA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MTR-QTD OR WRK-POS-MTR NOT = 0.
      *-----------------------------------------------------
       0350-COMPARAR-MATRICULA.
           IF WRK-MTR-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-MTR-PERIODO (WRK-IDX) = WRK-PERIODO
              MOVE WRK-IDX TO WRK-POS-MTR.
      *-----------------------------------------------------
       0380-REGRAVAR-MATRICULAS.
           MOVE 0 TO WRK-GRAVOU.
           OPEN OUTPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQMTR. ' FS-ARQMTR-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0390-GRAVAR-MATRICULA
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-MTR-QTD
              CLOSE ARQMTR
              MOVE 1 TO WRK-GRAVOU.
      *-----------------------------------------------------
       0390-GRAVAR-MATRICULA.
           MOVE SPACES TO REG-MTR.
           MOVE WRK-MTR-MATRICULA (WRK-IDX) TO MTR-MATRICULA.
           MOVE WRK-MTR-TURMA (WRK-IDX)     TO MTR-TURMA.
           MOVE WRK-MTR-PERIODO (WRK-IDX)   TO MTR-PERIODO.
           MOVE WRK-MTR-SITUACAO (WRK-IDX)  TO MTR-SITUACAO.
           MOVE WRK-MTR-PAGADOR (WRK-IDX)   TO MTR-PAGADOR.
           MOVE WRK-MTR-BOLSA (WRK-IDX)     TO MTR-BOLSA-PCT.
           WRITE REG-MTR.
      *-----------------------------------------------------
      * DESISTENCIA DE QUEM TINHA OFERTA ABERTA DEVOLVE A VAGA
      * AO PROG180, QUE A OFERECE AO PROXIMO DA LISTA
      *-----------------------------------------------------
       0400-DESISTIR.
           DISPLAY 'MATRICULA DO ALUNO........'.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'TURMA.....................'.
           ACCEPT WRK-TURMA.
           DISPLAY 'PERIODO (AAAA-P)..........'.
           ACCEPT WRK-PERIODO.
           PERFORM 0700-PROCURAR-PEDIDO.
           IF WRK-POS = 0
              DISPLAY 'ALUNO FORA DA LISTA DE ESPERA DA TURMA'
              GO TO 0400-FIM.
           MOVE WRK-ESP-SITUACAO (WRK-POS) TO WRK-SITUACAO-ANT.
           MOVE 'D' TO WRK-ESP-SITUACAO (WRK-POS).
           PERFORM 0600-REGRAVAR-ESPERA.
           IF WRK-GRAVOU = 0
              GO TO 0400-FIM.
           DISPLAY 'DESISTENCIA REGISTRADA ' WRK-MATRICULA
                   ' TURMA ' WRK-TURMA.
           IF WRK-SITUACAO-ANT = 'O'
              CALL 'PROG180' USING WRK-TURMA, WRK-PERIODO,
                                   WRK-OFERTADAS.
       0400-FIM.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'TURMA PERIODO MATRIC SIT PEDIDO   PRAZO    POS'.
           DISPLAY '------------------------------------'.
           PERFORM 0550-LISTAR-UM
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > WRK-ESP-QTD.
           DISPLAY 'PEDIDOS LISTADOS...... ' WRK-ESP-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UM.
           PERFORM 0800-CALCULAR-POSICAO.
           DISPLAY WRK-ESP-TURMA (WRK-POS) '  '
                   WRK-ESP-PERIODO (WRK-POS) '  '
                   WRK-ESP-MATRICULA (WRK-POS) '  '
                   WRK-ESP-SITUACAO (WRK-POS) '  '
                   WRK-ESP-PEDIDO (WRK-POS) ' '
                   WRK-ESP-PRAZO (WRK-POS) ' '
                   WRK-POSICAO.
      *-----------------------------------------------------
       0600-REGRAVAR-ESPERA.
           MOVE 0 TO WRK-GRAVOU.
           OPEN OUTPUT ARQESP.
           IF FS-ARQESP-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQESP. ' FS-ARQESP-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0650-GRAVAR-CANDIDATO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-ESP-QTD
              CLOSE ARQESP
              MOVE 1 TO WRK-GRAVOU.
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
       0700-PROCURAR-PEDIDO.
           MOVE 0 TO WRK-POS.
           PERFORM 0750-COMPARAR-PEDIDO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ESP-QTD OR WRK-POS NOT = 0.
      *-----------------------------------------------------
       0750-COMPARAR-PEDIDO.
           IF WRK-ESP-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-ESP-TURMA (WRK-IDX) = WRK-TURMA
              AND WRK-ESP-PERIODO (WRK-IDX) = WRK-PERIODO
              AND (WRK-ESP-SITUACAO (WRK-IDX) = 'A'
                OR WRK-ESP-SITUACAO (WRK-IDX) = 'O')
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
      * POSICAO NA FILA DO PEDIDO AGUARDANDO EM WRK-POS:
      * QUANTOS AGUARDAM NA MESMA TURMA E PERIODO COM PEDIDO
      * MAIS ANTIGO (OU DO MESMO DIA E INCLUIDO ANTES), MAIS
      * UM; ZERO PARA QUEM NAO ESTA AGUARDANDO
      *-----------------------------------------------------
       0800-CALCULAR-POSICAO.
           MOVE ZEROS TO WRK-POSICAO.
           IF WRK-ESP-SITUACAO (WRK-POS) = 'A'
              MOVE 1 TO WRK-POSICAO
              PERFORM 0850-COMPARAR-FILA
                  VARYING WRK-J FROM 1 BY 1
                  UNTIL WRK-J > WRK-ESP-QTD.
      *-----------------------------------------------------
       0850-COMPARAR-FILA.
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
