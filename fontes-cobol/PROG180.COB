       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG180.
      *-----------------------------------------------------
      * OFERTA DE VAGA DA LISTA DE ESPERA, CHAMAVEL NO ESTILO
      * DO PROG079. PARA A TURMA E PERIODO RECEBIDOS CALCULA
      * AS VAGAS LIVRES (CAPACIDADE DO ARQTRF MENOS OS
      * MATRICULADOS M DO ARQMTR MENOS AS OFERTAS JA ABERTAS)
      * E OFERECE CADA VAGA AO PROXIMO CANDIDATO AGUARDANDO
      * NO ARQESP, PELA ORDEM DA DATA DO PEDIDO, COM PRAZO DE
      * ACEITE DE WRK-DIAS-PRAZO DIAS CORRIDOS LEVADO AO DIA
      * UTIL PELO PROG079. LS-OFERTADAS DEVOLVE A QUANTIDADE
      * DE OFERTAS FEITAS NA CHAMADA. CHAMADO PELO PROG116 NA
      * TRANSFERENCIA E NO CANCELAMENTO, PELO PROG181 E PELO
      * PROCESSAMENTO DIARIO DO PROG182
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQTRF ASSIGN TO UT-S-ARQTRF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTRF-STATUS.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQESP ASSIGN TO UT-S-ARQESP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQESP-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQTRF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TRF.
       01   REG-TRF.
            05 TRF-TURMA        PIC X(04).
            05 TRF-NIVEL        PIC X(02).
            05 TRF-CAPACIDADE   PIC 9(03).
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQTRF        PIC X VALUE 'N'.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQESP        PIC X VALUE 'N'.
       77  FS-ARQTRF-STATUS PIC XX VALUE '00'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQESP-STATUS PIC XX VALUE '00'.
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
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-TEM-TURMA    PIC 9 VALUE 0.
       77  WRK-CAPACIDADE   PIC 9(03) VALUE 0.
       77  WRK-OCUPADOS     PIC 9(03) VALUE 0.
       77  WRK-OFERTAS      PIC 9(03) VALUE 0.
       77  WRK-VAGAS        PIC S9(04) VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-PRAZO        PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-PRAZO   PIC 9(05) VALUE 3.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       LINKAGE                         SECTION.
       01  LS-TURMA         PIC X(04).
       01  LS-PERIODO       PIC X(06).
       01  LS-OFERTADAS     PIC 9(03).
       PROCEDURE  DIVISION USING LS-TURMA, LS-PERIODO,
                                 LS-OFERTADAS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LS-OFERTADAS.
           PERFORM 1000-CAPACIDADE THRU 1000-FIM.
           IF WRK-TEM-TURMA = 1
              PERFORM 1100-CONTAR-OCUPADOS
              PERFORM 1200-CARREGAR-ESPERA
              IF WRK-ESP-ESTOURO = 0
                 PERFORM 2000-OFERECER-VAGAS
                 IF LS-OFERTADAS NOT = 0
                    PERFORM 3000-REGRAVAR-ESPERA
                 END-IF
              END-IF.
           GOBACK.
      *-----------------------------------------------------
       1000-CAPACIDADE.
           MOVE 0 TO WRK-TEM-TURMA.
           MOVE 'N' TO FS-ARQTRF.
           OPEN INPUT ARQTRF.
           IF FS-ARQTRF-STATUS NOT = '00'
              DISPLAY 'REFERENCIA DE TURMAS AUSENTE '
                      FS-ARQTRF-STATUS
              GO TO 1000-FIM.
           READ ARQTRF AT END
                       MOVE 'F' TO FS-ARQTRF.
           PERFORM 1050-COMPARAR-TURMA UNTIL FS-ARQTRF = 'F'.
           CLOSE ARQTRF.
       1000-FIM.
      *-----------------------------------------------------
       1050-COMPARAR-TURMA.
           IF TRF-TURMA = LS-TURMA
              MOVE 1 TO WRK-TEM-TURMA
              MOVE TRF-CAPACIDADE TO WRK-CAPACIDADE
              MOVE 'F' TO FS-ARQTRF
           ELSE
              READ ARQTRF AT END
                          MOVE 'F' TO FS-ARQTRF.
      *-----------------------------------------------------
       1100-CONTAR-OCUPADOS.
           MOVE ZEROS TO WRK-OCUPADOS.
           MOVE 'N' TO FS-ARQMTR.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR
              END-READ
              PERFORM 1150-CONTAR-MATRICULA UNTIL FS-ARQMTR = 'F'
              CLOSE ARQMTR.
      *-----------------------------------------------------
       1150-CONTAR-MATRICULA.
           IF MTR-TURMA = LS-TURMA AND MTR-PERIODO = LS-PERIODO
              AND MTR-SITUACAO = 'M'
              ADD 1 TO WRK-OCUPADOS.
           READ ARQMTR AT END
                       MOVE 'F' TO FS-ARQMTR.
      *-----------------------------------------------------
       1200-CARREGAR-ESPERA.
           MOVE ZEROS TO WRK-ESP-QTD.
           MOVE 0 TO WRK-ESP-ESTOURO.
           MOVE 'N' TO FS-ARQESP.
           OPEN INPUT ARQESP.
           IF FS-ARQESP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQESP AT END
                          MOVE 'F' TO FS-ARQESP
              END-READ
              PERFORM 1250-GUARDAR-CANDIDATO UNTIL FS-ARQESP = 'F'
              CLOSE ARQESP.
      *-----------------------------------------------------
       1250-GUARDAR-CANDIDATO.
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
      * CADA VAGA LIVRE VAI PARA O CANDIDATO AGUARDANDO (A)
      * COM O PEDIDO MAIS ANTIGO; NO MESMO DIA VALE A ORDEM
      * DE INCLUSAO NO ARQUIVO
      *-----------------------------------------------------
       2000-OFERECER-VAGAS.
           MOVE ZEROS TO WRK-OFERTAS.
           PERFORM 2050-CONTAR-OFERTA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ESP-QTD.
           COMPUTE WRK-VAGAS = WRK-CAPACIDADE - WRK-OCUPADOS
                             - WRK-OFERTAS.
           IF WRK-VAGAS > 0
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
              MOVE 'S' TO WRK-DT-FUNCAO
              MOVE WRK-DATA-HOJE TO WRK-DT-DATA1
              MOVE WRK-DIAS-PRAZO TO WRK-DT-DIAS
              CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                   WRK-DT-DATA2, WRK-DT-DIAS,
                                   WRK-DT-RESULT
              MOVE 'V' TO WRK-DT-FUNCAO
              MOVE WRK-DT-DATA2 TO WRK-DT-DATA1
              CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                   WRK-DT-DATA2, WRK-DT-DIAS,
                                   WRK-DT-RESULT
              MOVE WRK-DT-DATA2 TO WRK-PRAZO
              PERFORM 2100-OFERECER-UMA THRU 2100-FIM
                  UNTIL WRK-VAGAS NOT > 0.
      *-----------------------------------------------------
       2050-CONTAR-OFERTA.
           IF WRK-ESP-TURMA (WRK-IDX) = LS-TURMA
              AND WRK-ESP-PERIODO (WRK-IDX) = LS-PERIODO
              AND WRK-ESP-SITUACAO (WRK-IDX) = 'O'
              ADD 1 TO WRK-OFERTAS.
      *-----------------------------------------------------
       2100-OFERECER-UMA.
           MOVE 0 TO WRK-POS.
           PERFORM 2150-PROCURAR-PROXIMO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ESP-QTD.
           IF WRK-POS = 0
              MOVE ZEROS TO WRK-VAGAS
              GO TO 2100-FIM.
           MOVE 'O' TO WRK-ESP-SITUACAO (WRK-POS).
           MOVE WRK-DATA-HOJE TO WRK-ESP-OFERTA (WRK-POS).
           MOVE WRK-PRAZO TO WRK-ESP-PRAZO (WRK-POS).
           ADD 1 TO LS-OFERTADAS.
           SUBTRACT 1 FROM WRK-VAGAS.
           DISPLAY 'VAGA OFERECIDA........ '
                   WRK-ESP-MATRICULA (WRK-POS)
                   ' TURMA ' LS-TURMA ' PRAZO ' WRK-PRAZO.
       2100-FIM.
      *-----------------------------------------------------
       2150-PROCURAR-PROXIMO.
           IF WRK-ESP-TURMA (WRK-IDX) = LS-TURMA
              AND WRK-ESP-PERIODO (WRK-IDX) = LS-PERIODO
              AND WRK-ESP-SITUACAO (WRK-IDX) = 'A'
              IF WRK-POS = 0
                 MOVE WRK-IDX TO WRK-POS
              ELSE
                 IF WRK-ESP-PEDIDO (WRK-IDX)
                    < WRK-ESP-PEDIDO (WRK-POS)
                    MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       3000-REGRAVAR-ESPERA.
           OPEN OUTPUT ARQESP.
           IF FS-ARQESP-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQESP. ' FS-ARQESP-STATUS
              MOVE ZEROS TO LS-OFERTADAS
           ELSE
              PERFORM 3050-GRAVAR-CANDIDATO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-ESP-QTD
              CLOSE ARQESP.
      *-----------------------------------------------------
       3050-GRAVAR-CANDIDATO.
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
