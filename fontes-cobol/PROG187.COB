       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG187.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQRVN ASSIGN TO UT-S-ARQRVN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRVN-STATUS.
           SELECT ARQEST ASSIGN TO UT-S-ARQEST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEST-STATUS.
           SELECT ARQHID ASSIGN TO UT-S-ARQHID
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQHID-STATUS.
           SELECT ARQHIS ASSIGN TO UT-S-ARQHIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQHIS-STATUS.
           SELECT ARQDIS ASSIGN TO UT-S-ARQDIS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-DIS-CODIGO
                  FILE STATUS IS FS-ARQDIS-STATUS.
           SELECT ARQFRE ASSIGN TO UT-S-ARQFRE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQFRE-STATUS.
           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
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
       FD   ARQEST
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ESTUDANTE.
       01   REG-ESTUDANTE.
            05 EST-MATRICULA    PIC 9(05).
            05 EST-NOME         PIC X(20).
            05 EST-TURMA        PIC X(04).
       FD   ARQHID
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-HID.
       01   REG-HID.
            05 HID-MATRICULA    PIC 9(05).
            05 FILLER           PIC X       VALUE SPACE.
            05 HID-PERIODO      PIC X(06).
            05 FILLER           PIC X       VALUE SPACE.
            05 HID-DISCIPLINA   PIC 9(03).
            05 FILLER           PIC X       VALUE SPACE.
            05 HID-MEDIA        PIC 9(03)V99.
       FD   ARQHIS
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-HIST.
       01   REG-HIST.
            05 HIS-MATRICULA    PIC 9(05).
            05 FILLER           PIC X       VALUE SPACE.
            05 HIS-PERIODO      PIC X(06).
            05 FILLER           PIC X       VALUE SPACE.
            05 HIS-MEDIA        PIC 9(03)V99.
            05 FILLER           PIC X       VALUE SPACE.
            05 HIS-NOTA-EXAME   PIC 9(02)V99.
            05 FILLER           PIC X       VALUE SPACE.
            05 HIS-MEDIA-FINAL  PIC 9(03)V99.
            05 FILLER           PIC X       VALUE SPACE.
            05 HIS-SITUACAO     PIC X(20).
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
       FD   ARQFRE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-FREQ.
       01   REG-FREQ.
            05 FRE-MATRICULA    PIC 9(05).
            05 FRE-AULAS-DADAS  PIC 9(03).
            05 FRE-FALTAS       PIC 9(03).
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
       77  FS-ARQRVN        PIC X VALUE 'N'.
       77  FS-ARQEST        PIC X VALUE 'N'.
       77  FS-ARQHID        PIC X VALUE 'N'.
       77  FS-ARQHIS        PIC X VALUE 'N'.
       77  FS-ARQFRE        PIC X VALUE 'N'.
       77  FS-ARQRVN-STATUS PIC XX VALUE '00'.
       77  FS-ARQEST-STATUS PIC XX VALUE '00'.
       77  FS-ARQHID-STATUS PIC XX VALUE '00'.
       77  FS-ARQHIS-STATUS PIC XX VALUE '00'.
       77  FS-ARQDIS-STATUS PIC XX VALUE '00'.
       77  FS-ARQFRE-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO       PIC 9(05) VALUE ZEROS.
       77  WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-DISCIPLINA   PIC 9(03) VALUE ZEROS.
       77  WRK-AVALIACAO    PIC X(01) VALUE SPACE.
       77  WRK-NOTA-CONTESTADA PIC 9(02)V99 VALUE ZEROS.
       77  WRK-NOTA-NOVA    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77  WRK-COORDENADOR  PIC X(15) VALUE SPACES.
       77  WRK-DECISAO      PIC X(01) VALUE SPACE.
       77  WRK-CADASTRADO   PIC 9 VALUE 0.
       77  WRK-NOTA-ED      PIC Z9,99.
       77  WRK-MEDIA-ED     PIC ZZ9,99.
       77  WRK-MEDIA-ED2    PIC ZZ9,99.
      *-----------------------------------------------------
      * PEDIDOS DE REVISAO NO MESMO DESENHO DO ARQRVN
      *-----------------------------------------------------
       01  WRK-TAB-REVISOES.
           05 WRK-TAB-RVN-ENTRY OCCURS 500 TIMES.
               10 WRK-RVN-NUMERO       PIC 9(05).
               10 WRK-RVN-MATRICULA    PIC 9(05).
               10 WRK-RVN-PERIODO      PIC X(06).
               10 WRK-RVN-DISCIPLINA   PIC 9(03).
               10 WRK-RVN-AVALIACAO    PIC X(01).
               10 WRK-RVN-NOTA-CONTESTADA PIC 9(02)V99.
               10 WRK-RVN-MOTIVO       PIC X(30).
               10 WRK-RVN-DATA-PEDIDO  PIC 9(08).
               10 WRK-RVN-SITUACAO     PIC X(01).
               10 WRK-RVN-DATA-DECISAO PIC 9(08).
               10 WRK-RVN-COORDENADOR  PIC X(15).
               10 WRK-RVN-NOTA-NOVA    PIC 9(02)V99.
               10 WRK-RVN-MEDIA-DISC-ANT PIC 9(03)V99.
               10 WRK-RVN-MEDIA-DISC-NOVA PIC 9(03)V99.
               10 WRK-RVN-MEDIA-PER-ANT PIC 9(03)V99.
               10 WRK-RVN-MEDIA-PER-NOVA PIC 9(03)V99.
               10 WRK-RVN-SITUACAO-PER PIC X(20).
               10 WRK-RVN-ELEGIVEL     PIC X(01).
               10 WRK-RVN-PROBATORIO   PIC X(01).
       77  WRK-RVN-QTD      PIC 9(03) VALUE 0.
       77  WRK-RVN-ESTOURO  PIC 9 VALUE 0.
      *-----------------------------------------------------
      * ARQHID E ARQHIS INTEIROS, NO DESENHO DO PROG115, PARA
      * A REGRAVACAO DEPOIS DA REVISAO DEFERIDA
      *-----------------------------------------------------
       01  WRK-TAB-DISCIPLINAS.
           05 WRK-TAB-HID-ENTRY OCCURS 3000 TIMES.
               10 WRK-HID-MATRICULA PIC 9(05).
               10 FILLER            PIC X.
               10 WRK-HID-PERIODO   PIC X(06).
               10 FILLER            PIC X.
               10 WRK-HID-DISCIPLINA PIC 9(03).
               10 FILLER            PIC X.
               10 WRK-HID-MEDIA     PIC 9(03)V99.
       77  WRK-HID-QTD      PIC 9(04) VALUE 0.
       01  WRK-TAB-HISTORICO.
           05 WRK-TAB-HIS-ENTRY OCCURS 1000 TIMES.
               10 WRK-HIS-MATRICULA PIC 9(05).
               10 FILLER            PIC X.
               10 WRK-HIS-PERIODO   PIC X(06).
               10 FILLER            PIC X.
               10 WRK-HIS-MEDIA     PIC 9(03)V99.
               10 FILLER            PIC X.
               10 WRK-HIS-NOTA-EXAME PIC 9(02)V99.
               10 FILLER            PIC X.
               10 WRK-HIS-MEDIA-FINAL PIC 9(03)V99.
               10 FILLER            PIC X.
               10 WRK-HIS-SITUACAO  PIC X(20).
       77  WRK-HIS-QTD      PIC 9(04) VALUE 0.
       77  WRK-TAB-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(04) VALUE 0.
       77  WRK-POS          PIC 9(04) VALUE 0.
       77  WRK-QTD-LINHAS   PIC 9(03) VALUE 0.
       77  WRK-TEM-DISCIPL  PIC 9 VALUE 0.
       77  WRK-PESO-DISC    PIC 9(01) VALUE 1.
       77  WRK-SOMA-POND    PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SOMA-PESOS   PIC 9(03) VALUE 0.
       77  WRK-MEDIA-CALC   PIC S9(03)V99 VALUE ZEROS.
       77  WRK-MEDIA-DISC-ANT PIC 9(03)V99 VALUE ZEROS.
       77  WRK-MEDIA-DISC   PIC 9(03)V99 VALUE ZEROS.
       77  WRK-MEDIA-PER-ANT PIC 9(03)V99 VALUE ZEROS.
       77  WRK-MEDIA-PER    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-SITUACAO-PER PIC X(20) VALUE SPACES.
       77  WRK-IMAGEM-ANTES PIC X(135) VALUE SPACES.
       77  WRK-JRN-OPERACAO PIC X(12) VALUE SPACES.
       77  WRK-MEDIA-CORTE  PIC 9(02)V99 VALUE 6.
       77  WRK-PERC-FALTAS  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ELEGIVEL     PIC X(01) VALUE 'S'.
       77  WRK-PROBATORIO   PIC X(01) VALUE 'N'.
       77  WRK-ELEGIVEL-ANT PIC X(01) VALUE 'S'.
       77  WRK-PROBATORIO-ANT PIC X(01) VALUE 'N'.
       77  WRK-ABAIXO       PIC 9 VALUE 0.
       77  WRK-GRAVOU       PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'REVISAO DE NOTA'.
            DISPLAY '1=SOLICITAR 2=DECIDIR 3=PENDENTES'.
            ACCEPT WRK-OPCAO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 0100-CARREGAR-REVISOES.
            IF WRK-RVN-ESTOURO = 0
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-SOLICITAR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-DECIDIR THRU 0300-FIM
                   WHEN 3 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * REVISAO DE NOTA: A FAMILIA CONTESTA UMA NOTA (N1 OU
      * N2) DE UMA DISCIPLINA DO PERIODO, A COORDENACAO DEFERE
      * OU INDEFERE E, NO DEFERIMENTO, A LINHA DA DISCIPLINA
      * NO ARQHID E O RESUMO DO PERIODO NO ARQHIS SAO
      * RECALCULADOS COMO NO PROG115, COM IMAGEM ANTES/DEPOIS
      * NO ARQJRN -- NINGUEM MAIS EDITA O ARQHID OU O ARQHIS
      * NA MAO. EM SEGUIDA A ELEGIBILIDADE AO CERTIFICADO
      * (REGRA DO PROG119) E O ACOMPANHAMENTO ACADEMICO
      * (REGRA DO PROG120) DO ALUNO SAO REAVALIADOS. SITUACAO
      * DO PEDIDO: P PENDENTE, D DEFERIDO, I INDEFERIDO. O
      * RELATORIO MENSAL SAI NO PROG188
      *-----------------------------------------------------
       0100-CARREGAR-REVISOES.
           OPEN INPUT ARQRVN.
           IF FS-ARQRVN-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQRVN AT END
                          MOVE 'F' TO FS-ARQRVN
              END-READ
              PERFORM 0120-GUARDAR-REVISAO UNTIL FS-ARQRVN = 'F'
              CLOSE ARQRVN.
      *-----------------------------------------------------
       0120-GUARDAR-REVISAO.
           IF WRK-RVN-QTD > 499
              DISPLAY 'REVISOES EXCEDEM O LIMITE DE 500'
              MOVE 1 TO WRK-RVN-ESTOURO
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQRVN
           ELSE
              ADD 1 TO WRK-RVN-QTD
              MOVE REG-RVN TO WRK-TAB-RVN-ENTRY (WRK-RVN-QTD)
              READ ARQRVN AT END
                          MOVE 'F' TO FS-ARQRVN.
      *-----------------------------------------------------
       0200-SOLICITAR.
           DISPLAY 'MATRICULA DO ALUNO........'.
           ACCEPT WRK-MATRICULA.
           PERFORM 0220-CONFERIR-ESTUDANTE.
           IF WRK-CADASTRADO = 0
              DISPLAY 'ALUNO SEM CADASTRO NO ARQEST, '
                      'PEDIDO RECUSADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           DISPLAY 'PERIODO LETIVO (AAAA-P)...'.
           ACCEPT WRK-PERIODO.
           DISPLAY 'CODIGO DA DISCIPLINA......'.
           ACCEPT WRK-DISCIPLINA.
           PERFORM 0600-CARREGAR-HISTORICOS.
           IF WRK-TAB-ESTOURO = 1
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           PERFORM 0620-MEDIA-DA-DISCIPLINA.
           IF WRK-QTD-LINHAS = 0
              DISPLAY 'DISCIPLINA SEM NOTA NO ARQHID PARA O '
                      'ALUNO NO PERIODO, PEDIDO RECUSADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           PERFORM 0260-PROCURAR-PENDENTE.
           IF WRK-POS NOT = 0
              DISPLAY 'JA EXISTE PEDIDO PENDENTE '
                      WRK-RVN-NUMERO (WRK-POS)
                      ' PARA ESTA DISCIPLINA'
              GO TO 0200-FIM.
           DISPLAY 'NOTA CONTESTADA (1=N1 2=N2)'.
           ACCEPT WRK-AVALIACAO.
           IF WRK-AVALIACAO NOT = '1' AND WRK-AVALIACAO NOT = '2'
              DISPLAY 'AVALIACAO INVALIDA ' WRK-AVALIACAO
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           DISPLAY 'VALOR DA NOTA NO BOLETIM (99,99)'.
           ACCEPT WRK-NOTA-CONTESTADA.
           IF WRK-NOTA-CONTESTADA > 10
              DISPLAY 'NOTA INVALIDA'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           DISPLAY 'MOTIVO DO PEDIDO..........'.
           ACCEPT WRK-MOTIVO.
           IF WRK-RVN-QTD > 499
              DISPLAY 'REVISOES EXCEDEM O LIMITE DE 500, '
                      'PEDIDO RECUSADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           MOVE ZEROS TO WRK-NUMERO.
           PERFORM 0280-MAIOR-NUMERO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-RVN-QTD.
           ADD 1 TO WRK-NUMERO.
           ADD 1 TO WRK-RVN-QTD.
           MOVE WRK-RVN-QTD TO WRK-POS.
           MOVE SPACES TO WRK-TAB-RVN-ENTRY (WRK-POS).
           MOVE WRK-NUMERO     TO WRK-RVN-NUMERO (WRK-POS).
           MOVE WRK-MATRICULA  TO WRK-RVN-MATRICULA (WRK-POS).
           MOVE WRK-PERIODO    TO WRK-RVN-PERIODO (WRK-POS).
           MOVE WRK-DISCIPLINA TO WRK-RVN-DISCIPLINA (WRK-POS).
           MOVE WRK-AVALIACAO  TO WRK-RVN-AVALIACAO (WRK-POS).
           MOVE WRK-NOTA-CONTESTADA
             TO WRK-RVN-NOTA-CONTESTADA (WRK-POS).
           MOVE WRK-MOTIVO     TO WRK-RVN-MOTIVO (WRK-POS).
           MOVE WRK-DATA-HOJE  TO WRK-RVN-DATA-PEDIDO (WRK-POS).
           MOVE 'P'            TO WRK-RVN-SITUACAO (WRK-POS).
           MOVE ZEROS          TO WRK-RVN-DATA-DECISAO (WRK-POS).
           MOVE ZEROS          TO WRK-RVN-NOTA-NOVA (WRK-POS).
           MOVE WRK-MEDIA-DISC-ANT
             TO WRK-RVN-MEDIA-DISC-ANT (WRK-POS).
           MOVE ZEROS TO WRK-RVN-MEDIA-DISC-NOVA (WRK-POS).
           MOVE ZEROS TO WRK-RVN-MEDIA-PER-ANT (WRK-POS).
           MOVE ZEROS TO WRK-RVN-MEDIA-PER-NOVA (WRK-POS).
           PERFORM 0900-REGRAVAR-REVISOES.
           IF WRK-GRAVOU = 1
              DISPLAY 'PEDIDO DE REVISAO REGISTRADO.. ' WRK-NUMERO.
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
       0260-PROCURAR-PENDENTE.
           MOVE 0 TO WRK-POS.
           PERFORM 0270-COMPARAR-PENDENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-RVN-QTD OR WRK-POS NOT = 0.
      *-----------------------------------------------------
       0270-COMPARAR-PENDENTE.
           IF WRK-RVN-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-RVN-PERIODO (WRK-IDX) = WRK-PERIODO
              AND WRK-RVN-DISCIPLINA (WRK-IDX) = WRK-DISCIPLINA
              AND WRK-RVN-SITUACAO (WRK-IDX) = 'P'
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0280-MAIOR-NUMERO.
           IF WRK-RVN-NUMERO (WRK-IDX) > WRK-NUMERO
              MOVE WRK-RVN-NUMERO (WRK-IDX) TO WRK-NUMERO.
      *-----------------------------------------------------
       0300-DECIDIR.
           DISPLAY 'NUMERO DO PEDIDO..........'.
           ACCEPT WRK-NUMERO.
           MOVE 0 TO WRK-POS.
           PERFORM 0310-COMPARAR-NUMERO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-RVN-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              DISPLAY 'PEDIDO NAO ENCONTRADO.... ' WRK-NUMERO
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           IF WRK-RVN-SITUACAO (WRK-POS) NOT = 'P'
              DISPLAY 'PEDIDO JA DECIDIDO....... '
                      WRK-RVN-SITUACAO (WRK-POS)
              GO TO 0300-FIM.
           MOVE WRK-RVN-MATRICULA (WRK-POS)  TO WRK-MATRICULA.
           MOVE WRK-RVN-PERIODO (WRK-POS)    TO WRK-PERIODO.
           MOVE WRK-RVN-DISCIPLINA (WRK-POS) TO WRK-DISCIPLINA.
           MOVE WRK-RVN-NOTA-CONTESTADA (WRK-POS) TO WRK-NOTA-ED.
           DISPLAY 'MATRICULA ' WRK-MATRICULA ' PERIODO '
                   WRK-PERIODO ' DISCIPLINA ' WRK-DISCIPLINA.
           DISPLAY 'N' WRK-RVN-AVALIACAO (WRK-POS)
                   ' CONTESTADA ' WRK-NOTA-ED ' -- '
                   WRK-RVN-MOTIVO (WRK-POS).
           DISPLAY 'COORDENADOR...............'.
           ACCEPT WRK-COORDENADOR.
           IF WRK-COORDENADOR = SPACES
              DISPLAY 'COORDENADOR OBRIGATORIO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           DISPLAY 'DECISAO (D=DEFERIR I=INDEFERIR)'.
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO NOT = 'D' AND WRK-DECISAO NOT = 'I'
              DISPLAY 'DECISAO INVALIDA ' WRK-DECISAO
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           IF WRK-DECISAO = 'D'
              PERFORM 0400-APLICAR-REVISAO THRU 0400-FIM
              IF WRK-RETORNO = 8
                 GO TO 0300-FIM.
           MOVE WRK-DECISAO     TO WRK-RVN-SITUACAO (WRK-POS).
           MOVE WRK-DATA-HOJE   TO WRK-RVN-DATA-DECISAO (WRK-POS).
           MOVE WRK-COORDENADOR TO WRK-RVN-COORDENADOR (WRK-POS).
           PERFORM 0900-REGRAVAR-REVISOES.
           IF WRK-GRAVOU = 1
              IF WRK-DECISAO = 'D'
                 DISPLAY 'REVISAO DEFERIDA......... ' WRK-NUMERO
              ELSE
                 DISPLAY 'REVISAO INDEFERIDA....... ' WRK-NUMERO.
       0300-FIM.
      *-----------------------------------------------------
       0310-COMPARAR-NUMERO.
           IF WRK-RVN-NUMERO (WRK-IDX) = WRK-NUMERO
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
      * A LINHA DA DISCIPLINA NO PROG115 E (N1 + N2) / 2; COM
      * A NOTA CONTESTADA TROCADA PELA NOVA A MEDIA MUDA EM
      * METADE DA DIFERENCA. A MEDIA DO PERIODO E REFEITA
      * SOBRE TODAS AS LINHAS DO ALUNO NO PERIODO, PONDERADA
      * PELOS PESOS DO ARQDIS, E CLASSIFICADA NA REGUA DO
      * PROG115; O EXAME JA LANCADO NO ARQHIS (PROG007) E A
      * REPROVACAO POR FALTAS SAO PRESERVADOS
      *-----------------------------------------------------
       0400-APLICAR-REVISAO.
           DISPLAY 'NOVA NOTA (99,99).........'.
           ACCEPT WRK-NOTA-NOVA.
           IF WRK-NOTA-NOVA > 10
              DISPLAY 'NOTA INVALIDA'
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           PERFORM 0600-CARREGAR-HISTORICOS.
           IF WRK-TAB-ESTOURO = 1
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           PERFORM 0620-MEDIA-DA-DISCIPLINA.
           IF WRK-QTD-LINHAS = 0
              DISPLAY 'LINHA DA DISCIPLINA NAO ENCONTRADA NO '
                      'ARQHID, PEDIDO CONTINUA PENDENTE'
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           PERFORM 0640-MEDIA-DO-PERIODO.
           MOVE WRK-MEDIA-PER TO WRK-MEDIA-PER-ANT.
           PERFORM 0800-REAVALIAR-ALUNO.
           MOVE WRK-ELEGIVEL   TO WRK-ELEGIVEL-ANT.
           MOVE WRK-PROBATORIO TO WRK-PROBATORIO-ANT.
           COMPUTE WRK-MEDIA-CALC = WRK-MEDIA-DISC-ANT
                   + (WRK-NOTA-NOVA
                      - WRK-RVN-NOTA-CONTESTADA (WRK-POS)) / 2.
           IF WRK-MEDIA-CALC < 0
              MOVE ZEROS TO WRK-MEDIA-CALC.
           IF WRK-MEDIA-CALC > 10
              MOVE 10 TO WRK-MEDIA-CALC.
           MOVE WRK-MEDIA-CALC TO WRK-MEDIA-DISC.
           OPEN EXTEND ARQJRN.
           IF FS-ARQJRN-STATUS = '35'
              OPEN OUTPUT ARQJRN.
           IF FS-ARQJRN-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQJRN.... ' FS-ARQJRN-STATUS.
           MOVE 'REVISAO HID' TO WRK-JRN-OPERACAO.
           PERFORM 0660-TROCAR-LINHA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-HID-QTD.
           PERFORM 0640-MEDIA-DO-PERIODO.
           PERFORM 0680-CLASSIFICAR-PERIODO.
           MOVE 'REVISAO HIS' TO WRK-JRN-OPERACAO.
           MOVE 0 TO WRK-QTD-LINHAS.
           PERFORM 0700-TROCAR-RESUMO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-HIS-QTD.
           IF FS-ARQJRN-STATUS = '00'
              CLOSE ARQJRN.
           IF WRK-QTD-LINHAS = 0
              DISPLAY 'PERIODO SEM RESUMO NO ARQHIS, SO A LINHA '
                      'DA DISCIPLINA FOI REVISTA'.
           PERFORM 0750-REGRAVAR-HISTORICOS.
           IF WRK-RETORNO = 8
              GO TO 0400-FIM.
           PERFORM 0800-REAVALIAR-ALUNO.
           MOVE WRK-NOTA-NOVA  TO WRK-RVN-NOTA-NOVA (WRK-POS).
           MOVE WRK-MEDIA-DISC-ANT
             TO WRK-RVN-MEDIA-DISC-ANT (WRK-POS).
           MOVE WRK-MEDIA-DISC TO WRK-RVN-MEDIA-DISC-NOVA (WRK-POS).
           MOVE WRK-MEDIA-PER-ANT
             TO WRK-RVN-MEDIA-PER-ANT (WRK-POS).
           MOVE WRK-MEDIA-PER  TO WRK-RVN-MEDIA-PER-NOVA (WRK-POS).
           MOVE WRK-SITUACAO-PER TO WRK-RVN-SITUACAO-PER (WRK-POS).
           MOVE WRK-ELEGIVEL   TO WRK-RVN-ELEGIVEL (WRK-POS).
           MOVE WRK-PROBATORIO TO WRK-RVN-PROBATORIO (WRK-POS).
           MOVE WRK-MEDIA-DISC-ANT TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-DISC     TO WRK-MEDIA-ED2.
           DISPLAY 'MEDIA DA DISCIPLINA...... ' WRK-MEDIA-ED
                   ' -> ' WRK-MEDIA-ED2.
           MOVE WRK-MEDIA-PER-ANT TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-PER     TO WRK-MEDIA-ED2.
           DISPLAY 'MEDIA DO PERIODO......... ' WRK-MEDIA-ED
                   ' -> ' WRK-MEDIA-ED2 ' ' WRK-SITUACAO-PER.
           DISPLAY 'ELEGIVEL AO CERTIFICADO.. ' WRK-ELEGIVEL-ANT
                   ' -> ' WRK-ELEGIVEL.
           DISPLAY 'EM ACOMPANHAMENTO........ ' WRK-PROBATORIO-ANT
                   ' -> ' WRK-PROBATORIO.
       0400-FIM.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'NUMER MATRIC PERIOD DIS N NOTA  PEDIDO   '
                   'MOTIVO'.
           PERFORM 0550-LISTAR-UM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-RVN-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UM.
           IF WRK-RVN-SITUACAO (WRK-IDX) = 'P'
              MOVE WRK-RVN-NOTA-CONTESTADA (WRK-IDX) TO WRK-NOTA-ED
              DISPLAY WRK-RVN-NUMERO (WRK-IDX) ' '
                      WRK-RVN-MATRICULA (WRK-IDX) '  '
                      WRK-RVN-PERIODO (WRK-IDX) ' '
                      WRK-RVN-DISCIPLINA (WRK-IDX) ' '
                      WRK-RVN-AVALIACAO (WRK-IDX) ' '
                      WRK-NOTA-ED ' '
                      WRK-RVN-DATA-PEDIDO (WRK-IDX) ' '
                      WRK-RVN-MOTIVO (WRK-IDX).
      *-----------------------------------------------------
       0600-CARREGAR-HISTORICOS.
           MOVE 0 TO WRK-HID-QTD.
           MOVE 0 TO WRK-HIS-QTD.
           MOVE 0 TO WRK-TAB-ESTOURO.
           OPEN INPUT ARQHID.
           IF FS-ARQHID-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQHID.... ' FS-ARQHID-STATUS
           ELSE
              MOVE 'N' TO FS-ARQHID
              READ ARQHID AT END
                          MOVE 'F' TO FS-ARQHID
              END-READ
              PERFORM 0605-GUARDAR-LINHA UNTIL FS-ARQHID = 'F'
              CLOSE ARQHID.
           OPEN INPUT ARQHIS.
           IF FS-ARQHIS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQHIS.... ' FS-ARQHIS-STATUS
           ELSE
              MOVE 'N' TO FS-ARQHIS
              READ ARQHIS AT END
                          MOVE 'F' TO FS-ARQHIS
              END-READ
              PERFORM 0610-GUARDAR-RESUMO UNTIL FS-ARQHIS = 'F'
              CLOSE ARQHIS.
      *-----------------------------------------------------
       0605-GUARDAR-LINHA.
           IF WRK-HID-QTD > 2999
              DISPLAY 'ARQHID EXCEDE O LIMITE DE 3000 LINHAS'
              MOVE 1 TO WRK-TAB-ESTOURO
              MOVE 'F' TO FS-ARQHID
           ELSE
              ADD 1 TO WRK-HID-QTD
              MOVE REG-HID TO WRK-TAB-HID-ENTRY (WRK-HID-QTD)
              READ ARQHID AT END
                          MOVE 'F' TO FS-ARQHID.
      *-----------------------------------------------------
       0610-GUARDAR-RESUMO.
           IF WRK-HIS-QTD > 999
              DISPLAY 'ARQHIS EXCEDE O LIMITE DE 1000 REGISTROS'
              MOVE 1 TO WRK-TAB-ESTOURO
              MOVE 'F' TO FS-ARQHIS
           ELSE
              ADD 1 TO WRK-HIS-QTD
              MOVE REG-HIST TO WRK-TAB-HIS-ENTRY (WRK-HIS-QTD)
              READ ARQHIS AT END
                          MOVE 'F' TO FS-ARQHIS.
      *-----------------------------------------------------
       0620-MEDIA-DA-DISCIPLINA.
           MOVE 0 TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-MEDIA-DISC-ANT.
           PERFORM 0625-COMPARAR-LINHA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-HID-QTD.
      *-----------------------------------------------------
       0625-COMPARAR-LINHA.
           IF WRK-HID-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-HID-PERIODO (WRK-IDX) = WRK-PERIODO
              AND WRK-HID-DISCIPLINA (WRK-IDX) = WRK-DISCIPLINA
              ADD 1 TO WRK-QTD-LINHAS
              MOVE WRK-HID-MEDIA (WRK-IDX) TO WRK-MEDIA-DISC-ANT.
      *-----------------------------------------------------
       0640-MEDIA-DO-PERIODO.
           MOVE ZEROS TO WRK-SOMA-POND.
           MOVE 0 TO WRK-SOMA-PESOS.
           MOVE ZEROS TO WRK-MEDIA-PER.
           MOVE 0 TO WRK-TEM-DISCIPL.
           OPEN INPUT ARQDIS.
           IF FS-ARQDIS-STATUS = '00'
              MOVE 1 TO WRK-TEM-DISCIPL.
           PERFORM 0645-SOMAR-LINHA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-HID-QTD.
           IF WRK-TEM-DISCIPL = 1
              CLOSE ARQDIS.
           IF WRK-SOMA-PESOS NOT = 0
              COMPUTE WRK-MEDIA-PER = WRK-SOMA-POND / WRK-SOMA-PESOS.
      *-----------------------------------------------------
       0645-SOMAR-LINHA.
           IF WRK-HID-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-HID-PERIODO (WRK-IDX) = WRK-PERIODO
              MOVE 1 TO WRK-PESO-DISC
              IF WRK-TEM-DISCIPL = 1
                 MOVE WRK-HID-DISCIPLINA (WRK-IDX) TO REG-DIS-CODIGO
                 READ ARQDIS
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF REG-DIS-PESO NOT = 0
                            MOVE REG-DIS-PESO TO WRK-PESO-DISC
                         END-IF
                 END-READ
              END-IF
              COMPUTE WRK-SOMA-POND = WRK-SOMA-POND
                      + WRK-HID-MEDIA (WRK-IDX) * WRK-PESO-DISC
              ADD WRK-PESO-DISC TO WRK-SOMA-PESOS.
      *-----------------------------------------------------
       0660-TROCAR-LINHA.
           IF WRK-HID-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-HID-PERIODO (WRK-IDX) = WRK-PERIODO
              AND WRK-HID-DISCIPLINA (WRK-IDX) = WRK-DISCIPLINA
              MOVE SPACES TO WRK-IMAGEM-ANTES
              MOVE WRK-TAB-HID-ENTRY (WRK-IDX) TO WRK-IMAGEM-ANTES
              MOVE WRK-MEDIA-DISC TO WRK-HID-MEDIA (WRK-IDX)
              MOVE SPACES TO REG-HID
              MOVE WRK-TAB-HID-ENTRY (WRK-IDX) TO REG-HID
              PERFORM 0690-GRAVAR-JRN-HID.
      *-----------------------------------------------------
       0680-CLASSIFICAR-PERIODO.
           IF WRK-MEDIA-PER NOT > 2
              MOVE 'REPROVADO' TO WRK-SITUACAO-PER
           ELSE
              IF WRK-MEDIA-PER < 6
                 MOVE 'RECUPERACAO' TO WRK-SITUACAO-PER
              ELSE
                 MOVE 'APROVADO' TO WRK-SITUACAO-PER.
      *-----------------------------------------------------
       0690-GRAVAR-JRN-HID.
           IF FS-ARQJRN-STATUS = '00'
              MOVE SPACES TO REG-JRN
              ACCEPT REG-JRN-DATA FROM DATE YYYYMMDD
              ACCEPT REG-JRN-HORA FROM TIME
              MOVE 'PROG187' TO REG-JRN-PROGRAMA
              MOVE WRK-JRN-OPERACAO TO REG-JRN-OPERACAO
              MOVE WRK-IMAGEM-ANTES TO REG-JRN-ANTES
              MOVE REG-HID TO REG-JRN-DEPOIS
              WRITE REG-JRN.
      *-----------------------------------------------------
       0700-TROCAR-RESUMO.
           IF WRK-HIS-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-HIS-PERIODO (WRK-IDX) = WRK-PERIODO
              ADD 1 TO WRK-QTD-LINHAS
              MOVE SPACES TO WRK-IMAGEM-ANTES
              MOVE WRK-TAB-HIS-ENTRY (WRK-IDX) TO WRK-IMAGEM-ANTES
              PERFORM 0720-CLASSIFICAR-RESUMO
              MOVE SPACES TO REG-HIST
              MOVE WRK-TAB-HIS-ENTRY (WRK-IDX) TO REG-HIST
              PERFORM 0730-GRAVAR-JRN-HIS.
      *-----------------------------------------------------
       0720-CLASSIFICAR-RESUMO.
           MOVE WRK-MEDIA-PER TO WRK-HIS-MEDIA (WRK-IDX).
           MOVE WRK-MEDIA-PER TO WRK-HIS-MEDIA-FINAL (WRK-IDX).
           IF WRK-HIS-SITUACAO (WRK-IDX) = 'REPROVADO POR FALTAS'
              MOVE WRK-HIS-SITUACAO (WRK-IDX) TO WRK-SITUACAO-PER
           ELSE
              IF WRK-MEDIA-PER > 2 AND WRK-MEDIA-PER < 6
                 AND WRK-HIS-NOTA-EXAME (WRK-IDX) NOT = 0
                 COMPUTE WRK-HIS-MEDIA-FINAL (WRK-IDX) =
                         (WRK-MEDIA-PER
                          + WRK-HIS-NOTA-EXAME (WRK-IDX)) / 2
                 IF WRK-HIS-MEDIA-FINAL (WRK-IDX) NOT < 6
                    MOVE 'APROV.APOS EXAME' TO WRK-SITUACAO-PER
                 ELSE
                    MOVE 'REPROV.APOS EXAME' TO WRK-SITUACAO-PER
                 END-IF
              ELSE
                 PERFORM 0680-CLASSIFICAR-PERIODO
              END-IF
              MOVE WRK-SITUACAO-PER TO WRK-HIS-SITUACAO (WRK-IDX).
      *-----------------------------------------------------
       0730-GRAVAR-JRN-HIS.
           IF FS-ARQJRN-STATUS = '00'
              MOVE SPACES TO REG-JRN
              ACCEPT REG-JRN-DATA FROM DATE YYYYMMDD
              ACCEPT REG-JRN-HORA FROM TIME
              MOVE 'PROG187' TO REG-JRN-PROGRAMA
              MOVE WRK-JRN-OPERACAO TO REG-JRN-OPERACAO
              MOVE WRK-IMAGEM-ANTES TO REG-JRN-ANTES
              MOVE REG-HIST TO REG-JRN-DEPOIS
              WRITE REG-JRN.
      *-----------------------------------------------------
       0750-REGRAVAR-HISTORICOS.
           OPEN OUTPUT ARQHID.
           IF FS-ARQHID-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQHID. ' FS-ARQHID-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0760-GRAVAR-LINHA
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-HID-QTD
              CLOSE ARQHID.
           OPEN OUTPUT ARQHIS.
           IF FS-ARQHIS-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQHIS. ' FS-ARQHIS-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0770-GRAVAR-RESUMO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-HIS-QTD
              CLOSE ARQHIS.
      *-----------------------------------------------------
       0760-GRAVAR-LINHA.
           MOVE SPACES TO REG-HID.
           MOVE WRK-TAB-HID-ENTRY (WRK-IDX) TO REG-HID.
           WRITE REG-HID.
      *-----------------------------------------------------
       0770-GRAVAR-RESUMO.
           MOVE SPACES TO REG-HIST.
           MOVE WRK-TAB-HIS-ENTRY (WRK-IDX) TO REG-HIST.
           WRITE REG-HIST.
      *-----------------------------------------------------
      * ELEGIBILIDADE DO PROG119 (TODO PERIODO DO ARQHIS
      * APROVADO E NO MAXIMO 25 PCT DE FALTAS NO ARQFRE) E
      * ACOMPANHAMENTO DO PROG120 (MEDIA FINAL ABAIXO DO CORTE
      * PADRAO DE 6 EM DOIS PERIODOS SEGUIDOS), SO PARA O
      * ALUNO DO PEDIDO
      *-----------------------------------------------------
       0800-REAVALIAR-ALUNO.
           MOVE 'S' TO WRK-ELEGIVEL.
           MOVE 'N' TO WRK-PROBATORIO.
           MOVE 0 TO WRK-ABAIXO.
           PERFORM 0820-AVALIAR-PERIODO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-HIS-QTD.
           OPEN INPUT ARQFRE.
           IF FS-ARQFRE-STATUS = '00'
              MOVE 'N' TO FS-ARQFRE
              READ ARQFRE AT END
                          MOVE 'F' TO FS-ARQFRE
              END-READ
              PERFORM 0840-CONFERIR-FALTAS UNTIL FS-ARQFRE = 'F'
              CLOSE ARQFRE.
      *-----------------------------------------------------
       0820-AVALIAR-PERIODO.
           IF WRK-HIS-MATRICULA (WRK-IDX) = WRK-MATRICULA
              IF WRK-HIS-SITUACAO (WRK-IDX) NOT = 'APROVADO'
                 AND WRK-HIS-SITUACAO (WRK-IDX)
                     NOT = 'APROV.APOS EXAME'
                 MOVE 'N' TO WRK-ELEGIVEL
              END-IF
              IF WRK-HIS-MEDIA-FINAL (WRK-IDX) < WRK-MEDIA-CORTE
                 IF WRK-ABAIXO = 1
                    MOVE 'S' TO WRK-PROBATORIO
                 ELSE
                    MOVE 1 TO WRK-ABAIXO
                 END-IF
              ELSE
                 MOVE 0 TO WRK-ABAIXO.
      *-----------------------------------------------------
       0840-CONFERIR-FALTAS.
           IF FRE-MATRICULA = WRK-MATRICULA
              AND FRE-AULAS-DADAS NOT = 0
              COMPUTE WRK-PERC-FALTAS =
                      FRE-FALTAS * 100 / FRE-AULAS-DADAS
              IF WRK-PERC-FALTAS > 25
                 MOVE 'N' TO WRK-ELEGIVEL.
           READ ARQFRE AT END
                       MOVE 'F' TO FS-ARQFRE.
      *-----------------------------------------------------
       0900-REGRAVAR-REVISOES.
           MOVE 0 TO WRK-GRAVOU.
           OPEN OUTPUT ARQRVN.
           IF FS-ARQRVN-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQRVN. ' FS-ARQRVN-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0950-GRAVAR-REVISAO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-RVN-QTD
              CLOSE ARQRVN
              MOVE 1 TO WRK-GRAVOU.
      *-----------------------------------------------------
       0950-GRAVAR-REVISAO.
           MOVE SPACES TO REG-RVN.
           MOVE WRK-TAB-RVN-ENTRY (WRK-IDX) TO REG-RVN.
           WRITE REG-RVN.
