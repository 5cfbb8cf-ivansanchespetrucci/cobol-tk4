       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG183.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQBOL ASSIGN TO UT-S-ARQBOL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQBOL-STATUS.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQEST ASSIGN TO UT-S-ARQEST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEST-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQBOL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-BOL.
       01   REG-BOL.
            05 BOL-MATRICULA    PIC 9(05).
            05 BOL-TIPO         PIC X(01).
            05 BOL-PCT-CONCEDIDO PIC 9(03).
            05 BOL-PCT-VIGENTE  PIC 9(03).
            05 BOL-MEDIA-MINIMA PIC 9(03)V99.
            05 BOL-FALTAS-MAXIMO PIC 9(03).
            05 BOL-DATA-APROVACAO PIC 9(08).
            05 BOL-APROVADOR    PIC X(15).
            05 BOL-PERIODO-INICIO PIC X(06).
            05 BOL-PERIODO-FIM  PIC X(06).
            05 BOL-SITUACAO     PIC X(01).
            05 BOL-ULTIMA-AVALIACAO PIC X(06).
            05 BOL-ULTIMA-DECISAO PIC X(01).
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQBOL        PIC X VALUE 'N'.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQEST        PIC X VALUE 'N'.
       77  FS-ARQBOL-STATUS PIC XX VALUE '00'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQEST-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77  WRK-TIPO         PIC X(01) VALUE SPACE.
       77  WRK-PCT          PIC 9(03) VALUE ZEROS.
       77  WRK-MEDIA-MINIMA PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FALTAS-MAXIMO PIC 9(03) VALUE ZEROS.
       77  WRK-APROVADOR    PIC X(15) VALUE SPACES.
       77  WRK-PERIODO-INICIO PIC X(06) VALUE SPACES.
       77  WRK-PERIODO-FIM  PIC X(06) VALUE SPACES.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-CADASTRADO   PIC 9 VALUE 0.
       01  WRK-TIPOS-BOLSA.
           05 FILLER        PIC X(11) VALUE 'SSOCIAL    '.
           05 FILLER        PIC X(11) VALUE 'MMERITO    '.
           05 FILLER        PIC X(11) VALUE 'FFUNCIONAR.'.
           05 FILLER        PIC X(11) VALUE 'CCONVENIO  '.
           05 FILLER        PIC X(11) VALUE 'IIRMAOS    '.
       01  WRK-TAB-TIPOS REDEFINES WRK-TIPOS-BOLSA.
           05 WRK-TIPO-ENTRY OCCURS 5 TIMES.
               10 WRK-TIPO-COD      PIC X(01).
               10 WRK-TIPO-DESCR    PIC X(10).
       77  WRK-DESC-TIPO    PIC X(10) VALUE SPACES.
       01  WRK-TAB-BOLSAS.
           05 WRK-TAB-BOL-ENTRY OCCURS 500 TIMES.
               10 WRK-BOL-MATRICULA PIC 9(05).
               10 WRK-BOL-TIPO      PIC X(01).
               10 WRK-BOL-CONCEDIDO PIC 9(03).
               10 WRK-BOL-VIGENTE   PIC 9(03).
               10 WRK-BOL-MEDIA     PIC 9(03)V99.
               10 WRK-BOL-FALTAS    PIC 9(03).
               10 WRK-BOL-APROVACAO PIC 9(08).
               10 WRK-BOL-APROVADOR PIC X(15).
               10 WRK-BOL-INICIO    PIC X(06).
               10 WRK-BOL-FIM       PIC X(06).
               10 WRK-BOL-SITUACAO  PIC X(01).
               10 WRK-BOL-AVALIACAO PIC X(06).
               10 WRK-BOL-DECISAO   PIC X(01).
       77  WRK-BOL-QTD      PIC 9(03) VALUE 0.
       77  WRK-BOL-ESTOURO  PIC 9 VALUE 0.
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
       77  WRK-MTR-ALTERADAS PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-GRAVOU       PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'CADASTRO DE BOLSAS DE ESTUDO'.
            DISPLAY '1=CONCEDER 2=ALTERAR 3=CANCELAR 4=LISTAR'.
            ACCEPT WRK-OPCAO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 0100-CARREGAR-BOLSAS.
            IF WRK-BOL-ESTOURO = 0
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-CONCEDER THRU 0200-FIM
                   WHEN 2 PERFORM 0300-ALTERAR THRU 0300-FIM
                   WHEN 3 PERFORM 0400-CANCELAR THRU 0400-FIM
                   WHEN 4 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * CADASTRO DA BOLSA DE ESTUDO QUE JUSTIFICA O
      * MTR-BOLSA-PCT DO ARQMTR: TIPO, PCT CONCEDIDO, CRITERIO
      * DE MANUTENCAO (MEDIA FINAL MINIMA NO ARQHIS E MAXIMO
      * DE FALTAS NO ARQFRE), DATA DA APROVACAO, APROVADOR E
      * VIGENCIA EM PERIODOS. UMA BOLSA ATIVA (A) POR ALUNO;
      * CANCELADA (C) E VENCIDA (V) FICAM COMO HISTORICO. O
      * PCT VIGENTE E APLICADO NAS MATRICULAS M DO ALUNO
      * DENTRO DA VIGENCIA; A RENOVACAO E FEITA NO PROG184
      *-----------------------------------------------------
       0100-CARREGAR-BOLSAS.
           OPEN INPUT ARQBOL.
           IF FS-ARQBOL-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQBOL AT END
                          MOVE 'F' TO FS-ARQBOL
              END-READ
              PERFORM 0120-GUARDAR-BOLSA UNTIL FS-ARQBOL = 'F'
              CLOSE ARQBOL.
      *-----------------------------------------------------
       0120-GUARDAR-BOLSA.
           IF WRK-BOL-QTD > 499
              DISPLAY 'BOLSAS EXCEDEM O LIMITE DE 500'
              MOVE 1 TO WRK-BOL-ESTOURO
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQBOL
           ELSE
              ADD 1 TO WRK-BOL-QTD
              MOVE BOL-MATRICULA
                TO WRK-BOL-MATRICULA (WRK-BOL-QTD)
              MOVE BOL-TIPO        TO WRK-BOL-TIPO (WRK-BOL-QTD)
              MOVE BOL-PCT-CONCEDIDO
                TO WRK-BOL-CONCEDIDO (WRK-BOL-QTD)
              MOVE BOL-PCT-VIGENTE TO WRK-BOL-VIGENTE (WRK-BOL-QTD)
              MOVE BOL-MEDIA-MINIMA TO WRK-BOL-MEDIA (WRK-BOL-QTD)
              MOVE BOL-FALTAS-MAXIMO
                TO WRK-BOL-FALTAS (WRK-BOL-QTD)
              MOVE BOL-DATA-APROVACAO
                TO WRK-BOL-APROVACAO (WRK-BOL-QTD)
              MOVE BOL-APROVADOR
                TO WRK-BOL-APROVADOR (WRK-BOL-QTD)
              MOVE BOL-PERIODO-INICIO
                TO WRK-BOL-INICIO (WRK-BOL-QTD)
              MOVE BOL-PERIODO-FIM TO WRK-BOL-FIM (WRK-BOL-QTD)
              MOVE BOL-SITUACAO    TO WRK-BOL-SITUACAO (WRK-BOL-QTD)
              MOVE BOL-ULTIMA-AVALIACAO
                TO WRK-BOL-AVALIACAO (WRK-BOL-QTD)
              MOVE BOL-ULTIMA-DECISAO
                TO WRK-BOL-DECISAO (WRK-BOL-QTD)
              READ ARQBOL AT END
                          MOVE 'F' TO FS-ARQBOL.
      *-----------------------------------------------------
       0200-CONCEDER.
           DISPLAY 'MATRICULA DO ALUNO........'.
           ACCEPT WRK-MATRICULA.
           PERFORM 0220-CONFERIR-ESTUDANTE.
           IF WRK-CADASTRADO = 0
              DISPLAY 'ALUNO SEM CADASTRO NO ARQEST, '
                      'BOLSA RECUSADA'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           PERFORM 0700-PROCURAR-ATIVA.
           IF WRK-POS NOT = 0
              DISPLAY 'ALUNO JA TEM BOLSA ATIVA, USE ALTERAR'
              GO TO 0200-FIM.
           DISPLAY 'TIPO (S=SOCIAL M=MERITO F=FUNCIONARIO'.
           DISPLAY '      C=CONVENIO I=IRMAOS)....'.
           ACCEPT WRK-TIPO.
           PERFORM 0750-DESCREVER-TIPO.
           IF WRK-DESC-TIPO = SPACES
              DISPLAY 'TIPO DE BOLSA INVALIDO ' WRK-TIPO
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           PERFORM 0260-LER-CONDICOES.
           IF WRK-PCT = 0 OR WRK-PCT > 100
              DISPLAY 'PCT DE BOLSA INVALIDO ' WRK-PCT
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           IF WRK-PERIODO-FIM < WRK-PERIODO-INICIO
              DISPLAY 'VIGENCIA INVALIDA ' WRK-PERIODO-INICIO
                      ' A ' WRK-PERIODO-FIM
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           IF WRK-BOL-QTD > 499
              DISPLAY 'BOLSAS EXCEDEM O LIMITE DE 500, '
                      'BOLSA RECUSADA'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           ADD 1 TO WRK-BOL-QTD.
           MOVE WRK-BOL-QTD   TO WRK-POS.
           MOVE WRK-MATRICULA TO WRK-BOL-MATRICULA (WRK-POS).
           MOVE WRK-TIPO      TO WRK-BOL-TIPO (WRK-POS).
           MOVE 'A'           TO WRK-BOL-SITUACAO (WRK-POS).
           MOVE SPACES        TO WRK-BOL-AVALIACAO (WRK-POS).
           MOVE SPACE         TO WRK-BOL-DECISAO (WRK-POS).
           PERFORM 0280-GUARDAR-CONDICOES.
           PERFORM 0600-REGRAVAR-BOLSAS.
           IF WRK-GRAVOU = 0
              GO TO 0200-FIM.
           DISPLAY 'BOLSA CONCEDIDA....... ' WRK-MATRICULA ' '
                   WRK-DESC-TIPO ' ' WRK-PCT ' PCT'.
           PERFORM 0800-APLICAR-MATRICULAS THRU 0800-FIM.
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
       0260-LER-CONDICOES.
           DISPLAY 'PCT CONCEDIDO (001-100)...'.
           ACCEPT WRK-PCT.
           DISPLAY 'MEDIA FINAL MINIMA........'.
           ACCEPT WRK-MEDIA-MINIMA.
           DISPLAY 'MAXIMO DE FALTAS..........'.
           ACCEPT WRK-FALTAS-MAXIMO.
           DISPLAY 'APROVADO POR..............'.
           ACCEPT WRK-APROVADOR.
           DISPLAY 'VIGENCIA - PERIODO INICIAL (AAAA-P)..'.
           ACCEPT WRK-PERIODO-INICIO.
           DISPLAY 'VIGENCIA - PERIODO FINAL (AAAA-P)....'.
           ACCEPT WRK-PERIODO-FIM.
      *-----------------------------------------------------
       0280-GUARDAR-CONDICOES.
           MOVE WRK-PCT           TO WRK-BOL-CONCEDIDO (WRK-POS).
           MOVE WRK-PCT           TO WRK-BOL-VIGENTE (WRK-POS).
           MOVE WRK-MEDIA-MINIMA  TO WRK-BOL-MEDIA (WRK-POS).
           MOVE WRK-FALTAS-MAXIMO TO WRK-BOL-FALTAS (WRK-POS).
           MOVE WRK-DATA-HOJE     TO WRK-BOL-APROVACAO (WRK-POS).
           MOVE WRK-APROVADOR     TO WRK-BOL-APROVADOR (WRK-POS).
           MOVE WRK-PERIODO-INICIO TO WRK-BOL-INICIO (WRK-POS).
           MOVE WRK-PERIODO-FIM   TO WRK-BOL-FIM (WRK-POS).
      *-----------------------------------------------------
      * ALTERAR E UMA NOVA APROVACAO: PCT, CRITERIO E
      * VIGENCIA SAO REINFORMADOS E A DATA E O APROVADOR
      * PASSAM A SER OS DESTA ALTERACAO
      *-----------------------------------------------------
       0300-ALTERAR.
           DISPLAY 'MATRICULA DO ALUNO........'.
           ACCEPT WRK-MATRICULA.
           PERFORM 0700-PROCURAR-ATIVA.
           IF WRK-POS = 0
              DISPLAY 'ALUNO SEM BOLSA ATIVA ' WRK-MATRICULA
              GO TO 0300-FIM.
           DISPLAY 'PCT CONCEDIDO ATUAL... '
                   WRK-BOL-CONCEDIDO (WRK-POS)
                   '  VIGENTE ' WRK-BOL-VIGENTE (WRK-POS).
           DISPLAY 'MEDIA MINIMA ATUAL.... ' WRK-BOL-MEDIA (WRK-POS)
                   '  FALTAS ' WRK-BOL-FALTAS (WRK-POS).
           DISPLAY 'VIGENCIA ATUAL........ ' WRK-BOL-INICIO (WRK-POS)
                   ' A ' WRK-BOL-FIM (WRK-POS).
           PERFORM 0260-LER-CONDICOES.
           IF WRK-PCT = 0 OR WRK-PCT > 100
              DISPLAY 'PCT DE BOLSA INVALIDO ' WRK-PCT
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           IF WRK-PERIODO-FIM < WRK-PERIODO-INICIO
              DISPLAY 'VIGENCIA INVALIDA ' WRK-PERIODO-INICIO
                      ' A ' WRK-PERIODO-FIM
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           PERFORM 0280-GUARDAR-CONDICOES.
           PERFORM 0600-REGRAVAR-BOLSAS.
           IF WRK-GRAVOU = 0
              GO TO 0300-FIM.
           DISPLAY 'BOLSA ALTERADA........ ' WRK-MATRICULA ' '
                   WRK-PCT ' PCT'.
           PERFORM 0800-APLICAR-MATRICULAS THRU 0800-FIM.
       0300-FIM.
      *-----------------------------------------------------
       0400-CANCELAR.
           DISPLAY 'MATRICULA DO ALUNO........'.
           ACCEPT WRK-MATRICULA.
           PERFORM 0700-PROCURAR-ATIVA.
           IF WRK-POS = 0
              DISPLAY 'ALUNO SEM BOLSA ATIVA ' WRK-MATRICULA
              GO TO 0400-FIM.
           DISPLAY 'CANCELADO POR.............'.
           ACCEPT WRK-APROVADOR.
           MOVE 'C'           TO WRK-BOL-SITUACAO (WRK-POS).
           MOVE ZEROS         TO WRK-BOL-VIGENTE (WRK-POS).
           MOVE WRK-DATA-HOJE TO WRK-BOL-APROVACAO (WRK-POS).
           MOVE WRK-APROVADOR TO WRK-BOL-APROVADOR (WRK-POS).
           PERFORM 0600-REGRAVAR-BOLSAS.
           IF WRK-GRAVOU = 0
              GO TO 0400-FIM.
           DISPLAY 'BOLSA CANCELADA....... ' WRK-MATRICULA.
           PERFORM 0800-APLICAR-MATRICULAS THRU 0800-FIM.
       0400-FIM.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'MATRIC TIPO       CONC VIG MEDMIN FALT '
                   'VIGENCIA      SIT'.
           DISPLAY '------------------------------------'.
           PERFORM 0550-LISTAR-UMA
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > WRK-BOL-QTD.
           DISPLAY 'BOLSAS LISTADAS....... ' WRK-BOL-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UMA.
           MOVE WRK-BOL-TIPO (WRK-POS) TO WRK-TIPO.
           PERFORM 0750-DESCREVER-TIPO.
           DISPLAY WRK-BOL-MATRICULA (WRK-POS) '  '
                   WRK-DESC-TIPO ' '
                   WRK-BOL-CONCEDIDO (WRK-POS) '  '
                   WRK-BOL-VIGENTE (WRK-POS) ' '
                   WRK-BOL-MEDIA (WRK-POS) ' '
                   WRK-BOL-FALTAS (WRK-POS) '  '
                   WRK-BOL-INICIO (WRK-POS) '-'
                   WRK-BOL-FIM (WRK-POS) ' '
                   WRK-BOL-SITUACAO (WRK-POS).
           DISPLAY '       APROVADA EM ' WRK-BOL-APROVACAO (WRK-POS)
                   ' POR ' WRK-BOL-APROVADOR (WRK-POS)
                   ' ULTIMA AVALIACAO ' WRK-BOL-AVALIACAO (WRK-POS)
                   ' ' WRK-BOL-DECISAO (WRK-POS).
      *-----------------------------------------------------
       0600-REGRAVAR-BOLSAS.
           MOVE 0 TO WRK-GRAVOU.
           OPEN OUTPUT ARQBOL.
           IF FS-ARQBOL-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQBOL. ' FS-ARQBOL-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0650-GRAVAR-BOLSA
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-BOL-QTD
              CLOSE ARQBOL
              MOVE 1 TO WRK-GRAVOU.
      *-----------------------------------------------------
       0650-GRAVAR-BOLSA.
           MOVE SPACES TO REG-BOL.
           MOVE WRK-BOL-MATRICULA (WRK-IDX) TO BOL-MATRICULA.
           MOVE WRK-BOL-TIPO (WRK-IDX)      TO BOL-TIPO.
           MOVE WRK-BOL-CONCEDIDO (WRK-IDX) TO BOL-PCT-CONCEDIDO.
           MOVE WRK-BOL-VIGENTE (WRK-IDX)   TO BOL-PCT-VIGENTE.
           MOVE WRK-BOL-MEDIA (WRK-IDX)     TO BOL-MEDIA-MINIMA.
           MOVE WRK-BOL-FALTAS (WRK-IDX)    TO BOL-FALTAS-MAXIMO.
           MOVE WRK-BOL-APROVACAO (WRK-IDX) TO BOL-DATA-APROVACAO.
           MOVE WRK-BOL-APROVADOR (WRK-IDX) TO BOL-APROVADOR.
           MOVE WRK-BOL-INICIO (WRK-IDX)    TO BOL-PERIODO-INICIO.
           MOVE WRK-BOL-FIM (WRK-IDX)       TO BOL-PERIODO-FIM.
           MOVE WRK-BOL-SITUACAO (WRK-IDX)  TO BOL-SITUACAO.
           MOVE WRK-BOL-AVALIACAO (WRK-IDX) TO BOL-ULTIMA-AVALIACAO.
           MOVE WRK-BOL-DECISAO (WRK-IDX)   TO BOL-ULTIMA-DECISAO.
           WRITE REG-BOL.
      *-----------------------------------------------------
       0700-PROCURAR-ATIVA.
           MOVE 0 TO WRK-POS.
           PERFORM 0720-COMPARAR-BOLSA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-BOL-QTD OR WRK-POS NOT = 0.
      *-----------------------------------------------------
       0720-COMPARAR-BOLSA.
           IF WRK-BOL-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-BOL-SITUACAO (WRK-IDX) = 'A'
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0750-DESCREVER-TIPO.
           MOVE SPACES TO WRK-DESC-TIPO.
           PERFORM 0760-COMPARAR-TIPO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 5.
      *-----------------------------------------------------
       0760-COMPARAR-TIPO.
           IF WRK-TIPO-COD (WRK-IDX) = WRK-TIPO
              MOVE WRK-TIPO-DESCR (WRK-IDX) TO WRK-DESC-TIPO.
      *-----------------------------------------------------
      * O PCT VIGENTE DA BOLSA (ZERO NO CANCELAMENTO) VAI PARA
      * O MTR-BOLSA-PCT DAS MATRICULAS M DO ALUNO NOS PERIODOS
      * DA VIGENCIA, QUE E O QUE O PROG118 USA NA MENSALIDADE
      *-----------------------------------------------------
       0800-APLICAR-MATRICULAS.
           PERFORM 0820-CARREGAR-MATRICULAS.
           IF WRK-MTR-ESTOURO = 1
              GO TO 0800-FIM.
           MOVE ZEROS TO WRK-MTR-ALTERADAS.
           PERFORM 0850-APLICAR-UMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MTR-QTD.
           IF WRK-MTR-ALTERADAS = 0
              DISPLAY 'NENHUMA MATRICULA M NA VIGENCIA DA BOLSA'
              GO TO 0800-FIM.
           OPEN OUTPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQMTR. ' FS-ARQMTR-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0800-FIM.
           PERFORM 0890-GRAVAR-MATRICULA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MTR-QTD.
           CLOSE ARQMTR.
           DISPLAY 'MATRICULAS ATUALIZADAS.. ' WRK-MTR-ALTERADAS.
       0800-FIM.
      *-----------------------------------------------------
       0820-CARREGAR-MATRICULAS.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR
              END-READ
              PERFORM 0830-GUARDAR-MATRICULA UNTIL FS-ARQMTR = 'F'
              CLOSE ARQMTR.
      *-----------------------------------------------------
       0830-GUARDAR-MATRICULA.
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
       0850-APLICAR-UMA.
           IF WRK-MTR-MATRICULA (WRK-IDX) = WRK-MATRICULA
              AND WRK-MTR-SITUACAO (WRK-IDX) = 'M'
              AND WRK-MTR-PERIODO (WRK-IDX)
                  NOT < WRK-BOL-INICIO (WRK-POS)
              AND WRK-MTR-PERIODO (WRK-IDX)
                  NOT > WRK-BOL-FIM (WRK-POS)
              MOVE WRK-BOL-VIGENTE (WRK-POS)
                TO WRK-MTR-BOLSA (WRK-IDX)
              ADD 1 TO WRK-MTR-ALTERADAS.
      *-----------------------------------------------------
       0890-GRAVAR-MATRICULA.
           MOVE SPACES TO REG-MTR.
           MOVE WRK-MTR-MATRICULA (WRK-IDX) TO MTR-MATRICULA.
           MOVE WRK-MTR-TURMA (WRK-IDX)     TO MTR-TURMA.
           MOVE WRK-MTR-PERIODO (WRK-IDX)   TO MTR-PERIODO.
           MOVE WRK-MTR-SITUACAO (WRK-IDX)  TO MTR-SITUACAO.
           MOVE WRK-MTR-PAGADOR (WRK-IDX)   TO MTR-PAGADOR.
           MOVE WRK-MTR-BOLSA (WRK-IDX)     TO MTR-BOLSA-PCT.
           WRITE REG-MTR.
