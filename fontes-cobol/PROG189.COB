       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG189.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCAL ASSIGN TO UT-S-ARQCAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCAL-STATUS.
           SELECT ARQRAB ASSIGN TO UT-S-ARQRAB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRAB-STATUS.
           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQCAL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CAL.
       01   REG-CAL.
            05 CAL-PERIODO      PIC X(06).
            05 CAL-INICIO-NOTAS PIC 9(08).
            05 CAL-FIM-NOTAS    PIC 9(08).
            05 CAL-FECHAMENTO   PIC 9(08).
            05 CAL-SITUACAO     PIC X(01).
            05 CAL-DATA-SITUACAO PIC 9(08).
            05 CAL-OPERADOR     PIC X(08).
       FD   ARQRAB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RAB.
       01   REG-RAB.
            05 RAB-PERIODO      PIC X(06).
            05 RAB-DATA         PIC 9(08).
            05 RAB-HORA         PIC 9(08).
            05 RAB-OPERADOR     PIC X(08).
            05 RAB-FIM-ANTERIOR PIC 9(08).
            05 RAB-FIM-NOVO     PIC 9(08).
            05 RAB-MOTIVO       PIC X(40).
       FD   ARQOPE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OPERADOR.
       01   REG-OPERADOR.
            05 OPE-ID           PIC X(08).
            05 OPE-SENHA        PIC X(08).
            05 OPE-NIVEL        PIC 9(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQCAL        PIC X VALUE 'N'.
       77  FS-ARQRAB        PIC X VALUE 'N'.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-ARQCAL-STATUS PIC XX VALUE '00'.
       77  FS-ARQRAB-STATUS PIC XX VALUE '00'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-ID           PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-NIVEL        PIC 9(01) VALUE 0.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
       77  WRK-INICIO       PIC 9(08) VALUE ZEROS.
       77  WRK-FIM          PIC 9(08) VALUE ZEROS.
       77  WRK-FECHAMENTO   PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77  WRK-DESC-SITUACAO PIC X(09) VALUE SPACES.
       01  WRK-TAB-CALENDARIO.
           05 WRK-TAB-CAL-ENTRY OCCURS 100 TIMES.
               10 WRK-CAL-PERIODO   PIC X(06).
               10 WRK-CAL-INICIO    PIC 9(08).
               10 WRK-CAL-FIM       PIC 9(08).
               10 WRK-CAL-FECHAMENTO PIC 9(08).
               10 WRK-CAL-SITUACAO  PIC X(01).
               10 WRK-CAL-DATA-SIT  PIC 9(08).
               10 WRK-CAL-OPERADOR  PIC X(08).
       77  WRK-CAL-QTD      PIC 9(03) VALUE 0.
       77  WRK-CAL-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-QTD-REABERTURAS PIC 9(05) VALUE 0.
       77  WRK-GRAVOU       PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'CALENDARIO ACADEMICO -- LANCAMENTO DE NOTAS'.
            DISPLAY '1=CADASTRAR 2=FECHAR 3=REABRIR 4=LISTAR '
                    '5=REABERTURAS'.
            ACCEPT WRK-OPCAO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 0100-CARREGAR-CALENDARIO.
            IF WRK-CAL-ESTOURO = 0
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-CADASTRAR THRU 0200-FIM
                   WHEN 2 PERFORM 0300-FECHAR THRU 0300-FIM
                   WHEN 3 PERFORM 0400-REABRIR THRU 0400-FIM
                   WHEN 4 PERFORM 0500-LISTAR
                   WHEN 5 PERFORM 0550-LISTAR-REABERTURAS
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * CALENDARIO ACADEMICO: POR PERIODO LETIVO A JANELA DE
      * LANCAMENTO DE NOTAS (INICIO E FIM), A DATA DE
      * FECHAMENTO E A SITUACAO -- A ABERTO, F FECHADO, R
      * REABERTO. A CRITICA DO PROG076 E O BOLETIM DO PROG115
      * CONSULTAM O CALENDARIO PELO PROG190 E RECUSAM NOTA DE
      * PERIODO QUE NAO ESTEJA ABERTO. A REABERTURA EXIGE
      * OPERADOR NIVEL 2 DO ARQOPE E MOTIVO, E CADA UMA FICA
      * NO ARQRAB PARA A AUDITORIA (OPCAO 5)
      *-----------------------------------------------------
       0050-SIGNON.
           MOVE 0 TO WRK-NIVEL.
           DISPLAY 'OPERADOR..'.
           ACCEPT WRK-ID.
           DISPLAY 'SENHA.....'.
           ACCEPT WRK-SENHA.
           OPEN INPUT ARQOPE.
           IF FS-ARQOPE-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE OPERADORES AUSENTE'
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE
              END-READ
              PERFORM 0060-CONFERIR-OPERADOR UNTIL FS-ARQOPE = 'F'
              CLOSE ARQOPE.
      *-----------------------------------------------------
       0060-CONFERIR-OPERADOR.
           IF OPE-ID = WRK-ID AND OPE-SENHA = WRK-SENHA
              MOVE OPE-NIVEL TO WRK-NIVEL
              MOVE 'F' TO FS-ARQOPE
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE.
      *-----------------------------------------------------
       0100-CARREGAR-CALENDARIO.
           OPEN INPUT ARQCAL.
           IF FS-ARQCAL-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQCAL AT END
                          MOVE 'F' TO FS-ARQCAL
              END-READ
              PERFORM 0120-GUARDAR-PERIODO UNTIL FS-ARQCAL = 'F'
              CLOSE ARQCAL.
      *-----------------------------------------------------
       0120-GUARDAR-PERIODO.
           IF WRK-CAL-QTD > 99
              DISPLAY 'CALENDARIO EXCEDE O LIMITE DE 100 PERIODOS'
              MOVE 1 TO WRK-CAL-ESTOURO
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQCAL
           ELSE
              ADD 1 TO WRK-CAL-QTD
              MOVE CAL-PERIODO      TO WRK-CAL-PERIODO (WRK-CAL-QTD)
              MOVE CAL-INICIO-NOTAS TO WRK-CAL-INICIO (WRK-CAL-QTD)
              MOVE CAL-FIM-NOTAS    TO WRK-CAL-FIM (WRK-CAL-QTD)
              MOVE CAL-FECHAMENTO
                TO WRK-CAL-FECHAMENTO (WRK-CAL-QTD)
              MOVE CAL-SITUACAO     TO WRK-CAL-SITUACAO (WRK-CAL-QTD)
              MOVE CAL-DATA-SITUACAO
                TO WRK-CAL-DATA-SIT (WRK-CAL-QTD)
              MOVE CAL-OPERADOR     TO WRK-CAL-OPERADOR (WRK-CAL-QTD)
              READ ARQCAL AT END
                          MOVE 'F' TO FS-ARQCAL.
      *-----------------------------------------------------
       0150-PROCURAR-PERIODO.
           MOVE 0 TO WRK-POS.
           PERFORM 0160-COMPARAR-PERIODO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-CAL-QTD OR WRK-POS NOT = 0.
      *-----------------------------------------------------
       0160-COMPARAR-PERIODO.
           IF WRK-CAL-PERIODO (WRK-IDX) = WRK-PERIODO
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0200-CADASTRAR.
           PERFORM 0050-SIGNON.
           IF WRK-NIVEL = 0
              DISPLAY 'OPERADOR NAO AUTORIZADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           DISPLAY 'PERIODO LETIVO (AAAA-P)...'.
           ACCEPT WRK-PERIODO.
           PERFORM 0150-PROCURAR-PERIODO.
           IF WRK-POS NOT = 0
              DISPLAY 'PERIODO JA CADASTRADO.... ' WRK-PERIODO
              GO TO 0200-FIM.
           DISPLAY 'INICIO DAS NOTAS (AAAAMMDD)'.
           ACCEPT WRK-INICIO.
           DISPLAY 'FIM DAS NOTAS (AAAAMMDD)..'.
           ACCEPT WRK-FIM.
           DISPLAY 'FECHAMENTO (AAAAMMDD).....'.
           ACCEPT WRK-FECHAMENTO.
           IF WRK-INICIO = 0 OR WRK-FIM < WRK-INICIO
              OR WRK-FECHAMENTO < WRK-FIM
              DISPLAY 'DATAS INVALIDAS -- INICIO, FIM E FECHAMENTO '
                      'EM ORDEM'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           IF WRK-CAL-QTD > 99
              DISPLAY 'CALENDARIO EXCEDE O LIMITE DE 100 PERIODOS'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           ADD 1 TO WRK-CAL-QTD.
           MOVE WRK-CAL-QTD TO WRK-POS.
           MOVE WRK-PERIODO    TO WRK-CAL-PERIODO (WRK-POS).
           MOVE WRK-INICIO     TO WRK-CAL-INICIO (WRK-POS).
           MOVE WRK-FIM        TO WRK-CAL-FIM (WRK-POS).
           MOVE WRK-FECHAMENTO TO WRK-CAL-FECHAMENTO (WRK-POS).
           MOVE 'A'            TO WRK-CAL-SITUACAO (WRK-POS).
           MOVE WRK-DATA-HOJE  TO WRK-CAL-DATA-SIT (WRK-POS).
           MOVE WRK-ID         TO WRK-CAL-OPERADOR (WRK-POS).
           PERFORM 0600-REGRAVAR-CALENDARIO.
           IF WRK-GRAVOU = 1
              DISPLAY 'PERIODO CADASTRADO....... ' WRK-PERIODO.
       0200-FIM.
      *-----------------------------------------------------
       0300-FECHAR.
           PERFORM 0050-SIGNON.
           IF WRK-NIVEL = 0
              DISPLAY 'OPERADOR NAO AUTORIZADO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           DISPLAY 'PERIODO LETIVO (AAAA-P)...'.
           ACCEPT WRK-PERIODO.
           PERFORM 0150-PROCURAR-PERIODO.
           IF WRK-POS = 0
              DISPLAY 'PERIODO FORA DO CALENDARIO ' WRK-PERIODO
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           IF WRK-CAL-SITUACAO (WRK-POS) = 'F'
              DISPLAY 'PERIODO JA FECHADO....... ' WRK-PERIODO
              GO TO 0300-FIM.
           MOVE 'F'           TO WRK-CAL-SITUACAO (WRK-POS).
           MOVE WRK-DATA-HOJE TO WRK-CAL-DATA-SIT (WRK-POS).
           MOVE WRK-ID        TO WRK-CAL-OPERADOR (WRK-POS).
           PERFORM 0600-REGRAVAR-CALENDARIO.
           IF WRK-GRAVOU = 1
              DISPLAY 'PERIODO FECHADO.......... ' WRK-PERIODO.
       0300-FIM.
      *-----------------------------------------------------
      * REABRE O PERIODO FECHADO (OU VENCIDO) COM NOVA DATA
      * DE FIM DAS NOTAS; O FECHAMENTO ACOMPANHA SE FICAR
      * ANTES DELA. A AUDITORIA E GRAVADA ANTES DO CALENDARIO
      *-----------------------------------------------------
       0400-REABRIR.
           PERFORM 0050-SIGNON.
           IF WRK-NIVEL < 2
              DISPLAY 'REABERTURA RESTRITA AO SUPERVISOR'
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           DISPLAY 'PERIODO LETIVO (AAAA-P)...'.
           ACCEPT WRK-PERIODO.
           PERFORM 0150-PROCURAR-PERIODO.
           IF WRK-POS = 0
              DISPLAY 'PERIODO FORA DO CALENDARIO ' WRK-PERIODO
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           IF WRK-CAL-SITUACAO (WRK-POS) NOT = 'F'
              AND WRK-CAL-FIM (WRK-POS) NOT < WRK-DATA-HOJE
              DISPLAY 'PERIODO AINDA ABERTO..... ' WRK-PERIODO
              GO TO 0400-FIM.
           DISPLAY 'MOTIVO DA REABERTURA......'.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
              DISPLAY 'MOTIVO OBRIGATORIO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           DISPLAY 'NOVO FIM DAS NOTAS (AAAAMMDD)'.
           ACCEPT WRK-FIM.
           IF WRK-FIM < WRK-DATA-HOJE
              DISPLAY 'NOVO FIM ANTERIOR A HOJE. ' WRK-FIM
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           OPEN EXTEND ARQRAB.
           IF FS-ARQRAB-STATUS = '35'
              OPEN OUTPUT ARQRAB.
           IF FS-ARQRAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQRAB.... ' FS-ARQRAB-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE SPACES TO REG-RAB.
           MOVE WRK-PERIODO   TO RAB-PERIODO.
           MOVE WRK-DATA-HOJE TO RAB-DATA.
           ACCEPT RAB-HORA FROM TIME.
           MOVE WRK-ID        TO RAB-OPERADOR.
           MOVE WRK-CAL-FIM (WRK-POS) TO RAB-FIM-ANTERIOR.
           MOVE WRK-FIM       TO RAB-FIM-NOVO.
           MOVE WRK-MOTIVO    TO RAB-MOTIVO.
           WRITE REG-RAB.
           CLOSE ARQRAB.
           MOVE 'R'           TO WRK-CAL-SITUACAO (WRK-POS).
           MOVE WRK-FIM       TO WRK-CAL-FIM (WRK-POS).
           IF WRK-CAL-FECHAMENTO (WRK-POS) < WRK-FIM
              MOVE WRK-FIM TO WRK-CAL-FECHAMENTO (WRK-POS).
           MOVE WRK-DATA-HOJE TO WRK-CAL-DATA-SIT (WRK-POS).
           MOVE WRK-ID        TO WRK-CAL-OPERADOR (WRK-POS).
           PERFORM 0600-REGRAVAR-CALENDARIO.
           IF WRK-GRAVOU = 1
              DISPLAY 'PERIODO REABERTO......... ' WRK-PERIODO
                      ' ATE ' WRK-FIM.
       0400-FIM.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'PERIOD INICIO   FIM      FECHAM.  SITUACAO  '
                   'DESDE    OPERADOR'.
           PERFORM 0520-LISTAR-UM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-CAL-QTD.
      *-----------------------------------------------------
       0520-LISTAR-UM.
           EVALUATE WRK-CAL-SITUACAO (WRK-IDX)
               WHEN 'A' MOVE 'ABERTO'    TO WRK-DESC-SITUACAO
               WHEN 'F' MOVE 'FECHADO'   TO WRK-DESC-SITUACAO
               WHEN 'R' MOVE 'REABERTO'  TO WRK-DESC-SITUACAO
               WHEN OTHER
                        MOVE 'INVALIDA'  TO WRK-DESC-SITUACAO
           END-EVALUATE.
           DISPLAY WRK-CAL-PERIODO (WRK-IDX) ' '
                   WRK-CAL-INICIO (WRK-IDX) ' '
                   WRK-CAL-FIM (WRK-IDX) ' '
                   WRK-CAL-FECHAMENTO (WRK-IDX) ' '
                   WRK-DESC-SITUACAO ' '
                   WRK-CAL-DATA-SIT (WRK-IDX) ' '
                   WRK-CAL-OPERADOR (WRK-IDX).
      *-----------------------------------------------------
       0550-LISTAR-REABERTURAS.
           OPEN INPUT ARQRAB.
           IF FS-ARQRAB-STATUS NOT = '00'
              DISPLAY 'NENHUMA REABERTURA REGISTRADA'
           ELSE
              DISPLAY 'PERIOD DATA     HORA     OPERADOR FIM ANT. '
                      'NOVO FIM MOTIVO'
              READ ARQRAB AT END
                          MOVE 'F' TO FS-ARQRAB
              END-READ
              PERFORM 0560-LISTAR-REABERTURA UNTIL FS-ARQRAB = 'F'
              CLOSE ARQRAB
              DISPLAY 'REABERTURAS............. '
                      WRK-QTD-REABERTURAS.
      *-----------------------------------------------------
       0560-LISTAR-REABERTURA.
           ADD 1 TO WRK-QTD-REABERTURAS.
           DISPLAY RAB-PERIODO ' ' RAB-DATA ' ' RAB-HORA ' '
                   RAB-OPERADOR ' ' RAB-FIM-ANTERIOR ' '
                   RAB-FIM-NOVO ' ' RAB-MOTIVO.
           READ ARQRAB AT END
                       MOVE 'F' TO FS-ARQRAB.
      *-----------------------------------------------------
       0600-REGRAVAR-CALENDARIO.
           MOVE 0 TO WRK-GRAVOU.
           OPEN OUTPUT ARQCAL.
           IF FS-ARQCAL-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQCAL. ' FS-ARQCAL-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0650-GRAVAR-PERIODO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-CAL-QTD
              CLOSE ARQCAL
              MOVE 1 TO WRK-GRAVOU.
      *-----------------------------------------------------
       0650-GRAVAR-PERIODO.
           MOVE SPACES TO REG-CAL.
           MOVE WRK-CAL-PERIODO (WRK-IDX)    TO CAL-PERIODO.
           MOVE WRK-CAL-INICIO (WRK-IDX)     TO CAL-INICIO-NOTAS.
           MOVE WRK-CAL-FIM (WRK-IDX)        TO CAL-FIM-NOTAS.
           MOVE WRK-CAL-FECHAMENTO (WRK-IDX) TO CAL-FECHAMENTO.
           MOVE WRK-CAL-SITUACAO (WRK-IDX)   TO CAL-SITUACAO.
           MOVE WRK-CAL-DATA-SIT (WRK-IDX)   TO CAL-DATA-SITUACAO.
           MOVE WRK-CAL-OPERADOR (WRK-IDX)   TO CAL-OPERADOR.
           WRITE REG-CAL.
