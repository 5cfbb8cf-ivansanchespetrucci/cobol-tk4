       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG193.
      *-----------------------------------------------------
      * TEMPO DE CADA ETAPA DO CICLO NOTURNO A PARTIR DO
      * ARQDRV (PROG031, PROG066, CONTAS A RECEBER E ESCOLA).
      * CADA EXECUCAO MEDIDA VAI PARA O HISTORICO ARQHEX, E A
      * BASE DA ETAPA E A MEDIA DAS ULTIMAS 10 EXECUCOES DO
      * HISTORICO. O ARQJAN DA, POR ETAPA, O PERCENTUAL
      * TOLERADO ACIMA DA BASE E O HORARIO LIMITE (HHMM) PARA
      * O FIM; A LINHA *PADRAO DA O PERCENTUAL DAS ETAPAS SEM
      * LINHA PROPRIA. ETAPA ACIMA DA TOLERANCIA OU TERMINADA
      * APOS O LIMITE SAI COM ALERTA E RC 4 PARA O AGENDADOR.
      * SO ENTRAM AS ETAPAS INICIADAS DEPOIS DA ULTIMA JA
      * GRAVADA NO HISTORICO, ENTAO A RODADA PODE SER REPETIDA
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQDRV ASSIGN TO UT-S-ARQDRV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDRV-STATUS.
           SELECT ARQJAN ASSIGN TO UT-S-ARQJAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJAN-STATUS.
           SELECT ARQHEX ASSIGN TO UT-S-ARQHEX
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQHEX-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQDRV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DRV.
       01   REG-DRV.
            05 REG-DRV-DATA    PIC 9(08).
            05 FILLER          PIC X.
            05 REG-DRV-HORA    PIC 9(08).
            05 FILLER          PIC X.
            05 REG-DRV-ETAPA   PIC X(10).
            05 FILLER          PIC X.
            05 REG-DRV-STATUS  PIC X(20).
            05 FILLER          PIC X       VALUE SPACE.
            05 REG-DRV-QTD     PIC 9(09).
            05 FILLER          PIC X       VALUE SPACE.
            05 REG-DRV-RC      PIC 9(02).
       FD   ARQJAN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-JAN.
       01   REG-JAN.
            05 JAN-ETAPA        PIC X(10).
            05 JAN-PCT          PIC 9(03).
            05 JAN-LIMITE       PIC 9(04).
       FD   ARQHEX
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-HEX.
       01   REG-HEX.
            05 HEX-DATA         PIC 9(08).
            05 HEX-ETAPA        PIC X(10).
            05 HEX-HORA-INI     PIC 9(08).
            05 HEX-HORA-FIM     PIC 9(08).
            05 HEX-SEGUNDOS     PIC 9(06).
            05 HEX-BASE         PIC 9(06).
            05 HEX-ALERTA       PIC X(01).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQDRV        PIC X VALUE 'N'.
       77  FS-ARQJAN        PIC X VALUE 'N'.
       77  FS-ARQHEX        PIC X VALUE 'N'.
       77  FS-ARQDRV-STATUS PIC XX VALUE '00'.
       77  FS-ARQJAN-STATUS PIC XX VALUE '00'.
       77  FS-ARQHEX-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-PCT-PADRAO   PIC 9(03) VALUE 50.
       01  WRK-TAB-JANELAS.
           05 WRK-TAB-JAN-ENTRY OCCURS 50 TIMES.
               10 WRK-JAN-ETAPA    PIC X(10).
               10 WRK-JAN-PCT      PIC 9(03).
               10 WRK-JAN-LIMITE   PIC 9(04).
       77  WRK-JAN-QTD      PIC 9(02) VALUE 0.
      *-----------------------------------------------------
      * ULTIMAS 10 EXECUCOES DE CADA ETAPA, EM RODIZIO
      *-----------------------------------------------------
       01  WRK-TAB-BASES.
           05 WRK-TAB-BAS-ENTRY OCCURS 50 TIMES.
               10 WRK-BAS-ETAPA    PIC X(10).
               10 WRK-BAS-CONT     PIC 9(02).
               10 WRK-BAS-PROX     PIC 9(02).
               10 WRK-BAS-SEGUNDOS PIC 9(06) OCCURS 10 TIMES.
       77  WRK-BAS-QTD      PIC 9(02) VALUE 0.
       01  WRK-MARCA.
           05 WRK-MARCA-DATA   PIC 9(08) VALUE ZEROS.
           05 WRK-MARCA-HORA   PIC 9(08) VALUE ZEROS.
       01  WRK-CHAVE-DRV.
           05 WRK-CHAVE-DATA   PIC 9(08) VALUE ZEROS.
           05 WRK-CHAVE-HORA   PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-ETAPAS.
           05 WRK-TAB-ETP-ENTRY OCCURS 200 TIMES.
               10 WRK-ETP-DATA     PIC 9(08).
               10 WRK-ETP-ETAPA    PIC X(10).
               10 WRK-ETP-HORA-INI PIC 9(08).
               10 WRK-ETP-HORA-FIM PIC 9(08).
               10 WRK-ETP-CONCLUIU PIC 9(01).
       77  WRK-ETP-QTD      PIC 9(03) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-POS-BAS      PIC 9(02) VALUE 0.
       77  WRK-ETAPA        PIC X(10) VALUE SPACES.
       77  WRK-SEGUNDOS     PIC 9(06) VALUE 0.
       77  WRK-PCT          PIC 9(03) VALUE 0.
       77  WRK-LIMITE       PIC 9(04) VALUE 0.
       77  WRK-HORA-CONV    PIC 9(08) VALUE 0.
       77  WRK-SEG-CONV     PIC 9(06) VALUE 0.
       77  WRK-CONV-HH      PIC 9(02) VALUE 0.
       77  WRK-CONV-MM      PIC 9(02) VALUE 0.
       77  WRK-CONV-SS      PIC 9(02) VALUE 0.
       77  WRK-CONV-RESTO   PIC 9(08) VALUE 0.
       77  WRK-SEG-INI      PIC 9(06) VALUE 0.
       77  WRK-SEG-FIM      PIC 9(06) VALUE 0.
       77  WRK-SEG-LIMITE   PIC 9(06) VALUE 0.
       77  WRK-SOMA         PIC 9(08) VALUE 0.
       77  WRK-BASE         PIC 9(06) VALUE 0.
       77  WRK-TETO         PIC 9(07) VALUE 0.
       77  WRK-DESVIO       PIC S9(05) VALUE 0.
       77  WRK-ACIMA        PIC 9 VALUE 0.
       77  WRK-ATRASO       PIC 9 VALUE 0.
       77  WRK-ALERTA       PIC X(01) VALUE SPACE.
       77  WRK-ALERTA-TXT   PIC X(13) VALUE SPACES.
       77  WRK-SEGUNDOS-ED  PIC ZZZZZ9.
       77  WRK-BASE-ED      PIC ZZZZZ9.
       77  WRK-DESVIO-ED    PIC -----9.
       77  WRK-QTD-MEDIDAS  PIC 9(03) VALUE 0.
       77  WRK-QTD-ALERTAS  PIC 9(03) VALUE 0.
       77  WRK-QTD-ABERTAS  PIC 9(03) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO NOT = 8
               PERFORM 0500-MEDIR-ETAPAS
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-CARREGAR-JANELAS.
           PERFORM 0200-CARREGAR-HISTORICO.
           PERFORM 0300-LER-DRV.
           IF WRK-RETORNO = 8
              GO TO 0100-FIM.
           OPEN EXTEND ARQHEX.
             IF FS-ARQHEX-STATUS = '35'
                OPEN OUTPUT ARQHEX.
             IF FS-ARQHEX-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQHEX.... ' FS-ARQHEX-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQHEX
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE SPACES TO REG-REL.
           STRING 'TEMPOS DO CICLO NOTURNO -- ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'DATA     ETAPA      INICIO   FIM      '
                  '  SEGS.   BASE  DESV% ALERTA'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
       0100-FIM.
      *-----------------------------------------------------
       0150-CARREGAR-JANELAS.
           OPEN INPUT ARQJAN.
           IF FS-ARQJAN-STATUS NOT = '00'
              DISPLAY 'ARQJAN AUSENTE, TOLERANCIA PADRAO DE '
                      WRK-PCT-PADRAO '% E SEM LIMITE DE HORARIO'
           ELSE
              READ ARQJAN AT END
                          MOVE 'F' TO FS-ARQJAN
              END-READ
              PERFORM 0160-GUARDAR-JANELA UNTIL FS-ARQJAN = 'F'
              CLOSE ARQJAN.
      *-----------------------------------------------------
       0160-GUARDAR-JANELA.
           IF JAN-ETAPA = '*PADRAO'
              MOVE JAN-PCT TO WRK-PCT-PADRAO
           ELSE
              IF WRK-JAN-QTD > 49
                 DISPLAY 'ARQJAN EXCEDE O LIMITE DE 50 ETAPAS'
                 MOVE 'F' TO FS-ARQJAN
              ELSE
                 ADD 1 TO WRK-JAN-QTD
                 MOVE JAN-ETAPA  TO WRK-JAN-ETAPA (WRK-JAN-QTD)
                 MOVE JAN-PCT    TO WRK-JAN-PCT (WRK-JAN-QTD)
                 MOVE JAN-LIMITE TO WRK-JAN-LIMITE (WRK-JAN-QTD).
           IF FS-ARQJAN NOT = 'F'
              READ ARQJAN AT END
                          MOVE 'F' TO FS-ARQJAN.
      *-----------------------------------------------------
       0200-CARREGAR-HISTORICO.
           OPEN INPUT ARQHEX.
           IF FS-ARQHEX-STATUS = '00'
              READ ARQHEX AT END
                          MOVE 'F' TO FS-ARQHEX
              END-READ
              PERFORM 0210-GUARDAR-HISTORICO UNTIL FS-ARQHEX = 'F'
              CLOSE ARQHEX.
      *-----------------------------------------------------
       0210-GUARDAR-HISTORICO.
           MOVE HEX-ETAPA TO WRK-ETAPA.
           MOVE HEX-SEGUNDOS TO WRK-SEGUNDOS.
           PERFORM 0250-EMPILHAR-EXECUCAO.
           MOVE HEX-DATA     TO WRK-CHAVE-DATA.
           MOVE HEX-HORA-INI TO WRK-CHAVE-HORA.
           IF WRK-CHAVE-DRV > WRK-MARCA
              MOVE WRK-CHAVE-DRV TO WRK-MARCA.
           READ ARQHEX AT END
                       MOVE 'F' TO FS-ARQHEX.
      *-----------------------------------------------------
       0230-LOCALIZAR-BASE.
           MOVE 0 TO WRK-POS-BAS.
           PERFORM 0235-COMPARAR-BASE
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-BAS-QTD OR WRK-POS-BAS NOT = 0.
      *-----------------------------------------------------
       0235-COMPARAR-BASE.
           IF WRK-BAS-ETAPA (WRK-J) = WRK-ETAPA
              MOVE WRK-J TO WRK-POS-BAS.
      *-----------------------------------------------------
       0250-EMPILHAR-EXECUCAO.
           PERFORM 0230-LOCALIZAR-BASE.
           IF WRK-POS-BAS = 0
              IF WRK-BAS-QTD > 49
                 DISPLAY 'HISTORICO EXCEDE O LIMITE DE 50 ETAPAS '
                         WRK-ETAPA
              ELSE
                 ADD 1 TO WRK-BAS-QTD
                 MOVE WRK-BAS-QTD TO WRK-POS-BAS
                 MOVE WRK-ETAPA TO WRK-BAS-ETAPA (WRK-POS-BAS)
                 MOVE 0 TO WRK-BAS-CONT (WRK-POS-BAS)
                 MOVE 1 TO WRK-BAS-PROX (WRK-POS-BAS).
           IF WRK-POS-BAS NOT = 0
              MOVE WRK-SEGUNDOS TO WRK-BAS-SEGUNDOS (WRK-POS-BAS,
                                   WRK-BAS-PROX (WRK-POS-BAS))
              IF WRK-BAS-CONT (WRK-POS-BAS) < 10
                 ADD 1 TO WRK-BAS-CONT (WRK-POS-BAS)
              END-IF
              IF WRK-BAS-PROX (WRK-POS-BAS) = 10
                 MOVE 1 TO WRK-BAS-PROX (WRK-POS-BAS)
              ELSE
                 ADD 1 TO WRK-BAS-PROX (WRK-POS-BAS).
      *-----------------------------------------------------
      * PAREIA INICIADA E CONCLUIDA DA MESMA ETAPA; A ETAPA
      * QUE FALHOU (PROG066) FICA DE FORA DA MEDICAO
      *-----------------------------------------------------
       0300-LER-DRV.
           OPEN INPUT ARQDRV.
           IF FS-ARQDRV-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQDRV.... ' FS-ARQDRV-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              READ ARQDRV AT END
                          MOVE 'F' TO FS-ARQDRV
              END-READ
              PERFORM 0320-ACUMULAR-DRV UNTIL FS-ARQDRV = 'F'
              CLOSE ARQDRV.
      *-----------------------------------------------------
       0320-ACUMULAR-DRV.
           MOVE REG-DRV-DATA TO WRK-CHAVE-DATA.
           MOVE REG-DRV-HORA TO WRK-CHAVE-HORA.
           IF REG-DRV-STATUS = 'INICIADA'
              IF WRK-CHAVE-DRV > WRK-MARCA
                 PERFORM 0340-ABRIR-ETAPA
              END-IF
           ELSE
              IF REG-DRV-STATUS = 'CONCLUIDA'
                 OR REG-DRV-STATUS = 'FALHOU'
                 PERFORM 0360-FECHAR-ETAPA.
           READ ARQDRV AT END
                       MOVE 'F' TO FS-ARQDRV.
      *-----------------------------------------------------
       0340-ABRIR-ETAPA.
           IF WRK-ETP-QTD > 199
              DISPLAY 'LIMITE DE 200 ETAPAS EXCEDIDO'
           ELSE
              ADD 1 TO WRK-ETP-QTD
              MOVE REG-DRV-DATA  TO WRK-ETP-DATA (WRK-ETP-QTD)
              MOVE REG-DRV-ETAPA TO WRK-ETP-ETAPA (WRK-ETP-QTD)
              MOVE REG-DRV-HORA  TO WRK-ETP-HORA-INI (WRK-ETP-QTD)
              MOVE ZEROS         TO WRK-ETP-HORA-FIM (WRK-ETP-QTD)
              MOVE 0             TO WRK-ETP-CONCLUIU (WRK-ETP-QTD).
      *-----------------------------------------------------
       0360-FECHAR-ETAPA.
           MOVE 0 TO WRK-POS.
           PERFORM 0380-PROCURAR-ETAPA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ETP-QTD.
           IF WRK-POS NOT = 0
              MOVE REG-DRV-HORA TO WRK-ETP-HORA-FIM (WRK-POS)
              IF REG-DRV-STATUS = 'FALHOU'
                 MOVE 9 TO WRK-ETP-CONCLUIU (WRK-POS)
              ELSE
                 MOVE 1 TO WRK-ETP-CONCLUIU (WRK-POS).
      *-----------------------------------------------------
       0380-PROCURAR-ETAPA.
           IF WRK-ETP-ETAPA (WRK-IDX) = REG-DRV-ETAPA
              AND WRK-ETP-CONCLUIU (WRK-IDX) = 0
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0500-MEDIR-ETAPAS.
           PERFORM 0520-MEDIR-ETAPA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ETP-QTD.
      *-----------------------------------------------------
      * SEGUNDOS A PARTIR DAS HORAS HHMMSSCC DO ARQDRV
      *-----------------------------------------------------
       0510-CONVERTER-SEGUNDOS.
           DIVIDE WRK-HORA-CONV BY 1000000 GIVING WRK-CONV-HH
               REMAINDER WRK-CONV-RESTO.
           DIVIDE WRK-CONV-RESTO BY 10000 GIVING WRK-CONV-MM
               REMAINDER WRK-CONV-RESTO.
           DIVIDE WRK-CONV-RESTO BY 100 GIVING WRK-CONV-SS.
           COMPUTE WRK-SEG-CONV = WRK-CONV-HH * 3600
                                + WRK-CONV-MM * 60 + WRK-CONV-SS.
      *-----------------------------------------------------
       0520-MEDIR-ETAPA.
           IF WRK-ETP-CONCLUIU (WRK-IDX) = 0
              ADD 1 TO WRK-QTD-ABERTAS.
           IF WRK-ETP-CONCLUIU (WRK-IDX) = 1
              PERFORM 0530-CALCULAR-TEMPO
              PERFORM 0560-AVALIAR-ETAPA
              PERFORM 0580-IMPRIMIR-ETAPA
              PERFORM 0590-GRAVAR-HISTORICO
              MOVE WRK-ETP-ETAPA (WRK-IDX) TO WRK-ETAPA
              PERFORM 0250-EMPILHAR-EXECUCAO
              ADD 1 TO WRK-QTD-MEDIDAS.
      *-----------------------------------------------------
      * ETAPA QUE VIRA A MEIA-NOITE GANHA 86400 SEGUNDOS NO
      * FIM; O LIMITE ANTERIOR AO INICIO E DO DIA SEGUINTE
      *-----------------------------------------------------
       0530-CALCULAR-TEMPO.
           MOVE WRK-ETP-HORA-INI (WRK-IDX) TO WRK-HORA-CONV.
           PERFORM 0510-CONVERTER-SEGUNDOS.
           MOVE WRK-SEG-CONV TO WRK-SEG-INI.
           MOVE WRK-ETP-HORA-FIM (WRK-IDX) TO WRK-HORA-CONV.
           PERFORM 0510-CONVERTER-SEGUNDOS.
           MOVE WRK-SEG-CONV TO WRK-SEG-FIM.
           IF WRK-SEG-FIM < WRK-SEG-INI
              ADD 86400 TO WRK-SEG-FIM.
           COMPUTE WRK-SEGUNDOS = WRK-SEG-FIM - WRK-SEG-INI.
           MOVE WRK-ETP-ETAPA (WRK-IDX) TO WRK-ETAPA.
           MOVE WRK-PCT-PADRAO TO WRK-PCT.
           MOVE ZEROS TO WRK-LIMITE.
           PERFORM 0540-COMPARAR-JANELA
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-JAN-QTD.
           MOVE ZEROS TO WRK-SEG-LIMITE.
           IF WRK-LIMITE NOT = 0
              DIVIDE WRK-LIMITE BY 100 GIVING WRK-CONV-HH
                  REMAINDER WRK-CONV-MM
              COMPUTE WRK-SEG-LIMITE = WRK-CONV-HH * 3600
                                     + WRK-CONV-MM * 60
              IF WRK-SEG-LIMITE < WRK-SEG-INI
                 ADD 86400 TO WRK-SEG-LIMITE.
      *-----------------------------------------------------
       0540-COMPARAR-JANELA.
           IF WRK-JAN-ETAPA (WRK-J) = WRK-ETAPA
              MOVE WRK-JAN-PCT (WRK-J)    TO WRK-PCT
              MOVE WRK-JAN-LIMITE (WRK-J) TO WRK-LIMITE.
      *-----------------------------------------------------
      * A BASE SO VALE COM 3 EXECUCOES NO HISTORICO, E
      * DESVIO DE MENOS DE UM MINUTO NAO GERA ALERTA
      *-----------------------------------------------------
       0560-AVALIAR-ETAPA.
           MOVE ZEROS TO WRK-BASE.
           MOVE ZEROS TO WRK-DESVIO.
           MOVE 0 TO WRK-ACIMA.
           MOVE 0 TO WRK-ATRASO.
           PERFORM 0230-LOCALIZAR-BASE.
           IF WRK-POS-BAS NOT = 0
              MOVE ZEROS TO WRK-SOMA
              PERFORM 0565-SOMAR-EXECUCAO
                  VARYING WRK-J FROM 1 BY 1
                  UNTIL WRK-J > WRK-BAS-CONT (WRK-POS-BAS)
              COMPUTE WRK-BASE ROUNDED =
                      WRK-SOMA / WRK-BAS-CONT (WRK-POS-BAS).
           IF WRK-BASE > 0
              COMPUTE WRK-DESVIO ROUNDED =
                      (WRK-SEGUNDOS - WRK-BASE) * 100 / WRK-BASE
              COMPUTE WRK-TETO =
                      WRK-BASE * (100 + WRK-PCT) / 100
              IF WRK-BAS-CONT (WRK-POS-BAS) > 2
                 AND WRK-SEGUNDOS > WRK-TETO
                 AND WRK-SEGUNDOS - WRK-BASE > 59
                 MOVE 1 TO WRK-ACIMA.
           IF WRK-SEG-LIMITE NOT = 0
              AND WRK-SEG-FIM > WRK-SEG-LIMITE
              MOVE 1 TO WRK-ATRASO.
           MOVE SPACE  TO WRK-ALERTA.
           MOVE SPACES TO WRK-ALERTA-TXT.
           IF WRK-ACIMA = 1 AND WRK-ATRASO = 1
              MOVE 'A' TO WRK-ALERTA
              MOVE 'BASE E LIMITE' TO WRK-ALERTA-TXT
           ELSE
              IF WRK-ACIMA = 1
                 MOVE 'P' TO WRK-ALERTA
                 MOVE 'ACIMA DA BASE' TO WRK-ALERTA-TXT
              ELSE
                 IF WRK-ATRASO = 1
                    MOVE 'L' TO WRK-ALERTA
                    MOVE 'APOS O LIMITE' TO WRK-ALERTA-TXT.
           IF WRK-ALERTA NOT = SPACE
              ADD 1 TO WRK-QTD-ALERTAS
              MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
       0565-SOMAR-EXECUCAO.
           ADD WRK-BAS-SEGUNDOS (WRK-POS-BAS, WRK-J) TO WRK-SOMA.
      *-----------------------------------------------------
       0580-IMPRIMIR-ETAPA.
           MOVE WRK-SEGUNDOS TO WRK-SEGUNDOS-ED.
           MOVE WRK-BASE     TO WRK-BASE-ED.
           MOVE WRK-DESVIO   TO WRK-DESVIO-ED.
           MOVE SPACES TO REG-REL.
           STRING WRK-ETP-DATA (WRK-IDX) ' '
                  WRK-ETP-ETAPA (WRK-IDX) ' '
                  WRK-ETP-HORA-INI (WRK-IDX) ' '
                  WRK-ETP-HORA-FIM (WRK-IDX) ' '
                  WRK-SEGUNDOS-ED ' ' WRK-BASE-ED ' '
                  WRK-DESVIO-ED ' ' WRK-ALERTA-TXT
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           IF WRK-ALERTA NOT = SPACE
              DISPLAY 'ALERTA ' WRK-ETP-ETAPA (WRK-IDX) ' '
                      WRK-ALERTA-TXT ' SEGS ' WRK-SEGUNDOS
                      ' BASE ' WRK-BASE.
      *-----------------------------------------------------
       0590-GRAVAR-HISTORICO.
           MOVE WRK-ETP-DATA (WRK-IDX)     TO HEX-DATA.
           MOVE WRK-ETP-ETAPA (WRK-IDX)    TO HEX-ETAPA.
           MOVE WRK-ETP-HORA-INI (WRK-IDX) TO HEX-HORA-INI.
           MOVE WRK-ETP-HORA-FIM (WRK-IDX) TO HEX-HORA-FIM.
           MOVE WRK-SEGUNDOS               TO HEX-SEGUNDOS.
           MOVE WRK-BASE                   TO HEX-BASE.
           MOVE WRK-ALERTA                 TO HEX-ALERTA.
           WRITE REG-HEX.
      *-----------------------------------------------------
       0900-FINALIZAR.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'ETAPAS MEDIDAS ' WRK-QTD-MEDIDAS
                  '  COM ALERTA ' WRK-QTD-ALERTAS
                  '  SEM CONCLUSAO ' WRK-QTD-ABERTAS
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           CLOSE ARQHEX.
           CLOSE ARQREL.
           DISPLAY '------------------------------------'.
           DISPLAY 'ETAPAS MEDIDAS.......... ' WRK-QTD-MEDIDAS.
           DISPLAY 'ETAPAS COM ALERTA....... ' WRK-QTD-ALERTAS.
           DISPLAY 'ETAPAS SEM CONCLUSAO.... ' WRK-QTD-ABERTAS.
