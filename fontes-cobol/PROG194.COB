       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG194.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQHEX ASSIGN TO UT-S-ARQHEX
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQHEX-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQHEX
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-HEX.
       01   REG-HEX.
            05 HEX-DATA         PIC 9(08).
            05 HEX-DATA-R REDEFINES HEX-DATA.
               10 HEX-ANO-MES   PIC 9(06).
               10 HEX-DIA       PIC 9(02).
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
       77  FS-ARQHEX        PIC X VALUE 'N'.
       77  FS-ARQHEX-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01  WRK-MES          PIC 9(06) VALUE ZEROS.
       01  WRK-MES-R REDEFINES WRK-MES.
           05 WRK-MES-ANO   PIC 9(04).
           05 WRK-MES-MM    PIC 9(02).
       01  WRK-MES-ANT      PIC 9(06) VALUE ZEROS.
       01  WRK-MES-ANT-R REDEFINES WRK-MES-ANT.
           05 WRK-MES-ANT-ANO PIC 9(04).
           05 WRK-MES-ANT-MM  PIC 9(02).
       01  WRK-TAB-ETAPAS.
           05 WRK-TAB-ETP-ENTRY OCCURS 50 TIMES.
               10 WRK-ETP-ETAPA    PIC X(10).
               10 WRK-ETP-QTD      PIC 9(03).
               10 WRK-ETP-SOMA     PIC 9(09).
               10 WRK-ETP-MINIMO   PIC 9(06).
               10 WRK-ETP-MAXIMO   PIC 9(06).
               10 WRK-ETP-ALERTAS  PIC 9(03).
               10 WRK-ETP-QTD-ANT  PIC 9(03).
               10 WRK-ETP-SOMA-ANT PIC 9(09).
       77  WRK-ETP-QTDE     PIC 9(02) VALUE 0.
       01  WRK-TAB-EXECUCOES.
           05 WRK-TAB-EXE-ENTRY OCCURS 1000 TIMES.
               10 WRK-EXE-ETAPA    PIC 9(02).
               10 WRK-EXE-DATA     PIC 9(08).
               10 WRK-EXE-HORA-INI PIC 9(08).
               10 WRK-EXE-HORA-FIM PIC 9(08).
               10 WRK-EXE-SEGUNDOS PIC 9(06).
               10 WRK-EXE-BASE     PIC 9(06).
               10 WRK-EXE-ALERTA   PIC X(01).
       77  WRK-EXE-QTD      PIC 9(04) VALUE 0.
       77  WRK-EXE-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(04) VALUE 0.
       77  WRK-J            PIC 9(04) VALUE 0.
       77  WRK-POS          PIC 9(02) VALUE 0.
       77  WRK-MEDIA        PIC 9(06) VALUE 0.
       77  WRK-MEDIA-ANT    PIC 9(06) VALUE 0.
       77  WRK-VARIACAO     PIC S9(05) VALUE 0.
       77  WRK-SEGUNDOS-ED  PIC ZZZZZ9.
       77  WRK-BASE-ED      PIC ZZZZZ9.
       77  WRK-MEDIA-ED     PIC ZZZZZ9.
       77  WRK-MINIMO-ED    PIC ZZZZZ9.
       77  WRK-MAXIMO-ED    PIC ZZZZZ9.
       77  WRK-VARIACAO-ED  PIC -----9.
       77  WRK-ALERTA-TXT   PIC X(13) VALUE SPACES.
       77  WRK-QTD-LIDOS    PIC 9(07) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0300-PROCESSAR UNTIL FS-ARQHEX = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * TENDENCIA MENSAL DOS TEMPOS DO CICLO NOTURNO, A
      * PARTIR DO HISTORICO ARQHEX GRAVADO PELO PROG193: UMA
      * PAGINA POR ETAPA COM AS EXECUCOES DO MES INFORMADO,
      * MEDIA, MINIMO, MAXIMO, ALERTAS E A VARIACAO DA MEDIA
      * SOBRE A DO MES ANTERIOR
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'MES DA TENDENCIA (AAAAMM)...'.
           ACCEPT WRK-MES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-MES TO WRK-MES-ANT.
           IF WRK-MES-ANT-MM = 1
              SUBTRACT 1 FROM WRK-MES-ANT-ANO
              MOVE 12 TO WRK-MES-ANT-MM
           ELSE
              SUBTRACT 1 FROM WRK-MES-ANT-MM.
           OPEN INPUT ARQHEX.
             IF FS-ARQHEX-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQHEX.... ' FS-ARQHEX-STATUS
                MOVE 'F' TO FS-ARQHEX
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                CLOSE ARQHEX
                MOVE 'F' TO FS-ARQHEX
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           READ ARQHEX AT END
                       MOVE 'F' TO FS-ARQHEX.
       0100-FIM.
      *-----------------------------------------------------
       0300-PROCESSAR.
           ADD 1 TO WRK-QTD-LIDOS.
           IF HEX-ANO-MES = WRK-MES
              OR HEX-ANO-MES = WRK-MES-ANT
              PERFORM 0350-LOCALIZAR-ETAPA
              IF WRK-POS NOT = 0
                 IF HEX-ANO-MES = WRK-MES
                    PERFORM 0400-ACUMULAR-MES
                 ELSE
                    ADD 1 TO WRK-ETP-QTD-ANT (WRK-POS)
                    ADD HEX-SEGUNDOS TO WRK-ETP-SOMA-ANT (WRK-POS).
           READ ARQHEX AT END
                       MOVE 'F' TO FS-ARQHEX.
      *-----------------------------------------------------
       0350-LOCALIZAR-ETAPA.
           MOVE 0 TO WRK-POS.
           PERFORM 0360-COMPARAR-ETAPA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ETP-QTDE OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              IF WRK-ETP-QTDE > 49
                 DISPLAY 'HISTORICO EXCEDE O LIMITE DE 50 ETAPAS '
                         HEX-ETAPA
              ELSE
                 ADD 1 TO WRK-ETP-QTDE
                 MOVE WRK-ETP-QTDE TO WRK-POS
                 MOVE HEX-ETAPA TO WRK-ETP-ETAPA (WRK-POS)
                 MOVE ZEROS TO WRK-ETP-QTD (WRK-POS)
                 MOVE ZEROS TO WRK-ETP-SOMA (WRK-POS)
                 MOVE ZEROS TO WRK-ETP-MINIMO (WRK-POS)
                 MOVE ZEROS TO WRK-ETP-MAXIMO (WRK-POS)
                 MOVE ZEROS TO WRK-ETP-ALERTAS (WRK-POS)
                 MOVE ZEROS TO WRK-ETP-QTD-ANT (WRK-POS)
                 MOVE ZEROS TO WRK-ETP-SOMA-ANT (WRK-POS).
      *-----------------------------------------------------
       0360-COMPARAR-ETAPA.
           IF WRK-ETP-ETAPA (WRK-IDX) = HEX-ETAPA
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0400-ACUMULAR-MES.
           IF WRK-ETP-QTD (WRK-POS) = 0
              OR HEX-SEGUNDOS < WRK-ETP-MINIMO (WRK-POS)
              MOVE HEX-SEGUNDOS TO WRK-ETP-MINIMO (WRK-POS).
           IF HEX-SEGUNDOS > WRK-ETP-MAXIMO (WRK-POS)
              MOVE HEX-SEGUNDOS TO WRK-ETP-MAXIMO (WRK-POS).
           ADD 1 TO WRK-ETP-QTD (WRK-POS).
           ADD HEX-SEGUNDOS TO WRK-ETP-SOMA (WRK-POS).
           IF HEX-ALERTA NOT = SPACE
              ADD 1 TO WRK-ETP-ALERTAS (WRK-POS).
           IF WRK-EXE-QTD > 999
              MOVE 1 TO WRK-EXE-ESTOURO
           ELSE
              ADD 1 TO WRK-EXE-QTD
              MOVE WRK-POS      TO WRK-EXE-ETAPA (WRK-EXE-QTD)
              MOVE HEX-DATA     TO WRK-EXE-DATA (WRK-EXE-QTD)
              MOVE HEX-HORA-INI TO WRK-EXE-HORA-INI (WRK-EXE-QTD)
              MOVE HEX-HORA-FIM TO WRK-EXE-HORA-FIM (WRK-EXE-QTD)
              MOVE HEX-SEGUNDOS TO WRK-EXE-SEGUNDOS (WRK-EXE-QTD)
              MOVE HEX-BASE     TO WRK-EXE-BASE (WRK-EXE-QTD)
              MOVE HEX-ALERTA   TO WRK-EXE-ALERTA (WRK-EXE-QTD).
      *-----------------------------------------------------
       0500-IMPRIMIR-PAGINA.
           IF WRK-ETP-QTD (WRK-IDX) NOT = 0
              MOVE ALL '=' TO REG-REL
              WRITE REG-REL
              MOVE SPACES TO REG-REL
              STRING 'TENDENCIA DA ETAPA ' WRK-ETP-ETAPA (WRK-IDX)
                     ' -- MES ' WRK-MES ' -- ' WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL
              MOVE SPACES TO REG-REL
              WRITE REG-REL
              MOVE SPACES TO REG-REL
              STRING 'DATA     INICIO   FIM        SEGS.   BASE '
                     'ALERTA'
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL
              PERFORM 0520-IMPRIMIR-EXECUCAO
                  VARYING WRK-J FROM 1 BY 1
                  UNTIL WRK-J > WRK-EXE-QTD
              PERFORM 0550-IMPRIMIR-RESUMO.
      *-----------------------------------------------------
       0520-IMPRIMIR-EXECUCAO.
           IF WRK-EXE-ETAPA (WRK-J) = WRK-IDX
              MOVE WRK-EXE-SEGUNDOS (WRK-J) TO WRK-SEGUNDOS-ED
              MOVE WRK-EXE-BASE (WRK-J)     TO WRK-BASE-ED
              EVALUATE WRK-EXE-ALERTA (WRK-J)
                  WHEN 'P'
                       MOVE 'ACIMA DA BASE' TO WRK-ALERTA-TXT
                  WHEN 'L'
                       MOVE 'APOS O LIMITE' TO WRK-ALERTA-TXT
                  WHEN 'A'
                       MOVE 'BASE E LIMITE' TO WRK-ALERTA-TXT
                  WHEN OTHER
                       MOVE SPACES TO WRK-ALERTA-TXT
              END-EVALUATE
              MOVE SPACES TO REG-REL
              STRING WRK-EXE-DATA (WRK-J) ' '
                     WRK-EXE-HORA-INI (WRK-J) ' '
                     WRK-EXE-HORA-FIM (WRK-J) ' '
                     WRK-SEGUNDOS-ED ' ' WRK-BASE-ED ' '
                     WRK-ALERTA-TXT
                  DELIMITED BY SIZE INTO REG-REL
              WRITE REG-REL.
      *-----------------------------------------------------
       0550-IMPRIMIR-RESUMO.
           COMPUTE WRK-MEDIA ROUNDED =
                   WRK-ETP-SOMA (WRK-IDX) / WRK-ETP-QTD (WRK-IDX).
           MOVE ZEROS TO WRK-MEDIA-ANT.
           MOVE ZEROS TO WRK-VARIACAO.
           IF WRK-ETP-QTD-ANT (WRK-IDX) NOT = 0
              COMPUTE WRK-MEDIA-ANT ROUNDED =
                      WRK-ETP-SOMA-ANT (WRK-IDX)
                      / WRK-ETP-QTD-ANT (WRK-IDX).
           IF WRK-MEDIA-ANT NOT = 0
              COMPUTE WRK-VARIACAO ROUNDED =
                      (WRK-MEDIA - WRK-MEDIA-ANT) * 100
                      / WRK-MEDIA-ANT.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE WRK-ETP-MINIMO (WRK-IDX) TO WRK-MINIMO-ED.
           MOVE WRK-ETP-MAXIMO (WRK-IDX) TO WRK-MAXIMO-ED.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'EXECUCOES ' WRK-ETP-QTD (WRK-IDX)
                  '  MEDIA ' WRK-MEDIA-ED
                  '  MINIMO ' WRK-MINIMO-ED
                  '  MAXIMO ' WRK-MAXIMO-ED
                  '  ALERTAS ' WRK-ETP-ALERTAS (WRK-IDX)
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           IF WRK-MEDIA-ANT = 0
              STRING 'SEM EXECUCOES NO MES ANTERIOR ' WRK-MES-ANT
                  DELIMITED BY SIZE INTO REG-REL
           ELSE
              MOVE WRK-MEDIA-ANT TO WRK-MEDIA-ED
              MOVE WRK-VARIACAO  TO WRK-VARIACAO-ED
              STRING 'MEDIA DO MES ANTERIOR ' WRK-MES-ANT
                     ' ' WRK-MEDIA-ED
                     '  VARIACAO % ' WRK-VARIACAO-ED
                  DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-RETORNO NOT = 8
               CLOSE ARQHEX
               IF WRK-EXE-ESTOURO = 1
                  DISPLAY 'EXECUCOES DO MES EXCEDEM O LIMITE DE '
                          '1000, PAGINAS INCOMPLETAS'
                  MOVE 4 TO WRK-RETORNO
               END-IF
               PERFORM 0500-IMPRIMIR-PAGINA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-ETP-QTDE
               CLOSE ARQREL.
            DISPLAY '------------------------------------'.
            DISPLAY 'REGISTROS LIDOS......... ' WRK-QTD-LIDOS.
            DISPLAY 'EXECUCOES NO MES........ ' WRK-EXE-QTD.
            DISPLAY 'ETAPAS.................. ' WRK-ETP-QTDE.
