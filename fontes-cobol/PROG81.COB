           SELECT ARQPRO ASSIGN TO UT-S-ARQPRO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRO-STATUS.
           SELECT ARQCMP ASSIGN TO UT-S-ARQCMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCMP-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPRO
            05 PRO-SITUACAO     PIC X(01).
            05 PRO-PROX-CONTATO PIC 9(08).
            05 PRO-TENTATIVAS   PIC 9(02).
            05 PRO-CAMPANHA     PIC X(06).
       FD   ARQCMP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CMP.
       01   REG-CMP.
            05 CMP-CODIGO       PIC X(06).
            05 CMP-DESCRICAO    PIC X(30).
            05 CMP-CANAL        PIC X(10).
            05 CMP-INICIO       PIC 9(08).
            05 CMP-FIM          PIC 9(08).
            05 CMP-CUSTO        PIC 9(07)V99.
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPRO-STATUS PIC XX VALUE '00'.
       77  FS-ARQCMP        PIC X VALUE 'N'.
       77  FS-ARQCMP-STATUS PIC XX VALUE '00'.
       01  WRK-PROSPECTO.
           05 WRK-NOME         PIC X(20).
           05 WRK-EMPRESA      PIC X(20).
           05 WRK-TELEFONE     PIC X(11).
           05 WRK-CAMPANHA     PIC X(06).
       01  WRK-TAB-CAMPANHAS.
           05 WRK-TAB-CMP-ENTRY OCCURS 100 TIMES.
               10 WRK-CMP-CODIGO   PIC X(06).
               10 WRK-CMP-INICIO   PIC 9(08).
               10 WRK-CMP-FIM      PIC 9(08).
       77  WRK-CMP-QTD      PIC 9(03) VALUE 0.
       77  WRK-TEM-CAMPANHAS PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-CONTINUA     PIC X VALUE 'S'.
           88 WRK-FIM-CARGA        VALUE 'N'.
       77  WRK-QTD-INCLUIDOS PIC 9(03) VALUE 0.
      * MOSTRAVA NA TELA PASSA A FICAR GRAVADO COM TELEFONE E
      * DATA DE INTERESSE; O PROG082 LISTA OS ABERTOS E O
      * PROG083 PROMOVE O PROSPECTO GANHO PARA O CADASTRO DE
      * CLIENTES. O CODIGO DA CAMPANHA DE ORIGEM (ARQCMP,
      * PROG191) E CONFERIDO NA CAPTACAO; SEM O ARQCMP A
      * CAPTACAO SEGUE SEM CONFERIR
      *-----------------------------------------------------
       0100-INICIAR.
           PERFORM 0150-CARREGAR-CAMPANHAS.
           OPEN EXTEND ARQPRO.
             IF FS-ARQPRO-STATUS = '35'
                OPEN OUTPUT ARQPRO.
             IF FS-ARQPRO-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQPRO.... ' FS-ARQPRO-STATUS
                MOVE 'N' TO WRK-CONTINUA.
      *-----------------------------------------------------
       0150-CARREGAR-CAMPANHAS.
           OPEN INPUT ARQCMP.
           IF FS-ARQCMP-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE CAMPANHAS AUSENTE'
           ELSE
              MOVE 1 TO WRK-TEM-CAMPANHAS
              READ ARQCMP AT END
                          MOVE 'F' TO FS-ARQCMP
              END-READ
              PERFORM 0160-GUARDAR-CAMPANHA UNTIL FS-ARQCMP = 'F'
              CLOSE ARQCMP.
      *-----------------------------------------------------
       0160-GUARDAR-CAMPANHA.
           IF WRK-CMP-QTD > 99
              DISPLAY 'CAMPANHAS EXCEDEM O LIMITE DE 100'
              MOVE 'F' TO FS-ARQCMP
           ELSE
              ADD 1 TO WRK-CMP-QTD
              MOVE CMP-CODIGO TO WRK-CMP-CODIGO (WRK-CMP-QTD)
              MOVE CMP-INICIO TO WRK-CMP-INICIO (WRK-CMP-QTD)
              MOVE CMP-FIM    TO WRK-CMP-FIM (WRK-CMP-QTD)
              READ ARQCMP AT END
                          MOVE 'F' TO FS-ARQCMP.
      *-----------------------------------------------------
       0200-PROCESSAR.
           DISPLAY 'NOME/EMPRESA/TELEFONE/CAMPANHA '
                   '(NOME FIM ENCERRA)'.
           MOVE SPACES TO WRK-PROSPECTO.
           ACCEPT WRK-PROSPECTO.
           MOVE 0 TO WRK-POS.
           IF WRK-CAMPANHA NOT = SPACES AND WRK-TEM-CAMPANHAS = 1
              PERFORM 0250-COMPARAR-CAMPANHA
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-CMP-QTD OR WRK-POS NOT = 0.
           IF WRK-NOME = 'FIM'
              MOVE 'N' TO WRK-CONTINUA
           ELSE
              IF WRK-NOME = SPACES
                 DISPLAY 'NOME EM BRANCO, IGNORADO'
              ELSE
              IF WRK-CAMPANHA NOT = SPACES AND WRK-TEM-CAMPANHAS = 1
                 AND WRK-POS = 0
                 DISPLAY 'CAMPANHA INEXISTENTE ' WRK-CAMPANHA
                         ', IGNORADO'
              ELSE
                 MOVE SPACES TO REG-PROSPECTO
                 MOVE WRK-NOME     TO PRO-NOME
                 MOVE 'A' TO PRO-SITUACAO
                 MOVE PRO-DATA TO PRO-PROX-CONTATO
                 MOVE ZEROS TO PRO-TENTATIVAS
                 MOVE WRK-CAMPANHA TO PRO-CAMPANHA
                 WRITE REG-PROSPECTO
                 ADD 1 TO WRK-QTD-INCLUIDOS
                 IF WRK-POS NOT = 0
                    IF PRO-DATA < WRK-CMP-INICIO (WRK-POS)
                       OR PRO-DATA > WRK-CMP-FIM (WRK-POS)
                       DISPLAY 'ATENCAO: CAPTACAO FORA DO PERIODO '
                               'DA CAMPANHA ' WRK-CAMPANHA.
      *-----------------------------------------------------
       0250-COMPARAR-CAMPANHA.
           IF WRK-CMP-CODIGO (WRK-IDX) = WRK-CAMPANHA
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0300-FINALIZAR.
            IF FS-ARQPRO-STATUS = '00'
