       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG195.
      *-----------------------------------------------------
      * CAPACIDADE DOS CADASTROS E LOGS, RODADA SEMANAL.
      * CONTA OS REGISTROS DE CLIENTES E FATURAS (NO TOTAL E
      * POR EMPRESA), ARQPAG, ARQJRN E ARQLOG, DOS VINCULOS
      * ARQCTE E ARQVCL E DOS ARQUIVOS QUE AINDA SAO
      * CARREGADOS INTEIROS EM TABELA (ARQPRP, ARQCNS E
      * ARQMTR). A CONTAGEM VAI PARA O HISTORICO
      * ARQCAP, E O RELATORIO COMPARA COM A
      * CONTAGEM MAIS RECENTE DE 7 E DE 30 DIAS ATRAS. O
      * ARQCPC DA O LIMITE DE CADA ARQUIVO; PELO CRESCIMENTO
      * DIARIO DO PERIODO E PROJETADA A DATA EM QUE O LIMITE
      * SERA ATINGIDO. ARQUIVO COM 80% DO LIMITE OU PREVISAO
      * EM ATE 90 DIAS SAI COM ALERTA E RC 4
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
           SELECT ARQLOG ASSIGN TO UT-S-ARQLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQLOG-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQVCL ASSIGN TO UT-S-ARQVCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VCL-CODIGO
                  FILE STATUS IS FS-ARQVCL-STATUS.
           SELECT ARQPRP ASSIGN TO UT-S-ARQPRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRP-STATUS.
           SELECT ARQCNS ASSIGN TO UT-S-ARQCNS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCNS-STATUS.
           SELECT ARQMTR ASSIGN TO UT-S-ARQMTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMTR-STATUS.
           SELECT ARQCPC ASSIGN TO UT-S-ARQCPC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCPC-STATUS.
           SELECT ARQCAP ASSIGN TO UT-S-ARQCAP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCAP-STATUS.
           SELECT ARQREL ASSIGN TO UT-S-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQREL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQJRN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-JRN.
       01   REG-JRN.
            05 REG-JRN-DATA     PIC 9(08).
            05 FILLER           PIC X(303).
       FD   ARQLOG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-LOG.
       01   REG-LOG.
            05 REG-LOG-DATA    PIC 9(08).
            05 FILLER          PIC X(52).
       FD   ARQCTE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 7 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTE.
       01   REG-CTE.
            05 CTE-CODIGO       PIC 9(05).
            05 CTE-TERMO        PIC 9(02).
       FD   ARQVCL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 8 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-VCL.
       01   REG-VCL.
            05 VCL-CODIGO       PIC 9(05).
            05 VCL-VENDEDOR     PIC 9(03).
       FD   ARQPRP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PRP.
       01   REG-PRP                    PIC X(86).
       FD   ARQCNS
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CNS.
       01   REG-CNS                    PIC X(41).
       FD   ARQMTR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MTR.
       01   REG-MTR                    PIC X(24).
       FD   ARQCPC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CPC.
       01   REG-CPC.
            05 CPC-ARQUIVO      PIC X(08).
            05 CPC-LIMITE       PIC 9(09).
       FD   ARQCAP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CAP.
       01   REG-CAP.
            05 CAP-DATA         PIC 9(08).
            05 CAP-ARQUIVO      PIC X(08).
            05 CAP-TIPO         PIC X(01).
            05 CAP-EMPRESA      PIC 9(02).
            05 CAP-QTD          PIC 9(09).
       FD   ARQREL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-REL.
       01   REG-REL                    PIC X(80).
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES      PIC X VALUE 'N'.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQJRN        PIC X VALUE 'N'.
       77  FS-ARQLOG        PIC X VALUE 'N'.
       77  FS-ARQCTE        PIC X VALUE 'N'.
       77  FS-ARQVCL        PIC X VALUE 'N'.
       77  FS-ARQPRP        PIC X VALUE 'N'.
       77  FS-ARQCNS        PIC X VALUE 'N'.
       77  FS-ARQMTR        PIC X VALUE 'N'.
       77  FS-ARQCPC        PIC X VALUE 'N'.
       77  FS-ARQCAP        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  FS-ARQLOG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  FS-ARQVCL-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRP-STATUS PIC XX VALUE '00'.
       77  FS-ARQCNS-STATUS PIC XX VALUE '00'.
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQCPC-STATUS PIC XX VALUE '00'.
       77  FS-ARQCAP-STATUS PIC XX VALUE '00'.
       77  FS-ARQREL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-SEM     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MES     PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-HIST     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------
      * TABELAS EM MEMORIA DOS PROGRAMAS QUE AINDA CARREGAM
      * O ARQUIVO INTEIRO; O LIMITE E O DO OCCURS DE CADA
      * PROGRAMA
      *-----------------------------------------------------
       01  WRK-TABELAS-MEMORIA.
           05 FILLER PIC X(08) VALUE 'ARQPRP'.
           05 FILLER PIC 9(09) VALUE 500.
           05 FILLER PIC X(40) VALUE 'PROG070/101/152'.
           05 FILLER PIC X(08) VALUE 'ARQCNS'.
           05 FILLER PIC 9(09) VALUE 500.
           05 FILLER PIC X(40) VALUE 'PROG034/065/137'.
           05 FILLER PIC X(08) VALUE 'ARQMTR'.
           05 FILLER PIC 9(09) VALUE 500.
           05 FILLER PIC X(40) VALUE
              'PROG076/116/117/181/183/184/185/186/218'.
       01  WRK-TABELAS-MEMORIA-R REDEFINES WRK-TABELAS-MEMORIA.
           05 WRK-TBM-ENTRY OCCURS 3 TIMES.
               10 WRK-TBM-ARQUIVO  PIC X(08).
               10 WRK-TBM-LIMITE   PIC 9(09).
               10 WRK-TBM-PROGRAMA PIC X(40).
       01  WRK-TAB-LIMITES.
           05 WRK-TAB-LIM-ENTRY OCCURS 20 TIMES.
               10 WRK-LIM-ARQUIVO  PIC X(08).
               10 WRK-LIM-LIMITE   PIC 9(09).
       77  WRK-LIM-QTD      PIC 9(02) VALUE 0.
      *-----------------------------------------------------
      * UMA LINHA POR ARQUIVO (TIPO T) E POR EMPRESA DENTRO
      * DO ARQUIVO (TIPO E)
      *-----------------------------------------------------
       01  WRK-TAB-CONTAGENS.
           05 WRK-TAB-CNT-ENTRY OCCURS 100 TIMES.
               10 WRK-CNT-ARQUIVO  PIC X(08).
               10 WRK-CNT-TIPO     PIC X(01).
               10 WRK-CNT-EMPRESA  PIC 9(02).
               10 WRK-CNT-ATUAL    PIC 9(09).
               10 WRK-CNT-AUSENTE  PIC 9(01).
               10 WRK-CNT-DATA-SEM PIC 9(08).
               10 WRK-CNT-QTD-SEM  PIC 9(09).
               10 WRK-CNT-DATA-MES PIC 9(08).
               10 WRK-CNT-QTD-MES  PIC 9(09).
       77  WRK-CNT-QTD      PIC 9(03) VALUE 0.
       77  WRK-ARQUIVO      PIC X(08) VALUE SPACES.
       77  WRK-TIPO         PIC X(01) VALUE SPACE.
       77  WRK-EMPRESA      PIC 9(02) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-J            PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       01  WRK-DATA-TRAB.
           05 WRK-TRB-ANO   PIC 9(04).
           05 WRK-TRB-MES   PIC 9(02).
           05 WRK-TRB-DIA   PIC 9(02).
       77  WRK-BISSEXTO     PIC 9 VALUE 0.
       77  WRK-MAX-DIA      PIC 9(02) VALUE 31.
       77  WRK-RESTO4       PIC 9(04) VALUE 0.
       77  WRK-RESTO100     PIC 9(04) VALUE 0.
       77  WRK-RESTO400     PIC 9(04) VALUE 0.
       77  WRK-DIVQ         PIC 9(05) VALUE 0.
       77  WRK-CONT         PIC 9(03) VALUE 0.
       77  WRK-DIAS-MOVER   PIC 9(03) VALUE 0.
       77  WRK-DIAS-PERIODO PIC 9(03) VALUE 0.
       77  WRK-QTD-BASE     PIC 9(09) VALUE 0.
       77  WRK-DATA-BASE    PIC 9(08) VALUE 0.
       77  WRK-LIMITE       PIC 9(09) VALUE 0.
       77  WRK-CRESC-DIA    PIC S9(07)V9999 VALUE 0.
       77  WRK-DIAS-LIMITE  PIC 9(07) VALUE 0.
       77  WRK-VAR          PIC S9(09) VALUE 0.
       77  WRK-PCT          PIC S9(05) VALUE 0.
       77  WRK-USO          PIC 9(05) VALUE 0.
       77  WRK-QTD-ED       PIC ZZZ.ZZZ.ZZ9.
       77  WRK-LIMITE-ED    PIC ZZZ.ZZZ.ZZ9.
       77  WRK-VAR-SEM-ED   PIC ---.---.--9.
       77  WRK-VAR-MES-ED   PIC ---.---.--9.
       77  WRK-PCT-SEM-ED   PIC ----9.
       77  WRK-PCT-MES-ED   PIC ----9.
       77  WRK-USO-ED       PIC ZZZZ9.
       77  WRK-EMPRESA-ED   PIC X(03) VALUE SPACES.
       77  WRK-PREVISAO     PIC X(30) VALUE SPACES.
       77  WRK-ALERTA       PIC 9 VALUE 0.
       77  WRK-QTD-ALERTAS  PIC 9(03) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO NOT = 8
               PERFORM 0200-CONTAR-ARQUIVOS
               PERFORM 0500-LER-HISTORICO
               PERFORM 0700-RELATORIO
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-TRAB.
           MOVE 7 TO WRK-DIAS-MOVER.
           PERFORM 0380-RECUAR-DIAS.
           MOVE WRK-DATA-TRAB TO WRK-DATA-SEM.
           MOVE WRK-DATA-HOJE TO WRK-DATA-TRAB.
           MOVE 30 TO WRK-DIAS-MOVER.
           PERFORM 0380-RECUAR-DIAS.
           MOVE WRK-DATA-TRAB TO WRK-DATA-MES.
           OPEN INPUT ARQCPC.
           IF FS-ARQCPC-STATUS NOT = '00'
              DISPLAY 'ARQCPC AUSENTE, ARQUIVOS SEM LIMITE'
           ELSE
              READ ARQCPC AT END
                          MOVE 'F' TO FS-ARQCPC
              END-READ
              PERFORM 0150-GUARDAR-LIMITE UNTIL FS-ARQCPC = 'F'
              CLOSE ARQCPC.
           OPEN OUTPUT ARQREL.
             IF FS-ARQREL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQREL.... ' FS-ARQREL-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
       0100-FIM.
      *-----------------------------------------------------
       0150-GUARDAR-LIMITE.
           IF WRK-LIM-QTD > 19
              DISPLAY 'ARQCPC EXCEDE O LIMITE DE 20 ARQUIVOS'
              MOVE 'F' TO FS-ARQCPC
           ELSE
              ADD 1 TO WRK-LIM-QTD
              MOVE CPC-ARQUIVO TO WRK-LIM-ARQUIVO (WRK-LIM-QTD)
              MOVE CPC-LIMITE  TO WRK-LIM-LIMITE (WRK-LIM-QTD)
              READ ARQCPC AT END
                          MOVE 'F' TO FS-ARQCPC.
      *-----------------------------------------------------
       0200-CONTAR-ARQUIVOS.
           PERFORM 0210-CONTAR-CLIENTES.
           PERFORM 0230-CONTAR-FATURAS.
           MOVE 'ARQPAG' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0260-CONTAR-PAG UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
           MOVE 'ARQJRN' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT ARQJRN.
           IF FS-ARQJRN-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ ARQJRN AT END
                          MOVE 'F' TO FS-ARQJRN
              END-READ
              PERFORM 0265-CONTAR-JRN UNTIL FS-ARQJRN = 'F'
              CLOSE ARQJRN.
           MOVE 'ARQLOG' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT ARQLOG.
           IF FS-ARQLOG-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ ARQLOG AT END
                          MOVE 'F' TO FS-ARQLOG
              END-READ
              PERFORM 0270-CONTAR-LOG UNTIL FS-ARQLOG = 'F'
              CLOSE ARQLOG.
           MOVE 'ARQCTE' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT ARQCTE.
           IF FS-ARQCTE-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ ARQCTE AT END
                          MOVE 'F' TO FS-ARQCTE
              END-READ
              PERFORM 0275-CONTAR-CTE UNTIL FS-ARQCTE = 'F'
              CLOSE ARQCTE.
           MOVE 'ARQVCL' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT ARQVCL.
           IF FS-ARQVCL-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ ARQVCL AT END
                          MOVE 'F' TO FS-ARQVCL
              END-READ
              PERFORM 0280-CONTAR-VCL UNTIL FS-ARQVCL = 'F'
              CLOSE ARQVCL.
           MOVE 'ARQPRP' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT ARQPRP.
           IF FS-ARQPRP-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ ARQPRP AT END
                          MOVE 'F' TO FS-ARQPRP
              END-READ
              PERFORM 0285-CONTAR-PRP UNTIL FS-ARQPRP = 'F'
              CLOSE ARQPRP.
           MOVE 'ARQCNS' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT ARQCNS.
           IF FS-ARQCNS-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ ARQCNS AT END
                          MOVE 'F' TO FS-ARQCNS
              END-READ
              PERFORM 0290-CONTAR-CNS UNTIL FS-ARQCNS = 'F'
              CLOSE ARQCNS.
           MOVE 'ARQMTR' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT ARQMTR.
           IF FS-ARQMTR-STATUS NOT = '00'
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ ARQMTR AT END
                          MOVE 'F' TO FS-ARQMTR
              END-READ
              PERFORM 0295-CONTAR-MTR UNTIL FS-ARQMTR = 'F'
              CLOSE ARQMTR.
      *-----------------------------------------------------
       0210-CONTAR-CLIENTES.
           MOVE 'CLIENTES' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ CLIENTES AT END
                            MOVE 'F' TO FS-CLIENTES
              END-READ
              PERFORM 0220-CONTAR-CLIENTE UNTIL FS-CLIENTES = 'F'
              CLOSE CLIENTES.
      *-----------------------------------------------------
       0220-CONTAR-CLIENTE.
           MOVE 'CLIENTES' TO WRK-ARQUIVO.
           MOVE 'T' TO WRK-TIPO.
           MOVE ZEROS TO WRK-EMPRESA.
           PERFORM 0300-SOMAR.
           MOVE 'E' TO WRK-TIPO.
           MOVE REG-EMPRESA TO WRK-EMPRESA.
           PERFORM 0300-SOMAR.
           READ CLIENTES AT END
                         MOVE 'F' TO FS-CLIENTES.
      *-----------------------------------------------------
       0230-CONTAR-FATURAS.
           MOVE 'FATURAS' TO WRK-ARQUIVO.
           PERFORM 0250-CRIAR-TOTAL.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
              MOVE 1 TO WRK-CNT-AUSENTE (WRK-POS)
           ELSE
              READ FATURAS AT END
                           MOVE 'F' TO FS-FATURAS
              END-READ
              PERFORM 0240-CONTAR-FATURA UNTIL FS-FATURAS = 'F'
              CLOSE FATURAS.
      *-----------------------------------------------------
       0240-CONTAR-FATURA.
           MOVE 'FATURAS' TO WRK-ARQUIVO.
           MOVE 'T' TO WRK-TIPO.
           MOVE ZEROS TO WRK-EMPRESA.
           PERFORM 0300-SOMAR.
           MOVE 'E' TO WRK-TIPO.
           MOVE FAT-EMPRESA TO WRK-EMPRESA.
           PERFORM 0300-SOMAR.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
      * A LINHA DE TOTAL DO ARQUIVO EXISTE MESMO VAZIO OU
      * AUSENTE, PARA APARECER NO RELATORIO
      *-----------------------------------------------------
       0250-CRIAR-TOTAL.
           MOVE 'T' TO WRK-TIPO.
           MOVE ZEROS TO WRK-EMPRESA.
           PERFORM 0320-LOCALIZAR.
      *-----------------------------------------------------
       0260-CONTAR-PAG.
           ADD 1 TO WRK-CNT-ATUAL (WRK-POS).
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0265-CONTAR-JRN.
           ADD 1 TO WRK-CNT-ATUAL (WRK-POS).
           READ ARQJRN AT END
                       MOVE 'F' TO FS-ARQJRN.
      *-----------------------------------------------------
       0270-CONTAR-LOG.
           ADD 1 TO WRK-CNT-ATUAL (WRK-POS).
           READ ARQLOG AT END
                       MOVE 'F' TO FS-ARQLOG.
      *-----------------------------------------------------
       0275-CONTAR-CTE.
           ADD 1 TO WRK-CNT-ATUAL (WRK-POS).
           READ ARQCTE AT END
                       MOVE 'F' TO FS-ARQCTE.
      *-----------------------------------------------------
       0280-CONTAR-VCL.
           ADD 1 TO WRK-CNT-ATUAL (WRK-POS).
           READ ARQVCL AT END
                       MOVE 'F' TO FS-ARQVCL.
      *-----------------------------------------------------
       0285-CONTAR-PRP.
           ADD 1 TO WRK-CNT-ATUAL (WRK-POS).
           READ ARQPRP AT END
                       MOVE 'F' TO FS-ARQPRP.
      *-----------------------------------------------------
       0290-CONTAR-CNS.
           ADD 1 TO WRK-CNT-ATUAL (WRK-POS).
           READ ARQCNS AT END
                       MOVE 'F' TO FS-ARQCNS.
      *-----------------------------------------------------
       0295-CONTAR-MTR.
           ADD 1 TO WRK-CNT-ATUAL (WRK-POS).
           READ ARQMTR AT END
                       MOVE 'F' TO FS-ARQMTR.
      *-----------------------------------------------------
       0300-SOMAR.
           PERFORM 0320-LOCALIZAR.
           IF WRK-POS NOT = 0
              ADD 1 TO WRK-CNT-ATUAL (WRK-POS).
      *-----------------------------------------------------
       0320-LOCALIZAR.
           MOVE 0 TO WRK-POS.
           PERFORM 0330-COMPARAR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-CNT-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              IF WRK-CNT-QTD > 99
                 DISPLAY 'CONTAGENS EXCEDEM O LIMITE DE 100 '
                         WRK-ARQUIVO ' ' WRK-EMPRESA
              ELSE
                 ADD 1 TO WRK-CNT-QTD
                 MOVE WRK-CNT-QTD TO WRK-POS
                 MOVE WRK-ARQUIVO TO WRK-CNT-ARQUIVO (WRK-POS)
                 MOVE WRK-TIPO    TO WRK-CNT-TIPO (WRK-POS)
                 MOVE WRK-EMPRESA TO WRK-CNT-EMPRESA (WRK-POS)
                 MOVE ZEROS TO WRK-CNT-ATUAL (WRK-POS)
                 MOVE 0     TO WRK-CNT-AUSENTE (WRK-POS)
                 MOVE ZEROS TO WRK-CNT-DATA-SEM (WRK-POS)
                 MOVE ZEROS TO WRK-CNT-QTD-SEM (WRK-POS)
                 MOVE ZEROS TO WRK-CNT-DATA-MES (WRK-POS)
                 MOVE ZEROS TO WRK-CNT-QTD-MES (WRK-POS).
      *-----------------------------------------------------
       0330-COMPARAR.
           IF WRK-CNT-ARQUIVO (WRK-IDX) = WRK-ARQUIVO
              AND WRK-CNT-TIPO (WRK-IDX) = WRK-TIPO
              AND WRK-CNT-EMPRESA (WRK-IDX) = WRK-EMPRESA
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0360-BISSEXTO.
           MOVE 0 TO WRK-BISSEXTO.
           DIVIDE WRK-TRB-ANO BY 4 GIVING WRK-DIVQ
               REMAINDER WRK-RESTO4.
           IF WRK-RESTO4 = 0
              DIVIDE WRK-TRB-ANO BY 100 GIVING WRK-DIVQ
                  REMAINDER WRK-RESTO100
              IF WRK-RESTO100 NOT = 0
                 MOVE 1 TO WRK-BISSEXTO
              ELSE
                 DIVIDE WRK-TRB-ANO BY 400 GIVING WRK-DIVQ
                     REMAINDER WRK-RESTO400
                 IF WRK-RESTO400 = 0
                    MOVE 1 TO WRK-BISSEXTO.
      *-----------------------------------------------------
       0370-MAX-DIA.
           EVALUATE WRK-TRB-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-MAX-DIA
               WHEN 2
                   IF WRK-BISSEXTO = 1
                      MOVE 29 TO WRK-MAX-DIA
                   ELSE
                      MOVE 28 TO WRK-MAX-DIA
               WHEN OTHER
                   MOVE 31 TO WRK-MAX-DIA
           END-EVALUATE.
      *-----------------------------------------------------
       0380-RECUAR-DIAS.
           PERFORM 0385-RECUAR-UM-DIA
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-DIAS-MOVER.
      *-----------------------------------------------------
       0385-RECUAR-UM-DIA.
           IF WRK-TRB-DIA > 1
              SUBTRACT 1 FROM WRK-TRB-DIA
           ELSE
              IF WRK-TRB-MES > 1
                 SUBTRACT 1 FROM WRK-TRB-MES
              ELSE
                 MOVE 12 TO WRK-TRB-MES
                 SUBTRACT 1 FROM WRK-TRB-ANO
              END-IF
              PERFORM 0360-BISSEXTO
              PERFORM 0370-MAX-DIA
              MOVE WRK-MAX-DIA TO WRK-TRB-DIA.
      *-----------------------------------------------------
       0390-AVANCAR-DIAS.
           PERFORM 0392-AVANCAR-UM-DIA
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-DIAS-MOVER.
      *-----------------------------------------------------
       0392-AVANCAR-UM-DIA.
           PERFORM 0360-BISSEXTO.
           PERFORM 0370-MAX-DIA.
           IF WRK-TRB-DIA < WRK-MAX-DIA
              ADD 1 TO WRK-TRB-DIA
           ELSE
              MOVE 1 TO WRK-TRB-DIA
              IF WRK-TRB-MES < 12
                 ADD 1 TO WRK-TRB-MES
              ELSE
                 MOVE 1 TO WRK-TRB-MES
                 ADD 1 TO WRK-TRB-ANO.
      *-----------------------------------------------------
      * DIAS ENTRE A CONTAGEM DE BASE E HOJE, CONTADOS UM A
      * UM ATE 999
      *-----------------------------------------------------
       0395-CONTAR-DIAS.
           MOVE WRK-DATA-BASE TO WRK-DATA-TRAB.
           MOVE 0 TO WRK-DIAS-PERIODO.
           PERFORM 0397-CONTAR-UM-DIA
               UNTIL WRK-DATA-TRAB NOT < WRK-DATA-HOJE
                  OR WRK-DIAS-PERIODO = 999.
      *-----------------------------------------------------
       0397-CONTAR-UM-DIA.
           PERFORM 0392-AVANCAR-UM-DIA.
           ADD 1 TO WRK-DIAS-PERIODO.
      *-----------------------------------------------------
      * DA CONTAGEM GUARDADA FICA, PARA CADA LINHA, A MAIS
      * RECENTE COM 7 DIAS OU MAIS E A MAIS RECENTE COM 30
      * DIAS OU MAIS
      *-----------------------------------------------------
       0500-LER-HISTORICO.
           OPEN INPUT ARQCAP.
           IF FS-ARQCAP-STATUS NOT = '00'
              DISPLAY 'ARQCAP AINDA NAO EXISTE, SERA CRIADO'
           ELSE
              READ ARQCAP AT END
                          MOVE 'F' TO FS-ARQCAP
              END-READ
              PERFORM 0520-GUARDAR-HISTORICO UNTIL FS-ARQCAP = 'F'
              CLOSE ARQCAP.
      *-----------------------------------------------------
       0520-GUARDAR-HISTORICO.
           IF CAP-DATA > WRK-ULT-HIST
              MOVE CAP-DATA TO WRK-ULT-HIST.
           MOVE 0 TO WRK-POS.
           MOVE CAP-ARQUIVO TO WRK-ARQUIVO.
           MOVE CAP-TIPO    TO WRK-TIPO.
           MOVE CAP-EMPRESA TO WRK-EMPRESA.
           PERFORM 0330-COMPARAR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-CNT-QTD OR WRK-POS NOT = 0.
           IF WRK-POS NOT = 0
              IF CAP-DATA NOT > WRK-DATA-SEM
                 AND CAP-DATA NOT < WRK-CNT-DATA-SEM (WRK-POS)
                 MOVE CAP-DATA TO WRK-CNT-DATA-SEM (WRK-POS)
                 MOVE CAP-QTD  TO WRK-CNT-QTD-SEM (WRK-POS)
              END-IF
              IF CAP-DATA NOT > WRK-DATA-MES
                 AND CAP-DATA NOT < WRK-CNT-DATA-MES (WRK-POS)
                 MOVE CAP-DATA TO WRK-CNT-DATA-MES (WRK-POS)
                 MOVE CAP-QTD  TO WRK-CNT-QTD-MES (WRK-POS).
           READ ARQCAP AT END
                       MOVE 'F' TO FS-ARQCAP.
      *-----------------------------------------------------
       0700-RELATORIO.
           MOVE SPACES TO REG-REL.
           STRING 'CAPACIDADE DOS CADASTROS E LOGS -- ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'BASES: SEMANA ATE ' WRK-DATA-SEM
                  '  MES ATE ' WRK-DATA-MES
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'ARQUIVO  EMP       ATUAL   VAR.SEMANA %SEM'
                  '      VAR.MES  %MES'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0720-IMPRIMIR-LINHA
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-CNT-QTD.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'TABELAS EM MEMORIA CARREGADAS DO ARQUIVO INTEIRO'
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           PERFORM 0800-IMPRIMIR-TABELA
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > 3.
      *-----------------------------------------------------
       0720-IMPRIMIR-LINHA.
           MOVE WRK-CNT-ATUAL (WRK-J) TO WRK-QTD-ED.
           IF WRK-CNT-TIPO (WRK-J) = 'T'
              MOVE ' * ' TO WRK-EMPRESA-ED
           ELSE
              MOVE SPACES TO WRK-EMPRESA-ED
              MOVE WRK-CNT-EMPRESA (WRK-J) TO WRK-EMPRESA-ED (2:2).
           MOVE ZEROS TO WRK-VAR-SEM-ED.
           MOVE ZEROS TO WRK-PCT-SEM-ED.
           MOVE ZEROS TO WRK-VAR-MES-ED.
           MOVE ZEROS TO WRK-PCT-MES-ED.
           IF WRK-CNT-DATA-SEM (WRK-J) NOT = 0
              COMPUTE WRK-VAR = WRK-CNT-ATUAL (WRK-J)
                              - WRK-CNT-QTD-SEM (WRK-J)
              MOVE WRK-VAR TO WRK-VAR-SEM-ED
              IF WRK-CNT-QTD-SEM (WRK-J) NOT = 0
                 COMPUTE WRK-PCT ROUNDED = WRK-VAR * 100
                                     / WRK-CNT-QTD-SEM (WRK-J)
                 MOVE WRK-PCT TO WRK-PCT-SEM-ED.
           IF WRK-CNT-DATA-MES (WRK-J) NOT = 0
              COMPUTE WRK-VAR = WRK-CNT-ATUAL (WRK-J)
                              - WRK-CNT-QTD-MES (WRK-J)
              MOVE WRK-VAR TO WRK-VAR-MES-ED
              IF WRK-CNT-QTD-MES (WRK-J) NOT = 0
                 COMPUTE WRK-PCT ROUNDED = WRK-VAR * 100
                                     / WRK-CNT-QTD-MES (WRK-J)
                 MOVE WRK-PCT TO WRK-PCT-MES-ED.
           MOVE SPACES TO REG-REL.
           IF WRK-CNT-AUSENTE (WRK-J) = 1
              STRING WRK-CNT-ARQUIVO (WRK-J) ' ' WRK-EMPRESA-ED
                     ' *** ARQUIVO AUSENTE ***'
                  DELIMITED BY SIZE INTO REG-REL
           ELSE
              STRING WRK-CNT-ARQUIVO (WRK-J) ' ' WRK-EMPRESA-ED
                     ' ' WRK-QTD-ED ' ' WRK-VAR-SEM-ED
                     ' ' WRK-PCT-SEM-ED ' ' WRK-VAR-MES-ED
                     ' ' WRK-PCT-MES-ED
                  DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           IF WRK-CNT-TIPO (WRK-J) = 'T'
              AND WRK-CNT-AUSENTE (WRK-J) = 0
              PERFORM 0740-PROJETAR THRU 0740-FIM.
      *-----------------------------------------------------
      * PROJECAO PELO CRESCIMENTO DIARIO DESDE A BASE DO MES
      * (OU DA SEMANA, SE AINDA NAO HA UM MES DE HISTORICO)
      *-----------------------------------------------------
       0740-PROJETAR.
           MOVE ZEROS TO WRK-LIMITE.
           PERFORM 0745-COMPARAR-LIMITE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-LIM-QTD.
           IF WRK-LIMITE = 0
              GO TO 0740-FIM.
           MOVE 0 TO WRK-ALERTA.
           MOVE SPACES TO WRK-PREVISAO.
           COMPUTE WRK-USO = WRK-CNT-ATUAL (WRK-J) * 100
                           / WRK-LIMITE.
           IF WRK-USO > 79
              MOVE 1 TO WRK-ALERTA.
           MOVE ZEROS TO WRK-DATA-BASE.
           IF WRK-CNT-DATA-MES (WRK-J) NOT = 0
              MOVE WRK-CNT-DATA-MES (WRK-J) TO WRK-DATA-BASE
              MOVE WRK-CNT-QTD-MES (WRK-J)  TO WRK-QTD-BASE
           ELSE
              IF WRK-CNT-DATA-SEM (WRK-J) NOT = 0
                 MOVE WRK-CNT-DATA-SEM (WRK-J) TO WRK-DATA-BASE
                 MOVE WRK-CNT-QTD-SEM (WRK-J)  TO WRK-QTD-BASE.
           IF WRK-CNT-ATUAL (WRK-J) NOT < WRK-LIMITE
              MOVE 'LIMITE JA ATINGIDO' TO WRK-PREVISAO
              MOVE 1 TO WRK-ALERTA
           ELSE
              IF WRK-DATA-BASE = 0
                 MOVE 'SEM HISTORICO PARA PROJECAO' TO WRK-PREVISAO
              ELSE
                 PERFORM 0760-CALCULAR-PREVISAO.
           MOVE WRK-LIMITE TO WRK-LIMITE-ED.
           MOVE WRK-USO    TO WRK-USO-ED.
           MOVE SPACES TO REG-REL.
           STRING '         LIMITE ' WRK-LIMITE-ED
                  ' USO ' WRK-USO-ED '% ' WRK-PREVISAO
               DELIMITED BY SIZE INTO REG-REL.
           IF WRK-ALERTA = 1
              MOVE '<<ALERTA' TO REG-REL (73:8)
              ADD 1 TO WRK-QTD-ALERTAS
              MOVE 4 TO WRK-RETORNO
              DISPLAY 'ALERTA DE CAPACIDADE.... '
                      WRK-CNT-ARQUIVO (WRK-J) ' ' WRK-PREVISAO.
           WRITE REG-REL.
       0740-FIM.
      *-----------------------------------------------------
       0745-COMPARAR-LIMITE.
           IF WRK-LIM-ARQUIVO (WRK-IDX) = WRK-CNT-ARQUIVO (WRK-J)
              MOVE WRK-LIM-LIMITE (WRK-IDX) TO WRK-LIMITE.
      *-----------------------------------------------------
       0760-CALCULAR-PREVISAO.
           PERFORM 0395-CONTAR-DIAS.
           IF WRK-DIAS-PERIODO = 0
              OR WRK-CNT-ATUAL (WRK-J) NOT > WRK-QTD-BASE
              MOVE 'SEM CRESCIMENTO NO PERIODO' TO WRK-PREVISAO
           ELSE
              COMPUTE WRK-CRESC-DIA =
                      (WRK-CNT-ATUAL (WRK-J) - WRK-QTD-BASE)
                      / WRK-DIAS-PERIODO
              COMPUTE WRK-DIAS-LIMITE ROUNDED =
                      (WRK-LIMITE - WRK-CNT-ATUAL (WRK-J))
                      / WRK-CRESC-DIA
              IF WRK-DIAS-LIMITE > 999
                 MOVE 'PREVISAO ACIMA DE 999 DIAS' TO WRK-PREVISAO
              ELSE
                 IF WRK-DIAS-LIMITE < 91
                    MOVE 1 TO WRK-ALERTA
                 END-IF
                 MOVE WRK-DATA-HOJE TO WRK-DATA-TRAB
                 MOVE WRK-DIAS-LIMITE TO WRK-DIAS-MOVER
                 PERFORM 0390-AVANCAR-DIAS
                 STRING 'LIMITE PREVISTO EM ' WRK-DATA-TRAB
                     DELIMITED BY SIZE INTO WRK-PREVISAO.
      *-----------------------------------------------------
      * OCUPACAO DAS TABELAS DE 500: A CONTAGEM E DE
      * REGISTROS NO ARQUIVO, QUE E O TETO DO QUE CADA
      * PROGRAMA GUARDA. O ALERTA SAI COM 80% PARA DAR TEMPO
      * DE AMPLIAR O OCCURS OU INDEXAR O ARQUIVO
      *-----------------------------------------------------
       0800-IMPRIMIR-TABELA.
           MOVE WRK-TBM-ARQUIVO (WRK-J) TO WRK-ARQUIVO.
           MOVE 'T' TO WRK-TIPO.
           MOVE ZEROS TO WRK-EMPRESA.
           PERFORM 0320-LOCALIZAR.
           MOVE WRK-CNT-ATUAL (WRK-POS) TO WRK-QTD-ED.
           MOVE WRK-TBM-LIMITE (WRK-J) TO WRK-LIMITE-ED.
           COMPUTE WRK-USO = WRK-CNT-ATUAL (WRK-POS) * 100
                           / WRK-TBM-LIMITE (WRK-J).
           MOVE WRK-USO TO WRK-USO-ED.
           MOVE SPACES TO REG-REL.
           STRING WRK-ARQUIVO ' ' WRK-QTD-ED ' DE ' WRK-LIMITE-ED
                  ' USO ' WRK-USO-ED '%'
               DELIMITED BY SIZE INTO REG-REL.
           IF WRK-USO > 79
              MOVE '<<ALERTA' TO REG-REL (73:8)
              ADD 1 TO WRK-QTD-ALERTAS
              MOVE 4 TO WRK-RETORNO
              DISPLAY 'TABELA PERTO DO LIMITE.. ' WRK-ARQUIVO
                      ' USO ' WRK-USO-ED '% '
                      WRK-TBM-PROGRAMA (WRK-J).
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING '         CARREGADO POR ' WRK-TBM-PROGRAMA (WRK-J)
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
      *-----------------------------------------------------
      * UMA CONTAGEM POR DIA NO HISTORICO: A RODADA REPETIDA
      * NO MESMO DIA NAO GRAVA DE NOVO
      *-----------------------------------------------------
       0900-FINALIZAR.
           IF WRK-ULT-HIST = WRK-DATA-HOJE
              DISPLAY 'CONTAGEM DO DIA JA GRAVADA NO ARQCAP'
           ELSE
              OPEN EXTEND ARQCAP
              IF FS-ARQCAP-STATUS = '35'
                 OPEN OUTPUT ARQCAP
              END-IF
              IF FS-ARQCAP-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQCAP.... ' FS-ARQCAP-STATUS
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 PERFORM 0950-GRAVAR-CONTAGEM
                     VARYING WRK-J FROM 1 BY 1
                     UNTIL WRK-J > WRK-CNT-QTD
                 CLOSE ARQCAP.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING 'LINHAS CONTADAS ' WRK-CNT-QTD
                  '  ALERTAS ' WRK-QTD-ALERTAS
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           CLOSE ARQREL.
           DISPLAY '------------------------------------'.
           DISPLAY 'LINHAS CONTADAS......... ' WRK-CNT-QTD.
           DISPLAY 'ALERTAS DE CAPACIDADE... ' WRK-QTD-ALERTAS.
      *-----------------------------------------------------
       0950-GRAVAR-CONTAGEM.
           IF WRK-CNT-AUSENTE (WRK-J) = 0
              MOVE WRK-DATA-HOJE             TO CAP-DATA
              MOVE WRK-CNT-ARQUIVO (WRK-J)   TO CAP-ARQUIVO
              MOVE WRK-CNT-TIPO (WRK-J)      TO CAP-TIPO
              MOVE WRK-CNT-EMPRESA (WRK-J)   TO CAP-EMPRESA
              MOVE WRK-CNT-ATUAL (WRK-J)     TO CAP-QTD
              WRITE REG-CAP.
