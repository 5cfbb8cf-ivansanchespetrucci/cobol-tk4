       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG210.
      *-----------------------------------------------------
      * JUNCAO DAS RODADAS PARTICIONADAS DO ACUMULO DE
      * ENCARGOS (PROG087), DA NOTA DE PAGAMENTO (PROG093) E
      * DA IDADE DOS SALDOS (PROG069). O CARTAO ARQMGC DIZ
      * QUAIS PROGRAMAS JUNTAR E EM QUANTAS PARTICOES CADA UM
      * RODOU; O ARQPTL TRAZ OS REGISTROS DE CONTROLE DE TODAS
      * AS PARTICOES. A JUNCAO DE UM PROGRAMA E RECUSADA SE
      * FALTAR OU SOBRAR PARTICAO, SE ALGUMA TERMINOU COM
      * ERRO, SE AS FAIXAS DE CODIGO NAO EMENDAM DE 00000 A
      * 99999 OU SE AS FATURAS LIDAS PELAS PARTICOES NAO
      * FECHAM COM A CONTAGEM E A SOMA DO FATURAS INTEIRO.
      * ACEITA A JUNCAO, AS SAIDAS DAS PARTICOES (ARQACP E
      * ARQRTP) SO VIRAM O ARQACR E O ARQRAT DEPOIS DE
      * CONFERIDAS COM OS TOTAIS DECLARADOS NO ARQPTL; DA
      * IDADE DOS SALDOS SAEM OS TOTAIS GERAIS POR FAIXA
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQMGC ASSIGN TO UT-S-ARQMGC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMGC-STATUS.
           SELECT ARQPTL ASSIGN TO UT-S-ARQPTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPTL-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQACP ASSIGN TO UT-S-ARQACP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQACP-STATUS.
           SELECT ARQACR ASSIGN TO UT-S-ARQACR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQACR-STATUS.
           SELECT ARQRTP ASSIGN TO UT-S-ARQRTP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRTP-STATUS.
           SELECT ARQRAT ASSIGN TO UT-S-ARQRAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRAT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQMGC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MGC.
       01   REG-MGC.
            05 MGC-PROGRAMA     PIC X(07).
            05 MGC-QTD-PARTICOES PIC 9(02).
       FD   ARQPTL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PTL.
       01   REG-PTL.
            05 PTL-PROGRAMA     PIC X(07).
            05 PTL-DATA         PIC 9(08).
            05 PTL-PARTICAO     PIC 9(02).
            05 PTL-QTD-PARTICOES PIC 9(02).
            05 PTL-CODIGO-DE    PIC 9(05).
            05 PTL-CODIGO-ATE   PIC 9(05).
            05 PTL-EMPRESA      PIC 9(02).
            05 PTL-RC           PIC 9(02).
            05 PTL-FAT-LIDAS    PIC 9(09).
            05 PTL-FAT-VALOR    PIC 9(11)V99.
            05 PTL-QTD-SAIDA    PIC 9(09).
            05 PTL-VALOR-SAIDA  PIC 9(11)V99.
            05 PTL-BKT          PIC 9(11)V99 OCCURS 5 TIMES.
            05 PTL-CREDITOS     PIC 9(11)V99.
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQACP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ACP.
       01   REG-ACP.
            05 ACP-CODIGO       PIC 9(05).
            05 ACP-NUMERO       PIC 9(06).
            05 ACP-DIAS-ATRASO  PIC 9(05).
            05 ACP-MULTA        PIC 9(07)V99.
            05 ACP-JUROS        PIC 9(07)V99.
            05 ACP-DATA         PIC 9(08).
       FD   ARQACR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ACR.
       01   REG-ACR             PIC X(42).
       FD   ARQRTP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RTP.
       01   REG-RTP.
            05 RTP-CODIGO       PIC 9(05).
            05 RTP-NOTA         PIC X(01).
            05 RTP-MEDIA-DIAS   PIC S9(05).
            05 RTP-PCT-ATRASO   PIC 9(03).
            05 RTP-QTD-COBRANCA PIC 9(05).
       FD   ARQRAT
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RAT.
       01   REG-RAT             PIC X(19).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQMGC        PIC X VALUE 'N'.
       77  FS-ARQMGC-STATUS PIC XX VALUE '00'.
       77  FS-ARQPTL        PIC X VALUE 'N'.
       77  FS-ARQPTL-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQACP        PIC X VALUE 'N'.
       77  FS-ARQACP-STATUS PIC XX VALUE '00'.
       77  FS-ARQACR-STATUS PIC XX VALUE '00'.
       77  FS-ARQRTP        PIC X VALUE 'N'.
       77  FS-ARQRTP-STATUS PIC XX VALUE '00'.
       77  FS-ARQRAT-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-JOBS.
           05 WRK-TAB-JOB-ENTRY OCCURS 3 TIMES.
               10 WRK-JOB-PROGRAMA PIC X(07).
               10 WRK-JOB-QTD      PIC 9(02).
               10 WRK-JOB-OK       PIC 9.
       77  WRK-JOB-QTD-TAB  PIC 9(01) VALUE 0.
       77  WRK-JOB-IDX      PIC 9(01) VALUE 0.
       01  WRK-TAB-CONTROLES.
           05 WRK-TAB-PTL-ENTRY OCCURS 100 TIMES.
               10 WRK-PTL-PROGRAMA  PIC X(07).
               10 WRK-PTL-DATA      PIC 9(08).
               10 WRK-PTL-PARTICAO  PIC 9(02).
               10 WRK-PTL-QTD       PIC 9(02).
               10 WRK-PTL-DE        PIC 9(05).
               10 WRK-PTL-ATE       PIC 9(05).
               10 WRK-PTL-EMPRESA   PIC 9(02).
               10 WRK-PTL-RC        PIC 9(02).
               10 WRK-PTL-LIDAS     PIC 9(09).
               10 WRK-PTL-VALOR     PIC 9(11)V99.
               10 WRK-PTL-QTD-SAIDA PIC 9(09).
               10 WRK-PTL-VLR-SAIDA PIC 9(11)V99.
               10 WRK-PTL-BKT       PIC 9(11)V99 OCCURS 5.
               10 WRK-PTL-CREDITOS  PIC 9(11)V99.
       77  WRK-PTL-QTD-TAB  PIC 9(03) VALUE 0.
       77  WRK-PTL-IDX      PIC 9(03) VALUE 0.
       77  WRK-PTL-POS      PIC 9(03) VALUE 0.
       77  WRK-PTL-ACHADAS  PIC 9(03) VALUE 0.
       77  WRK-PROGRAMA     PIC X(07) VALUE SPACES.
       77  WRK-PARTICAO     PIC 9(02) VALUE 0.
       77  WRK-QTD-PARTICOES PIC 9(02) VALUE 0.
       77  WRK-PROX-DE      PIC 9(06) VALUE 0.
       77  WRK-DATA-REF     PIC 9(08) VALUE 0.
       77  WRK-EMPRESA-REF  PIC 9(02) VALUE 0.
       77  WRK-OK           PIC 9 VALUE 0.
       77  WRK-BKT          PIC 9(01) VALUE 0.
       77  WRK-FAT-LIDAS    PIC 9(09) VALUE 0.
       77  WRK-FAT-VALOR    PIC 9(11)V99 VALUE 0.
       77  WRK-SOMA-LIDAS   PIC 9(09) VALUE 0.
       77  WRK-SOMA-VALOR   PIC 9(11)V99 VALUE 0.
       77  WRK-SOMA-QTD-SAIDA PIC 9(09) VALUE 0.
       77  WRK-SOMA-VLR-SAIDA PIC 9(11)V99 VALUE 0.
       01  WRK-SOMA-BUCKETS.
           05 WRK-SOMA-BKT  PIC 9(11)V99 OCCURS 5.
       77  WRK-SOMA-CREDITOS PIC 9(11)V99 VALUE 0.
       77  WRK-LIDOS-SAIDA  PIC 9(09) VALUE 0.
       77  WRK-VALOR-SAIDA  PIC 9(11)V99 VALUE 0.
       77  WRK-GRAVADOS     PIC 9(09) VALUE 0.
       77  WRK-QTD-JUNTADOS PIC 9(01) VALUE 0.
       77  WRK-QTD-RECUSADOS PIC 9(01) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO < 8
               PERFORM 0400-JUNTAR-PROGRAMA
                   VARYING WRK-JOB-IDX FROM 1 BY 1
                   UNTIL WRK-JOB-IDX > WRK-JOB-QTD-TAB.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'JUNCAO DAS RODADAS PARTICIONADAS EM '
                   WRK-DATA-HOJE.
           DISPLAY '------------------------------------'.
           PERFORM 0120-LER-CARTAO.
           IF WRK-RETORNO > 7
              GO TO 0100-FIM.
           PERFORM 0200-CARREGAR-CONTROLES.
           IF WRK-RETORNO > 7
              GO TO 0100-FIM.
           PERFORM 0300-TOTALIZAR-FATURAS.
       0100-FIM.
      *-----------------------------------------------------
      * UMA LINHA POR PROGRAMA A JUNTAR: PROG087, PROG093 OU
      * PROG069 E A QUANTIDADE DE PARTICOES EM QUE RODOU
      *-----------------------------------------------------
       0120-LER-CARTAO.
           OPEN INPUT ARQMGC.
           IF FS-ARQMGC-STATUS NOT = '00'
              DISPLAY 'CARTAO DE JUNCAO AUSENTE. ' FS-ARQMGC-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              READ ARQMGC AT END
                          MOVE 'F' TO FS-ARQMGC
              END-READ
              PERFORM 0140-GUARDAR-JOB UNTIL FS-ARQMGC = 'F'
              CLOSE ARQMGC
              IF WRK-JOB-QTD-TAB = 0 AND WRK-RETORNO < 8
                 DISPLAY 'CARTAO DE JUNCAO VAZIO'
                 MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
       0140-GUARDAR-JOB.
           IF MGC-PROGRAMA NOT = 'PROG087'
              AND MGC-PROGRAMA NOT = 'PROG093'
              AND MGC-PROGRAMA NOT = 'PROG069'
              DISPLAY 'PROGRAMA INVALIDO NO CARTAO ' MGC-PROGRAMA
              MOVE 8 TO WRK-RETORNO
           ELSE
              IF MGC-QTD-PARTICOES NOT NUMERIC
                 OR MGC-QTD-PARTICOES = 0
                 DISPLAY 'QUANTIDADE DE PARTICOES INVALIDA '
                         MGC-PROGRAMA
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 IF WRK-JOB-QTD-TAB > 2
                    DISPLAY 'CARTAO DE JUNCAO EXCEDE 3 PROGRAMAS'
                    MOVE 8 TO WRK-RETORNO
                 ELSE
                    ADD 1 TO WRK-JOB-QTD-TAB
                    MOVE MGC-PROGRAMA
                      TO WRK-JOB-PROGRAMA (WRK-JOB-QTD-TAB)
                    MOVE MGC-QTD-PARTICOES
                      TO WRK-JOB-QTD (WRK-JOB-QTD-TAB)
                    MOVE 0 TO WRK-JOB-OK (WRK-JOB-QTD-TAB).
           READ ARQMGC AT END
                       MOVE 'F' TO FS-ARQMGC.
      *-----------------------------------------------------
      * REGISTROS DE CONTROLE DE TODAS AS PARTICOES, DE
      * TODOS OS PROGRAMAS, NUM UNICO ARQPTL CONCATENADO
      *-----------------------------------------------------
       0200-CARREGAR-CONTROLES.
           OPEN INPUT ARQPTL.
           IF FS-ARQPTL-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPTL.... ' FS-ARQPTL-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              READ ARQPTL AT END
                          MOVE 'F' TO FS-ARQPTL
              END-READ
              PERFORM 0220-GUARDAR-CONTROLE UNTIL FS-ARQPTL = 'F'
              CLOSE ARQPTL.
      *-----------------------------------------------------
       0220-GUARDAR-CONTROLE.
           IF WRK-PTL-QTD-TAB > 99
              DISPLAY 'CONTROLES EXCEDEM O LIMITE DE 100'
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQPTL
           ELSE
              ADD 1 TO WRK-PTL-QTD-TAB
              MOVE WRK-PTL-QTD-TAB  TO WRK-PTL-IDX
              MOVE PTL-PROGRAMA     TO WRK-PTL-PROGRAMA (WRK-PTL-IDX)
              MOVE PTL-DATA         TO WRK-PTL-DATA (WRK-PTL-IDX)
              MOVE PTL-PARTICAO     TO WRK-PTL-PARTICAO (WRK-PTL-IDX)
              MOVE PTL-QTD-PARTICOES TO WRK-PTL-QTD (WRK-PTL-IDX)
              MOVE PTL-CODIGO-DE    TO WRK-PTL-DE (WRK-PTL-IDX)
              MOVE PTL-CODIGO-ATE   TO WRK-PTL-ATE (WRK-PTL-IDX)
              MOVE PTL-EMPRESA      TO WRK-PTL-EMPRESA (WRK-PTL-IDX)
              MOVE PTL-RC           TO WRK-PTL-RC (WRK-PTL-IDX)
              MOVE PTL-FAT-LIDAS    TO WRK-PTL-LIDAS (WRK-PTL-IDX)
              MOVE PTL-FAT-VALOR    TO WRK-PTL-VALOR (WRK-PTL-IDX)
              MOVE PTL-QTD-SAIDA
                TO WRK-PTL-QTD-SAIDA (WRK-PTL-IDX)
              MOVE PTL-VALOR-SAIDA
                TO WRK-PTL-VLR-SAIDA (WRK-PTL-IDX)
              MOVE PTL-BKT (1)      TO WRK-PTL-BKT (WRK-PTL-IDX, 1)
              MOVE PTL-BKT (2)      TO WRK-PTL-BKT (WRK-PTL-IDX, 2)
              MOVE PTL-BKT (3)      TO WRK-PTL-BKT (WRK-PTL-IDX, 3)
              MOVE PTL-BKT (4)      TO WRK-PTL-BKT (WRK-PTL-IDX, 4)
              MOVE PTL-BKT (5)      TO WRK-PTL-BKT (WRK-PTL-IDX, 5)
              MOVE PTL-CREDITOS     TO WRK-PTL-CREDITOS (WRK-PTL-IDX)
              READ ARQPTL AT END
                          MOVE 'F' TO FS-ARQPTL.
      *-----------------------------------------------------
      * TOTAL DE CONTROLE DO ARQUIVO INTEIRO: QUANTIDADE E
      * SOMA DO VALOR DE TODAS AS FATURAS, QUALQUER SITUACAO
      *-----------------------------------------------------
       0300-TOTALIZAR-FATURAS.
           OPEN INPUT FATURAS.
           IF FS-FATURAS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              READ FATURAS AT END
                           MOVE 'F' TO FS-FATURAS
              END-READ
              PERFORM 0320-SOMAR-FATURA UNTIL FS-FATURAS = 'F'
              CLOSE FATURAS
              DISPLAY 'FATURAS NO ARQUIVO...... ' WRK-FAT-LIDAS
              MOVE WRK-FAT-VALOR TO WRK-VALOR-ED
              DISPLAY 'VALOR DAS FATURAS....... ' WRK-VALOR-ED.
      *-----------------------------------------------------
       0320-SOMAR-FATURA.
           ADD 1 TO WRK-FAT-LIDAS.
           ADD FAT-VALOR TO WRK-FAT-VALOR.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0400-JUNTAR-PROGRAMA.
           MOVE WRK-JOB-PROGRAMA (WRK-JOB-IDX) TO WRK-PROGRAMA.
           MOVE WRK-JOB-QTD (WRK-JOB-IDX) TO WRK-QTD-PARTICOES.
           MOVE 1 TO WRK-OK.
           MOVE 0 TO WRK-PROX-DE.
           MOVE 0 TO WRK-SOMA-LIDAS.
           MOVE 0 TO WRK-SOMA-VALOR.
           MOVE 0 TO WRK-SOMA-QTD-SAIDA.
           MOVE 0 TO WRK-SOMA-VLR-SAIDA.
           MOVE ZEROS TO WRK-SOMA-BUCKETS.
           MOVE 0 TO WRK-SOMA-CREDITOS.
           DISPLAY '------------------------------------'.
           DISPLAY 'JUNCAO DO ' WRK-PROGRAMA ' EM '
                   WRK-QTD-PARTICOES ' PARTICOES'.
           PERFORM 0420-CONFERIR-PARTICAO
               VARYING WRK-PARTICAO FROM 1 BY 1
               UNTIL WRK-PARTICAO > WRK-QTD-PARTICOES.
           PERFORM 0460-PARTICAO-SOBRANDO
               VARYING WRK-PTL-IDX FROM 1 BY 1
               UNTIL WRK-PTL-IDX > WRK-PTL-QTD-TAB.
           IF WRK-OK = 1
              IF WRK-SOMA-LIDAS NOT = WRK-FAT-LIDAS
                 OR WRK-SOMA-VALOR NOT = WRK-FAT-VALOR
                 DISPLAY '  PARTICOES NAO FECHAM COM O FATURAS'
                 DISPLAY '  FATURAS NAS PARTICOES. ' WRK-SOMA-LIDAS
                 MOVE WRK-SOMA-VALOR TO WRK-VALOR-ED
                 DISPLAY '  VALOR NAS PARTICOES... ' WRK-VALOR-ED
                 MOVE 0 TO WRK-OK.
           IF WRK-OK = 1
              IF WRK-PROGRAMA = 'PROG087'
                 PERFORM 0500-JUNTAR-ENCARGOS
              ELSE
                 IF WRK-PROGRAMA = 'PROG093'
                    PERFORM 0600-JUNTAR-NOTAS
                 ELSE
                    PERFORM 0700-TOTAIS-IDADE.
           IF WRK-OK = 1
              MOVE 1 TO WRK-JOB-OK (WRK-JOB-IDX)
              ADD 1 TO WRK-QTD-JUNTADOS
              DISPLAY 'JUNCAO DO ' WRK-PROGRAMA ' CONCLUIDA'
           ELSE
              ADD 1 TO WRK-QTD-RECUSADOS
              DISPLAY 'JUNCAO DO ' WRK-PROGRAMA ' RECUSADA'
              MOVE 8 TO WRK-RETORNO.
      *-----------------------------------------------------
      * CADA PARTICAO DE 1 ATE A QUANTIDADE DO CARTAO TEM DE
      * APARECER UMA UNICA VEZ NO ARQPTL
      *-----------------------------------------------------
       0420-CONFERIR-PARTICAO.
           MOVE 0 TO WRK-PTL-ACHADAS.
           MOVE 0 TO WRK-PTL-POS.
           PERFORM 0425-PROCURAR-PARTICAO
               VARYING WRK-PTL-IDX FROM 1 BY 1
               UNTIL WRK-PTL-IDX > WRK-PTL-QTD-TAB.
           IF WRK-PTL-ACHADAS = 0
              DISPLAY '  PARTICAO ' WRK-PARTICAO ' AUSENTE'
              MOVE 0 TO WRK-OK
           ELSE
              IF WRK-PTL-ACHADAS > 1
                 DISPLAY '  PARTICAO ' WRK-PARTICAO ' REPETIDA'
                 MOVE 0 TO WRK-OK
              ELSE
                 PERFORM 0440-VALIDAR-PARTICAO.
      *-----------------------------------------------------
       0425-PROCURAR-PARTICAO.
           IF WRK-PTL-PROGRAMA (WRK-PTL-IDX) = WRK-PROGRAMA
              AND WRK-PTL-PARTICAO (WRK-PTL-IDX) = WRK-PARTICAO
              ADD 1 TO WRK-PTL-ACHADAS
              MOVE WRK-PTL-IDX TO WRK-PTL-POS.
      *-----------------------------------------------------
      * A PARTICAO TEM DE TER TERMINADO SEM ERRO, NA MESMA
      * DATA E EMPRESA DA PRIMEIRA, E SUA FAIXA COMECA LOGO
      * DEPOIS DA FAIXA DA ANTERIOR; A ULTIMA VAI ATE 99999
      *-----------------------------------------------------
       0440-VALIDAR-PARTICAO.
           IF WRK-PARTICAO = 1
              MOVE WRK-PTL-DATA (WRK-PTL-POS) TO WRK-DATA-REF
              MOVE WRK-PTL-EMPRESA (WRK-PTL-POS) TO WRK-EMPRESA-REF.
           IF WRK-PTL-RC (WRK-PTL-POS) > 7
              DISPLAY '  PARTICAO ' WRK-PARTICAO ' TERMINOU COM RC '
                      WRK-PTL-RC (WRK-PTL-POS)
              MOVE 0 TO WRK-OK.
           IF WRK-PTL-DATA (WRK-PTL-POS) NOT = WRK-DATA-REF
              DISPLAY '  PARTICAO ' WRK-PARTICAO ' DE OUTRA DATA '
                      WRK-PTL-DATA (WRK-PTL-POS)
              MOVE 0 TO WRK-OK.
           IF WRK-PTL-EMPRESA (WRK-PTL-POS) NOT = WRK-EMPRESA-REF
              DISPLAY '  PARTICAO ' WRK-PARTICAO ' DE OUTRA EMPRESA '
                      WRK-PTL-EMPRESA (WRK-PTL-POS)
              MOVE 0 TO WRK-OK.
           IF WRK-PTL-DE (WRK-PTL-POS) NOT = WRK-PROX-DE
              DISPLAY '  FAIXA DA PARTICAO ' WRK-PARTICAO
                      ' NAO EMENDA: ' WRK-PTL-DE (WRK-PTL-POS)
              MOVE 0 TO WRK-OK.
           IF WRK-PARTICAO = WRK-QTD-PARTICOES
              AND WRK-PTL-ATE (WRK-PTL-POS) NOT = 99999
              DISPLAY '  ULTIMA FAIXA PARA EM '
                      WRK-PTL-ATE (WRK-PTL-POS)
              MOVE 0 TO WRK-OK.
           COMPUTE WRK-PROX-DE = WRK-PTL-ATE (WRK-PTL-POS) + 1.
           ADD WRK-PTL-LIDAS (WRK-PTL-POS)     TO WRK-SOMA-LIDAS.
           ADD WRK-PTL-VALOR (WRK-PTL-POS)     TO WRK-SOMA-VALOR.
           ADD WRK-PTL-QTD-SAIDA (WRK-PTL-POS) TO WRK-SOMA-QTD-SAIDA.
           ADD WRK-PTL-VLR-SAIDA (WRK-PTL-POS) TO WRK-SOMA-VLR-SAIDA.
           PERFORM 0445-SOMAR-FAIXA
               VARYING WRK-BKT FROM 1 BY 1 UNTIL WRK-BKT > 5.
           ADD WRK-PTL-CREDITOS (WRK-PTL-POS)  TO WRK-SOMA-CREDITOS.
      *-----------------------------------------------------
       0445-SOMAR-FAIXA.
           ADD WRK-PTL-BKT (WRK-PTL-POS, WRK-BKT)
            TO WRK-SOMA-BKT (WRK-BKT).
      *-----------------------------------------------------
      * PARTICAO DO PROGRAMA QUE RODOU COM OUTRA QUANTIDADE
      * DE PARTICOES QUE NAO A DO CARTAO
      *-----------------------------------------------------
       0460-PARTICAO-SOBRANDO.
           IF WRK-PTL-PROGRAMA (WRK-PTL-IDX) = WRK-PROGRAMA
              AND WRK-PTL-QTD (WRK-PTL-IDX) NOT = WRK-QTD-PARTICOES
              DISPLAY '  PARTICAO ' WRK-PTL-PARTICAO (WRK-PTL-IDX)
                      ' DE ' WRK-PTL-QTD (WRK-PTL-IDX)
                      ' FORA DO CARTAO'
              MOVE 0 TO WRK-OK.
      *-----------------------------------------------------
      * ARQACP: OS ARQACR DAS PARTICOES CONCATENADOS EM ORDEM.
      * PRIMEIRO CONFERE QUANTIDADE E MULTA MAIS JUROS COM O
      * DECLARADO NO ARQPTL; SO ENTAO REGRAVA O ARQACR
      *-----------------------------------------------------
       0500-JUNTAR-ENCARGOS.
           MOVE 0 TO WRK-LIDOS-SAIDA.
           MOVE 0 TO WRK-VALOR-SAIDA.
           MOVE 'N' TO FS-ARQACP.
           OPEN INPUT ARQACP.
           IF FS-ARQACP-STATUS NOT = '00'
              DISPLAY '  ERRO AO ABRIR ARQACP.. ' FS-ARQACP-STATUS
              MOVE 0 TO WRK-OK
           ELSE
              READ ARQACP AT END
                          MOVE 'F' TO FS-ARQACP
              END-READ
              PERFORM 0520-SOMAR-ENCARGO UNTIL FS-ARQACP = 'F'
              CLOSE ARQACP.
           IF WRK-OK = 1
              IF WRK-LIDOS-SAIDA NOT = WRK-SOMA-QTD-SAIDA
                 OR WRK-VALOR-SAIDA NOT = WRK-SOMA-VLR-SAIDA
                 DISPLAY '  ARQACP NAO FECHA COM AS PARTICOES'
                 DISPLAY '  REGISTROS NO ARQACP... ' WRK-LIDOS-SAIDA
                 DISPLAY '  DECLARADOS............ '
                         WRK-SOMA-QTD-SAIDA
                 MOVE 0 TO WRK-OK.
           IF WRK-OK = 1
              PERFORM 0540-GRAVAR-ENCARGOS.
      *-----------------------------------------------------
       0520-SOMAR-ENCARGO.
           ADD 1 TO WRK-LIDOS-SAIDA.
           ADD ACP-MULTA ACP-JUROS TO WRK-VALOR-SAIDA.
           READ ARQACP AT END
                       MOVE 'F' TO FS-ARQACP.
      *-----------------------------------------------------
       0540-GRAVAR-ENCARGOS.
           MOVE 0 TO WRK-GRAVADOS.
           MOVE 'N' TO FS-ARQACP.
           OPEN INPUT ARQACP.
           OPEN OUTPUT ARQACR.
           IF FS-ARQACR-STATUS NOT = '00'
              DISPLAY '  ERRO AO ABRIR ARQACR.. ' FS-ARQACR-STATUS
              MOVE 0 TO WRK-OK
              CLOSE ARQACP
           ELSE
              READ ARQACP AT END
                          MOVE 'F' TO FS-ARQACP
              END-READ
              PERFORM 0560-COPIAR-ENCARGO UNTIL FS-ARQACP = 'F'
              CLOSE ARQACP
              CLOSE ARQACR
              DISPLAY '  ARQACR GRAVADO........ ' WRK-GRAVADOS
              MOVE WRK-VALOR-SAIDA TO WRK-VALOR-ED
              DISPLAY '  MULTA MAIS JUROS...... ' WRK-VALOR-ED.
      *-----------------------------------------------------
       0560-COPIAR-ENCARGO.
           MOVE REG-ACP TO REG-ACR.
           WRITE REG-ACR.
           ADD 1 TO WRK-GRAVADOS.
           READ ARQACP AT END
                       MOVE 'F' TO FS-ARQACP.
      *-----------------------------------------------------
      * ARQRTP: OS ARQRAT DAS PARTICOES CONCATENADOS EM ORDEM,
      * CONFERIDOS POR QUANTIDADE DE CLIENTES E SOMA DAS
      * FATURAS EM COBRANCA ANTES DE REGRAVAR O ARQRAT
      *-----------------------------------------------------
       0600-JUNTAR-NOTAS.
           MOVE 0 TO WRK-LIDOS-SAIDA.
           MOVE 0 TO WRK-VALOR-SAIDA.
           MOVE 'N' TO FS-ARQRTP.
           OPEN INPUT ARQRTP.
           IF FS-ARQRTP-STATUS NOT = '00'
              DISPLAY '  ERRO AO ABRIR ARQRTP.. ' FS-ARQRTP-STATUS
              MOVE 0 TO WRK-OK
           ELSE
              READ ARQRTP AT END
                          MOVE 'F' TO FS-ARQRTP
              END-READ
              PERFORM 0620-SOMAR-NOTA UNTIL FS-ARQRTP = 'F'
              CLOSE ARQRTP.
           IF WRK-OK = 1
              IF WRK-LIDOS-SAIDA NOT = WRK-SOMA-QTD-SAIDA
                 OR WRK-VALOR-SAIDA NOT = WRK-SOMA-VLR-SAIDA
                 DISPLAY '  ARQRTP NAO FECHA COM AS PARTICOES'
                 DISPLAY '  REGISTROS NO ARQRTP... ' WRK-LIDOS-SAIDA
                 DISPLAY '  DECLARADOS............ '
                         WRK-SOMA-QTD-SAIDA
                 MOVE 0 TO WRK-OK.
           IF WRK-OK = 1
              PERFORM 0640-GRAVAR-NOTAS.
      *-----------------------------------------------------
       0620-SOMAR-NOTA.
           ADD 1 TO WRK-LIDOS-SAIDA.
           ADD RTP-QTD-COBRANCA TO WRK-VALOR-SAIDA.
           READ ARQRTP AT END
                       MOVE 'F' TO FS-ARQRTP.
      *-----------------------------------------------------
       0640-GRAVAR-NOTAS.
           MOVE 0 TO WRK-GRAVADOS.
           MOVE 'N' TO FS-ARQRTP.
           OPEN INPUT ARQRTP.
           OPEN OUTPUT ARQRAT.
           IF FS-ARQRAT-STATUS NOT = '00'
              DISPLAY '  ERRO AO ABRIR ARQRAT.. ' FS-ARQRAT-STATUS
              MOVE 0 TO WRK-OK
              CLOSE ARQRTP
           ELSE
              READ ARQRTP AT END
                          MOVE 'F' TO FS-ARQRTP
              END-READ
              PERFORM 0660-COPIAR-NOTA UNTIL FS-ARQRTP = 'F'
              CLOSE ARQRTP
              CLOSE ARQRAT
              DISPLAY '  ARQRAT GRAVADO........ ' WRK-GRAVADOS.
      *-----------------------------------------------------
       0660-COPIAR-NOTA.
           MOVE REG-RTP TO REG-RAT.
           WRITE REG-RAT.
           ADD 1 TO WRK-GRAVADOS.
           READ ARQRTP AT END
                       MOVE 'F' TO FS-ARQRTP.
      *-----------------------------------------------------
      * IDADE DOS SALDOS: AS PAGINAS DE CLIENTE FICAM NOS
      * RELATORIOS DAS PARTICOES; AQUI SAEM OS TOTAIS GERAIS
      * DA EMPRESA INTEIRA, SOMA DAS FAIXAS DE CADA PARTICAO
      *-----------------------------------------------------
       0700-TOTAIS-IDADE.
           COMPUTE WRK-VALOR-SAIDA = WRK-SOMA-BKT (1)
                   + WRK-SOMA-BKT (2) + WRK-SOMA-BKT (3)
                   + WRK-SOMA-BKT (4) + WRK-SOMA-BKT (5).
           IF WRK-VALOR-SAIDA NOT = WRK-SOMA-VLR-SAIDA
              DISPLAY '  FAIXAS NAO FECHAM COM O SALDO DECLARADO'
              MOVE 0 TO WRK-OK
           ELSE
              DISPLAY '  EMPRESA (00=TODAS)..... ' WRK-EMPRESA-REF
              DISPLAY '  TOTAIS GERAIS POR FAIXA'
              MOVE WRK-SOMA-BKT (1) TO WRK-VALOR-ED
              DISPLAY '  EM DIA.......... ' WRK-VALOR-ED
              MOVE WRK-SOMA-BKT (2) TO WRK-VALOR-ED
              DISPLAY '  1 A 30 DIAS..... ' WRK-VALOR-ED
              MOVE WRK-SOMA-BKT (3) TO WRK-VALOR-ED
              DISPLAY '  31 A 60 DIAS.... ' WRK-VALOR-ED
              MOVE WRK-SOMA-BKT (4) TO WRK-VALOR-ED
              DISPLAY '  61 A 90 DIAS.... ' WRK-VALOR-ED
              MOVE WRK-SOMA-BKT (5) TO WRK-VALOR-ED
              DISPLAY '  ACIMA DE 90..... ' WRK-VALOR-ED
              MOVE WRK-SOMA-CREDITOS TO WRK-VALOR-ED
              DISPLAY '  CREDITOS NAO APLICADOS.... ' WRK-VALOR-ED
              DISPLAY '  CLIENTES COM SALDO ABERTO. '
                      WRK-SOMA-QTD-SAIDA.
      *-----------------------------------------------------
       0900-FINALIZAR.
            DISPLAY '------------------------------------'.
            DISPLAY 'PROGRAMAS JUNTADOS...... ' WRK-QTD-JUNTADOS.
            DISPLAY 'PROGRAMAS RECUSADOS..... ' WRK-QTD-RECUSADOS.
