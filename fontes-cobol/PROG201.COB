       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG201.
      *-----------------------------------------------------
      * ARQUIVAMENTO DAS FATURAS LIQUIDADAS: FATURA PAGA (P),
      * BAIXADA (B) OU CANCELADA (C) EMITIDA ANTES DO CORTE
      * (DATA DE PROCESSAMENTO MENOS A RETENCAO EM MESES) SAI
      * DO FATURAS PARA O ARQUIVO DATADO ARQFAA, OS ITENS DO
      * ARQITF PARA O ARQIFA E OS PAGAMENTOS DO ARQPAG PARA O
      * ARQPGA, CADA UM NO ENVELOPE PADRAO DA CASA (VER
      * PROG049) E REGISTRADO NO CATALOGO DE RETENCAO DO
      * PROG127 (TIPOS FATARQ, ITFARQ E PAGARQ). FATURA COM
      * CHEQUE AINDA EM CUSTODIA NO ARQCHQ FICA NO VIVO.
      * O ARQPAG E SEPARADO PRIMEIRO, COM O FATURAS AINDA
      * INTEIRO, PELO ARQTRB, E SO VOLTA POR CIMA DO ORIGINAL
      * SE A PASSADA DAS FATURAS TERMINAR SEM ERRO; COM ERRO
      * O ARQPAG FICA COMO ESTAVA E O JOB TERMINA COM RC 8.
      * A CONSULTA DO ARQUIVADO E O PROG202
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQITF ASSIGN TO UT-S-ARQITF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ITF-CHAVE
                  FILE STATUS IS FS-ARQITF-STATUS.
           SELECT ARQCHQ ASSIGN TO UT-S-ARQCHQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHQ-CHAVE
                  ALTERNATE RECORD KEY IS CHQ-DEPOSITO
                      WITH DUPLICATES
                  FILE STATUS IS FS-ARQCHQ-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQTRB ASSIGN TO UT-S-ARQTRB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTRB-STATUS.
           SELECT ARQFAA ASSIGN TO UT-S-ARQFAA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQFAA-STATUS.
           SELECT ARQIFA ASSIGN TO UT-S-ARQIFA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQIFA-STATUS.
           SELECT ARQPGA ASSIGN TO UT-S-ARQPGA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPGA-STATUS.
           SELECT ARQCAT ASSIGN TO UT-S-ARQCAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCAT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   ARQITF
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 31 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ITEM.
       01   REG-ITEM.
            05 ITF-CHAVE.
               10 ITF-CODIGO    PIC 9(05).
               10 ITF-NUMERO    PIC 9(06).
               10 ITF-SEQ       PIC 9(02).
            05 ITF-PRODUTO      PIC 9(04).
            05 ITF-QTDADE       PIC 9(05).
            05 ITF-VALOR        PIC 9(07)V99.
       FD   ARQCHQ
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 29 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CHQ.
       01   REG-CHQ.
            05 CHQ-CHAVE.
               10 CHQ-CODIGO    PIC 9(05).
               10 CHQ-NUMERO    PIC 9(06).
            05 CHQ-VALOR        PIC 9(07)V99.
            05 CHQ-DEPOSITO     PIC 9(08).
            05 CHQ-SITUACAO     PIC X(01).
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQTRB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TRB.
       01   REG-TRB                    PIC X(80).
       FD   ARQFAA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-FAA.
       01   REG-FAA                    PIC X(48).
       FD   ARQIFA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-IFA.
       01   REG-IFA                    PIC X(31).
       FD   ARQPGA
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PGA.
       01   REG-PGA                    PIC X(28).
       FD   ARQCAT
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CAT.
       01   REG-CAT.
            05 CAT-TIPO         PIC X(06).
            05 CAT-DATA         PIC 9(08).
            05 CAT-QTD          PIC 9(09).
            05 CAT-HASH         PIC 9(11).
            05 CAT-SITUACAO     PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQTRB        PIC X VALUE 'N'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQITF-STATUS PIC XX VALUE '00'.
       77  FS-ARQCHQ-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQTRB-STATUS PIC XX VALUE '00'.
       77  FS-ARQFAA-STATUS PIC XX VALUE '00'.
       77  FS-ARQIFA-STATUS PIC XX VALUE '00'.
       77  FS-ARQPGA-STATUS PIC XX VALUE '00'.
       77  FS-ARQCAT-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-RETENCAO     PIC 9(03) VALUE 0.
       77  WRK-MESES        PIC 9(07) VALUE 0.
       01  WRK-DATA-CORTE.
           05 WRK-CORTE-ANO            PIC 9(04).
           05 WRK-CORTE-MES            PIC 9(02).
           05 WRK-CORTE-DIA            PIC 9(02).
       77  WRK-TEM-ITENS    PIC 9 VALUE 0.
       77  WRK-TEM-CHEQUES  PIC 9 VALUE 0.
       77  WRK-TEM-PAGTOS   PIC 9 VALUE 0.
       77  WRK-ARQUIVAR     PIC 9 VALUE 0.
       77  WRK-EM-CUSTODIA  PIC 9 VALUE 0.
       77  WRK-ABRIU-FAA    PIC 9 VALUE 0.
       77  WRK-ABRIU-IFA    PIC 9 VALUE 0.
       77  WRK-ABRIU-PGA    PIC 9 VALUE 0.
       77  WRK-FIM-ITENS    PIC X VALUE 'N'.
       77  WRK-LIDAS        PIC 9(09) VALUE 0.
       77  WRK-QTD-FAA      PIC 9(09) VALUE 0.
       77  WRK-HASH-FAA     PIC 9(11) VALUE 0.
       77  WRK-QTD-IFA      PIC 9(09) VALUE 0.
       77  WRK-HASH-IFA     PIC 9(11) VALUE 0.
       77  WRK-QTD-PGA      PIC 9(09) VALUE 0.
       77  WRK-HASH-PGA     PIC 9(11) VALUE 0.
       77  WRK-QTD-PAG-VIVO PIC 9(09) VALUE 0.
       77  WRK-QTD-CUSTODIA PIC 9(09) VALUE 0.
      *-----------------------------------------------------
      * ENVELOPE PADRAO DA CASA NOS TRES ARQUIVOS DATADOS;
      * O TOTAL DE CONTROLE E A SOMA DOS CODIGOS DE CLIENTE
      *-----------------------------------------------------
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE SPACES.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO = 0
               PERFORM 0200-SEPARAR-PAGTOS
               PERFORM 0400-ARQUIVAR-FATURAS THRU 0400-FIM
               PERFORM 0600-DEVOLVER-PAGTOS.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0130-DATA-DE-PROCESSAMENTO.
           DISPLAY 'RETENCAO NO ARQUIVO VIVO EM MESES (0=24)'.
           ACCEPT WRK-RETENCAO.
           IF WRK-RETENCAO = 0
              MOVE 24 TO WRK-RETENCAO.
           PERFORM 0150-CALCULAR-CORTE.
           OPEN I-O FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN OUTPUT ARQFAA.
             IF FS-ARQFAA-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQFAA.... ' FS-ARQFAA-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-FAA.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE 'FATARQ' TO WRK-HDR-ID.
           MOVE SPACES TO REG-FAA.
           MOVE WRK-CABECALHO TO REG-FAA.
           WRITE REG-FAA.
           OPEN OUTPUT ARQIFA.
             IF FS-ARQIFA-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQIFA.... ' FS-ARQIFA-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-IFA.
           MOVE 'ITFARQ' TO WRK-HDR-ID.
           MOVE SPACES TO REG-IFA.
           MOVE WRK-CABECALHO TO REG-IFA.
           WRITE REG-IFA.
           OPEN OUTPUT ARQPGA.
             IF FS-ARQPGA-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQPGA.... ' FS-ARQPGA-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-PGA.
           MOVE 'PAGARQ' TO WRK-HDR-ID.
           MOVE SPACES TO REG-PGA.
           MOVE WRK-CABECALHO TO REG-PGA.
           WRITE REG-PGA.
           OPEN I-O ARQITF.
           IF FS-ARQITF-STATUS = '00'
              MOVE 1 TO WRK-TEM-ITENS.
           OPEN INPUT ARQCHQ.
           IF FS-ARQCHQ-STATUS = '00'
              MOVE 1 TO WRK-TEM-CHEQUES.
           DISPLAY 'ARQUIVAMENTO DE FATURAS LIQUIDADAS EM '
                   WRK-DATA-HOJE.
           DISPLAY 'EMITIDAS ANTES DE ' WRK-DATA-CORTE.
       0100-FIM.
      *-----------------------------------------------------
      * A DATA OFICIAL VEM DO CONTROLE ARQRUN (PROG126), A
      * MESMA QUE OS DEMAIS PASSOS DO CICLO CARIMBAM; SEM O
      * CONTROLE VALE O RELOGIO
      *-----------------------------------------------------
       0130-DATA-DE-PROCESSAMENTO.
           OPEN INPUT ARQRUN.
           IF FS-ARQRUN-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQRUN
                  AT END
                      CONTINUE
                  NOT AT END
                      IF RUN-DATA-PROC NOT = 0
                         MOVE RUN-DATA-PROC TO WRK-DATA-HOJE
                      END-IF
              END-READ
              CLOSE ARQRUN.
      *-----------------------------------------------------
      * CORTE NO PRIMEIRO DIA DO MES: CONTA OS MESES DESDE O
      * ANO ZERO, TIRA A RETENCAO E VOLTA PARA ANO E MES
      *-----------------------------------------------------
       0150-CALCULAR-CORTE.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE.
           COMPUTE WRK-MESES = (WRK-CORTE-ANO * 12)
                   + WRK-CORTE-MES - 1 - WRK-RETENCAO.
           DIVIDE WRK-MESES BY 12 GIVING WRK-CORTE-ANO
                  REMAINDER WRK-CORTE-MES.
           ADD 1 TO WRK-CORTE-MES.
           MOVE 01 TO WRK-CORTE-DIA.
      *-----------------------------------------------------
      * PASSADA 1: CADA PAGAMENTO DE FATURA QUE VAI SER
      * ARQUIVADA SAI PARA O ARQPGA, O RESTO VAI PARA O
      * ARQTRB. PAGAMENTO SEM FATURA NO VIVO FICA NO VIVO
      *-----------------------------------------------------
       0200-SEPARAR-PAGTOS.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              DISPLAY 'PAGAMENTOS AUSENTES..... ' FS-ARQPAG-STATUS
           ELSE
              OPEN OUTPUT ARQTRB
              IF FS-ARQTRB-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQTRB.... '
                         FS-ARQTRB-STATUS
                 MOVE 8 TO WRK-RETORNO
                 CLOSE ARQPAG
              ELSE
                 MOVE 1 TO WRK-TEM-PAGTOS
                 READ ARQPAG AT END
                             MOVE 'F' TO FS-ARQPAG
                 END-READ
                 PERFORM 0220-SEPARAR-UM-PAGTO
                     UNTIL FS-ARQPAG = 'F'
                 CLOSE ARQPAG ARQTRB.
      *-----------------------------------------------------
       0220-SEPARAR-UM-PAGTO.
           MOVE 0 TO WRK-ARQUIVAR.
           MOVE PAG-CODIGO TO FAT-CODIGO.
           MOVE PAG-NUMERO TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0300-TESTAR-FATURA THRU 0300-FIM
           END-READ.
           IF WRK-ARQUIVAR = 1
              MOVE REG-PAG TO REG-PGA
              WRITE REG-PGA
              ADD 1 TO WRK-QTD-PGA
              ADD PAG-CODIGO TO WRK-HASH-PGA
           ELSE
              MOVE REG-PAG TO REG-TRB
              WRITE REG-TRB
              ADD 1 TO WRK-QTD-PAG-VIVO.
           READ ARQPAG AT END
                       MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
      * A MESMA REGRA NAS DUAS PASSADAS: LIQUIDADA, EMITIDA
      * ANTES DO CORTE E SEM CHEQUE EM CUSTODIA (C)
      *-----------------------------------------------------
       0300-TESTAR-FATURA.
           MOVE 0 TO WRK-ARQUIVAR.
           MOVE 0 TO WRK-EM-CUSTODIA.
           IF FAT-STATUS NOT = 'P' AND FAT-STATUS NOT = 'B'
              AND FAT-STATUS NOT = 'C'
              GO TO 0300-FIM.
           IF FAT-EMISSAO NOT < WRK-DATA-CORTE
              GO TO 0300-FIM.
           IF WRK-TEM-CHEQUES = 1
              MOVE FAT-CODIGO TO CHQ-CODIGO
              MOVE FAT-NUMERO TO CHQ-NUMERO
              READ ARQCHQ
                  INVALID KEY
                      MOVE SPACE TO CHQ-SITUACAO
              END-READ
              IF CHQ-SITUACAO = 'C'
                 MOVE 1 TO WRK-EM-CUSTODIA
                 GO TO 0300-FIM.
           MOVE 1 TO WRK-ARQUIVAR.
       0300-FIM.
      *-----------------------------------------------------
      * PASSADA 2: A FATURA VAI PARA O ARQFAA, OS ITENS PARA
      * O ARQIFA, E OS DOIS SAEM DO VIVO
      *-----------------------------------------------------
       0400-ARQUIVAR-FATURAS.
           IF WRK-RETORNO = 8
              GO TO 0400-FIM.
           MOVE 'N' TO FS-FATURAS.
           MOVE ZEROS TO FAT-CHAVE.
           START FATURAS KEY IS NOT < FAT-CHAVE
               INVALID KEY
                   MOVE 'F' TO FS-FATURAS
           END-START.
           PERFORM 0420-ARQUIVAR-UMA-FATURA UNTIL FS-FATURAS = 'F'.
       0400-FIM.
      *-----------------------------------------------------
       0420-ARQUIVAR-UMA-FATURA.
           READ FATURAS NEXT RECORD
               AT END
                   MOVE 'F' TO FS-FATURAS
               NOT AT END
                   ADD 1 TO WRK-LIDAS
                   PERFORM 0300-TESTAR-FATURA THRU 0300-FIM
                   IF WRK-ARQUIVAR = 1
                      PERFORM 0450-GRAVAR-FATURA
                   END-IF
                   IF WRK-EM-CUSTODIA = 1
                      ADD 1 TO WRK-QTD-CUSTODIA
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0450-GRAVAR-FATURA.
           MOVE REG-FATURA TO REG-FAA.
           WRITE REG-FAA.
           ADD 1 TO WRK-QTD-FAA.
           ADD FAT-CODIGO TO WRK-HASH-FAA.
           IF WRK-TEM-ITENS = 1
              PERFORM 0470-ARQUIVAR-ITENS.
           DELETE FATURAS RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR FATURA...... '
                           FAT-CHAVE ' ' FS-FATURAS-STATUS
                   MOVE 8 TO WRK-RETORNO
           END-DELETE.
      *-----------------------------------------------------
       0470-ARQUIVAR-ITENS.
           MOVE FAT-CODIGO TO ITF-CODIGO.
           MOVE FAT-NUMERO TO ITF-NUMERO.
           MOVE ZEROS TO ITF-SEQ.
           MOVE 'N' TO WRK-FIM-ITENS.
           START ARQITF KEY IS NOT < ITF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-FIM-ITENS
           END-START.
           PERFORM 0480-ARQUIVAR-UM-ITEM
               UNTIL WRK-FIM-ITENS = 'F'.
      *-----------------------------------------------------
       0480-ARQUIVAR-UM-ITEM.
           READ ARQITF NEXT RECORD
               AT END
                   MOVE 'F' TO WRK-FIM-ITENS
               NOT AT END
                   IF ITF-CODIGO NOT = FAT-CODIGO
                      OR ITF-NUMERO NOT = FAT-NUMERO
                      MOVE 'F' TO WRK-FIM-ITENS
                   ELSE
                      MOVE REG-ITEM TO REG-IFA
                      WRITE REG-IFA
                      ADD 1 TO WRK-QTD-IFA
                      ADD ITF-CODIGO TO WRK-HASH-IFA
                      DELETE ARQITF RECORD
                          INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR ITEM........ '
                                      ITF-CHAVE ' ' FS-ARQITF-STATUS
                              MOVE 8 TO WRK-RETORNO
                      END-DELETE
                   END-IF
           END-READ.
      *-----------------------------------------------------
      * PASSADA 3: OS PAGAMENTOS QUE FICAM VOLTAM DO ARQTRB
      * POR CIMA DO ARQPAG (SE A VOLTA FOR INTERROMPIDA, O
      * ARQTRB TEM A COPIA COMPLETA)
      *-----------------------------------------------------
       0600-DEVOLVER-PAGTOS.
           IF WRK-TEM-PAGTOS = 0
              CONTINUE
           ELSE
              IF WRK-RETORNO = 8
                 DISPLAY 'ARQPAG MANTIDO SEM ALTERACAO; OS '
                         'PAGAMENTOS DO ARQPGA CONTINUAM NELE'
              ELSE
                 OPEN INPUT ARQTRB
                 OPEN OUTPUT ARQPAG
                 MOVE 'N' TO FS-ARQTRB
                 READ ARQTRB AT END
                             MOVE 'F' TO FS-ARQTRB
                 END-READ
                 PERFORM 0620-VOLTA-ARQPAG UNTIL FS-ARQTRB = 'F'
                 CLOSE ARQTRB ARQPAG.
      *-----------------------------------------------------
       0620-VOLTA-ARQPAG.
           MOVE REG-TRB TO REG-PAG.
           WRITE REG-PAG.
           READ ARQTRB AT END
                       MOVE 'F' TO FS-ARQTRB.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABRIU-FAA = 1
               MOVE WRK-QTD-FAA  TO WRK-TRL-QTD
               MOVE WRK-HASH-FAA TO WRK-TRL-HASH
               MOVE SPACES TO REG-FAA
               MOVE WRK-TRAILER TO REG-FAA
               WRITE REG-FAA
               CLOSE ARQFAA.
            IF WRK-ABRIU-IFA = 1
               MOVE WRK-QTD-IFA  TO WRK-TRL-QTD
               MOVE WRK-HASH-IFA TO WRK-TRL-HASH
               MOVE SPACES TO REG-IFA
               MOVE WRK-TRAILER TO REG-IFA
               WRITE REG-IFA
               CLOSE ARQIFA.
            IF WRK-ABRIU-PGA = 1
               MOVE WRK-QTD-PGA  TO WRK-TRL-QTD
               MOVE WRK-HASH-PGA TO WRK-TRL-HASH
               MOVE SPACES TO REG-PGA
               MOVE WRK-TRAILER TO REG-PGA
               WRITE REG-PGA
               CLOSE ARQPGA.
            IF FS-FATURAS-STATUS NOT = '35'
               CLOSE FATURAS.
            IF WRK-TEM-ITENS = 1
               CLOSE ARQITF.
            IF WRK-TEM-CHEQUES = 1
               CLOSE ARQCHQ.
            IF WRK-QTD-FAA > 0
               PERFORM 0950-CATALOGAR.
            DISPLAY '------------------------------------'.
            DISPLAY 'FATURAS LIDAS........... ' WRK-LIDAS.
            DISPLAY 'FATURAS ARQUIVADAS...... ' WRK-QTD-FAA.
            DISPLAY 'ITENS ARQUIVADOS........ ' WRK-QTD-IFA.
            DISPLAY 'PAGAMENTOS ARQUIVADOS... ' WRK-QTD-PGA.
            DISPLAY 'PAGAMENTOS NO VIVO...... ' WRK-QTD-PAG-VIVO.
            DISPLAY 'RETIDAS POR CUSTODIA.... ' WRK-QTD-CUSTODIA.
            DISPLAY 'TOTAL DE CONTROLE....... ' WRK-HASH-FAA.
            IF WRK-RETORNO = 0 AND WRK-QTD-FAA = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
      * CADA ARQUIVO DATADO ENTRA NO CATALOGO DE RETENCAO
      * (PROG127) COM DATA E TOTAIS, COMO AS COPIAS DO PROG029
      *-----------------------------------------------------
       0950-CATALOGAR.
           OPEN EXTEND ARQCAT.
           IF FS-ARQCAT-STATUS = '35'
              OPEN OUTPUT ARQCAT.
           IF FS-ARQCAT-STATUS NOT = '00'
              DISPLAY 'CATALOGO INDISPONIVEL... ' FS-ARQCAT-STATUS
              IF WRK-RETORNO < 4
                 MOVE 4 TO WRK-RETORNO
              END-IF
           ELSE
              MOVE 'FATARQ' TO CAT-TIPO
              MOVE WRK-QTD-FAA  TO CAT-QTD
              MOVE WRK-HASH-FAA TO CAT-HASH
              PERFORM 0970-GRAVAR-ENTRADA
              MOVE 'ITFARQ' TO CAT-TIPO
              MOVE WRK-QTD-IFA  TO CAT-QTD
              MOVE WRK-HASH-IFA TO CAT-HASH
              PERFORM 0970-GRAVAR-ENTRADA
              MOVE 'PAGARQ' TO CAT-TIPO
              MOVE WRK-QTD-PGA  TO CAT-QTD
              MOVE WRK-HASH-PGA TO CAT-HASH
              PERFORM 0970-GRAVAR-ENTRADA
              CLOSE ARQCAT.
      *-----------------------------------------------------
       0970-GRAVAR-ENTRADA.
           MOVE WRK-DATA-HOJE TO CAT-DATA.
           MOVE 'V' TO CAT-SITUACAO.
           WRITE REG-CAT.
