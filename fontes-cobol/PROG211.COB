       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG211.
      *-----------------------------------------------------
      * DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI 12.007/
      * 2009): RODADA NOS PRIMEIROS MESES DO ANO, PROCURA NO
      * FATURAS OS CLIENTES QUE QUITARAM TODAS AS FATURAS COM
      * VENCIMENTO NO ANO DE REFERENCIA (0 = ANO ANTERIOR A
      * DATA DE PROCESSAMENTO). FATURA EM ABERTO (A), BAIXADA
      * EM PERDA (B) OU EM CONTESTACAO ABERTA NO ARQCTS
      * (PROG125) TIRA O CLIENTE DA DECLARACAO; CANCELADA (C)
      * NAO E DEBITO E NAO ENTRA. O CLIENTE SELECIONADO VAI AO
      * ARQSLC COM O TOTAL DO ANO E AS FATURAS, COM A DATA DE
      * PAGAMENTO DO ARQPAG, VAO AO ARQSLL PARA A MARCA &LISTA
      * DO MOTOR DE CARTAS PROG137, QUE EMITE A DECLARACAO PELO
      * MODELO DO ARQTPL. CLIENTE COM CORRESPONDENCIA TRAVADA
      * NO ARQDEV (PROG138) FICA RETIDO. TODA DECLARACAO
      * EMITIDA OU RETIDA FICA NO REGISTRO ARQDQR, E A RODADA
      * REPETIDA NO MESMO ANO NAO EMITE DE NOVO PARA QUEM JA
      * RECEBEU -- SO PARA OS RETIDOS QUE FORAM LIBERADOS E OS
      * QUE QUITARAM O ANO DEPOIS
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
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQPAG ASSIGN TO UT-S-ARQPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPAG-STATUS.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
           SELECT ARQDEV ASSIGN TO UT-S-ARQDEV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDEV-STATUS.
           SELECT ARQDQR ASSIGN TO UT-S-ARQDQR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDQR-STATUS.
           SELECT ARQSLC ASSIGN TO UT-S-ARQSLC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSLC-STATUS.
           SELECT ARQSLL ASSIGN TO UT-S-ARQSLL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSLL-STATUS.
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
       FD   ARQPAG
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PAG.
       01   REG-PAG.
            05 PAG-CODIGO          PIC 9(05).
            05 PAG-NUMERO          PIC 9(06).
            05 PAG-VALOR           PIC 9(07)V99.
            05 PAG-DATA            PIC 9(08).
       FD   ARQCTS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTS.
       01   REG-CTS.
            05 CTS-CHAVE.
               10 CTS-CODIGO    PIC 9(05).
               10 CTS-NUMERO    PIC 9(06).
            05 CTS-MOTIVO       PIC X(03).
            05 CTS-DATA-ABERTURA PIC 9(08).
            05 CTS-OPER-ABERTURA PIC X(08).
            05 CTS-SITUACAO     PIC X(01).
            05 CTS-DATA-ENCERRAMENTO PIC 9(08).
            05 CTS-OPER-ENCERRAMENTO PIC X(08).
            05 CTS-RESOLUCAO    PIC X(01).
       FD   ARQDEV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DEV.
       01   REG-DEV.
            05 DEV-CODIGO       PIC 9(05).
            05 DEV-DATA         PIC 9(08).
            05 DEV-MOTIVO       PIC X(20).
            05 DEV-SITUACAO     PIC X(01).
      *-----------------------------------------------------
      * REGISTRO DAS DECLARACOES: SITUACAO E (EMITIDA) OU R
      * (RETIDA POR CORRESPONDENCIA DEVOLVIDA)
      *-----------------------------------------------------
       FD   ARQDQR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-DQR.
       01   REG-DQR.
            05 DQR-CODIGO       PIC 9(05).
            05 DQR-ANO          PIC 9(04).
            05 DQR-DATA         PIC 9(08).
            05 DQR-SITUACAO     PIC X(01).
            05 DQR-QTD-FATURAS  PIC 9(03).
            05 DQR-VALOR        PIC 9(09)V99.
       FD   ARQSLC
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SEL.
       01   REG-SEL.
            05 SEL-CODIGO       PIC 9(05).
            05 SEL-VALOR        PIC 9(07)V99.
            05 SEL-VENCTO       PIC 9(08).
            05 SEL-ALUNO        PIC X(20).
       FD   ARQSLL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SLL.
       01   REG-SLL.
            05 SLL-CODIGO       PIC 9(05).
            05 SLL-TEXTO        PIC X(60).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-ARQPAG        PIC X VALUE 'N'.
       77  FS-ARQPAG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTS-STATUS PIC XX VALUE '00'.
       77  FS-ARQDEV        PIC X VALUE 'N'.
       77  FS-ARQDEV-STATUS PIC XX VALUE '00'.
       77  FS-ARQDQR        PIC X VALUE 'N'.
       77  FS-ARQDQR-STATUS PIC XX VALUE '00'.
       77  FS-ARQSLC-STATUS PIC XX VALUE '00'.
       77  FS-ARQSLL-STATUS PIC XX VALUE '00'.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-ANO          PIC 9(04) VALUE 0.
       77  WRK-ANO-ANTERIOR PIC 9(04) VALUE 0.
       77  WRK-ABRIU-FAT    PIC 9 VALUE 0.
       77  WRK-ABRIU-SLC    PIC 9 VALUE 0.
       77  WRK-ABRIU-SLL    PIC 9 VALUE 0.
       77  WRK-ABRIU-DQR    PIC 9 VALUE 0.
      *-----------------------------------------------------
      * ULTIMA DATA DE PAGAMENTO DE CADA FATURA NO ARQPAG,
      * DESDE O ANO ANTERIOR AO DE REFERENCIA
      *-----------------------------------------------------
       01  WRK-TAB-PAGTOS.
           05 WRK-TAB-PGT-ENTRY OCCURS 3000 TIMES.
               10 WRK-PGT-CODIGO   PIC 9(05).
               10 WRK-PGT-NUMERO   PIC 9(06).
               10 WRK-PGT-DATA     PIC 9(08).
       77  WRK-PGT-QTD      PIC 9(04) VALUE 0.
       77  WRK-PGT-IDX      PIC 9(04) VALUE 0.
       77  WRK-PGT-POS      PIC 9(04) VALUE 0.
       77  WRK-PGT-ACHOU    PIC 9 VALUE 0.
       77  WRK-PGT-CODIGO-ALVO PIC 9(05) VALUE ZEROS.
       77  WRK-PGT-NUMERO-ALVO PIC 9(06) VALUE ZEROS.
       77  WRK-TEM-CONTESTACOES PIC 9 VALUE 0.
       77  WRK-CTA-ACHOU    PIC 9 VALUE 0.
       01  WRK-TAB-BLOQ-CORR.
           05 WRK-BLC-CODIGO PIC 9(05) OCCURS 300 TIMES.
       77  WRK-BLC-QTD      PIC 9(03) VALUE 0.
       77  WRK-BLC-IDX      PIC 9(03) VALUE 0.
       77  WRK-BLC-ACHOU    PIC 9 VALUE 0.
       01  WRK-TAB-EMITIDAS.
           05 WRK-EMI-CODIGO PIC 9(05) OCCURS 2000 TIMES.
       77  WRK-EMI-QTD      PIC 9(04) VALUE 0.
       77  WRK-EMI-IDX      PIC 9(04) VALUE 0.
       77  WRK-EMI-ACHOU    PIC 9 VALUE 0.
      *-----------------------------------------------------
      * FATURAS QUITADAS DO CLIENTE CORRENTE NO ANO
      *-----------------------------------------------------
       01  WRK-TAB-FATURAS-CLI.
           05 WRK-TAB-FCL-ENTRY OCCURS 300 TIMES.
               10 WRK-FCL-NUMERO     PIC 9(06).
               10 WRK-FCL-VENCIMENTO PIC 9(08).
               10 WRK-FCL-VALOR      PIC 9(07)V99.
               10 WRK-FCL-PAGAMENTO  PIC 9(08).
       77  WRK-FCL-QTD      PIC 9(03) VALUE 0.
       77  WRK-FCL-IDX      PIC 9(03) VALUE 0.
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-IMPEDIDO     PIC 9 VALUE 0.
       77  WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77  WRK-TOT-CLI      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-DECLARADO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LIDAS        PIC 9(09) VALUE 0.
       77  WRK-QTD-CLIENTES PIC 9(05) VALUE 0.
       77  WRK-QTD-DECLARACOES PIC 9(05) VALUE 0.
       77  WRK-QTD-IMPEDIDOS PIC 9(05) VALUE 0.
       77  WRK-QTD-RETIDAS  PIC 9(05) VALUE 0.
       77  WRK-QTD-JA-EMITIDAS PIC 9(05) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DATA-FONTE   PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ED.
           05 WRK-DTE-DIA              PIC X(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WRK-DTE-MES              PIC X(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WRK-DTE-ANO              PIC X(04).
      *-----------------------------------------------------
      * LINHAS DA LISTA DE FATURAS NA DECLARACAO (ARQSLL)
      *-----------------------------------------------------
       01  WRK-LST-TITULO.
           05 FILLER                   PIC X(22)
                                  VALUE 'FATURAS COM VENCIMENTO'.
           05 FILLER                   PIC X(04) VALUE ' EM '.
           05 WRK-LST-ANO              PIC 9(04).
       01  WRK-LST-CABECALHO.
           05 FILLER                   PIC X(08) VALUE 'FATURA'.
           05 FILLER                   PIC X(12) VALUE 'VENCIMENTO'.
           05 FILLER                   PIC X(15) VALUE '        VALOR'.
           05 FILLER                   PIC X(09) VALUE 'PAGAMENTO'.
       01  WRK-LST-DETALHE.
           05 WRK-LST-NUMERO           PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-LST-VENCIMENTO       PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-LST-VALOR            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-LST-PAGAMENTO        PIC X(10).
       01  WRK-LST-TOTAL.
           05 FILLER                   PIC X(18)
                                  VALUE 'TOTAL QUITADO'.
           05 WRK-LST-TOT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-FATURAS = 'F'.
            IF WRK-LIDAS NOT = 0
               PERFORM 0400-FECHAR-CLIENTE THRU 0400-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0130-DATA-DE-PROCESSAMENTO.
           DISPLAY 'ANO DE REFERENCIA (0=ANO ANTERIOR)'.
           ACCEPT WRK-ANO.
           IF WRK-ANO = 0
              MOVE WRK-DATA-HOJE (1:4) TO WRK-ANO
              SUBTRACT 1 FROM WRK-ANO.
           IF WRK-ANO NOT < WRK-DATA-HOJE (1:4)
              DISPLAY 'ANO DE REFERENCIA AINDA NAO ENCERRADO '
                      WRK-ANO
              MOVE 'F' TO FS-FATURAS
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO - 1.
           MOVE WRK-ANO TO WRK-LST-ANO.
           PERFORM 0160-CARREGAR-PAGTOS.
           PERFORM 9500-ABRIR-CONTESTACOES.
           PERFORM 9100-CARREGAR-BLOQ-CORR.
           PERFORM 9800-CARREGAR-EMITIDAS.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-FAT.
           OPEN OUTPUT ARQSLC.
             IF FS-ARQSLC-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQSLC.... ' FS-ARQSLC-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-SLC.
           OPEN OUTPUT ARQSLL.
             IF FS-ARQSLL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQSLL.... ' FS-ARQSLL-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-SLL.
           OPEN EXTEND ARQDQR.
             IF FS-ARQDQR-STATUS = '35'
                OPEN OUTPUT ARQDQR.
             IF FS-ARQDQR-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQDQR.... ' FS-ARQDQR-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABRIU-DQR.
           DISPLAY 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS ' WRK-ANO.
           DISPLAY '------------------------------------'.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
             IF FS-FATURAS = 'F'
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE FAT-CODIGO TO WRK-CLI-ATUAL.
           PERFORM 0150-NOVO-CLIENTE.
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
       0150-NOVO-CLIENTE.
           MOVE 0 TO WRK-FCL-QTD.
           MOVE 0 TO WRK-IMPEDIDO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-TOT-CLI.
      *-----------------------------------------------------
      * DATA DE PAGAMENTO: O ARQPAG E SO ACRESCIDO, ENTAO O
      * REGISTRO MAIS NOVO DA FATURA E O DA QUITACAO. SO OS
      * PAGAMENTOS A PARTIR DO ANO ANTERIOR AO DE REFERENCIA
      * (ANTECIPADOS) INTERESSAM
      *-----------------------------------------------------
       0160-CARREGAR-PAGTOS.
           OPEN INPUT ARQPAG.
           IF FS-ARQPAG-STATUS NOT = '00'
              DISPLAY 'ARQPAG AUSENTE, DECLARACAO SEM DATAS DE '
                      'PAGAMENTO'
           ELSE
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG
              END-READ
              PERFORM 0170-GUARDAR-PAGTO UNTIL FS-ARQPAG = 'F'
              CLOSE ARQPAG.
      *-----------------------------------------------------
       0170-GUARDAR-PAGTO.
           IF PAG-DATA (1:4) NOT < WRK-ANO-ANTERIOR
              MOVE PAG-CODIGO TO WRK-PGT-CODIGO-ALVO
              MOVE PAG-NUMERO TO WRK-PGT-NUMERO-ALVO
              PERFORM 0180-BUSCAR-PAGTO
              IF WRK-PGT-ACHOU = 1
                 IF PAG-DATA > WRK-PGT-DATA (WRK-PGT-POS)
                    MOVE PAG-DATA TO WRK-PGT-DATA (WRK-PGT-POS)
                 END-IF
              ELSE
                 IF WRK-PGT-QTD > 2999
                    DISPLAY 'PAGAMENTOS EXCEDEM O LIMITE DE 3000'
                    MOVE 'F' TO FS-ARQPAG
                 ELSE
                    ADD 1 TO WRK-PGT-QTD
                    MOVE PAG-CODIGO TO WRK-PGT-CODIGO (WRK-PGT-QTD)
                    MOVE PAG-NUMERO TO WRK-PGT-NUMERO (WRK-PGT-QTD)
                    MOVE PAG-DATA   TO WRK-PGT-DATA (WRK-PGT-QTD)
                 END-IF
              END-IF.
           IF FS-ARQPAG NOT = 'F'
              READ ARQPAG AT END
                          MOVE 'F' TO FS-ARQPAG.
      *-----------------------------------------------------
       0180-BUSCAR-PAGTO.
           MOVE 0 TO WRK-PGT-ACHOU.
           PERFORM 0190-COMPARAR-PAGTO
               VARYING WRK-PGT-IDX FROM 1 BY 1
               UNTIL WRK-PGT-IDX > WRK-PGT-QTD
                  OR WRK-PGT-ACHOU = 1.
      *-----------------------------------------------------
       0190-COMPARAR-PAGTO.
           IF WRK-PGT-CODIGO (WRK-PGT-IDX) = WRK-PGT-CODIGO-ALVO
              AND WRK-PGT-NUMERO (WRK-PGT-IDX) = WRK-PGT-NUMERO-ALVO
              MOVE 1 TO WRK-PGT-ACHOU
              MOVE WRK-PGT-IDX TO WRK-PGT-POS.
      *-----------------------------------------------------
      * O FATURAS VEM NA ORDEM DA CHAVE, CLIENTE + NUMERO;
      * A QUEBRA DE CLIENTE FECHA A DECLARACAO DO ANTERIOR
      *-----------------------------------------------------
       0200-PROCESSAR.
           IF FAT-CODIGO NOT = WRK-CLI-ATUAL
              PERFORM 0400-FECHAR-CLIENTE THRU 0400-FIM
              MOVE FAT-CODIGO TO WRK-CLI-ATUAL
              PERFORM 0150-NOVO-CLIENTE.
           ADD 1 TO WRK-LIDAS.
           IF FAT-VENCIMENTO (1:4) = WRK-ANO
              PERFORM 0300-AVALIAR-FATURA THRU 0300-FIM.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0300-AVALIAR-FATURA.
           IF FAT-STATUS = 'C' OR WRK-IMPEDIDO = 1
              GO TO 0300-FIM.
           IF FAT-STATUS = 'A'
              MOVE 'FATURA EM ABERTO' TO WRK-MOTIVO
              GO TO 0300-IMPEDIR.
           IF FAT-STATUS = 'B'
              MOVE 'FATURA BAIXADA EM PERDA' TO WRK-MOTIVO
              GO TO 0300-IMPEDIR.
           IF FAT-STATUS NOT = 'P'
              MOVE 'FATURA EM SITUACAO INDEFINIDA' TO WRK-MOTIVO
              GO TO 0300-IMPEDIR.
           PERFORM 9600-TESTAR-CONTESTACAO.
           IF WRK-CTA-ACHOU = 1
              MOVE 'FATURA EM CONTESTACAO' TO WRK-MOTIVO
              GO TO 0300-IMPEDIR.
           IF WRK-FCL-QTD > 299
              MOVE 'MAIS DE 300 FATURAS NO ANO' TO WRK-MOTIVO
              GO TO 0300-IMPEDIR.
           ADD 1 TO WRK-FCL-QTD.
           MOVE FAT-NUMERO     TO WRK-FCL-NUMERO (WRK-FCL-QTD).
           MOVE FAT-VENCIMENTO TO WRK-FCL-VENCIMENTO (WRK-FCL-QTD).
           MOVE FAT-VALOR      TO WRK-FCL-VALOR (WRK-FCL-QTD).
           MOVE ZEROS          TO WRK-FCL-PAGAMENTO (WRK-FCL-QTD).
           MOVE FAT-CODIGO TO WRK-PGT-CODIGO-ALVO.
           MOVE FAT-NUMERO TO WRK-PGT-NUMERO-ALVO.
           PERFORM 0180-BUSCAR-PAGTO.
           IF WRK-PGT-ACHOU = 1
              MOVE WRK-PGT-DATA (WRK-PGT-POS)
                TO WRK-FCL-PAGAMENTO (WRK-FCL-QTD).
           ADD FAT-VALOR TO WRK-TOT-CLI.
           GO TO 0300-FIM.
       0300-IMPEDIR.
           MOVE 1 TO WRK-IMPEDIDO.
           DISPLAY 'SEM DECLARACAO ' FAT-CODIGO '/' FAT-NUMERO
                   ' ' WRK-MOTIVO.
       0300-FIM.
      *-----------------------------------------------------
      * CLIENTE SEM FATURA NO ANO NAO TEM O QUE DECLARAR
      *-----------------------------------------------------
       0400-FECHAR-CLIENTE.
           IF WRK-FCL-QTD = 0 AND WRK-IMPEDIDO = 0
              GO TO 0400-FIM.
           ADD 1 TO WRK-QTD-CLIENTES.
           IF WRK-IMPEDIDO = 1
              ADD 1 TO WRK-QTD-IMPEDIDOS
              GO TO 0400-FIM.
           PERFORM 9850-TESTAR-EMITIDA.
           IF WRK-EMI-ACHOU = 1
              ADD 1 TO WRK-QTD-JA-EMITIDAS
              GO TO 0400-FIM.
           PERFORM 9200-TESTAR-BLOQ-CORR.
           IF WRK-BLC-ACHOU = 1
              DISPLAY 'RETIDA.... ' WRK-CLI-ATUAL
                      ' CORRESPONDENCIA DEVOLVIDA'
              MOVE 'R' TO DQR-SITUACAO
              PERFORM 0480-REGISTRAR
              ADD 1 TO WRK-QTD-RETIDAS
              GO TO 0400-FIM.
           MOVE SPACES TO REG-SEL.
           MOVE WRK-CLI-ATUAL TO SEL-CODIGO.
           MOVE WRK-TOT-CLI   TO SEL-VALOR.
           MOVE WRK-ANO       TO SEL-VENCTO (1:4).
           MOVE '1231'        TO SEL-VENCTO (5:4).
           WRITE REG-SEL.
           MOVE WRK-LST-TITULO TO SLL-TEXTO.
           PERFORM 0450-GRAVAR-LISTA.
           MOVE WRK-LST-CABECALHO TO SLL-TEXTO.
           PERFORM 0450-GRAVAR-LISTA.
           PERFORM 0420-LISTAR-FATURA
               VARYING WRK-FCL-IDX FROM 1 BY 1
               UNTIL WRK-FCL-IDX > WRK-FCL-QTD.
           MOVE WRK-TOT-CLI TO WRK-LST-TOT-VALOR.
           MOVE WRK-LST-TOTAL TO SLL-TEXTO.
           PERFORM 0450-GRAVAR-LISTA.
           MOVE 'E' TO DQR-SITUACAO.
           PERFORM 0480-REGISTRAR.
           ADD 1 TO WRK-QTD-DECLARACOES.
           ADD WRK-TOT-CLI TO WRK-TOT-DECLARADO.
           MOVE WRK-TOT-CLI TO WRK-VALOR-ED.
           DISPLAY 'DECLARACAO ' WRK-CLI-ATUAL ' FATURAS '
                   WRK-FCL-QTD ' ' WRK-VALOR-ED.
       0400-FIM.
      *-----------------------------------------------------
       0420-LISTAR-FATURA.
           MOVE WRK-FCL-NUMERO (WRK-FCL-IDX) TO WRK-LST-NUMERO.
           MOVE WRK-FCL-VENCIMENTO (WRK-FCL-IDX) TO WRK-DATA-FONTE.
           PERFORM 0460-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-LST-VENCIMENTO.
           MOVE WRK-FCL-VALOR (WRK-FCL-IDX) TO WRK-LST-VALOR.
           IF WRK-FCL-PAGAMENTO (WRK-FCL-IDX) = 0
              MOVE SPACES TO WRK-LST-PAGAMENTO
           ELSE
              MOVE WRK-FCL-PAGAMENTO (WRK-FCL-IDX) TO WRK-DATA-FONTE
              PERFORM 0460-EDITAR-DATA
              MOVE WRK-DATA-ED TO WRK-LST-PAGAMENTO.
           MOVE WRK-LST-DETALHE TO SLL-TEXTO.
           PERFORM 0450-GRAVAR-LISTA.
      *-----------------------------------------------------
       0450-GRAVAR-LISTA.
           MOVE WRK-CLI-ATUAL TO SLL-CODIGO.
           WRITE REG-SLL.
           MOVE SPACES TO REG-SLL.
      *-----------------------------------------------------
       0460-EDITAR-DATA.
           MOVE WRK-DATA-FONTE (7:2) TO WRK-DTE-DIA.
           MOVE WRK-DATA-FONTE (5:2) TO WRK-DTE-MES.
           MOVE WRK-DATA-FONTE (1:4) TO WRK-DTE-ANO.
      *-----------------------------------------------------
       0480-REGISTRAR.
           MOVE WRK-CLI-ATUAL TO DQR-CODIGO.
           MOVE WRK-ANO       TO DQR-ANO.
           MOVE WRK-DATA-HOJE TO DQR-DATA.
           MOVE WRK-FCL-QTD   TO DQR-QTD-FATURAS.
           MOVE WRK-TOT-CLI   TO DQR-VALOR.
           WRITE REG-DQR.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-ABRIU-FAT = 1
               CLOSE FATURAS.
            IF WRK-TEM-CONTESTACOES = 1
               CLOSE ARQCTS.
            IF WRK-ABRIU-SLC = 1
               CLOSE ARQSLC.
            IF WRK-ABRIU-SLL = 1
               CLOSE ARQSLL.
            IF WRK-ABRIU-DQR = 1
               CLOSE ARQDQR.
            DISPLAY '------------------------------------'.
            DISPLAY 'FATURAS LIDAS........... ' WRK-LIDAS.
            DISPLAY 'CLIENTES COM FATURA NO ANO ' WRK-QTD-CLIENTES.
            DISPLAY 'DECLARACOES EMITIDAS.... ' WRK-QTD-DECLARACOES.
            MOVE WRK-TOT-DECLARADO TO WRK-TOT-ED.
            DISPLAY 'VALOR DECLARADO......... ' WRK-TOT-ED.
            DISPLAY 'SEM DECLARACAO (DEBITO). ' WRK-QTD-IMPEDIDOS.
            DISPLAY 'RETIDAS (DEVOLUCAO)..... ' WRK-QTD-RETIDAS.
            DISPLAY 'JA EMITIDAS NO ANO...... ' WRK-QTD-JA-EMITIDAS.
            IF WRK-RETORNO = 0 AND WRK-QTD-DECLARACOES = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
      * BLOQUEIO DE CORRESPONDENCIA DO ARQDEV (PROG138):
      * CLIENTE COM CARTA DEVOLVIDA PELO CORREIO TEM A
      * DECLARACAO RETIDA ATE O ENDERECO SER CORRIGIDO; A
      * PROXIMA RODADA DO ANO EMITE QUANDO A TRAVA SAIR
      *-----------------------------------------------------
       9100-CARREGAR-BLOQ-CORR.
           OPEN INPUT ARQDEV.
           IF FS-ARQDEV-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQDEV AT END
                          MOVE 'F' TO FS-ARQDEV
              END-READ
              PERFORM 9150-GUARDAR-BLOQ-CORR
                  UNTIL FS-ARQDEV = 'F'
              CLOSE ARQDEV.
      *-----------------------------------------------------
       9150-GUARDAR-BLOQ-CORR.
           IF DEV-SITUACAO = 'H'
              IF WRK-BLC-QTD > 299
                 DISPLAY 'BLOQUEIOS EXCEDEM O LIMITE DE 300'
                 MOVE 'F' TO FS-ARQDEV
              ELSE
                 ADD 1 TO WRK-BLC-QTD
                 MOVE DEV-CODIGO TO WRK-BLC-CODIGO (WRK-BLC-QTD)
              END-IF.
           IF FS-ARQDEV NOT = 'F'
              READ ARQDEV AT END
                          MOVE 'F' TO FS-ARQDEV.
      *-----------------------------------------------------
       9200-TESTAR-BLOQ-CORR.
           MOVE 0 TO WRK-BLC-ACHOU.
           PERFORM 9250-COMPARAR-BLOQ-CORR
               VARYING WRK-BLC-IDX FROM 1 BY 1
               UNTIL WRK-BLC-IDX > WRK-BLC-QTD
                  OR WRK-BLC-ACHOU = 1.
      *-----------------------------------------------------
       9250-COMPARAR-BLOQ-CORR.
           IF WRK-BLC-CODIGO (WRK-BLC-IDX) = WRK-CLI-ATUAL
              MOVE 1 TO WRK-BLC-ACHOU.
      *-----------------------------------------------------
      * FATURA EM CONTESTACAO ABERTA NO ARQCTS (PROG125)
      *-----------------------------------------------------
       9500-ABRIR-CONTESTACOES.
           OPEN INPUT ARQCTS.
           IF FS-ARQCTS-STATUS = '00'
              MOVE 1 TO WRK-TEM-CONTESTACOES.
      *-----------------------------------------------------
       9600-TESTAR-CONTESTACAO.
           MOVE 0 TO WRK-CTA-ACHOU.
           IF WRK-TEM-CONTESTACOES = 1
              MOVE FAT-CODIGO TO CTS-CODIGO
              MOVE FAT-NUMERO TO CTS-NUMERO
              READ ARQCTS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CTS-SITUACAO = 'A'
                         MOVE 1 TO WRK-CTA-ACHOU
                      END-IF
              END-READ.
      *-----------------------------------------------------
      * CLIENTES QUE JA RECEBERAM A DECLARACAO DO ANO, PELO
      * REGISTRO ARQDQR DAS RODADAS ANTERIORES
      *-----------------------------------------------------
       9800-CARREGAR-EMITIDAS.
           OPEN INPUT ARQDQR.
           IF FS-ARQDQR-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQDQR AT END
                          MOVE 'F' TO FS-ARQDQR
              END-READ
              PERFORM 9820-GUARDAR-EMITIDA
                  UNTIL FS-ARQDQR = 'F'
              CLOSE ARQDQR.
      *-----------------------------------------------------
       9820-GUARDAR-EMITIDA.
           IF DQR-ANO = WRK-ANO AND DQR-SITUACAO = 'E'
              IF WRK-EMI-QTD > 1999
                 DISPLAY 'EMITIDAS EXCEDEM O LIMITE DE 2000'
                 MOVE 'F' TO FS-ARQDQR
              ELSE
                 ADD 1 TO WRK-EMI-QTD
                 MOVE DQR-CODIGO TO WRK-EMI-CODIGO (WRK-EMI-QTD)
              END-IF.
           IF FS-ARQDQR NOT = 'F'
              READ ARQDQR AT END
                          MOVE 'F' TO FS-ARQDQR.
      *-----------------------------------------------------
       9850-TESTAR-EMITIDA.
           MOVE 0 TO WRK-EMI-ACHOU.
           PERFORM 9870-COMPARAR-EMITIDA
               VARYING WRK-EMI-IDX FROM 1 BY 1
               UNTIL WRK-EMI-IDX > WRK-EMI-QTD
                  OR WRK-EMI-ACHOU = 1.
      *-----------------------------------------------------
       9870-COMPARAR-EMITIDA.
           IF WRK-EMI-CODIGO (WRK-EMI-IDX) = WRK-CLI-ATUAL
              MOVE 1 TO WRK-EMI-ACHOU.
