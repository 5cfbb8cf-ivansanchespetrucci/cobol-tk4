       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG145.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCON ASSIGN TO UT-S-ARQCON
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CON-NUMERO
                  FILE STATUS IS FS-ARQCON-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQMVF ASSIGN TO UT-S-ARQMVF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMVF-STATUS.
           SELECT ARQMVI ASSIGN TO UT-S-ARQMVI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMVI-STATUS.
           SELECT ARQCPG ASSIGN TO UT-S-ARQCPG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CPG-CODIGO
                  FILE STATUS IS FS-ARQCPG-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQCTM ASSIGN TO UT-S-ARQCTM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCTM-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQCON
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONTRATO.
       01   REG-CONTRATO.
            05 CON-NUMERO       PIC 9(05).
            05 CON-CODIGO       PIC 9(05).
            05 CON-VALOR        PIC 9(07)V99.
            05 CON-PRODUTO      PIC 9(04).
            05 CON-DIA-FAT      PIC 9(02).
            05 CON-INICIO       PIC 9(08).
            05 CON-FIM          PIC 9(08).
            05 CON-SUSPENSO     PIC X(01).
            05 CON-ULT-MES      PIC 9(06).
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQMVF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MVF.
       01   REG-MVF.
            05 MVF-CODIGO          PIC 9(05).
            05 MVF-NUMERO          PIC 9(06).
            05 MVF-VALOR           PIC 9(07)V99.
            05 MVF-EMISSAO         PIC 9(08).
            05 MVF-VENCIMENTO      PIC 9(08).
       FD   ARQMVI
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MVI.
       01   REG-MVI.
            05 MVI-CODIGO       PIC 9(05).
            05 MVI-NUMERO       PIC 9(06).
            05 MVI-SEQ          PIC 9(02).
            05 MVI-PRODUTO      PIC 9(04).
            05 MVI-QTDADE       PIC 9(05).
            05 MVI-VALOR        PIC 9(07)V99.
       FD   ARQCPG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONDICAO.
       01   REG-CONDICAO.
            05 REG-CPG-CODIGO   PIC 9(02).
            05 REG-CPG-DIAS     PIC 9(03).
            05 REG-CPG-DESCR    PIC X(15).
            05 REG-CPG-STATUS   PIC X(01).
            05 REG-CPG-DESC-PERC PIC 9(02)V99.
            05 REG-CPG-DESC-DIAS PIC 9(03).
       FD   ARQCTE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 7 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTE.
       01   REG-CTE.
            05 CTE-CODIGO       PIC 9(05).
            05 CTE-TERMO        PIC 9(02).
       FD   ARQCTM
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CTM.
       01   REG-CTM                    PIC 9(06).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQCON        PIC X VALUE 'N'.
       77  FS-ARQCON-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVF-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVI-STATUS PIC XX VALUE '00'.
       77  FS-ARQCPG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTM-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CONTRATOS PIC 9 VALUE 0.
       77  WRK-TEM-CLIENTES PIC 9 VALUE 0.
       77  WRK-TEM-MVF      PIC 9 VALUE 0.
       77  WRK-TEM-MVI      PIC 9 VALUE 0.
       77  WRK-TEM-TERMOS   PIC 9 VALUE 0.
       77  WRK-TEM-VINCULOS PIC 9 VALUE 0.
       77  WRK-TERMO-CLI    PIC 9(02) VALUE 0.
       77  WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-EMISSAO.
           05 WRK-EMI-ANOMES PIC 9(06).
           05 WRK-EMI-DIA    PIC 9(02).
       77  WRK-EMISSAO      PIC 9(08) VALUE ZEROS.
       77  WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       77  WRK-PROX-NUMERO  PIC 9(06) VALUE 1.
       77  WRK-CLIENTE-OK   PIC 9 VALUE 0.
       77  WRK-MOTIVO       PIC X(20) VALUE SPACES.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-GERADO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-GERADAS  PIC 9(05) VALUE 0.
       77  WRK-QTD-JA-FAT   PIC 9(05) VALUE 0.
       77  WRK-QTD-SUSPENSOS PIC 9(05) VALUE 0.
       77  WRK-QTD-A-INICIAR PIC 9(05) VALUE 0.
       77  WRK-QTD-ENCERRADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-PULADOS  PIC 9(05) VALUE 0.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR THRU 0200-LER UNTIL FS-ARQCON = 'F'.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * GERACAO MENSAL DOS CONTRATOS RECORRENTES (PROG144):
      * CADA CONTRATO VIGENTE NO MES DE REFERENCIA VIRA UMA
      * TRANSACAO NO ARQMVF E UM ITEM NO ARQMVI PARA A
      * ENTRADA NORMAL DO PROG067, COM EMISSAO NO DIA DE
      * FATURAMENTO DO CONTRATO E VENCIMENTO PELA CONDICAO DE
      * PAGAMENTO DO CLIENTE (ARQCPG/ARQCTE, 30 DIAS SEM
      * VINCULO) COMO O PROG109 FAZ. A NUMERACAO E A DO
      * CONTROLE ARQCTM DO PROG118, PARA AS FATURAS GERADAS
      * NUNCA COLIDIREM. O CONTRATO GUARDA O ULTIMO MES
      * FATURADO E NAO E COBRADO DUAS VEZES NO MESMO MES,
      * MESMO COM A RODADA REPETIDA
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'MES DE REFERENCIA (AAAAMM).....'.
           ACCEPT WRK-MES-REF.
           MOVE WRK-MES-REF TO WRK-DT-DATA1 (1:6).
           MOVE '01' TO WRK-DT-DATA1 (7:2).
           PERFORM 0350-VALIDAR-DATA.
           IF WRK-DT-RESULT NOT = 'V'
              DISPLAY 'MES DE REFERENCIA INVALIDO ' WRK-MES-REF
              MOVE 'F' TO FS-ARQCON
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN I-O ARQCON.
           IF FS-ARQCON-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQCON.... ' FS-ARQCON-STATUS
              MOVE 'F' TO FS-ARQCON
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-CONTRATOS.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
              MOVE 'F' TO FS-ARQCON
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-CLIENTES.
           OPEN INPUT ARQCPG.
           IF FS-ARQCPG-STATUS = '00'
              MOVE 1 TO WRK-TEM-TERMOS
              PERFORM 0120-ABRIR-VINCULOS.
           PERFORM 0140-LER-CONTROLE.
           OPEN EXTEND ARQMVF.
           IF FS-ARQMVF-STATUS = '35'
              OPEN OUTPUT ARQMVF.
           IF FS-ARQMVF-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQMVF.... ' FS-ARQMVF-STATUS
              MOVE 'F' TO FS-ARQCON
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-MVF.
           OPEN EXTEND ARQMVI.
           IF FS-ARQMVI-STATUS = '35'
              OPEN OUTPUT ARQMVI.
           IF FS-ARQMVI-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQMVI.... ' FS-ARQMVI-STATUS
              MOVE 'F' TO FS-ARQCON
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-MVI.
           DISPLAY 'FATURAMENTO DE CONTRATOS -- MES ' WRK-MES-REF.
           DISPLAY '------------------------------------'.
           READ ARQCON NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCON.
           IF FS-ARQCON = 'F'
              DISPLAY 'NENHUM CONTRATO NO ARQUIVO'
              MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
       0120-ABRIR-VINCULOS.
           OPEN INPUT ARQCTE.
           IF FS-ARQCTE-STATUS = '00'
              MOVE 1 TO WRK-TEM-VINCULOS.
      *-----------------------------------------------------
       0140-LER-CONTROLE.
           OPEN INPUT ARQCTM.
           IF FS-ARQCTM-STATUS NOT = '00'
              DISPLAY 'CONTROLE DE NUMERACAO AUSENTE, INICIANDO EM 1'
           ELSE
              READ ARQCTM AT END
                          MOVE 1 TO WRK-PROX-NUMERO
                  NOT AT END
                          MOVE REG-CTM TO WRK-PROX-NUMERO
              END-READ
              CLOSE ARQCTM.
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           IF CON-SUSPENSO = 'S'
              ADD 1 TO WRK-QTD-SUSPENSOS
              GO TO 0200-LER.
           IF CON-ULT-MES NOT < WRK-MES-REF
              DISPLAY 'JA FATURADO CONTRATO ' CON-NUMERO
                      ' CLIENTE ' CON-CODIGO ' MES ' CON-ULT-MES
              ADD 1 TO WRK-QTD-JA-FAT
              GO TO 0200-LER.
           IF CON-INICIO (1:6) > WRK-MES-REF
              ADD 1 TO WRK-QTD-A-INICIAR
              GO TO 0200-LER.
           PERFORM 0300-DATA-DE-EMISSAO.
           IF CON-FIM NOT = 0 AND CON-FIM < WRK-EMISSAO
              DISPLAY 'ENCERRADO CONTRATO .. ' CON-NUMERO
                      ' CLIENTE ' CON-CODIGO ' FIM ' CON-FIM
              ADD 1 TO WRK-QTD-ENCERRADOS
              GO TO 0200-LER.
           PERFORM 0250-CONFERIR-CLIENTE.
           IF WRK-CLIENTE-OK = 0
              DISPLAY 'PULADO CONTRATO ..... ' CON-NUMERO
                      ' CLIENTE ' CON-CODIGO ' ' WRK-MOTIVO
              ADD 1 TO WRK-QTD-PULADOS
              GO TO 0200-LER.
           PERFORM 0400-CALCULAR-VENCIMENTO.
           IF WRK-DT-RESULT NOT = 'V'
              DISPLAY 'DATA INVALIDA NO CONTRATO ' CON-NUMERO
              ADD 1 TO WRK-QTD-PULADOS
              GO TO 0200-LER.
           PERFORM 0500-GRAVAR-TRANSACAO.
       0200-LER.
           READ ARQCON NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQCON.
      *-----------------------------------------------------
      * CLIENTE INEXISTENTE, INATIVO (I) OU BLOQUEADO NA
      * COBRANCA (B, PROG070) NAO E FATURADO E SAI NA LISTA;
      * O CONTRATO NAO E CARIMBADO E ENTRA NA RODADA SEGUINTE
      * DO MESMO MES DEPOIS DE REGULARIZADO
      *-----------------------------------------------------
       0250-CONFERIR-CLIENTE.
           MOVE 1 TO WRK-CLIENTE-OK.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE CON-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE 0 TO WRK-CLIENTE-OK
                   MOVE 'CLIENTE INEXISTENTE' TO WRK-MOTIVO
               NOT INVALID KEY
                   IF REG-STATUS = 'I'
                      MOVE 0 TO WRK-CLIENTE-OK
                      MOVE 'CLIENTE INATIVO' TO WRK-MOTIVO
                   ELSE
                      IF REG-STATUS = 'B'
                         MOVE 0 TO WRK-CLIENTE-OK
                         MOVE 'CLIENTE BLOQUEADO' TO WRK-MOTIVO
                      END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------
      * DIA DE FATURAMENTO ALEM DO FIM DO MES (31 EM ABRIL,
      * 29 EM FEVEREIRO COMUM) CAI NO ULTIMO DIA DO MES
      *-----------------------------------------------------
       0300-DATA-DE-EMISSAO.
           MOVE WRK-MES-REF TO WRK-EMI-ANOMES.
           MOVE CON-DIA-FAT TO WRK-EMI-DIA.
           MOVE WRK-DATA-EMISSAO TO WRK-DT-DATA1.
           PERFORM 0350-VALIDAR-DATA.
           PERFORM 0320-RECUAR-DIA
               UNTIL WRK-DT-RESULT = 'V' OR WRK-EMI-DIA < 2.
           MOVE WRK-DATA-EMISSAO TO WRK-EMISSAO.
      *-----------------------------------------------------
       0320-RECUAR-DIA.
           SUBTRACT 1 FROM WRK-EMI-DIA.
           MOVE WRK-DATA-EMISSAO TO WRK-DT-DATA1.
           PERFORM 0350-VALIDAR-DATA.
      *-----------------------------------------------------
       0350-VALIDAR-DATA.
           MOVE 'S' TO WRK-DT-FUNCAO.
           MOVE ZEROS TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
      *-----------------------------------------------------
      * VENCIMENTO = EMISSAO MAIS OS DIAS DA CONDICAO ATIVA
      * DO CLIENTE (FUNCAO S DO PROG079), O MESMO CALCULO QUE
      * A CRITICA DO PROG067 CONFERE; 30 DIAS SEM VINCULO
      *-----------------------------------------------------
       0400-CALCULAR-VENCIMENTO.
           MOVE 30 TO WRK-DT-DIAS.
           IF WRK-TEM-TERMOS = 1
              PERFORM 0420-BUSCAR-TERMO
              IF WRK-TERMO-CLI NOT = 0
                 MOVE WRK-TERMO-CLI TO REG-CPG-CODIGO
                 READ ARQCPG
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF REG-CPG-STATUS = 'A'
                            MOVE REG-CPG-DIAS TO WRK-DT-DIAS
                         END-IF
                 END-READ
              END-IF.
           MOVE 'S' TO WRK-DT-FUNCAO.
           MOVE WRK-EMISSAO TO WRK-DT-DATA1.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           MOVE WRK-DT-DATA2 TO WRK-VENCIMENTO.
      *-----------------------------------------------------
       0420-BUSCAR-TERMO.
           MOVE 0 TO WRK-TERMO-CLI.
           IF WRK-TEM-VINCULOS = 1
              MOVE CON-CODIGO TO CTE-CODIGO
              READ ARQCTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CTE-TERMO TO WRK-TERMO-CLI
              END-READ.
      *-----------------------------------------------------
      * TRANSACAO, ITEM UNICO DO PRODUTO DO CONTRATO E O
      * CARIMBO DO MES NO CONTRATO SAEM JUNTOS; O CONTROLE DE
      * NUMERACAO E REGRAVADO A CADA FATURA COMO NO PROG118
      *-----------------------------------------------------
       0500-GRAVAR-TRANSACAO.
           MOVE SPACES          TO REG-MVF.
           MOVE CON-CODIGO      TO MVF-CODIGO.
           MOVE WRK-PROX-NUMERO TO MVF-NUMERO.
           MOVE CON-VALOR       TO MVF-VALOR.
           MOVE WRK-EMISSAO     TO MVF-EMISSAO.
           MOVE WRK-VENCIMENTO  TO MVF-VENCIMENTO.
           WRITE REG-MVF.
           MOVE SPACES          TO REG-MVI.
           MOVE CON-CODIGO      TO MVI-CODIGO.
           MOVE WRK-PROX-NUMERO TO MVI-NUMERO.
           MOVE 1               TO MVI-SEQ.
           MOVE CON-PRODUTO     TO MVI-PRODUTO.
           MOVE 1               TO MVI-QTDADE.
           MOVE CON-VALOR       TO MVI-VALOR.
           WRITE REG-MVI.
           MOVE WRK-MES-REF TO CON-ULT-MES.
           REWRITE REG-CONTRATO.
           ADD 1 TO WRK-QTD-GERADAS.
           ADD CON-VALOR TO WRK-TOT-GERADO.
           MOVE CON-VALOR TO WRK-VALOR-ED.
           DISPLAY 'GERADA.... CONTRATO ' CON-NUMERO
                   ' CLIENTE ' CON-CODIGO '/' WRK-PROX-NUMERO
                   ' ' WRK-VALOR-ED ' VENCIMENTO ' WRK-VENCIMENTO.
           ADD 1 TO WRK-PROX-NUMERO.
           PERFORM 0600-GRAVAR-CONTROLE.
      *-----------------------------------------------------
       0600-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQCTM.
           IF FS-ARQCTM-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQCTM. ' FS-ARQCTM-STATUS
           ELSE
              MOVE WRK-PROX-NUMERO TO REG-CTM
              WRITE REG-CTM
              CLOSE ARQCTM.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-CONTRATOS = 1
               CLOSE ARQCON.
            IF WRK-TEM-CLIENTES = 1
               CLOSE CLIENTES.
            IF WRK-TEM-TERMOS = 1
               CLOSE ARQCPG.
            IF WRK-TEM-VINCULOS = 1
               CLOSE ARQCTE.
            IF WRK-TEM-MVF = 1
               CLOSE ARQMVF.
            IF WRK-TEM-MVI = 1
               CLOSE ARQMVI.
            DISPLAY '------------------------------------'.
            DISPLAY 'CONTRATOS LIDOS......... ' WRK-LIDOS.
            DISPLAY 'FATURAS GERADAS......... ' WRK-QTD-GERADAS.
            MOVE WRK-TOT-GERADO TO WRK-TOT-ED.
            DISPLAY 'VALOR GERADO............ ' WRK-TOT-ED.
            DISPLAY 'JA FATURADOS NO MES..... ' WRK-QTD-JA-FAT.
            DISPLAY 'SUSPENSOS............... ' WRK-QTD-SUSPENSOS.
            DISPLAY 'AINDA NAO INICIADOS..... ' WRK-QTD-A-INICIAR.
            DISPLAY 'ENCERRADOS.............. ' WRK-QTD-ENCERRADOS.
            DISPLAY 'PULADOS (CLIENTE)....... ' WRK-QTD-PULADOS.
            IF WRK-RETORNO = 0 AND WRK-QTD-PULADOS NOT = 0
               MOVE 4 TO WRK-RETORNO.
            IF WRK-RETORNO = 0 AND WRK-QTD-GERADAS = 0
               MOVE 4 TO WRK-RETORNO.
