                  RECORD KEY IS REG-CPG-CODIGO
                  FILE STATUS IS FS-ARQCPG-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQEXP ASSIGN TO UT-S-ARQEXP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEXP-STATUS.
           SELECT ARQCTP ASSIGN TO UT-S-ARQCTP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCTP-STATUS.
           SELECT ARQMVI ASSIGN TO UT-S-ARQMVI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMVI-STATUS.
           SELECT ARQSLD ASSIGN TO UT-S-ARQSLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SLD-PRODUTO
                  FILE STATUS IS FS-ARQSLD-STATUS.
           SELECT ARQMVE ASSIGN TO UT-S-ARQMVE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMVE-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPED
            05 PED-VALOR        PIC 9(07)V99.
            05 PED-DATA-FAT     PIC 9(08).
            05 PED-SITUACAO     PIC X(01).
            05 PED-DATA-APROV   PIC 9(08).
       FD   ARQMVF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MVF.
            05 MVF-VENCIMENTO      PIC 9(08).
       FD   ARQCPG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONDICAO.
       01   REG-CONDICAO.
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
       FD   ARQEXP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-EXP.
       01   REG-EXP.
            05 EXP-NUMERO       PIC 9(06).
            05 EXP-REMESSA      PIC 9(02).
            05 EXP-SEQ          PIC 9(02).
            05 EXP-PRODUTO      PIC 9(04).
            05 EXP-QTDADE       PIC 9(05).
            05 EXP-VALOR        PIC 9(07)V99.
            05 EXP-DATA         PIC 9(08).
            05 EXP-TRANSP       PIC X(15).
            05 EXP-SITUACAO     PIC X(01).
            05 EXP-FATURA       PIC 9(06).
       FD   ARQCTP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CTP.
       01   REG-CTP                    PIC 9(06).
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
       FD   ARQSLD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 33 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ESTOQUE.
       01   REG-ESTOQUE.
            05 SLD-PRODUTO      PIC 9(04).
            05 SLD-SALDO        PIC 9(07).
            05 SLD-RESERVADO    PIC 9(07).
            05 SLD-PONTO-PEDIDO PIC 9(07).
            05 SLD-DATA-MOV     PIC 9(08).
       FD   ARQMVE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MVE.
       01   REG-MVE.
            05 MVE-PRODUTO      PIC 9(04).
            05 MVE-TIPO         PIC X(01).
            05 MVE-SINAL        PIC X(01).
            05 MVE-QTDADE       PIC 9(07).
            05 MVE-DATA         PIC 9(08).
            05 MVE-DOCUMENTO    PIC X(12).
            05 MVE-MOTIVO       PIC X(03).
            05 MVE-OPERADOR     PIC X(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPED-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVF-STATUS PIC XX VALUE '00'.
       77  FS-ARQCPG-STATUS PIC XX VALUE '00'.
               10 WRK-PED-VALOR    PIC 9(07)V99.
               10 WRK-PED-DATA-FAT PIC 9(08).
               10 WRK-PED-SITUACAO PIC X(01).
               10 WRK-PED-DATA-APROV PIC 9(08).
       77  WRK-PED-QTD      PIC 9(03) VALUE 0.
       77  WRK-PED-ESTOURO  PIC 9 VALUE 0.
       77  WRK-TEM-VINCULOS PIC 9 VALUE 0.
       77  WRK-TERMO-CLI    PIC 9(02) VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  FS-ARQEXP        PIC X VALUE 'N'.
       77  FS-ARQEXP-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTP-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVI-STATUS PIC XX VALUE '00'.
       77  FS-ARQSLD-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVE-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-ESTOQUE  PIC 9 VALUE 0.
       01  WRK-TAB-REMESSAS.
           05 WRK-TAB-EXP-ENTRY OCCURS 500 TIMES.
               10 WRK-EXP-NUMERO   PIC 9(06).
               10 WRK-EXP-REMESSA  PIC 9(02).
               10 WRK-EXP-SEQ      PIC 9(02).
               10 WRK-EXP-PRODUTO  PIC 9(04).
               10 WRK-EXP-QTDADE   PIC 9(05).
               10 WRK-EXP-VALOR    PIC 9(07)V99.
               10 WRK-EXP-DATA     PIC 9(08).
               10 WRK-EXP-TRANSP   PIC X(15).
               10 WRK-EXP-SITUACAO PIC X(01).
               10 WRK-EXP-FATURA   PIC 9(06).
       77  WRK-EXP-QTD      PIC 9(03) VALUE 0.
       77  WRK-EXP-IDX      PIC 9(03) VALUE 0.
       77  WRK-EXP-ANT      PIC 9(03) VALUE 0.
       77  WRK-EXP-ESTOURO  PIC 9 VALUE 0.
       77  WRK-GRP-IDX      PIC 9(03) VALUE 0.
       77  WRK-GRP-VALOR    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-GRP-ITENS    PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-FATURA       PIC 9(06) VALUE ZEROS.
       77  WRK-PROX-NUMERO  PIC 9(06) VALUE 1.
       77  WRK-USOU-CONTROLE PIC 9 VALUE 0.
       77  WRK-PENDENTES    PIC 9(03) VALUE 0.
       77  WRK-QTD-ENCERRADOS PIC 9(03) VALUE 0.
       77  WRK-LIBERAR      PIC 9(07) VALUE ZEROS.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF WRK-PED-ESTOURO = 0 AND WRK-EXP-ESTOURO = 0
               AND WRK-PED-QTD NOT = 0
               PERFORM 0300-FATURAR-REMESSA THRU 0300-FIM
                   VARYING WRK-EXP-IDX FROM 1 BY 1
                   UNTIL WRK-EXP-IDX > WRK-EXP-QTD
               PERFORM 0500-ENCERRAR-PEDIDO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-PED-QTD
               IF WRK-QTD-FATURADOS NOT = 0
                  OR WRK-QTD-ENCERRADOS NOT = 0
                  PERFORM 0600-REGRAVAR-PEDIDOS
                  PERFORM 0700-REGRAVAR-REMESSAS
                  IF WRK-USOU-CONTROLE = 1
                     PERFORM 0750-GRAVAR-CONTROLE.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * GERACAO DE FATURAMENTO DAS REMESSAS: SO E FATURADO O
      * QUE A EXPEDICAO CONFIRMOU (PROG161). CADA REMESSA
      * PENDENTE (EXP-SITUACAO P) DE PEDIDO APROVADO (A),
      * EXPEDIDO PARCIAL (R) OU TOTAL (E) VIRA UMA TRANSACAO
      * NO ARQMVF PARA O PROG067, COM O VALOR DAS LINHAS
      * EXPEDIDAS E O VENCIMENTO CALCULADO PELA CONDICAO DE
      * PAGAMENTO DO CLIENTE (ARQCPG/ARQCTE, 30 DIAS QUANDO
      * NAO HA VINCULO) PARA PASSAR NA CRITICA DE VENCIMENTO.
      * A PRIMEIRA REMESSA USA O NUMERO DO PEDIDO; AS SEGUINTES
      * TOMAM NUMERO NOVO DO CONTROLE ARQCTP DO PROG107. A
      * REMESSA FICA FATURADA (F) COM O NUMERO DA FATURA E O
      * PEDIDO TOTALMENTE EXPEDIDO SEM REMESSA PENDENTE PASSA
      * A FATURADO (F)
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQCPG.
           IF FS-ARQCPG-STATUS = '00'
              MOVE 1 TO WRK-TEM-TERMOS
              PERFORM 0180-ABRIR-VINCULOS.
           PERFORM 0200-CARREGAR-REMESSAS.
           PERFORM 0250-LER-CONTROLE.
           OPEN I-O ARQSLD.
           IF FS-ARQSLD-STATUS = '00'
              MOVE 1 TO WRK-TEM-ESTOQUE.
      *-----------------------------------------------------
       0150-GUARDAR-PEDIDO.
           IF WRK-PED-QTD > 299
              MOVE PED-VALOR    TO WRK-PED-VALOR (WRK-PED-QTD)
              MOVE PED-DATA-FAT TO WRK-PED-DATA-FAT (WRK-PED-QTD)
              MOVE PED-SITUACAO TO WRK-PED-SITUACAO (WRK-PED-QTD)
              IF PED-DATA-APROV NUMERIC
                 MOVE PED-DATA-APROV
                   TO WRK-PED-DATA-APROV (WRK-PED-QTD)
              ELSE
                 MOVE ZEROS TO WRK-PED-DATA-APROV (WRK-PED-QTD)
              END-IF
              READ ARQPED AT END
                          MOVE 'F' TO FS-ARQPED.
      *-----------------------------------------------------
       0180-ABRIR-VINCULOS.
           OPEN INPUT ARQCTE.
           IF FS-ARQCTE-STATUS = '00'
              MOVE 1 TO WRK-TEM-VINCULOS.
      *-----------------------------------------------------
      * AS LINHAS DA REMESSA (ARQEXP DO PROG161) SEGUEM PARA O
      * ARQMVI JUNTO COM A TRANSACAO, PARA O PROG067 GRAVAR O
      * ARQITF E BAIXAR O ESTOQUE; A RESERVA FEITA NA
      * APROVACAO (PROG108) E LIBERADA PELA QUANTIDADE
      * EXPEDIDA. REMESSA DE PEDIDO SEM ITENS TEM UMA SO
      * LINHA DE SEQUENCIA 00, QUE NAO VAI PARA O ARQMVI
      *-----------------------------------------------------
       0200-CARREGAR-REMESSAS.
           OPEN INPUT ARQEXP.
           IF FS-ARQEXP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQEXP AT END
                          MOVE 'F' TO FS-ARQEXP
              END-READ
              PERFORM 0210-GUARDAR-REMESSA UNTIL FS-ARQEXP = 'F'
              CLOSE ARQEXP.
      *-----------------------------------------------------
       0210-GUARDAR-REMESSA.
           IF WRK-EXP-QTD > 499
              DISPLAY 'REMESSAS EXCEDEM O LIMITE DE 500'
              MOVE 1 TO WRK-EXP-ESTOURO
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQEXP
           ELSE
              ADD 1 TO WRK-EXP-QTD
              MOVE EXP-NUMERO   TO WRK-EXP-NUMERO (WRK-EXP-QTD)
              MOVE EXP-REMESSA  TO WRK-EXP-REMESSA (WRK-EXP-QTD)
              MOVE EXP-SEQ      TO WRK-EXP-SEQ (WRK-EXP-QTD)
              MOVE EXP-PRODUTO  TO WRK-EXP-PRODUTO (WRK-EXP-QTD)
              MOVE EXP-QTDADE   TO WRK-EXP-QTDADE (WRK-EXP-QTD)
              MOVE EXP-VALOR    TO WRK-EXP-VALOR (WRK-EXP-QTD)
              MOVE EXP-DATA     TO WRK-EXP-DATA (WRK-EXP-QTD)
              MOVE EXP-TRANSP   TO WRK-EXP-TRANSP (WRK-EXP-QTD)
              MOVE EXP-SITUACAO TO WRK-EXP-SITUACAO (WRK-EXP-QTD)
              MOVE EXP-FATURA   TO WRK-EXP-FATURA (WRK-EXP-QTD)
              READ ARQEXP AT END
                          MOVE 'F' TO FS-ARQEXP.
      *-----------------------------------------------------
       0250-LER-CONTROLE.
           OPEN INPUT ARQCTP.
           IF FS-ARQCTP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQCTP AT END
                          MOVE 1 TO WRK-PROX-NUMERO
                  NOT AT END
                          MOVE REG-CTP TO WRK-PROX-NUMERO
              END-READ
              CLOSE ARQCTP.
      *-----------------------------------------------------
       0300-FATURAR-REMESSA.
           IF WRK-EXP-SITUACAO (WRK-EXP-IDX) NOT = 'P'
              GO TO 0300-FIM.
           IF WRK-EXP-IDX > 1
              COMPUTE WRK-EXP-ANT = WRK-EXP-IDX - 1
              IF WRK-EXP-NUMERO (WRK-EXP-ANT)
                 = WRK-EXP-NUMERO (WRK-EXP-IDX)
                 AND WRK-EXP-REMESSA (WRK-EXP-ANT)
                 = WRK-EXP-REMESSA (WRK-EXP-IDX)
                 GO TO 0300-FIM.
           PERFORM 0320-LOCALIZAR-PEDIDO.
           IF WRK-POS = 0
              DISPLAY 'REMESSA SEM PEDIDO...... '
                      WRK-EXP-NUMERO (WRK-EXP-IDX)
              GO TO 0300-FIM.
           MOVE WRK-POS TO WRK-IDX.
           IF WRK-PED-SITUACAO (WRK-IDX) NOT = 'A'
              AND WRK-PED-SITUACAO (WRK-IDX) NOT = 'R'
              AND WRK-PED-SITUACAO (WRK-IDX) NOT = 'E'
              DISPLAY 'PEDIDO NAO LIBERADO..... '
                      WRK-PED-NUMERO (WRK-IDX)
              GO TO 0300-FIM.
           MOVE ZEROS TO WRK-GRP-VALOR.
           MOVE 0 TO WRK-GRP-ITENS.
           PERFORM 0330-SOMAR-REMESSA
               VARYING WRK-GRP-IDX FROM WRK-EXP-IDX BY 1
               UNTIL WRK-GRP-IDX > WRK-EXP-QTD.
           PERFORM 0350-CALCULAR-VENCIMENTO.
           IF WRK-DT-RESULT NOT = 'V'
              DISPLAY 'DATA INVALIDA NO PEDIDO. '
                      WRK-PED-NUMERO (WRK-IDX)
              GO TO 0300-FIM.
           IF WRK-EXP-REMESSA (WRK-EXP-IDX) = 1
              MOVE WRK-PED-NUMERO (WRK-IDX) TO WRK-FATURA
           ELSE
              MOVE WRK-PROX-NUMERO TO WRK-FATURA
              ADD 1 TO WRK-PROX-NUMERO
              MOVE 1 TO WRK-USOU-CONTROLE.
           PERFORM 0400-GRAVAR-TRANSACAO THRU 0400-FIM.
       0300-FIM.
      *-----------------------------------------------------
       0320-LOCALIZAR-PEDIDO.
           MOVE 0 TO WRK-POS.
           PERFORM 0325-COMPARAR-PEDIDO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PED-QTD OR WRK-POS NOT = 0.
      *-----------------------------------------------------
       0325-COMPARAR-PEDIDO.
           IF WRK-PED-NUMERO (WRK-IDX) = WRK-EXP-NUMERO (WRK-EXP-IDX)
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0330-SOMAR-REMESSA.
           IF WRK-EXP-NUMERO (WRK-GRP-IDX)
              = WRK-EXP-NUMERO (WRK-EXP-IDX)
              AND WRK-EXP-REMESSA (WRK-GRP-IDX)
              = WRK-EXP-REMESSA (WRK-EXP-IDX)
              AND WRK-EXP-SITUACAO (WRK-GRP-IDX) = 'P'
              ADD WRK-EXP-VALOR (WRK-GRP-IDX) TO WRK-GRP-VALOR
              IF WRK-EXP-SEQ (WRK-GRP-IDX) NOT = 0
                 ADD 1 TO WRK-GRP-ITENS.
      *-----------------------------------------------------
       0350-CALCULAR-VENCIMENTO.
           MOVE 30 TO WRK-DT-DIAS.
      *-----------------------------------------------------
       0360-BUSCAR-TERMO.
           MOVE 0 TO WRK-TERMO-CLI.
           IF WRK-TEM-VINCULOS = 1
              MOVE WRK-PED-CODIGO (WRK-IDX) TO CTE-CODIGO
              READ ARQCTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CTE-TERMO TO WRK-TERMO-CLI
              END-READ.
      *-----------------------------------------------------
       0400-GRAVAR-TRANSACAO.
           OPEN EXTEND ARQMVF.
           IF FS-ARQMVF-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQMVF.... ' FS-ARQMVF-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE SPACES TO REG-MVF.
           MOVE WRK-PED-CODIGO (WRK-IDX) TO MVF-CODIGO.
           MOVE WRK-FATURA               TO MVF-NUMERO.
           MOVE WRK-GRP-VALOR            TO MVF-VALOR.
           MOVE WRK-DATA-HOJE            TO MVF-EMISSAO.
           MOVE WRK-DT-DATA2             TO MVF-VENCIMENTO.
           WRITE REG-MVF.
           CLOSE ARQMVF.
           ADD 1 TO WRK-QTD-FATURADOS.
           PERFORM 0450-GRAVAR-ITENS THRU 0450-FIM.
           MOVE WRK-GRP-VALOR TO WRK-VALOR-ED.
           DISPLAY 'FATURADO.. PEDIDO ' WRK-PED-NUMERO (WRK-IDX)
                   '/' WRK-EXP-REMESSA (WRK-EXP-IDX)
                   ' FATURA ' WRK-FATURA
                   ' CLIENTE ' WRK-PED-CODIGO (WRK-IDX)
                   ' ' WRK-VALOR-ED.
       0400-FIM.
      *-----------------------------------------------------
       0450-GRAVAR-ITENS.
           PERFORM 0460-MARCAR-LINHA
               VARYING WRK-GRP-IDX FROM WRK-EXP-IDX BY 1
               UNTIL WRK-GRP-IDX > WRK-EXP-QTD.
           IF WRK-GRP-ITENS = 0
              GO TO 0450-FIM.
           OPEN EXTEND ARQMVI.
           IF FS-ARQMVI-STATUS = '35'
              OPEN OUTPUT ARQMVI.
           IF FS-ARQMVI-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQMVI.... ' FS-ARQMVI-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0450-FIM.
           IF WRK-TEM-ESTOQUE = 1
              OPEN EXTEND ARQMVE
              IF FS-ARQMVE-STATUS = '35'
                 OPEN OUTPUT ARQMVE.
           PERFORM 0470-GRAVAR-UM-ITEM
               VARYING WRK-GRP-IDX FROM WRK-EXP-IDX BY 1
               UNTIL WRK-GRP-IDX > WRK-EXP-QTD.
           CLOSE ARQMVI.
           IF WRK-TEM-ESTOQUE = 1 AND FS-ARQMVE-STATUS = '00'
              CLOSE ARQMVE.
       0450-FIM.
      *-----------------------------------------------------
       0460-MARCAR-LINHA.
           IF WRK-EXP-NUMERO (WRK-GRP-IDX)
              = WRK-EXP-NUMERO (WRK-EXP-IDX)
              AND WRK-EXP-REMESSA (WRK-GRP-IDX)
              = WRK-EXP-REMESSA (WRK-EXP-IDX)
              AND WRK-EXP-SITUACAO (WRK-GRP-IDX) = 'P'
              MOVE 'F'        TO WRK-EXP-SITUACAO (WRK-GRP-IDX)
              MOVE WRK-FATURA TO WRK-EXP-FATURA (WRK-GRP-IDX).
      *-----------------------------------------------------
       0470-GRAVAR-UM-ITEM.
           IF WRK-EXP-NUMERO (WRK-GRP-IDX)
              = WRK-EXP-NUMERO (WRK-EXP-IDX)
              AND WRK-EXP-REMESSA (WRK-GRP-IDX)
              = WRK-EXP-REMESSA (WRK-EXP-IDX)
              AND WRK-EXP-FATURA (WRK-GRP-IDX) = WRK-FATURA
              AND WRK-EXP-SEQ (WRK-GRP-IDX) NOT = 0
              MOVE SPACES TO REG-MVI
              MOVE WRK-PED-CODIGO (WRK-IDX)        TO MVI-CODIGO
              MOVE WRK-FATURA                      TO MVI-NUMERO
              MOVE WRK-EXP-SEQ (WRK-GRP-IDX)       TO MVI-SEQ
              MOVE WRK-EXP-PRODUTO (WRK-GRP-IDX)   TO MVI-PRODUTO
              MOVE WRK-EXP-QTDADE (WRK-GRP-IDX)    TO MVI-QTDADE
              MOVE WRK-EXP-VALOR (WRK-GRP-IDX)     TO MVI-VALOR
              WRITE REG-MVI
              IF WRK-TEM-ESTOQUE = 1
                 PERFORM 0480-LIBERAR-RESERVA.
      *-----------------------------------------------------
       0480-LIBERAR-RESERVA.
           MOVE WRK-EXP-PRODUTO (WRK-GRP-IDX) TO SLD-PRODUTO.
           READ ARQSLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-EXP-QTDADE (WRK-GRP-IDX) TO WRK-LIBERAR
                   IF WRK-LIBERAR > SLD-RESERVADO
                      MOVE SLD-RESERVADO TO WRK-LIBERAR
                   END-IF
                   SUBTRACT WRK-LIBERAR FROM SLD-RESERVADO
                   MOVE WRK-DATA-HOJE TO SLD-DATA-MOV
                   REWRITE REG-ESTOQUE
                   IF FS-ARQMVE-STATUS = '00' AND WRK-LIBERAR NOT = 0
                      MOVE SPACES TO REG-MVE
                      MOVE SLD-PRODUTO   TO MVE-PRODUTO
                      MOVE 'L'           TO MVE-TIPO
                      MOVE '-'           TO MVE-SINAL
                      MOVE WRK-LIBERAR   TO MVE-QTDADE
                      MOVE WRK-DATA-HOJE TO MVE-DATA
                      STRING 'PED ' WRK-PED-NUMERO (WRK-IDX)
                          DELIMITED BY SIZE INTO MVE-DOCUMENTO
                      MOVE 'PROG109'     TO MVE-OPERADOR
                      WRITE REG-MVE
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0500-ENCERRAR-PEDIDO.
           IF WRK-PED-SITUACAO (WRK-IDX) = 'E'
              MOVE 0 TO WRK-PENDENTES
              PERFORM 0510-CONTAR-PENDENTE
                  VARYING WRK-EXP-IDX FROM 1 BY 1
                  UNTIL WRK-EXP-IDX > WRK-EXP-QTD
              IF WRK-PENDENTES = 0
                 MOVE 'F' TO WRK-PED-SITUACAO (WRK-IDX)
                 ADD 1 TO WRK-QTD-ENCERRADOS.
      *-----------------------------------------------------
       0510-CONTAR-PENDENTE.
           IF WRK-EXP-NUMERO (WRK-EXP-IDX) = WRK-PED-NUMERO (WRK-IDX)
              AND WRK-EXP-SITUACAO (WRK-EXP-IDX) = 'P'
              ADD 1 TO WRK-PENDENTES.
      *-----------------------------------------------------
       0600-REGRAVAR-PEDIDOS.
           OPEN OUTPUT ARQPED.
           MOVE WRK-PED-VALOR (WRK-IDX)    TO PED-VALOR.
           MOVE WRK-PED-DATA-FAT (WRK-IDX) TO PED-DATA-FAT.
           MOVE WRK-PED-SITUACAO (WRK-IDX) TO PED-SITUACAO.
           MOVE WRK-PED-DATA-APROV (WRK-IDX) TO PED-DATA-APROV.
           WRITE REG-PED.
      *-----------------------------------------------------
       0700-REGRAVAR-REMESSAS.
           OPEN OUTPUT ARQEXP.
           IF FS-ARQEXP-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQEXP. ' FS-ARQEXP-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0710-GRAVAR-REMESSA
                  VARYING WRK-EXP-IDX FROM 1 BY 1
                  UNTIL WRK-EXP-IDX > WRK-EXP-QTD
              CLOSE ARQEXP.
      *-----------------------------------------------------
       0710-GRAVAR-REMESSA.
           MOVE SPACES TO REG-EXP.
           MOVE WRK-EXP-NUMERO (WRK-EXP-IDX)   TO EXP-NUMERO.
           MOVE WRK-EXP-REMESSA (WRK-EXP-IDX)  TO EXP-REMESSA.
           MOVE WRK-EXP-SEQ (WRK-EXP-IDX)      TO EXP-SEQ.
           MOVE WRK-EXP-PRODUTO (WRK-EXP-IDX)  TO EXP-PRODUTO.
           MOVE WRK-EXP-QTDADE (WRK-EXP-IDX)   TO EXP-QTDADE.
           MOVE WRK-EXP-VALOR (WRK-EXP-IDX)    TO EXP-VALOR.
           MOVE WRK-EXP-DATA (WRK-EXP-IDX)     TO EXP-DATA.
           MOVE WRK-EXP-TRANSP (WRK-EXP-IDX)   TO EXP-TRANSP.
           MOVE WRK-EXP-SITUACAO (WRK-EXP-IDX) TO EXP-SITUACAO.
           MOVE WRK-EXP-FATURA (WRK-EXP-IDX)   TO EXP-FATURA.
           WRITE REG-EXP.
      *-----------------------------------------------------
       0750-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQCTP.
           IF FS-ARQCTP-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQCTP. ' FS-ARQCTP-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              MOVE WRK-PROX-NUMERO TO REG-CTP
              WRITE REG-CTP
              CLOSE ARQCTP.
      *-----------------------------------------------------
       0900-FINALIZAR.
           IF WRK-TEM-TERMOS = 1
              CLOSE ARQCPG.
           IF WRK-TEM-VINCULOS = 1
              CLOSE ARQCTE.
           IF WRK-TEM-ESTOQUE = 1
              CLOSE ARQSLD.
           DISPLAY '------------------------------------'.
           DISPLAY 'REMESSAS FATURADAS...... ' WRK-QTD-FATURADOS.
           DISPLAY 'PEDIDOS ENCERRADOS...... ' WRK-QTD-ENCERRADOS.
           IF WRK-RETORNO = 0 AND WRK-QTD-FATURADOS = 0
              AND WRK-QTD-ENCERRADOS = 0
              MOVE 4 TO WRK-RETORNO.
