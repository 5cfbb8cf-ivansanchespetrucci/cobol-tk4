       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG161.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO UT-S-ARQPED
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPED-STATUS.
           SELECT ARQPIT ASSIGN TO UT-S-ARQPIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPIT-STATUS.
           SELECT ARQEXP ASSIGN TO UT-S-ARQEXP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEXP-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPED
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PED.
       01   REG-PED.
            05 PED-NUMERO       PIC 9(06).
            05 PED-CODIGO       PIC 9(05).
            05 PED-VALOR        PIC 9(07)V99.
            05 PED-DATA-FAT     PIC 9(08).
            05 PED-SITUACAO     PIC X(01).
            05 PED-DATA-APROV   PIC 9(08).
       FD   ARQPIT
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PIT.
       01   REG-PIT.
            05 PIT-NUMERO       PIC 9(06).
            05 PIT-SEQ          PIC 9(02).
            05 PIT-PRODUTO      PIC 9(04).
            05 PIT-QTDADE       PIC 9(05).
            05 PIT-PRECO        PIC 9(05)V99.
            05 PIT-VALOR        PIC 9(07)V99.
            05 PIT-DIVERGE      PIC X(01).
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
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPED        PIC X VALUE 'N'.
       77  FS-ARQPED-STATUS PIC XX VALUE '00'.
       77  FS-ARQPIT        PIC X VALUE 'N'.
       77  FS-ARQPIT-STATUS PIC XX VALUE '00'.
       77  FS-ARQEXP        PIC X VALUE 'N'.
       77  FS-ARQEXP-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-PEDIDOS.
           05 WRK-TAB-PED-ENTRY OCCURS 300 TIMES.
               10 WRK-PED-NUMERO   PIC 9(06).
               10 WRK-PED-CODIGO   PIC 9(05).
               10 WRK-PED-VALOR    PIC 9(07)V99.
               10 WRK-PED-DATA-FAT PIC 9(08).
               10 WRK-PED-SITUACAO PIC X(01).
               10 WRK-PED-DATA-APROV PIC 9(08).
       77  WRK-PED-QTD      PIC 9(03) VALUE 0.
       77  WRK-PED-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       01  WRK-TAB-ITENS.
           05 WRK-TAB-ITM-ENTRY OCCURS 20 TIMES.
               10 WRK-ITM-SEQ      PIC 9(02).
               10 WRK-ITM-PRODUTO  PIC 9(04).
               10 WRK-ITM-QTDADE   PIC 9(05).
               10 WRK-ITM-PRECO    PIC 9(05)V99.
               10 WRK-ITM-VALOR    PIC 9(07)V99.
               10 WRK-ITM-EXPEDIDO PIC 9(05).
               10 WRK-ITM-VAL-EXP  PIC 9(07)V99.
               10 WRK-ITM-ENVIO    PIC 9(05).
       77  WRK-ITM-QTD      PIC 9(02) VALUE 0.
       77  WRK-ITM-IDX      PIC 9(02) VALUE 0.
       77  WRK-NUMERO-ALVO  PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-EXP     PIC 9(08) VALUE ZEROS.
       77  WRK-TRANSP       PIC X(15) VALUE SPACES.
       77  WRK-ULT-REMESSA  PIC 9(02) VALUE 0.
       77  WRK-REMESSA      PIC 9(02) VALUE 0.
       77  WRK-JA-EXPEDIDO  PIC 9 VALUE 0.
       77  WRK-RESTA        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ENVIO    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-OK       PIC 9 VALUE 0.
       77  WRK-TOT-ENVIO    PIC 9(07) VALUE ZEROS.
       77  WRK-PENDENTE     PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-LINHA  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-REMESSA PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LINHAS       PIC 9(03) VALUE 0.
       77  WRK-PROSSEGUE    PIC 9 VALUE 1.
       77  WRK-QTD-ED       PIC ZZZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-PROSSEGUE = 1
               PERFORM 0300-CONFERIR-EXPEDICAO THRU 0300-FIM.
            IF WRK-PROSSEGUE = 1
               PERFORM 0400-GRAVAR-REMESSA THRU 0400-FIM.
            IF WRK-PROSSEGUE = 1
               PERFORM 0500-REGRAVAR-PEDIDOS.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * CONFIRMACAO DE EXPEDICAO: PEDIDO APROVADO (A) OU JA
      * EXPEDIDO EM PARTE (R) RECEBE UMA REMESSA COM A DATA
      * DE SAIDA E A TRANSPORTADORA. POR ITEM DO ARQPIT COM
      * SALDO A EXPEDIR E INFORMADA A QUANTIDADE QUE SAIU (0
      * ATE O SALDO); O QUE FICA VAI PARA A PROXIMA REMESSA.
      * AS LINHAS VAO PARA O ARQEXP PENDENTES DE FATURAMENTO
      * (P) PARA O PROG109, COM O VALOR PELO PRECO DO ITEM (A
      * ULTIMA PARTE DO ITEM LEVA O RESTO DO VALOR DA LINHA).
      * SEM SALDO A EXPEDIR O PEDIDO FICA EXPEDIDO (E), SENAO
      * EXPEDIDO EM PARTE (R). PEDIDO SEM ITENS SAI INTEIRO
      * NUMA LINHA DE SEQUENCIA 00 COM O VALOR DO PEDIDO
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CONFIRMACAO DE EXPEDICAO'.
           DISPLAY 'NUMERO DO PEDIDO............'.
           ACCEPT WRK-NUMERO-ALVO.
           OPEN INPUT ARQPED.
           IF FS-ARQPED-STATUS NOT = '00'
              DISPLAY 'NENHUM PEDIDO NO ARQUIVO ' FS-ARQPED-STATUS
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 4 TO WRK-RETORNO
              GO TO 0100-FIM.
           READ ARQPED AT END
                       MOVE 'F' TO FS-ARQPED.
           PERFORM 0150-GUARDAR-PEDIDO UNTIL FS-ARQPED = 'F'.
           CLOSE ARQPED.
           IF WRK-PED-ESTOURO = 1
              MOVE 0 TO WRK-PROSSEGUE
              GO TO 0100-FIM.
           MOVE 0 TO WRK-POS.
           PERFORM 0180-PROCURAR-PEDIDO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PED-QTD OR WRK-POS NOT = 0.
           IF WRK-POS = 0
              DISPLAY 'PEDIDO INEXISTENTE...... ' WRK-NUMERO-ALVO
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           IF WRK-PED-SITUACAO (WRK-POS) NOT = 'A'
              AND WRK-PED-SITUACAO (WRK-POS) NOT = 'R'
              DISPLAY 'PEDIDO NAO LIBERADO PARA EXPEDICAO '
                      WRK-PED-SITUACAO (WRK-POS)
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           DISPLAY 'DATA DA EXPEDICAO (0=HOJE)..'.
           ACCEPT WRK-DATA-EXP.
           IF WRK-DATA-EXP = 0
              MOVE WRK-DATA-HOJE TO WRK-DATA-EXP
           ELSE
              MOVE 'S' TO WRK-DT-FUNCAO
              MOVE WRK-DATA-EXP TO WRK-DT-DATA1
              MOVE 0 TO WRK-DT-DIAS
              CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                   WRK-DT-DATA2, WRK-DT-DIAS,
                                   WRK-DT-RESULT
              IF WRK-DT-RESULT NOT = 'V'
                 DISPLAY 'DATA DA EXPEDICAO INVALIDA ' WRK-DATA-EXP
                 MOVE 0 TO WRK-PROSSEGUE
                 MOVE 8 TO WRK-RETORNO
                 GO TO 0100-FIM.
           DISPLAY 'TRANSPORTADORA..............'.
           ACCEPT WRK-TRANSP.
           IF WRK-TRANSP = SPACES
              DISPLAY 'TRANSPORTADORA OBRIGATORIA'
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0200-CARREGAR-ITENS.
           PERFORM 0250-CARREGAR-REMESSAS.
       0100-FIM.
      *-----------------------------------------------------
       0150-GUARDAR-PEDIDO.
           IF WRK-PED-QTD > 299
              DISPLAY 'PEDIDOS EXCEDEM O LIMITE DE 300'
              MOVE 1 TO WRK-PED-ESTOURO
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQPED
           ELSE
              ADD 1 TO WRK-PED-QTD
              MOVE PED-NUMERO   TO WRK-PED-NUMERO (WRK-PED-QTD)
              MOVE PED-CODIGO   TO WRK-PED-CODIGO (WRK-PED-QTD)
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
       0180-PROCURAR-PEDIDO.
           IF WRK-PED-NUMERO (WRK-IDX) = WRK-NUMERO-ALVO
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0200-CARREGAR-ITENS.
           OPEN INPUT ARQPIT.
           IF FS-ARQPIT-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQPIT AT END
                          MOVE 'F' TO FS-ARQPIT
              END-READ
              PERFORM 0210-GUARDAR-ITEM UNTIL FS-ARQPIT = 'F'
              CLOSE ARQPIT.
      *-----------------------------------------------------
       0210-GUARDAR-ITEM.
           IF PIT-NUMERO = WRK-NUMERO-ALVO
              IF WRK-ITM-QTD > 19
                 DISPLAY 'ITENS DO PEDIDO EXCEDEM O LIMITE DE 20'
              ELSE
                 ADD 1 TO WRK-ITM-QTD
                 MOVE PIT-SEQ     TO WRK-ITM-SEQ (WRK-ITM-QTD)
                 MOVE PIT-PRODUTO TO WRK-ITM-PRODUTO (WRK-ITM-QTD)
                 MOVE PIT-QTDADE  TO WRK-ITM-QTDADE (WRK-ITM-QTD)
                 MOVE PIT-PRECO   TO WRK-ITM-PRECO (WRK-ITM-QTD)
                 MOVE PIT-VALOR   TO WRK-ITM-VALOR (WRK-ITM-QTD)
                 MOVE ZEROS TO WRK-ITM-EXPEDIDO (WRK-ITM-QTD)
                 MOVE ZEROS TO WRK-ITM-VAL-EXP (WRK-ITM-QTD)
                 MOVE ZEROS TO WRK-ITM-ENVIO (WRK-ITM-QTD).
           READ ARQPIT AT END
                       MOVE 'F' TO FS-ARQPIT.
      *-----------------------------------------------------
      * O JA EXPEDIDO DE CADA ITEM E O NUMERO DA ULTIMA
      * REMESSA DO PEDIDO VEM DO ARQEXP
      *-----------------------------------------------------
       0250-CARREGAR-REMESSAS.
           OPEN INPUT ARQEXP.
           IF FS-ARQEXP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQEXP AT END
                          MOVE 'F' TO FS-ARQEXP
              END-READ
              PERFORM 0260-SOMAR-REMESSA UNTIL FS-ARQEXP = 'F'
              CLOSE ARQEXP.
      *-----------------------------------------------------
       0260-SOMAR-REMESSA.
           IF EXP-NUMERO = WRK-NUMERO-ALVO
              MOVE 1 TO WRK-JA-EXPEDIDO
              IF EXP-REMESSA > WRK-ULT-REMESSA
                 MOVE EXP-REMESSA TO WRK-ULT-REMESSA
              END-IF
              PERFORM 0270-SOMAR-ITEM
                  VARYING WRK-ITM-IDX FROM 1 BY 1
                  UNTIL WRK-ITM-IDX > WRK-ITM-QTD.
           READ ARQEXP AT END
                       MOVE 'F' TO FS-ARQEXP.
      *-----------------------------------------------------
       0270-SOMAR-ITEM.
           IF WRK-ITM-SEQ (WRK-ITM-IDX) = EXP-SEQ
              ADD EXP-QTDADE TO WRK-ITM-EXPEDIDO (WRK-ITM-IDX)
              ADD EXP-VALOR  TO WRK-ITM-VAL-EXP (WRK-ITM-IDX).
      *-----------------------------------------------------
       0300-CONFERIR-EXPEDICAO.
           IF WRK-ULT-REMESSA > 98
              DISPLAY 'PEDIDO JA TEM 99 REMESSAS'
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           MOVE ZEROS TO WRK-TOT-ENVIO.
           MOVE ZEROS TO WRK-PENDENTE.
           IF WRK-ITM-QTD = 0
              IF WRK-JA-EXPEDIDO = 1
                 DISPLAY 'PEDIDO SEM ITENS JA EXPEDIDO'
                 MOVE 0 TO WRK-PROSSEGUE
                 MOVE 8 TO WRK-RETORNO
              ELSE
                 MOVE 1 TO WRK-TOT-ENVIO
                 MOVE WRK-PED-VALOR (WRK-POS) TO WRK-VALOR-ED
                 DISPLAY 'PEDIDO SEM ITENS, EXPEDIDO INTEIRO '
                         WRK-VALOR-ED
              END-IF
              GO TO 0300-FIM.
           PERFORM 0310-DIGITAR-ITEM
               VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-ITM-QTD.
           IF WRK-TOT-ENVIO = 0
              DISPLAY 'NADA EXPEDIDO, NENHUMA REMESSA GRAVADA'
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 4 TO WRK-RETORNO.
       0300-FIM.
      *-----------------------------------------------------
       0310-DIGITAR-ITEM.
           MOVE ZEROS TO WRK-RESTA.
           IF WRK-ITM-QTDADE (WRK-ITM-IDX)
              > WRK-ITM-EXPEDIDO (WRK-ITM-IDX)
              COMPUTE WRK-RESTA = WRK-ITM-QTDADE (WRK-ITM-IDX)
                                - WRK-ITM-EXPEDIDO (WRK-ITM-IDX).
           IF WRK-RESTA NOT = 0
              MOVE WRK-RESTA TO WRK-QTD-ED
              DISPLAY 'ITEM ' WRK-ITM-SEQ (WRK-ITM-IDX)
                      ' PRODUTO ' WRK-ITM-PRODUTO (WRK-ITM-IDX)
                      ' A EXPEDIR ' WRK-QTD-ED
              MOVE 0 TO WRK-QTD-OK
              PERFORM 0320-DIGITAR-QUANTIDADE
                  UNTIL WRK-QTD-OK = 1
              MOVE WRK-QTD-ENVIO TO WRK-ITM-ENVIO (WRK-ITM-IDX)
              ADD WRK-QTD-ENVIO TO WRK-TOT-ENVIO
              COMPUTE WRK-PENDENTE = WRK-PENDENTE + WRK-RESTA
                                   - WRK-QTD-ENVIO.
      *-----------------------------------------------------
       0320-DIGITAR-QUANTIDADE.
           DISPLAY 'QUANTIDADE EXPEDIDA.........'.
           ACCEPT WRK-QTD-ENVIO.
           IF WRK-QTD-ENVIO > WRK-RESTA
              DISPLAY 'QUANTIDADE MAIOR QUE O SALDO A EXPEDIR'
           ELSE
              MOVE 1 TO WRK-QTD-OK.
      *-----------------------------------------------------
       0400-GRAVAR-REMESSA.
           OPEN EXTEND ARQEXP.
           IF FS-ARQEXP-STATUS = '35'
              OPEN OUTPUT ARQEXP.
           IF FS-ARQEXP-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQEXP.... ' FS-ARQEXP-STATUS
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           COMPUTE WRK-REMESSA = WRK-ULT-REMESSA + 1.
           MOVE ZEROS TO WRK-VALOR-REMESSA.
           MOVE 0 TO WRK-LINHAS.
           IF WRK-ITM-QTD = 0
              MOVE ZEROS TO WRK-ITM-IDX
              MOVE WRK-PED-VALOR (WRK-POS) TO WRK-VALOR-LINHA
              PERFORM 0450-GRAVAR-LINHA
           ELSE
              PERFORM 0410-GRAVAR-ITEM
                  VARYING WRK-ITM-IDX FROM 1 BY 1
                  UNTIL WRK-ITM-IDX > WRK-ITM-QTD.
           CLOSE ARQEXP.
           IF WRK-PENDENTE = 0
              MOVE 'E' TO WRK-PED-SITUACAO (WRK-POS)
           ELSE
              MOVE 'R' TO WRK-PED-SITUACAO (WRK-POS).
           MOVE WRK-VALOR-REMESSA TO WRK-VALOR-ED.
           DISPLAY 'REMESSA GRAVADA......... ' WRK-NUMERO-ALVO '/'
                   WRK-REMESSA ' ' WRK-VALOR-ED.
           DISPLAY 'LINHAS EXPEDIDAS........ ' WRK-LINHAS.
           DISPLAY 'SITUACAO DO PEDIDO...... '
                   WRK-PED-SITUACAO (WRK-POS).
       0400-FIM.
      *-----------------------------------------------------
       0410-GRAVAR-ITEM.
           IF WRK-ITM-ENVIO (WRK-ITM-IDX) NOT = 0
              IF WRK-ITM-EXPEDIDO (WRK-ITM-IDX)
                 + WRK-ITM-ENVIO (WRK-ITM-IDX)
                 = WRK-ITM-QTDADE (WRK-ITM-IDX)
                 AND WRK-ITM-VALOR (WRK-ITM-IDX)
                   > WRK-ITM-VAL-EXP (WRK-ITM-IDX)
                 COMPUTE WRK-VALOR-LINHA
                       = WRK-ITM-VALOR (WRK-ITM-IDX)
                       - WRK-ITM-VAL-EXP (WRK-ITM-IDX)
              ELSE
                 COMPUTE WRK-VALOR-LINHA ROUNDED
                       = WRK-ITM-ENVIO (WRK-ITM-IDX)
                       * WRK-ITM-PRECO (WRK-ITM-IDX)
              END-IF
              PERFORM 0450-GRAVAR-LINHA.
      *-----------------------------------------------------
       0450-GRAVAR-LINHA.
           MOVE SPACES TO REG-EXP.
           MOVE WRK-NUMERO-ALVO TO EXP-NUMERO.
           MOVE WRK-REMESSA     TO EXP-REMESSA.
           IF WRK-ITM-IDX = 0
              MOVE ZEROS TO EXP-SEQ
              MOVE ZEROS TO EXP-PRODUTO
              MOVE ZEROS TO EXP-QTDADE
           ELSE
              MOVE WRK-ITM-SEQ (WRK-ITM-IDX)     TO EXP-SEQ
              MOVE WRK-ITM-PRODUTO (WRK-ITM-IDX) TO EXP-PRODUTO
              MOVE WRK-ITM-ENVIO (WRK-ITM-IDX)   TO EXP-QTDADE.
           MOVE WRK-VALOR-LINHA TO EXP-VALOR.
           MOVE WRK-DATA-EXP    TO EXP-DATA.
           MOVE WRK-TRANSP      TO EXP-TRANSP.
           MOVE 'P'             TO EXP-SITUACAO.
           MOVE ZEROS           TO EXP-FATURA.
           WRITE REG-EXP.
           ADD 1 TO WRK-LINHAS.
           ADD WRK-VALOR-LINHA TO WRK-VALOR-REMESSA.
      *-----------------------------------------------------
       0500-REGRAVAR-PEDIDOS.
           OPEN OUTPUT ARQPED.
           IF FS-ARQPED-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQPED. ' FS-ARQPED-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0550-GRAVAR-PEDIDO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-PED-QTD
              CLOSE ARQPED.
      *-----------------------------------------------------
       0550-GRAVAR-PEDIDO.
           MOVE SPACES TO REG-PED.
           MOVE WRK-PED-NUMERO (WRK-IDX)   TO PED-NUMERO.
           MOVE WRK-PED-CODIGO (WRK-IDX)   TO PED-CODIGO.
           MOVE WRK-PED-VALOR (WRK-IDX)    TO PED-VALOR.
           MOVE WRK-PED-DATA-FAT (WRK-IDX) TO PED-DATA-FAT.
           MOVE WRK-PED-SITUACAO (WRK-IDX) TO PED-SITUACAO.
           MOVE WRK-PED-DATA-APROV (WRK-IDX) TO PED-DATA-APROV.
           WRITE REG-PED.
