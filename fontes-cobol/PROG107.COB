           SELECT ARQCTP ASSIGN TO UT-S-ARQCTP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCTP-STATUS.
           SELECT ARQPIT ASSIGN TO UT-S-ARQPIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPIT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 PED-VALOR        PIC 9(07)V99.
            05 PED-DATA-FAT     PIC 9(08).
            05 PED-SITUACAO     PIC X(01).
            05 PED-DATA-APROV   PIC 9(08).
       FD   ARQCTP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CTP.
       01   REG-CTP                    PIC 9(06).
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
       WORKING-STORAGE                 SECTION.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQPED-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTP-STATUS PIC XX VALUE '00'.
       77  FS-ARQPIT-STATUS PIC XX VALUE '00'.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DATA-FAT     PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-INCLUIU      PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  WRK-IT-PRODUTO   PIC 9(04) VALUE ZEROS.
       77  WRK-IT-QTDADE    PIC 9(05) VALUE ZEROS.
       77  WRK-IT-PRECO     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PR-PRECO     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PR-ORIGEM    PIC X(01) VALUE SPACE.
       77  WRK-PIT-FIM      PIC 9 VALUE 0.
       77  WRK-PIT-IDX      PIC 9(02) VALUE 0.
       77  WRK-QTD-DIVERGE  PIC 9(02) VALUE 0.
       01  WRK-TAB-ITENS.
           05 WRK-TAB-PIT-ENTRY OCCURS 20 TIMES.
               10 WRK-PIT-PRODUTO  PIC 9(04).
               10 WRK-PIT-QTDADE   PIC 9(05).
               10 WRK-PIT-PRECO    PIC 9(05)V99.
               10 WRK-PIT-VALOR    PIC 9(07)V99.
               10 WRK-PIT-DIVERGE  PIC X(01).
       77  WRK-PIT-QTD      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR.
      * CONFERIDO NO CADASTRO, O NUMERO VEM DO CONTROLE DE
      * NUMERACAO ARQCTP (MESMO DESENHO DO ARQCTL DO PROG016)
      * E O PEDIDO ENTRA PENDENTE (P) ATE A APROVACAO DO
      * PROG108; APROVADO, SEPARADO (PROG160) E EXPEDIDO
      * (PROG161), O PROG109 FATURA O QUE FOI EXPEDIDO.
      * COM VALOR ZERADO O PEDIDO E DIGITADO POR ITENS (ATE
      * 20), PRECIFICADOS PELO PROG155 NA DATA DE FATURAMENTO
      * (PRECO ESPECIAL DO CLIENTE, DO GRUPO OU DO CATALOGO);
      * O VALOR DO PEDIDO E A SOMA DOS ITENS, GRAVADOS NO
      * ARQPIT. PRECO DIGITADO DIFERENTE DO APLICAVEL E
      * ACEITO MAS FICA MARCADO NO ITEM (PIT-DIVERGE = S)
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'CODIGO DO CLIENTE...........'.
           ACCEPT WRK-CODIGO.
           DISPLAY 'VALOR DO PEDIDO (0=POR ITENS)'.
           ACCEPT WRK-VALOR.
           DISPLAY 'DATA DE FATURAMENTO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-FAT.
           IF WRK-DATA-FAT = 0
              DISPLAY 'PEDIDO INVALIDO, NADA GRAVADO'
              MOVE 0 TO WRK-PROSSEGUE
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           PERFORM 0150-VALIDAR-CLIENTE.
           IF WRK-PROSSEGUE = 1 AND WRK-VALOR = 0
              PERFORM 0170-DIGITAR-ITENS
              IF WRK-VALOR = 0
                 DISPLAY 'PEDIDO SEM ITENS, NADA GRAVADO'
                 MOVE 0 TO WRK-PROSSEGUE
                 MOVE 8 TO WRK-RETORNO.
           IF WRK-PROSSEGUE = 1
              PERFORM 0200-LER-CONTROLE.
       0100-FIM.
                      END-IF
              END-READ
              CLOSE CLIENTES.
      *-----------------------------------------------------
       0170-DIGITAR-ITENS.
           MOVE 0 TO WRK-PIT-FIM.
           PERFORM 0180-DIGITAR-ITEM
               THRU 0180-FIM UNTIL WRK-PIT-FIM = 1.
           IF WRK-QTD-DIVERGE NOT = 0
              DISPLAY 'ITENS COM PRECO DIVERGENTE ' WRK-QTD-DIVERGE.
      *-----------------------------------------------------
       0180-DIGITAR-ITEM.
           DISPLAY 'PRODUTO (0=FIM).............'.
           ACCEPT WRK-IT-PRODUTO.
           IF WRK-IT-PRODUTO = 0
              MOVE 1 TO WRK-PIT-FIM
              GO TO 0180-FIM.
           IF WRK-PIT-QTD > 19
              DISPLAY 'PEDIDO ATINGIU O LIMITE DE 20 ITENS'
              MOVE 1 TO WRK-PIT-FIM
              GO TO 0180-FIM.
           DISPLAY 'QUANTIDADE..................'.
           ACCEPT WRK-IT-QTDADE.
           DISPLAY 'PRECO UNITARIO (0=TABELA)...'.
           ACCEPT WRK-IT-PRECO.
           IF WRK-IT-QTDADE = 0
              DISPLAY 'QUANTIDADE ZERADA, ITEM IGNORADO'
              GO TO 0180-FIM.
           CALL 'PROG155' USING WRK-CODIGO, WRK-IT-PRODUTO,
                                WRK-DATA-FAT, WRK-PR-PRECO,
                                WRK-PR-ORIGEM.
           IF WRK-PR-ORIGEM = 'N'
              DISPLAY 'PRODUTO INEXISTENTE OU INATIVO, ITEM IGNORADO'
              GO TO 0180-FIM.
           ADD 1 TO WRK-PIT-QTD.
           MOVE 'N' TO WRK-PIT-DIVERGE (WRK-PIT-QTD).
           IF WRK-IT-PRECO = 0
              MOVE WRK-PR-PRECO TO WRK-IT-PRECO
           ELSE
              IF WRK-IT-PRECO NOT = WRK-PR-PRECO
                 MOVE 'S' TO WRK-PIT-DIVERGE (WRK-PIT-QTD)
                 ADD 1 TO WRK-QTD-DIVERGE
                 MOVE WRK-PR-PRECO TO WRK-VALOR-ED
                 DISPLAY 'PRECO DIGITADO DIFERE DO APLICAVEL '
                         WRK-VALOR-ED ' (' WRK-PR-ORIGEM ')'.
           MOVE WRK-IT-PRODUTO TO WRK-PIT-PRODUTO (WRK-PIT-QTD).
           MOVE WRK-IT-QTDADE  TO WRK-PIT-QTDADE (WRK-PIT-QTD).
           MOVE WRK-IT-PRECO   TO WRK-PIT-PRECO (WRK-PIT-QTD).
           COMPUTE WRK-PIT-VALOR (WRK-PIT-QTD) =
                   WRK-IT-PRECO * WRK-IT-QTDADE.
           ADD WRK-PIT-VALOR (WRK-PIT-QTD) TO WRK-VALOR.
           MOVE WRK-PIT-VALOR (WRK-PIT-QTD) TO WRK-VALOR-ED.
           DISPLAY 'ITEM ' WRK-PIT-QTD ' ' WRK-VALOR-ED.
       0180-FIM.
      *-----------------------------------------------------
       0200-LER-CONTROLE.
           OPEN INPUT ARQCTP.
              MOVE WRK-VALOR       TO PED-VALOR
              MOVE WRK-DATA-FAT    TO PED-DATA-FAT
              MOVE 'P'             TO PED-SITUACAO
              MOVE ZEROS           TO PED-DATA-APROV
              WRITE REG-PED
              CLOSE ARQPED
              MOVE 1 TO WRK-INCLUIU
              MOVE WRK-VALOR TO WRK-VALOR-ED
              DISPLAY 'PEDIDO GRAVADO.......... ' PED-NUMERO
                      ' CLIENTE ' WRK-CODIGO ' ' WRK-VALOR-ED
              IF WRK-PIT-QTD NOT = 0
                 PERFORM 0350-GRAVAR-ITENS
              END-IF
              ADD 1 TO WRK-PROX-NUMERO
              PERFORM 0400-GRAVAR-CONTROLE.
      *-----------------------------------------------------
       0350-GRAVAR-ITENS.
           OPEN EXTEND ARQPIT.
           IF FS-ARQPIT-STATUS = '35'
              OPEN OUTPUT ARQPIT.
           IF FS-ARQPIT-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPIT.... ' FS-ARQPIT-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0360-GRAVAR-UM-ITEM
                  VARYING WRK-PIT-IDX FROM 1 BY 1
                  UNTIL WRK-PIT-IDX > WRK-PIT-QTD
              CLOSE ARQPIT.
      *-----------------------------------------------------
       0360-GRAVAR-UM-ITEM.
           MOVE WRK-PROX-NUMERO TO PIT-NUMERO.
           MOVE WRK-PIT-IDX     TO PIT-SEQ.
           MOVE WRK-PIT-PRODUTO (WRK-PIT-IDX) TO PIT-PRODUTO.
           MOVE WRK-PIT-QTDADE (WRK-PIT-IDX)  TO PIT-QTDADE.
           MOVE WRK-PIT-PRECO (WRK-PIT-IDX)   TO PIT-PRECO.
           MOVE WRK-PIT-VALOR (WRK-PIT-IDX)   TO PIT-VALOR.
           MOVE WRK-PIT-DIVERGE (WRK-PIT-IDX) TO PIT-DIVERGE.
           WRITE REG-PIT.
      *-----------------------------------------------------
       0400-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQCTP.
