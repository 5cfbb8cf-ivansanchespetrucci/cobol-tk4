       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG196.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQPND ASSIGN TO UT-S-ARQPND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPND-STATUS.
           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
           SELECT ARQAJU ASSIGN TO UT-S-ARQAJU
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQAJU-STATUS.
           SELECT ARQETR ASSIGN TO UT-S-ARQETR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQETR-STATUS.
           SELECT ARQPER ASSIGN TO UT-S-ARQPER
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPER-STATUS.
           SELECT ARQCTB ASSIGN TO UT-S-ARQCTB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCTB-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQPND
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PND.
       01   REG-PND                PIC X(656).
       FD   ARQOPE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OPERADOR.
       01   REG-OPERADOR.
            05 OPE-ID           PIC X(08).
            05 OPE-SENHA        PIC X(08).
            05 OPE-NIVEL        PIC 9(01).
       FD   FATURAS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-FATURA.
       01   REG-FATURA.
           COPY BOOKFAT.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
       FD   ARQJRN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-JRN.
       01   REG-JRN.
            05 REG-JRN-DATA     PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-HORA     PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-PROGRAMA PIC X(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-OPERACAO PIC X(12).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-ANTES    PIC X(135).
            05 FILLER           PIC X       VALUE SPACE.
            05 REG-JRN-DEPOIS   PIC X(135).
       FD   ARQAJU
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-AJU.
       01   REG-AJU.
            05 AJU-CODIGO       PIC 9(05).
            05 AJU-NUMERO       PIC 9(06).
            05 AJU-TIPO         PIC X(01).
            05 AJU-VALOR        PIC 9(07)V99.
            05 AJU-MOTIVO       PIC X(03).
            05 AJU-DATA         PIC 9(08).
            05 AJU-OPERADOR     PIC X(08).
       FD   ARQETR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ETR.
       01   REG-ETR.
            05 ETR-CODIGO       PIC 9(05).
            05 ETR-NUMERO       PIC 9(06).
            05 ETR-VALOR        PIC 9(07)V99.
            05 ETR-DATA         PIC 9(08).
            05 ETR-OPERADOR     PIC X(08).
            05 ETR-MOTIVO       PIC X(03).
       FD   ARQPER
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PER.
       01   REG-PER.
            05 PER-CODIGO       PIC 9(05).
            05 PER-NUMERO       PIC 9(06).
            05 PER-SALDO        PIC 9(07)V99.
            05 PER-DIAS-ATRASO  PIC 9(05).
            05 PER-DATA         PIC 9(08).
            05 PER-OPERADOR     PIC X(08).
       FD   ARQCTB
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CTB.
       01   REG-CTB.
            05 CTB-CODIGO          PIC 9(05).
            05 CTB-TIPO            PIC X(01).
            05 CTB-NUMERO          PIC 9(06).
            05 CTB-VALOR           PIC 9(07)V99.
            05 CTB-DATA            PIC 9(08).
       01   REG-CTB-ENV            PIC X(36).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQPND        PIC X VALUE 'N'.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-ARQPND-STATUS PIC XX VALUE '00'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  FS-FATURAS-STATUS PIC XX VALUE '00'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  FS-ARQAJU-STATUS PIC XX VALUE '00'.
       77  FS-ARQETR-STATUS PIC XX VALUE '00'.
       77  FS-ARQPER-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTB-STATUS PIC XX VALUE '00'.
       77  WRK-ABRIU-FATURAS PIC 9 VALUE 0.
       77  WRK-ABRIU-CLIENTES PIC 9 VALUE 0.
       77  WRK-ABRIU-CTB    PIC 9 VALUE 0.
       01  WRK-TAB-FILA.
           05 WRK-FILA-ENTRY OCCURS 500 TIMES.
               10 WRK-FILA-REG     PIC X(656).
       77  WRK-FILA-QTD     PIC 9(03) VALUE 0.
       77  WRK-FILA-ESTOURO PIC 9 VALUE 0.
       01  WRK-PEDIDO.
           05 PED-NUMERO       PIC 9(06).
           05 PED-TIPO         PIC X(02).
           05 PED-PROGRAMA     PIC X(08).
           05 PED-SITUACAO     PIC X(01).
           05 PED-DATA         PIC 9(08).
           05 PED-HORA         PIC 9(08).
           05 PED-EMITENTE     PIC X(08).
           05 PED-APROVADOR    PIC X(08).
           05 PED-DATA-DECISAO PIC 9(08).
           05 PED-CHAVE        PIC X(11).
           05 PED-VALOR        PIC 9(07)V99.
           05 PED-MOTIVO       PIC X(03).
           05 PED-SUBTIPO      PIC X(01).
           05 PED-DIAS         PIC 9(05).
           05 PED-OBSERVACAO   PIC X(30).
           05 PED-ANTES-1      PIC X(135).
           05 PED-DEPOIS-1     PIC X(135).
           05 PED-ANTES-2      PIC X(135).
           05 PED-DEPOIS-2     PIC X(135).
       01  WRK-CHAVE-FATURA.
           05 WRK-CHV-CODIGO   PIC 9(05).
           05 WRK-CHV-NUMERO   PIC 9(06).
       01  WRK-CHAVE-FUSAO REDEFINES WRK-CHAVE-FATURA.
           05 WRK-CHV-SOBREVIVE PIC 9(05).
           05 WRK-CHV-VITIMA   PIC 9(05).
           05 FILLER           PIC X(01).
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-ID           PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-NIVEL        PIC 9(01) VALUE 0.
       77  WRK-NUMERO       PIC 9(06) VALUE 0.
       77  WRK-EMITENTE     PIC X(08) VALUE SPACES.
       77  WRK-DATA-LOTE    PIC 9(08) VALUE ZEROS.
       77  WRK-CONFIRMA     PIC X(01) VALUE SPACE.
       77  WRK-MOTIVO-REJ   PIC X(30) VALUE SPACES.
       77  WRK-OPERACAO     PIC X(12) VALUE SPACES.
       77  WRK-IMAGEM-ANTES PIC X(135) VALUE SPACES.
       77  WRK-IMAGEM-DEPOIS PIC X(135) VALUE SPACES.
       77  WRK-APLICOU      PIC 9 VALUE 0.
       77  WRK-ALTEROU      PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-QTD-LISTA    PIC 9(03) VALUE 0.
       77  WRK-QTD-EXPIRADOS PIC 9(03) VALUE 0.
       77  WRK-QTD-LOTE     PIC 9(03) VALUE 0.
       77  WRK-QTD-APLICADOS PIC 9(03) VALUE 0.
       77  WRK-QTD-RECUSADOS PIC 9(03) VALUE 0.
       77  WRK-TOT-LOTE     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-MOVTOS   PIC 9(09) VALUE 0.
       77  WRK-HASH-CODIGO  PIC 9(11) VALUE 0.
       77  WRK-TOT-BAIXADO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'PERDAS'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
           05 WRK-TRL-VALOR            PIC 9(11)V99.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-VALIDADE PIC 9(03) VALUE 7.
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
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'FILA DE APROVACAO -- TRANSACOES FINANCEIRAS'.
            DISPLAY '1=LISTAR PENDENTES 2=APROVAR 3=REJEITAR '
                    '4=APROVAR LOTE DE BAIXAS'.
            ACCEPT WRK-OPCAO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE TO WRK-DATA-TRAB.
            PERFORM 0380-RECUAR-DIAS.
            MOVE WRK-DATA-TRAB TO WRK-DATA-LIMITE.
            PERFORM 0100-CARREGAR-FILA.
            IF WRK-FILA-ESTOURO = 0
               PERFORM 0150-EXPIRAR
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-FILA-QTD
               IF WRK-QTD-EXPIRADOS > 0
                  DISPLAY 'PEDIDOS EXPIRADOS....... ' WRK-QTD-EXPIRADOS
                  MOVE 1 TO WRK-ALTEROU
               END-IF
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-LISTAR
                   WHEN 2 PERFORM 0300-APROVAR THRU 0300-FIM
                   WHEN 3 PERFORM 0400-REJEITAR THRU 0400-FIM
                   WHEN 4 PERFORM 0500-APROVAR-LOTE THRU 0500-FIM
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               IF WRK-ALTEROU = 1
                  PERFORM 0800-REGRAVAR-FILA
               END-IF
               PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * FILA DE APROVACAO DAS TRANSACOES DESTRUTIVAS: NOTA DE
      * CREDITO (PROG091, TIPO NC), BAIXA DE PERDAS (PROG096,
      * BP), ESTORNO DE PAGAMENTO (PROG098, ES) E FUSAO DE
      * CLIENTES (PROG046, FU) FICAM NO ARQPND COM O OPERADOR
      * QUE DIGITOU E AS IMAGENS ANTES/DEPOIS. SO OUTRO
      * OPERADOR NIVEL 2 APROVA; NA APROVACAO O REGISTRO E
      * RELIDO E, SE AINDA IGUAL A IMAGEM ANTES, RECEBE A
      * IMAGEM DEPOIS COM O ARQJRN E O MOVIMENTO DE CADA TIPO
      * (ARQAJU, ARQETR, ARQPER E EXTRATO ARQCTB DE PERDAS).
      * SITUACOES: P PENDENTE, A APROVADO, R REJEITADO, E
      * EXPIRADO (PENDENTE HA MAIS DE 7 DIAS). NADA SAI DA
      * FILA; O RELATORIO DIARIO E O PROG197
      *-----------------------------------------------------
       0050-SIGNON.
           MOVE 0 TO WRK-NIVEL.
           DISPLAY 'OPERADOR..'.
           ACCEPT WRK-ID.
           DISPLAY 'SENHA.....'.
           ACCEPT WRK-SENHA.
           OPEN INPUT ARQOPE.
           IF FS-ARQOPE-STATUS NOT = '00'
              DISPLAY 'CADASTRO DE OPERADORES AUSENTE'
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE
              END-READ
              PERFORM 0060-CONFERIR-OPERADOR UNTIL FS-ARQOPE = 'F'
              CLOSE ARQOPE.
           MOVE 'N' TO FS-ARQOPE.
      *-----------------------------------------------------
       0060-CONFERIR-OPERADOR.
           IF OPE-ID = WRK-ID AND OPE-SENHA = WRK-SENHA
              MOVE OPE-NIVEL TO WRK-NIVEL
              MOVE 'F' TO FS-ARQOPE
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE.
      *-----------------------------------------------------
       0100-CARREGAR-FILA.
           OPEN INPUT ARQPND.
           IF FS-ARQPND-STATUS NOT = '00'
              DISPLAY 'FILA DE APROVACAO VAZIA'
           ELSE
              READ ARQPND AT END
                          MOVE 'F' TO FS-ARQPND
              END-READ
              PERFORM 0120-GUARDAR-PEDIDO UNTIL FS-ARQPND = 'F'
              CLOSE ARQPND.
      *-----------------------------------------------------
       0120-GUARDAR-PEDIDO.
           IF WRK-FILA-QTD > 499
              DISPLAY 'FILA EXCEDE O LIMITE DE 500 PEDIDOS'
              MOVE 1 TO WRK-FILA-ESTOURO
              MOVE 8 TO WRK-RETORNO
              MOVE 'F' TO FS-ARQPND
           ELSE
              ADD 1 TO WRK-FILA-QTD
              MOVE REG-PND TO WRK-FILA-REG (WRK-FILA-QTD)
              READ ARQPND AT END
                          MOVE 'F' TO FS-ARQPND.
      *-----------------------------------------------------
       0150-EXPIRAR.
           MOVE WRK-FILA-REG (WRK-IDX) TO WRK-PEDIDO.
           IF PED-SITUACAO = 'P' AND PED-DATA < WRK-DATA-LIMITE
              MOVE 'E' TO PED-SITUACAO
              MOVE WRK-DATA-HOJE TO PED-DATA-DECISAO
              MOVE 'PRAZO DE APROVACAO VENCIDO' TO PED-OBSERVACAO
              MOVE WRK-PEDIDO TO WRK-FILA-REG (WRK-IDX)
              ADD 1 TO WRK-QTD-EXPIRADOS.
      *-----------------------------------------------------
       0160-PROCURAR-PEDIDO.
           MOVE 0 TO WRK-POS.
           PERFORM 0170-COMPARAR-PEDIDO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-FILA-QTD OR WRK-POS NOT = 0.
      *-----------------------------------------------------
       0170-COMPARAR-PEDIDO.
           IF WRK-FILA-REG (WRK-IDX) (1:6) = WRK-NUMERO
              MOVE WRK-IDX TO WRK-POS.
      *-----------------------------------------------------
       0200-LISTAR.
           MOVE 0 TO WRK-QTD-LISTA.
           PERFORM 0220-LISTAR-PEDIDO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-FILA-QTD.
           DISPLAY '------------------------------------'.
           DISPLAY 'PEDIDOS PENDENTES....... ' WRK-QTD-LISTA.
      *-----------------------------------------------------
       0220-LISTAR-PEDIDO.
           MOVE WRK-FILA-REG (WRK-IDX) TO WRK-PEDIDO.
           IF PED-SITUACAO = 'P'
              ADD 1 TO WRK-QTD-LISTA
              PERFORM 0250-MOSTRAR-PEDIDO.
      *-----------------------------------------------------
      * CABECALHO DO PEDIDO E AS IMAGENS ANTES/DEPOIS; NA
      * FUSAO A SEGUNDA DUPLA E O CLIENTE A DESATIVAR
      *-----------------------------------------------------
       0250-MOSTRAR-PEDIDO.
           MOVE PED-VALOR TO WRK-VALOR-ED.
           DISPLAY '------------------------------------'.
           DISPLAY 'PEDIDO ' PED-NUMERO ' TIPO ' PED-TIPO
                   ' ' PED-PROGRAMA ' SITUACAO ' PED-SITUACAO.
           DISPLAY 'EMITENTE ' PED-EMITENTE ' EM ' PED-DATA
                   ' ' PED-HORA.
           MOVE PED-CHAVE TO WRK-CHAVE-FATURA.
           IF PED-TIPO = 'FU'
              DISPLAY 'SOBREVIVENTE ' WRK-CHV-SOBREVIVE
                      ' A DESATIVAR ' WRK-CHV-VITIMA
           ELSE
              DISPLAY 'FATURA ' WRK-CHV-CODIGO '/' WRK-CHV-NUMERO
                      ' VALOR ' WRK-VALOR-ED ' MOTIVO ' PED-MOTIVO.
           DISPLAY 'ANTES.. ' PED-ANTES-1.
           DISPLAY 'DEPOIS. ' PED-DEPOIS-1.
           IF PED-TIPO = 'FU'
              DISPLAY 'ANTES.. ' PED-ANTES-2
              DISPLAY 'DEPOIS. ' PED-DEPOIS-2.
      *-----------------------------------------------------
       0300-APROVAR.
           PERFORM 0050-SIGNON.
           IF WRK-NIVEL < 2
              DISPLAY 'APROVACAO RESTRITA AO SUPERVISOR'
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           DISPLAY 'NUMERO DO PEDIDO..........'.
           ACCEPT WRK-NUMERO.
           PERFORM 0160-PROCURAR-PEDIDO.
           IF WRK-POS = 0
              DISPLAY 'PEDIDO INEXISTENTE...... ' WRK-NUMERO
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           MOVE WRK-FILA-REG (WRK-POS) TO WRK-PEDIDO.
           IF PED-SITUACAO NOT = 'P'
              DISPLAY 'PEDIDO NAO ESTA PENDENTE ' WRK-NUMERO
                      ' SITUACAO ' PED-SITUACAO
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           IF PED-EMITENTE = WRK-ID
              DISPLAY 'QUEM DIGITOU NAO PODE APROVAR O PROPRIO '
                      'PEDIDO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           PERFORM 0250-MOSTRAR-PEDIDO.
           DISPLAY 'CONFIRMA A APROVACAO (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'APROVACAO NAO CONFIRMADA'
              GO TO 0300-FIM.
           PERFORM 0350-DECIDIR-APROVACAO.
           IF WRK-APLICOU = 1
              DISPLAY 'PEDIDO APROVADO E EFETIVADO ' WRK-NUMERO
           ELSE
              DISPLAY 'PEDIDO RECUSADO......... ' PED-OBSERVACAO
              MOVE 4 TO WRK-RETORNO.
       0300-FIM.
      *-----------------------------------------------------
      * APLICA O PEDIDO DA POSICAO WRK-POS; SE O REGISTRO MUDOU
      * DESDE O PEDIDO, ELE FICA REJEITADO COM A OBSERVACAO
      *-----------------------------------------------------
       0350-DECIDIR-APROVACAO.
           MOVE 0 TO WRK-APLICOU.
           MOVE SPACES TO PED-OBSERVACAO.
           IF PED-TIPO = 'FU'
              PERFORM 0650-EFETIVAR-FUSAO THRU 0650-FIM
           ELSE
              PERFORM 0600-EFETIVAR-FATURA THRU 0600-FIM.
           IF WRK-APLICOU = 1
              MOVE 'A' TO PED-SITUACAO
           ELSE
              MOVE 'R' TO PED-SITUACAO.
           MOVE WRK-ID        TO PED-APROVADOR.
           MOVE WRK-DATA-HOJE TO PED-DATA-DECISAO.
           MOVE WRK-PEDIDO TO WRK-FILA-REG (WRK-POS).
           MOVE 1 TO WRK-ALTEROU.
      *-----------------------------------------------------
       0400-REJEITAR.
           PERFORM 0050-SIGNON.
           IF WRK-NIVEL < 2
              DISPLAY 'REJEICAO RESTRITA AO SUPERVISOR'
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           DISPLAY 'NUMERO DO PEDIDO..........'.
           ACCEPT WRK-NUMERO.
           PERFORM 0160-PROCURAR-PEDIDO.
           IF WRK-POS = 0
              DISPLAY 'PEDIDO INEXISTENTE...... ' WRK-NUMERO
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE WRK-FILA-REG (WRK-POS) TO WRK-PEDIDO.
           IF PED-SITUACAO NOT = 'P'
              DISPLAY 'PEDIDO NAO ESTA PENDENTE ' WRK-NUMERO
                      ' SITUACAO ' PED-SITUACAO
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           PERFORM 0250-MOSTRAR-PEDIDO.
           DISPLAY 'MOTIVO DA REJEICAO........'.
           ACCEPT WRK-MOTIVO-REJ.
           IF WRK-MOTIVO-REJ = SPACES
              DISPLAY 'MOTIVO OBRIGATORIO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           MOVE 'R'            TO PED-SITUACAO.
           MOVE WRK-ID         TO PED-APROVADOR.
           MOVE WRK-DATA-HOJE  TO PED-DATA-DECISAO.
           MOVE WRK-MOTIVO-REJ TO PED-OBSERVACAO.
           MOVE WRK-PEDIDO TO WRK-FILA-REG (WRK-POS).
           MOVE 1 TO WRK-ALTEROU.
           DISPLAY 'PEDIDO REJEITADO........ ' WRK-NUMERO.
       0400-FIM.
      *-----------------------------------------------------
      * A BAIXA DE PERDAS DO PROG096 GERA UM PEDIDO POR
      * FATURA; O LOTE DE UM EMITENTE NUM DIA PODE SER
      * APROVADO DE UMA VEZ, COM UM SO EXTRATO ARQCTB
      *-----------------------------------------------------
       0500-APROVAR-LOTE.
           PERFORM 0050-SIGNON.
           IF WRK-NIVEL < 2
              DISPLAY 'APROVACAO RESTRITA AO SUPERVISOR'
              MOVE 8 TO WRK-RETORNO
              GO TO 0500-FIM.
           DISPLAY 'OPERADOR QUE RODOU A BAIXA'.
           ACCEPT WRK-EMITENTE.
           DISPLAY 'DATA DA BAIXA (AAAAMMDD)..'.
           ACCEPT WRK-DATA-LOTE.
           IF WRK-EMITENTE = WRK-ID
              DISPLAY 'QUEM DIGITOU NAO PODE APROVAR O PROPRIO '
                      'PEDIDO'
              MOVE 8 TO WRK-RETORNO
              GO TO 0500-FIM.
           MOVE 0 TO WRK-QTD-LOTE.
           MOVE ZEROS TO WRK-TOT-LOTE.
           PERFORM 0520-CONTAR-LOTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-FILA-QTD.
           IF WRK-QTD-LOTE = 0
              DISPLAY 'NENHUMA BAIXA PENDENTE NO LOTE'
              MOVE 4 TO WRK-RETORNO
              GO TO 0500-FIM.
           MOVE WRK-TOT-LOTE TO WRK-VALOR-ED.
           DISPLAY '------------------------------------'.
           DISPLAY 'BAIXAS NO LOTE.......... ' WRK-QTD-LOTE.
           DISPLAY 'VALOR DO LOTE........... ' WRK-VALOR-ED.
           DISPLAY 'CONFIRMA A APROVACAO (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'APROVACAO NAO CONFIRMADA'
              GO TO 0500-FIM.
           PERFORM 0540-APROVAR-DO-LOTE
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > WRK-FILA-QTD.
           DISPLAY 'BAIXAS EFETIVADAS....... ' WRK-QTD-APLICADOS.
           DISPLAY 'RECUSADAS (FATURA MUDOU) ' WRK-QTD-RECUSADOS.
           IF WRK-QTD-RECUSADOS > 0
              MOVE 4 TO WRK-RETORNO.
       0500-FIM.
      *-----------------------------------------------------
       0520-CONTAR-LOTE.
           MOVE WRK-FILA-REG (WRK-IDX) TO WRK-PEDIDO.
           IF PED-SITUACAO = 'P' AND PED-TIPO = 'BP'
              AND PED-EMITENTE = WRK-EMITENTE
              AND PED-DATA = WRK-DATA-LOTE
              PERFORM 0250-MOSTRAR-PEDIDO
              ADD 1 TO WRK-QTD-LOTE
              ADD PED-VALOR TO WRK-TOT-LOTE.
      *-----------------------------------------------------
       0540-APROVAR-DO-LOTE.
           MOVE WRK-FILA-REG (WRK-POS) TO WRK-PEDIDO.
           IF PED-SITUACAO = 'P' AND PED-TIPO = 'BP'
              AND PED-EMITENTE = WRK-EMITENTE
              AND PED-DATA = WRK-DATA-LOTE
              PERFORM 0350-DECIDIR-APROVACAO
              IF WRK-APLICOU = 1
                 ADD 1 TO WRK-QTD-APLICADOS
              ELSE
                 ADD 1 TO WRK-QTD-RECUSADOS
                 DISPLAY 'RECUSADO PEDIDO ' PED-NUMERO ' '
                         PED-OBSERVACAO.
      *-----------------------------------------------------
      * NOTA DE CREDITO, ESTORNO E BAIXA DE PERDAS: A FATURA
      * RECEBE A IMAGEM DEPOIS SE AINDA ESTA COMO NO PEDIDO
      *-----------------------------------------------------
       0600-EFETIVAR-FATURA.
           IF WRK-ABRIU-FATURAS = 0
              OPEN I-O FATURAS
              IF FS-FATURAS-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR FATURAS... '
                         FS-FATURAS-STATUS
                 MOVE 'FATURAS INDISPONIVEL' TO PED-OBSERVACAO
                 MOVE 8 TO WRK-RETORNO
                 GO TO 0600-FIM
              END-IF
              MOVE 1 TO WRK-ABRIU-FATURAS.
           MOVE PED-CHAVE TO FAT-CHAVE.
           READ FATURAS
               INVALID KEY
                   MOVE 'FATURA NAO ENCONTRADA' TO PED-OBSERVACAO
                   GO TO 0600-FIM
           END-READ.
           IF REG-FATURA NOT = PED-ANTES-1 (1:48)
              MOVE 'FATURA ALTERADA APOS O PEDIDO' TO PED-OBSERVACAO
              GO TO 0600-FIM.
           MOVE PED-DEPOIS-1 (1:48) TO REG-FATURA.
           REWRITE REG-FATURA.
           EVALUATE PED-TIPO
               WHEN 'NC'
                   MOVE 'NOTA CREDITO' TO WRK-OPERACAO
                   PERFORM 0700-GRAVAR-AJUSTE
               WHEN 'ES'
                   MOVE 'ESTORNO RCB' TO WRK-OPERACAO
                   PERFORM 0710-GRAVAR-ESTORNO
               WHEN OTHER
                   MOVE 'BAIXA PERDA' TO WRK-OPERACAO
                   PERFORM 0720-GRAVAR-PERDA
           END-EVALUATE.
           MOVE PED-ANTES-1  TO WRK-IMAGEM-ANTES.
           MOVE PED-DEPOIS-1 TO WRK-IMAGEM-DEPOIS.
           PERFORM 0750-GRAVAR-JRN.
           MOVE 1 TO WRK-APLICOU.
       0600-FIM.
      *-----------------------------------------------------
      * FUSAO: SOBREVIVENTE E CLIENTE A DESATIVAR SO MUDAM SE
      * OS DOIS AINDA ESTAO COMO NO PEDIDO
      *-----------------------------------------------------
       0650-EFETIVAR-FUSAO.
           IF WRK-ABRIU-CLIENTES = 0
              OPEN I-O CLIENTES
              IF FS-CLIENTES-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR CLIENTES.. '
                         FS-CLIENTES-STATUS
                 MOVE 'CLIENTES INDISPONIVEL' TO PED-OBSERVACAO
                 MOVE 8 TO WRK-RETORNO
                 GO TO 0650-FIM
              END-IF
              MOVE 1 TO WRK-ABRIU-CLIENTES.
           MOVE PED-ANTES-1 (1:5) TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE 'SOBREVIVENTE NAO ENCONTRADO'
                     TO PED-OBSERVACAO
                   GO TO 0650-FIM
           END-READ.
           IF REG-CLIENTES NOT = PED-ANTES-1
              MOVE 'SOBREVIVENTE ALTERADO APOS O PEDIDO'
                TO PED-OBSERVACAO
              GO TO 0650-FIM.
           MOVE PED-ANTES-2 (1:5) TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE A DESATIVAR NAO ENCONTRADO'
                     TO PED-OBSERVACAO
                   GO TO 0650-FIM
           END-READ.
           IF REG-CLIENTES NOT = PED-ANTES-2
              MOVE 'CLIENTE A DESATIVAR ALTERADO APOS O PEDIDO'
                TO PED-OBSERVACAO
              GO TO 0650-FIM.
           MOVE 'FUSAO' TO WRK-OPERACAO.
           MOVE PED-DEPOIS-1 TO REG-CLIENTES.
           REWRITE REG-CLIENTES.
           MOVE PED-ANTES-1  TO WRK-IMAGEM-ANTES.
           MOVE PED-DEPOIS-1 TO WRK-IMAGEM-DEPOIS.
           PERFORM 0750-GRAVAR-JRN.
           MOVE PED-DEPOIS-2 TO REG-CLIENTES.
           REWRITE REG-CLIENTES.
           MOVE PED-ANTES-2  TO WRK-IMAGEM-ANTES.
           MOVE PED-DEPOIS-2 TO WRK-IMAGEM-DEPOIS.
           PERFORM 0750-GRAVAR-JRN.
           MOVE 1 TO WRK-APLICOU.
       0650-FIM.
      *-----------------------------------------------------
       0700-GRAVAR-AJUSTE.
           OPEN EXTEND ARQAJU.
           IF FS-ARQAJU-STATUS = '35'
              OPEN OUTPUT ARQAJU.
           IF FS-ARQAJU-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQAJU.... ' FS-ARQAJU-STATUS
           ELSE
              MOVE SPACES TO REG-AJU
              MOVE FAT-CODIGO    TO AJU-CODIGO
              MOVE PED-SUBTIPO   TO AJU-TIPO
              MOVE FAT-NUMERO    TO AJU-NUMERO
              MOVE PED-VALOR     TO AJU-VALOR
              MOVE PED-MOTIVO    TO AJU-MOTIVO
              MOVE WRK-DATA-HOJE TO AJU-DATA
              MOVE PED-EMITENTE  TO AJU-OPERADOR
              WRITE REG-AJU
              CLOSE ARQAJU.
      *-----------------------------------------------------
       0710-GRAVAR-ESTORNO.
           OPEN EXTEND ARQETR.
           IF FS-ARQETR-STATUS = '35'
              OPEN OUTPUT ARQETR.
           IF FS-ARQETR-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQETR.... ' FS-ARQETR-STATUS
           ELSE
              MOVE SPACES TO REG-ETR
              MOVE FAT-CODIGO    TO ETR-CODIGO
              MOVE FAT-NUMERO    TO ETR-NUMERO
              MOVE PED-VALOR     TO ETR-VALOR
              MOVE WRK-DATA-HOJE TO ETR-DATA
              MOVE PED-EMITENTE  TO ETR-OPERADOR
              MOVE PED-MOTIVO    TO ETR-MOTIVO
              WRITE REG-ETR
              CLOSE ARQETR.
      *-----------------------------------------------------
      * PERDA APROVADA: REGISTRO NO ARQPER E DETALHE TIPO B NO
      * EXTRATO ARQCTB, COM O ENVELOPE PADRAO DO PROG071
      *-----------------------------------------------------
       0720-GRAVAR-PERDA.
           OPEN EXTEND ARQPER.
           IF FS-ARQPER-STATUS = '35'
              OPEN OUTPUT ARQPER.
           IF FS-ARQPER-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQPER.... ' FS-ARQPER-STATUS
           ELSE
              MOVE SPACES TO REG-PER
              MOVE FAT-CODIGO    TO PER-CODIGO
              MOVE FAT-NUMERO    TO PER-NUMERO
              MOVE PED-VALOR     TO PER-SALDO
              MOVE PED-DIAS      TO PER-DIAS-ATRASO
              MOVE WRK-DATA-HOJE TO PER-DATA
              MOVE PED-EMITENTE  TO PER-OPERADOR
              WRITE REG-PER
              CLOSE ARQPER.
           IF WRK-ABRIU-CTB = 0
              OPEN OUTPUT ARQCTB
              IF FS-ARQCTB-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR ARQCTB.... '
                         FS-ARQCTB-STATUS
              ELSE
                 MOVE 1 TO WRK-ABRIU-CTB
                 MOVE WRK-DATA-HOJE TO WRK-HDR-DATA
                 MOVE SPACES TO REG-CTB-ENV
                 MOVE WRK-CABECALHO TO REG-CTB-ENV
                 WRITE REG-CTB-ENV.
           IF WRK-ABRIU-CTB = 1
              MOVE SPACES TO REG-CTB
              MOVE FAT-CODIGO    TO CTB-CODIGO
              MOVE 'B'           TO CTB-TIPO
              MOVE FAT-NUMERO    TO CTB-NUMERO
              MOVE PED-VALOR     TO CTB-VALOR
              MOVE WRK-DATA-HOJE TO CTB-DATA
              WRITE REG-CTB
              ADD 1 TO WRK-QTD-MOVTOS
              ADD FAT-CODIGO TO WRK-HASH-CODIGO
              ADD PED-VALOR TO WRK-TOT-BAIXADO.
      *-----------------------------------------------------
      * TRILHA DE AUDITORIA DAS MANUTENCOES COM O PROGRAMA DE
      * ORIGEM DO PEDIDO; CONSULTA PELO PROG040
      *-----------------------------------------------------
       0750-GRAVAR-JRN.
           OPEN EXTEND ARQJRN.
           IF FS-ARQJRN-STATUS = '35'
              OPEN OUTPUT ARQJRN.
           IF FS-ARQJRN-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQJRN.... ' FS-ARQJRN-STATUS
           ELSE
              MOVE SPACES TO REG-JRN
              ACCEPT REG-JRN-DATA FROM DATE YYYYMMDD
              ACCEPT REG-JRN-HORA FROM TIME
              MOVE PED-PROGRAMA TO REG-JRN-PROGRAMA
              MOVE WRK-OPERACAO TO REG-JRN-OPERACAO
              MOVE WRK-IMAGEM-ANTES  TO REG-JRN-ANTES
              MOVE WRK-IMAGEM-DEPOIS TO REG-JRN-DEPOIS
              WRITE REG-JRN
              CLOSE ARQJRN.
      *-----------------------------------------------------
       0800-REGRAVAR-FILA.
           OPEN OUTPUT ARQPND.
           IF FS-ARQPND-STATUS NOT = '00'
              DISPLAY 'ERRO AO REGRAVAR ARQPND. ' FS-ARQPND-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              PERFORM 0850-GRAVAR-PEDIDO
                  VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-FILA-QTD
              CLOSE ARQPND.
      *-----------------------------------------------------
       0850-GRAVAR-PEDIDO.
           MOVE WRK-FILA-REG (WRK-IDX) TO REG-PND.
           WRITE REG-PND.
      *-----------------------------------------------------
       0900-FINALIZAR.
           IF WRK-ABRIU-CTB = 1
              MOVE WRK-QTD-MOVTOS  TO WRK-TRL-QTD
              MOVE WRK-HASH-CODIGO TO WRK-TRL-HASH
              MOVE WRK-TOT-BAIXADO TO WRK-TRL-VALOR
              MOVE SPACES TO REG-CTB-ENV
              MOVE WRK-TRAILER TO REG-CTB-ENV
              WRITE REG-CTB-ENV
              CLOSE ARQCTB.
           IF WRK-ABRIU-FATURAS = 1
              CLOSE FATURAS.
           IF WRK-ABRIU-CLIENTES = 1
              CLOSE CLIENTES.
      *-----------------------------------------------------
      * DATA LIMITE DOS PENDENTES: HOJE MENOS A VALIDADE,
      * CONTANDO DIA A DIA COMO NO PROG135
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
               UNTIL WRK-CONT > WRK-DIAS-VALIDADE.
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
