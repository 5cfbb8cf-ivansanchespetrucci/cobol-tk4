                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT FATURAS ASSIGN TO UT-S-ARQFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-CHAVE
                  FILE STATUS IS FS-FATURAS-STATUS.
           SELECT ARQNEG ASSIGN TO UT-S-ARQNEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NEG-CODIGO
                  FILE STATUS IS FS-ARQNEG-STATUS.
           SELECT ARQMNG ASSIGN TO UT-S-ARQMNG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMNG-STATUS.
           SELECT ARQPRP ASSIGN TO UT-S-ARQPRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRP-STATUS.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
           COPY BOOKFAT.
       FD   ARQNEG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 19 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-NEG.
       01   REG-NEG.
            05 NEG-CODIGO       PIC 9(05).
            05 MNG-NUMERO       PIC 9(06).
            05 MNG-VALOR        PIC 9(07)V99.
            05 MNG-DATA         PIC 9(08).
       FD   ARQPRP
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PRP.
       01   REG-PRP.
            05 PRP-CODIGO       PIC 9(05).
            05 PRP-FATURAS.
               10 PRP-FATURA    PIC 9(06) OCCURS 5 TIMES.
            05 PRP-VALOR        PIC 9(07)V99.
            05 PRP-DATA-PROMESSA PIC 9(08).
            05 PRP-DATA-REGISTRO PIC 9(08).
            05 PRP-OPERADOR     PIC X(08).
            05 PRP-SITUACAO     PIC X(01).
            05 PRP-DATA-APURACAO PIC 9(08).
            05 PRP-VALOR-PAGO   PIC 9(07)V99.
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
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQNEG        PIC X VALUE 'N'.
      * CONTROLE DE QUEM JA ESTA NEGATIVADO, PARA NUNCA
      * REPETIR INCLUSAO NEM ESQUECER EXCLUSAO
      *-----------------------------------------------------
       77  WRK-TEM-CONTROLE PIC 9 VALUE 0.
       77  WRK-NEG-ACHOU    PIC 9 VALUE 0.
       77  WRK-FAT-ACHOU    PIC 9 VALUE 0.
       77  WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-PIOR-SLD PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CLI-PIOR-NUM PIC 9(06) VALUE ZEROS.
       77  WRK-CLI-VENCIDO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-INCLUSOES PIC 9(05) VALUE 0.
       77  WRK-QTD-EXCLUSOES PIC 9(05) VALUE 0.
       77  FS-ARQPRP        PIC X VALUE 'N'.
       77  FS-ARQPRP-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-PROMESSAS.
           05 WRK-PRA-CODIGO PIC 9(05) OCCURS 500 TIMES.
       77  WRK-PRA-QTD      PIC 9(03) VALUE 0.
       77  WRK-PRA-IDX      PIC 9(03) VALUE 0.
       77  WRK-PRA-ACHOU    PIC 9 VALUE 0.
       77  WRK-PRA-ESTOURO  PIC 9 VALUE 0.
       77  WRK-QTD-PROMESSAS PIC 9(05) VALUE 0.
       77  FS-ARQCTS-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CONTESTACOES PIC 9 VALUE 0.
       77  WRK-CTA-ACHOU    PIC 9 VALUE 0.
       77  WRK-QTD-CONTESTADAS PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0300-PROCESSAR UNTIL FS-FATURAS = 'F'.
            IF WRK-RETORNO NOT = 8
               PERFORM 0500-FECHAR-CLIENTE THRU 0500-FIM
               PERFORM 0700-EXCLUSOES.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
      * CLIENTE CUJA PIOR FATURA VENCIDA PASSA DO VALOR DE
      * CORTE GERA INCLUSAO (TIPO I) COM NOME, ENDERECO E
      * TELEFONE DO CADASTRO; QUEM ESTA NO CONTROLE ARQNEG E
      * ZEROU O VENCIDO GERA EXCLUSAO (TIPO E). O CONTROLE E
      * INDEXADO PELO CLIENTE E ATUALIZADO NA HORA (INCLUSAO
      * GRAVA, EXCLUSAO APAGA); ELE SO E ABERTO DEPOIS DOS
      * DEMAIS ARQUIVOS, E COM ABERTURA FALHADA O ARQNEG FICA
      * COMO ESTA
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'VALOR DE CORTE PARA NEGATIVACAO..'.
           MOVE WRK-DATA-HOJE TO WRK-DATA-DEC.
           PERFORM 0150-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-REG TO WRK-SERIAL-HOJE.
           PERFORM 9300-CARREGAR-PROMESSAS.
             IF WRK-PRA-ESTOURO = 1
                MOVE 'F' TO FS-FATURAS
                GO TO 0100-FIM.
           PERFORM 9500-ABRIR-CONTESTACOES.
           OPEN INPUT FATURAS.
             IF FS-FATURAS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR FATURAS... ' FS-FATURAS-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 0120-ABRIR-CONTROLE.
             IF WRK-TEM-CONTROLE = 0
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           READ FATURAS NEXT RECORD AT END
                        MOVE 'F' TO FS-FATURAS.
             IF FS-FATURAS = 'F'
                DISPLAY 'NENHUMA FATURA NO ARQUIVO'
                MOVE 4 TO WRK-RETORNO.
       0100-FIM.
      *-----------------------------------------------------
       0120-ABRIR-CONTROLE.
           OPEN I-O ARQNEG.
           IF FS-ARQNEG-STATUS = '35'
              OPEN OUTPUT ARQNEG
              CLOSE ARQNEG
              OPEN I-O ARQNEG.
           IF FS-ARQNEG-STATUS = '00'
              MOVE 1 TO WRK-TEM-CONTROLE
           ELSE
              DISPLAY 'ERRO AO ABRIR ARQNEG.... ' FS-ARQNEG-STATUS.
      *-----------------------------------------------------
       0150-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-REG = (WRK-DATA-ANO * 365)
      *-----------------------------------------------------
       0300-PROCESSAR.
           IF FAT-CODIGO NOT = WRK-CLI-ATUAL
              PERFORM 0500-FECHAR-CLIENTE THRU 0500-FIM
              MOVE FAT-CODIGO TO WRK-CLI-ATUAL
              MOVE ZEROS TO WRK-CLI-PIOR-SLD
              MOVE ZEROS TO WRK-CLI-PIOR-NUM
           IF FAT-STATUS = 'A'
              MOVE FAT-VENCIMENTO TO WRK-DATA-DEC
              PERFORM 0150-CALCULAR-SERIAL
              PERFORM 9600-TESTAR-CONTESTACAO
              IF WRK-CTA-ACHOU = 1
                 ADD 1 TO WRK-QTD-CONTESTADAS
              END-IF
              IF WRK-SERIAL-HOJE > WRK-SERIAL-REG
                 AND WRK-CTA-ACHOU = 0
                 COMPUTE WRK-SALDO = FAT-VALOR - FAT-VALOR-PAGO
                 ADD WRK-SALDO TO WRK-CLI-VENCIDO
                 IF WRK-SALDO > WRK-CLI-PIOR-SLD
                    MOVE FAT-NUMERO TO WRK-CLI-PIOR-NUM
                 END-IF
              END-IF.
           READ FATURAS NEXT RECORD AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
       0500-FECHAR-CLIENTE.
           IF WRK-CLI-ATUAL = 0
              GO TO 0500-FIM.
           PERFORM 0520-PROCURAR-CONTROLE.
           IF WRK-NEG-ACHOU = 0
              IF WRK-CLI-PIOR-SLD NOT < WRK-VALOR-CORTE
                 AND WRK-CLI-PIOR-SLD NOT = 0
                 PERFORM 9400-TESTAR-PROMESSA
                 IF WRK-PRA-ACHOU = 1
                    ADD 1 TO WRK-QTD-PROMESSAS
                    DISPLAY 'POUPADO... ' WRK-CLI-ATUAL
                            ' PROMESSA DE PAGAMENTO ABERTA'
                 ELSE
                    PERFORM 0550-GERAR-INCLUSAO
                 END-IF
              END-IF
           ELSE
              IF WRK-CLI-VENCIDO = 0
                 PERFORM 0600-GERAR-EXCLUSAO
              END-IF.
       0500-FIM.
      *-----------------------------------------------------
       0520-PROCURAR-CONTROLE.
           MOVE 0 TO WRK-NEG-ACHOU.
           MOVE WRK-CLI-ATUAL TO NEG-CODIGO.
           READ ARQNEG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-NEG-ACHOU
           END-READ.
      *-----------------------------------------------------
       0550-GERAR-INCLUSAO.
           PERFORM 0560-BUSCAR-CADASTRO.
           WRITE REG-MNG.
           ADD 1 TO WRK-QTD-INCLUSOES.
           DISPLAY 'INCLUSAO.. ' WRK-CLI-ATUAL ' ' REG-NOME.
           MOVE SPACES TO REG-NEG.
           MOVE WRK-CLI-ATUAL    TO NEG-CODIGO.
           MOVE WRK-CLI-PIOR-NUM TO NEG-NUMERO.
           MOVE WRK-DATA-HOJE    TO NEG-DATA.
           WRITE REG-NEG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ARQNEG... '
                           FS-ARQNEG-STATUS
                   MOVE 8 TO WRK-RETORNO
           END-WRITE.
      *-----------------------------------------------------
       0600-GERAR-EXCLUSAO.
           PERFORM 0560-BUSCAR-CADASTRO.
           MOVE REG-NOME         TO MNG-NOME.
           MOVE REG-ENDERECO     TO MNG-ENDERECO.
           MOVE REG-TELEFONE     TO MNG-TELEFONE.
           MOVE NEG-NUMERO       TO MNG-NUMERO.
           MOVE ZEROS            TO MNG-VALOR.
           MOVE WRK-DATA-HOJE    TO MNG-DATA.
           WRITE REG-MNG.
           ADD 1 TO WRK-QTD-EXCLUSOES.
           DISPLAY 'EXCLUSAO.. ' WRK-CLI-ATUAL ' ' REG-NOME.
           DELETE ARQNEG RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR ARQNEG.. '
                           FS-ARQNEG-STATUS
                   MOVE 8 TO WRK-RETORNO
           END-DELETE.
      *-----------------------------------------------------
       0560-BUSCAR-CADASTRO.
           MOVE WRK-CLI-ATUAL TO REG-CODIGO.
      *-----------------------------------------------------
      * NEGATIVADO SEM FATURA NO ARQUIVO (EXPURGO, BAIXA DE
      * PERDA TOTAL) TAMBEM GERA EXCLUSAO: SEM VENCIDO NAO HA
      * RAZAO PARA MANTER O NOME NO BUREAU. O ARQNEG E LIDO
      * EM SEQUENCIA E CADA CLIENTE E PROCURADO NAS FATURAS
      *-----------------------------------------------------
       0700-EXCLUSOES.
           MOVE 'N' TO FS-ARQNEG.
           MOVE ZEROS TO NEG-CODIGO.
           START ARQNEG KEY IS NOT < NEG-CODIGO
               INVALID KEY
                   MOVE 'F' TO FS-ARQNEG
           END-START.
           IF FS-ARQNEG NOT = 'F'
              READ ARQNEG NEXT RECORD AT END
                          MOVE 'F' TO FS-ARQNEG.
           PERFORM 0720-TESTAR-ORFAO UNTIL FS-ARQNEG = 'F'.
      *-----------------------------------------------------
       0720-TESTAR-ORFAO.
           PERFORM 0740-PROCURAR-FATURA THRU 0740-FIM.
           IF WRK-FAT-ACHOU = 0
              MOVE NEG-CODIGO TO WRK-CLI-ATUAL
              PERFORM 0600-GERAR-EXCLUSAO.
           READ ARQNEG NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQNEG.
      *-----------------------------------------------------
       0740-PROCURAR-FATURA.
           MOVE 0 TO WRK-FAT-ACHOU.
           MOVE NEG-CODIGO TO FAT-CODIGO.
           MOVE ZEROS TO FAT-NUMERO.
           START FATURAS KEY IS NOT < FAT-CHAVE
               INVALID KEY
                   GO TO 0740-FIM
           END-START.
           READ FATURAS NEXT RECORD
               AT END
                   GO TO 0740-FIM
           END-READ.
           IF FAT-CODIGO = NEG-CODIGO
              MOVE 1 TO WRK-FAT-ACHOU.
       0740-FIM.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF FS-FATURAS-STATUS NOT = '35'
               CLOSE FATURAS.
            IF WRK-TEM-CONTESTACOES = 1
               CLOSE ARQCTS.
            CLOSE CLIENTES.
            IF FS-ARQMNG-STATUS = '00'
               CLOSE ARQMNG.
            IF WRK-TEM-CONTROLE = 1
               CLOSE ARQNEG
            ELSE
               DISPLAY 'ABERTURA FALHOU, ARQNEG PRESERVADO'.
            DISPLAY '------------------------------------'.
            DISPLAY 'INCLUSOES GERADAS....... ' WRK-QTD-INCLUSOES.
            DISPLAY 'EXCLUSOES GERADAS....... ' WRK-QTD-EXCLUSOES.
            DISPLAY 'POUPADOS POR PROMESSA... ' WRK-QTD-PROMESSAS.
            DISPLAY 'FATURAS EM CONTESTACAO.. ' WRK-QTD-CONTESTADAS.
      *-----------------------------------------------------
      * PROMESSA DE PAGAMENTO ABERTA NO ARQPRP (PROG125,
      * APURADA PELO PROG152): O CLIENTE FICA FORA DESTA
      * COBRANCA ENQUANTO A PROMESSA NAO VENCE. COM MAIS
      * PROMESSAS ABERTAS QUE A TABELA COMPORTA O MOVIMENTO
      * NAO E GERADO (RC 8), PARA NAO NEGATIVAR QUEM PROMETEU
      *-----------------------------------------------------
       9300-CARREGAR-PROMESSAS.
           OPEN INPUT ARQPRP.
           IF FS-ARQPRP-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQPRP AT END
                          MOVE 'F' TO FS-ARQPRP
              END-READ
              PERFORM 9350-GUARDAR-PROMESSA
                  UNTIL FS-ARQPRP = 'F'
              CLOSE ARQPRP.
      *-----------------------------------------------------
       9350-GUARDAR-PROMESSA.
           IF PRP-SITUACAO = 'A'
              IF WRK-PRA-QTD > 499
                 DISPLAY 'PROMESSAS EXCEDEM O LIMITE DE 500'
                 MOVE 1 TO WRK-PRA-ESTOURO
                 MOVE 8 TO WRK-RETORNO
                 MOVE 'F' TO FS-ARQPRP
              ELSE
                 ADD 1 TO WRK-PRA-QTD
                 MOVE PRP-CODIGO TO WRK-PRA-CODIGO (WRK-PRA-QTD)
              END-IF.
           IF FS-ARQPRP NOT = 'F'
              READ ARQPRP AT END
                          MOVE 'F' TO FS-ARQPRP.
      *-----------------------------------------------------
       9400-TESTAR-PROMESSA.
           MOVE 0 TO WRK-PRA-ACHOU.
           PERFORM 9450-COMPARAR-PROMESSA
               VARYING WRK-PRA-IDX FROM 1 BY 1
               UNTIL WRK-PRA-IDX > WRK-PRA-QTD
                  OR WRK-PRA-ACHOU = 1.
      *-----------------------------------------------------
       9450-COMPARAR-PROMESSA.
           IF WRK-PRA-CODIGO (WRK-PRA-IDX) = WRK-CLI-ATUAL
              MOVE 1 TO WRK-PRA-ACHOU.
      *-----------------------------------------------------
      * FATURA EM CONTESTACAO ABERTA NO ARQCTS (PROG125) NAO
      * CONTA COMO VENCIDA PARA A NEGATIVACAO ENQUANTO A
      * CONTESTACAO NAO E ENCERRADA
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
