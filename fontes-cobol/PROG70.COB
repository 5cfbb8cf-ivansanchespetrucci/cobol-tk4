           SELECT ARQDUN ASSIGN TO UT-S-ARQDUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQDUN-STATUS.
           SELECT ARQPRP ASSIGN TO UT-S-ARQPRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPRP-STATUS.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
           SELECT ARQCEM ASSIGN TO UT-S-ARQCEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CEM-CODIGO
                  FILE STATUS IS FS-ARQCEM-STATUS.
           SELECT ARQEML ASSIGN TO UT-S-ARQEML
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEML-STATUS.
           SELECT ARQCTO ASSIGN TO UT-S-ARQCTO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTO-CHAVE
                  FILE STATUS IS FS-ARQCTO-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQDRV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CARTA.
       01   REG-CARTA                  PIC X(80).
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
       FD   ARQCEM
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 92 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CEM.
       01   REG-CEM.
            05 CEM-CODIGO       PIC 9(05).
            05 CEM-EMAIL        PIC X(50).
            05 CEM-CANAL        PIC X(01).
            05 CEM-DATA-ALTERACAO PIC 9(08).
            05 CEM-DATA-DEVOLUCAO PIC 9(08).
            05 CEM-MOTIVO-DEVOLUCAO PIC X(20).
       FD   ARQEML
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-EML.
       01   REG-EML.
            05 EML-CODIGO       PIC 9(05).
            05 EML-TIPO         PIC X(01).
            05 EML-TEXTO        PIC X(80).
       01   REG-EML-ENV                PIC X(86).
       FD   ARQCTO
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 115 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTO.
       01   REG-CTO.
            05 CTO-CHAVE.
               10 CTO-CODIGO    PIC 9(05).
               10 CTO-SEQ       PIC 9(02).
            05 CTO-NOME         PIC X(30).
            05 CTO-PAPEL        PIC X(01).
            05 CTO-TELEFONE     PIC X(11).
            05 CTO-EMAIL        PIC X(50).
            05 CTO-DATA-ALTERACAO PIC 9(08).
            05 CTO-OPERADOR     PIC X(08).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  WRK-BLC-QTD      PIC 9(03) VALUE 0.
       77  WRK-BLC-IDX      PIC 9(03) VALUE 0.
       77  WRK-BLC-ACHOU    PIC 9 VALUE 0.
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
       77  FS-ARQCEM-STATUS PIC XX VALUE '00'.
       77  FS-ARQEML-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CANAIS   PIC 9 VALUE 0.
       77  WRK-TEM-EMAIL    PIC 9 VALUE 0.
       77  WRK-VIA-PAPEL    PIC 9 VALUE 1.
       77  WRK-VIA-EMAIL    PIC 9 VALUE 0.
       77  WRK-EML-ASSUNTO  PIC X(60) VALUE SPACES.
       77  WRK-QTD-EMAILS   PIC 9(09) VALUE 0.
       77  WRK-HASH-EMAILS  PIC 9(11) VALUE 0.
       77  WRK-QTD-REG-EML  PIC 9(09) VALUE 0.
       01  WRK-CABECALHO.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 WRK-HDR-ID               PIC X(08) VALUE 'EMAILCOB'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  FS-ARQCTO-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-CTO      PIC 9 VALUE 0.
       77  WRK-FIM-CTO      PIC X VALUE 'N'.
       77  WRK-CTO-CODIGO   PIC 9(05) VALUE ZEROS.
       77  WRK-CTO-ACHOU    PIC 9 VALUE 0.
       77  WRK-CTO-NOME     PIC X(30) VALUE SPACES.
       77  WRK-CTO-TELEFONE PIC X(11) VALUE SPACES.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR.
           PERFORM 0160-CARREGAR-CORRECAO.
           PERFORM 0180-CARREGAR-MODELOS.
           PERFORM 9100-CARREGAR-BLOQ-CORR.
           PERFORM 9300-CARREGAR-PROMESSAS.
             IF WRK-PRA-ESTOURO = 1
                MOVE 'F' TO FS-FATURAS
                GO TO 0100-FIM.
           PERFORM 9500-ABRIR-CONTESTACOES.
           OPEN OUTPUT ARQDUN.
             IF FS-ARQDUN-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQDUN.... ' FS-ARQDUN-STATUS
                MOVE 'F' TO FS-FATURAS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           PERFORM 9700-ABRIR-CANAIS.
           PERFORM 9900-ABRIR-CONTATOS.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
             IF FS-FATURAS = 'F'
              MOVE FAT-CODIGO TO WRK-CLI-ATUAL
              PERFORM 0230-ABRIR-CLIENTE.
           IF FAT-STATUS = 'A' AND WRK-CLI-ATIVO = 1
              PERFORM 9600-TESTAR-CONTESTACAO
              IF WRK-CTA-ACHOU = 1
                 ADD 1 TO WRK-QTD-CONTESTADAS
              ELSE
                 PERFORM 0240-CLASSIFICAR-FATURA
              END-IF.
           READ FATURAS AT END
                        MOVE 'F' TO FS-FATURAS.
      *-----------------------------------------------------
      *-----------------------------------------------------
       0400-EMITIR-CARTA.
           PERFORM 9200-TESTAR-BLOQ-CORR.
           PERFORM 9400-TESTAR-PROMESSA.
           IF WRK-CLI-ATIVO = 1 AND WRK-FAT-QTD NOT = 0
              IF WRK-PRA-ACHOU = 1
                 DISPLAY 'CARTA RETIDA (PROMESSA DE PAGAMENTO '
                         'ABERTA). ' WRK-CLI-ATUAL
                 ADD 1 TO WRK-QTD-PROMESSAS
              ELSE
                 MOVE WRK-CLI-ATUAL TO CEM-CODIGO
                 PERFORM 9720-CANAL-DO-CLIENTE THRU 9720-FIM
                 IF WRK-BLC-ACHOU = 1
                    MOVE 0 TO WRK-VIA-PAPEL
                 END-IF
                 IF WRK-VIA-PAPEL = 0 AND WRK-VIA-EMAIL = 0
                    DISPLAY 'CARTA RETIDA (CORRESPONDENCIA '
                            'BLOQUEADA). ' WRK-CLI-ATUAL
                 ELSE
                    PERFORM 0415-ASSUNTO-DO-EMAIL
                    PERFORM 9740-INICIAR-EMAIL
                    PERFORM 0420-MONTAR-CARTA THRU 0420-TEXTO-FIM
                 END-IF
              END-IF.
           IF WRK-CLI-ATIVO = 1
              PERFORM 0410-ATUALIZAR-BLOQUEIO.
      *-----------------------------------------------------
       0410-ATUALIZAR-BLOQUEIO.
           IF WRK-PIOR-FAIXA = 4 AND REG-STATUS NOT = 'B'
              AND WRK-PRA-ACHOU = 0
              MOVE 'B' TO REG-STATUS
              REWRITE REG-CLIENTES
              ADD 1 TO WRK-QTD-BLOQUEIOS
                 REWRITE REG-CLIENTES
                 ADD 1 TO WRK-QTD-LIBERADOS
                 DISPLAY 'LIBERADO.. ' WRK-CLI-ATUAL ' ' REG-NOME.
      *-----------------------------------------------------
       0415-ASSUNTO-DO-EMAIL.
           EVALUATE WRK-PIOR-FAIXA
               WHEN 2
                   MOVE 'LEMBRETE DE FATURAS VENCIDAS'
                     TO WRK-EML-ASSUNTO
               WHEN 3
                   MOVE 'COBRANCA DE FATURAS VENCIDAS'
                     TO WRK-EML-ASSUNTO
               WHEN OTHER
                   MOVE 'AVISO FINAL DE COBRANCA'
                     TO WRK-EML-ASSUNTO
           END-EVALUATE.
      *-----------------------------------------------------
       0420-MONTAR-CARTA.
           MOVE SPACES TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-CARTA.
           MOVE REG-NOME TO REG-CARTA (11:20).
           PERFORM 9760-GRAVAR-LINHA.
           PERFORM 0425-LINHA-DE-CONTATO.
           MOVE SPACES TO REG-CARTA.
           MOVE REG-ENDERECO TO REG-CARTA (11:25).
           PERFORM 9760-GRAVAR-LINHA.
           IF REG-END-CIDADE NOT = SPACES
              MOVE SPACES TO REG-CARTA
              MOVE REG-END-CIDADE TO REG-CARTA (11:20)
              MOVE '-' TO REG-CARTA (32:1)
              MOVE REG-END-UF TO REG-CARTA (34:2)
              PERFORM 9760-GRAVAR-LINHA.
           MOVE REG-CEP TO WRK-CEP-NUM.
           MOVE WRK-CEP-NUM (1:5) TO WRK-CEP-ED-PREF.
           MOVE WRK-CEP-NUM (6:3) TO WRK-CEP-ED-SUF.
           MOVE SPACES TO REG-CARTA.
           MOVE 'CEP ' TO REG-CARTA (11:4).
           MOVE WRK-CEP-ED TO REG-CARTA (15:9).
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           PERFORM 0430-TEXTO-DO-MODELO.
           IF WRK-TPL-ACHOU = 1
              GO TO 0420-TEXTO-FIM.
               WHEN 2
                   MOVE 'LEMBRAMOS QUE CONSTAM EM NOSSOS REGISTROS'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
                   MOVE 'AS FATURAS ABAIXO, VENCIDAS HA MAIS DE 30'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
                   MOVE 'DIAS. CASO JA TENHA PAGO, DESCONSIDERE.'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
               WHEN 3
                   MOVE 'AS FATURAS ABAIXO ENCONTRAM-SE VENCIDAS HA'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
                   MOVE 'MAIS DE 60 DIAS. SOLICITAMOS A REGULARIZACAO'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
                   MOVE 'IMEDIATA PARA EVITAR A SUSPENSAO DO CREDITO.'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
               WHEN OTHER
                   MOVE 'AVISO FINAL: AS FATURAS ABAIXO ESTAO'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
                   MOVE 'VENCIDAS HA MAIS DE 90 DIAS. SEM O PAGAMENTO'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
                   MOVE 'EM 10 DIAS O CASO SEGUIRA PARA COBRANCA'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
                   MOVE 'JUDICIAL.'
                     TO REG-CARTA
                   PERFORM 9760-GRAVAR-LINHA
           END-EVALUATE.
       0420-TEXTO-FIM.
           MOVE SPACES TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           PERFORM 0450-LISTAR-FATURA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-FAT-QTD.
           MOVE SPACES TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE ALL '-' TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-CARTAS.
      *-----------------------------------------------------
      * A CARTA VAI AOS CUIDADOS DO CONTATO FINANCEIRO
      * (PROG172) COM O TELEFONE DELE; SEM CONTATO FINANCEIRO
      * SAI O TELEFONE DO CADASTRO, QUANDO HOUVER
      *-----------------------------------------------------
       0425-LINHA-DE-CONTATO.
           MOVE WRK-CLI-ATUAL TO WRK-CTO-CODIGO.
           PERFORM 9920-CONTATO-FINANCEIRO.
           MOVE SPACES TO REG-CARTA.
           IF WRK-CTO-ACHOU = 1
              MOVE 'A/C ' TO REG-CARTA (11:4)
              MOVE WRK-CTO-NOME TO REG-CARTA (15:30)
              MOVE 'TEL ' TO REG-CARTA (46:4)
              MOVE WRK-CTO-TELEFONE TO REG-CARTA (50:11)
              PERFORM 9760-GRAVAR-LINHA
           ELSE
              IF REG-TELEFONE NOT = SPACES
                 MOVE 'TEL ' TO REG-CARTA (11:4)
                 MOVE REG-TELEFONE TO REG-CARTA (15:11)
                 PERFORM 9760-GRAVAR-LINHA.
      *-----------------------------------------------------
       0430-TEXTO-DO-MODELO.
           MOVE 0 TO WRK-TPL-ACHOU.
              MOVE SPACES TO REG-CARTA
              MOVE WRK-TPL-TEXTO (WRK-TPL-IDX)
                TO REG-CARTA (1:60)
              PERFORM 9760-GRAVAR-LINHA.
      *-----------------------------------------------------
       0450-LISTAR-FATURA.
           MOVE SPACES TO REG-CARTA.
                  ' VENCIMENTO ' WRK-FAT-VENCIMENTO (WRK-IDX)
                  ' SALDO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           PERFORM 0460-BUSCAR-CORRECAO.
           IF WRK-COR-ACHADO NOT = 0
              MOVE WRK-COR-ACHADO TO WRK-VALOR-ED
              MOVE SPACES TO REG-CARTA
              STRING '       VALOR CORRIGIDO ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REG-CARTA
              PERFORM 9760-GRAVAR-LINHA.
      *-----------------------------------------------------
       0460-BUSCAR-CORRECAO.
           MOVE ZEROS TO WRK-COR-ACHADO.
       0300-FINALIZAR.
            PERFORM 0400-EMITIR-CARTA.
            CLOSE FATURAS.
            IF WRK-TEM-CONTESTACOES = 1
               CLOSE ARQCTS.
            CLOSE CLIENTES.
            CLOSE ARQDUN.
            PERFORM 9780-FECHAR-CANAIS.
            PERFORM 9960-FECHAR-CONTATOS.
            DISPLAY '------------------------------------'.
            DISPLAY 'CARTAS DE COBRANCA EMITIDAS. ' WRK-QTD-CARTAS.
            DISPLAY 'ENVIADAS POR E-MAIL......... ' WRK-QTD-EMAILS.
            DISPLAY 'CLIENTES BLOQUEADOS......... ' WRK-QTD-BLOQUEIOS.
            DISPLAY 'BLOQUEIOS LIBERADOS......... ' WRK-QTD-LIBERADOS.
            DISPLAY 'RETIDAS POR PROMESSA........ ' WRK-QTD-PROMESSAS.
            DISPLAY 'FATURAS EM CONTESTACAO...... ' WRK-QTD-CONTESTADAS.
      *-----------------------------------------------------
      * REGISTRO DE ETAPA NO ARQDRV, COMO O CICLO DO PROG031
      * FAZ: INICIO, FIM, CONTAGEM E RETORNO, PARA O RESUMO
      *-----------------------------------------------------
      * BLOQUEIO DE CORRESPONDENCIA DO ARQDEV (PROG138):
      * CLIENTE COM CARTA DEVOLVIDA PELO CORREIO FICA FORA
      * DESTA CORRESPONDENCIA ATE O ENDERECO SER CORRIGIDO;
      * A TRAVA SO SEGURA A VIA IMPRESSA, O E-MAIL SEGUE
      *-----------------------------------------------------
       9100-CARREGAR-BLOQ-CORR.
           OPEN INPUT ARQDEV.
       9250-COMPARAR-BLOQ-CORR.
           IF WRK-BLC-CODIGO (WRK-BLC-IDX) = WRK-CLI-ATUAL
              MOVE 1 TO WRK-BLC-ACHOU.
      *-----------------------------------------------------
      * PROMESSA DE PAGAMENTO ABERTA NO ARQPRP (PROG125,
      * APURADA PELO PROG152): O CLIENTE FICA FORA DESTA
      * COBRANCA ENQUANTO A PROMESSA NAO VENCE. COM MAIS
      * PROMESSAS ABERTAS QUE A TABELA COMPORTA A COBRANCA
      * NAO RODA (RC 8), PARA NAO COBRAR QUEM PROMETEU
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
      * FATURA EM CONTESTACAO ABERTA NO ARQCTS (PROG125) FICA
      * FORA DA CARTA E DA FAIXA DE BLOQUEIO ENQUANTO A
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
      *-----------------------------------------------------
      * CANAL DE CORRESPONDENCIA DO ARQCEM (PROG167): CLIENTE
      * COM CANAL E (E-MAIL) OU A (AMBOS) E ENDERECO DE E-MAIL
      * RECEBE ESTA CORRESPONDENCIA NO ARQEML DO GATEWAY, COM
      * DESTINATARIO (D), ASSUNTO (A) E LINHAS DO CORPO (L)
      * DENTRO DO ENVELOPE PADRAO DA CASA (VER PROG049); O
      * CANAL E DISPENSA A VIA IMPRESSA. SEM O ARQCEM OU SEM
      * O ARQEML TUDO SAI EM PAPEL, COMO ANTES
      *-----------------------------------------------------
       9700-ABRIR-CANAIS.
           OPEN INPUT ARQCEM.
           IF FS-ARQCEM-STATUS = '00'
              MOVE 1 TO WRK-TEM-CANAIS.
           OPEN OUTPUT ARQEML.
           IF FS-ARQEML-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQEML.... ' FS-ARQEML-STATUS
                      ' -- TUDO EM PAPEL'
           ELSE
              MOVE 1 TO WRK-TEM-EMAIL
              ACCEPT WRK-HDR-DATA FROM DATE YYYYMMDD
              MOVE SPACES TO REG-EML-ENV
              MOVE WRK-CABECALHO TO REG-EML-ENV
              WRITE REG-EML-ENV.
      *-----------------------------------------------------
       9720-CANAL-DO-CLIENTE.
           MOVE 1 TO WRK-VIA-PAPEL.
           MOVE 0 TO WRK-VIA-EMAIL.
           IF WRK-TEM-CANAIS = 0 OR WRK-TEM-EMAIL = 0
              GO TO 9720-FIM.
           READ ARQCEM
               INVALID KEY
                   MOVE SPACES TO CEM-EMAIL
                   MOVE SPACES TO CEM-CANAL
           END-READ.
           IF CEM-EMAIL = SPACES
              GO TO 9720-FIM.
           IF CEM-CANAL = 'E'
              MOVE 0 TO WRK-VIA-PAPEL
              MOVE 1 TO WRK-VIA-EMAIL
           ELSE
              IF CEM-CANAL = 'A'
                 MOVE 1 TO WRK-VIA-EMAIL.
       9720-FIM.
      *-----------------------------------------------------
       9740-INICIAR-EMAIL.
           IF WRK-VIA-EMAIL = 1
              MOVE SPACES TO REG-EML
              MOVE 'D' TO EML-TIPO
              MOVE CEM-CODIGO TO EML-CODIGO
              MOVE CEM-EMAIL TO EML-TEXTO
              WRITE REG-EML
              ADD 1 TO WRK-QTD-REG-EML
              ADD EML-CODIGO TO WRK-HASH-EMAILS
              MOVE SPACES TO REG-EML
              MOVE 'A' TO EML-TIPO
              MOVE CEM-CODIGO TO EML-CODIGO
              MOVE WRK-EML-ASSUNTO TO EML-TEXTO
              WRITE REG-EML
              ADD 1 TO WRK-QTD-REG-EML
              ADD EML-CODIGO TO WRK-HASH-EMAILS
              ADD 1 TO WRK-QTD-EMAILS.
      *-----------------------------------------------------
      * CADA LINHA VAI PARA A IMPRESSAO, PARA O E-MAIL OU
      * PARA OS DOIS, CONFORME O CANAL DO CLIENTE
      *-----------------------------------------------------
       9760-GRAVAR-LINHA.
           IF WRK-VIA-EMAIL = 1
              MOVE SPACES TO REG-EML
              MOVE 'L' TO EML-TIPO
              MOVE CEM-CODIGO TO EML-CODIGO
              MOVE REG-CARTA TO EML-TEXTO
              WRITE REG-EML
              ADD 1 TO WRK-QTD-REG-EML
              ADD EML-CODIGO TO WRK-HASH-EMAILS.
           IF WRK-VIA-PAPEL = 1
              WRITE REG-CARTA.
      *-----------------------------------------------------
       9780-FECHAR-CANAIS.
           IF WRK-TEM-CANAIS = 1
              CLOSE ARQCEM.
           IF WRK-TEM-EMAIL = 1
              MOVE WRK-QTD-REG-EML TO WRK-TRL-QTD
              MOVE WRK-HASH-EMAILS TO WRK-TRL-HASH
              MOVE SPACES TO REG-EML-ENV
              MOVE WRK-TRAILER TO REG-EML-ENV
              WRITE REG-EML-ENV
              CLOSE ARQEML.
      *-----------------------------------------------------
      * CONTATO FINANCEIRO DO CLIENTE NO ARQCTO (PROG172): O
      * PRIMEIRO CONTATO DE PAPEL F DO CODIGO EM
      * WRK-CTO-CODIGO. SEM O ARQCTO OU SEM CONTATO
      * FINANCEIRO VALE O TELEFONE DO CADASTRO
      *-----------------------------------------------------
       9900-ABRIR-CONTATOS.
           OPEN INPUT ARQCTO.
           IF FS-ARQCTO-STATUS = '00'
              MOVE 1 TO WRK-TEM-CTO.
      *-----------------------------------------------------
       9920-CONTATO-FINANCEIRO.
           MOVE 0 TO WRK-CTO-ACHOU.
           MOVE SPACES TO WRK-CTO-NOME.
           MOVE SPACES TO WRK-CTO-TELEFONE.
           IF WRK-TEM-CTO = 1
              MOVE WRK-CTO-CODIGO TO CTO-CODIGO
              MOVE ZEROS TO CTO-SEQ
              MOVE 'N' TO WRK-FIM-CTO
              START ARQCTO KEY IS NOT < CTO-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WRK-FIM-CTO
              END-START
              PERFORM 9940-LER-CONTATO UNTIL WRK-FIM-CTO = 'S'.
      *-----------------------------------------------------
       9940-LER-CONTATO.
           READ ARQCTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CTO
               NOT AT END
                   IF CTO-CODIGO NOT = WRK-CTO-CODIGO
                      MOVE 'S' TO WRK-FIM-CTO
                   ELSE
                      IF CTO-PAPEL = 'F'
                         MOVE 1 TO WRK-CTO-ACHOU
                         MOVE CTO-NOME TO WRK-CTO-NOME
                         MOVE CTO-TELEFONE TO WRK-CTO-TELEFONE
                         MOVE 'S' TO WRK-FIM-CTO
                      END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------
       9960-FECHAR-CONTATOS.
           IF WRK-TEM-CTO = 1
              CLOSE ARQCTO.
