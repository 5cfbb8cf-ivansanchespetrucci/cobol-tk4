           SELECT ARQCAR ASSIGN TO UT-S-ARQCAR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCAR-STATUS.
           SELECT ARQCEM ASSIGN TO UT-S-ARQCEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CEM-CODIGO
                  FILE STATUS IS FS-ARQCEM-STATUS.
           SELECT ARQEML ASSIGN TO UT-S-ARQEML
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQEML-STATUS.
           SELECT ARQCNS ASSIGN TO UT-S-ARQCNS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCNS-STATUS.
           SELECT ARQSLL ASSIGN TO UT-S-ARQSLL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSLL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            05 SEL-CODIGO       PIC 9(05).
            05 SEL-VALOR        PIC 9(07)V99.
            05 SEL-VENCTO       PIC 9(08).
            05 SEL-ALUNO        PIC X(20).
       FD   ARQCAR
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CARTA.
       01   REG-CARTA                  PIC X(80).
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
       FD   ARQCNS
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CNS.
       01   REG-CNS.
            05 CNS-CODIGO       PIC 9(05).
            05 CNS-CANAL        PIC X(01).
            05 CNS-SITUACAO     PIC X(01).
            05 CNS-DATA         PIC 9(08).
            05 CNS-HORA         PIC 9(08).
            05 CNS-ORIGEM       PIC X(10).
            05 CNS-OPERADOR     PIC X(08).
       FD   ARQSLL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SLL.
       01   REG-SLL.
            05 SLL-CODIGO       PIC 9(05).
            05 SLL-TEXTO        PIC X(60).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQTPL        PIC X VALUE 'N'.
       77  FS-ARQSLC        PIC X VALUE 'N'.
       77  FS-ARQSLC-STATUS PIC XX VALUE '00'.
       77  FS-ARQCAR-STATUS PIC XX VALUE '00'.
       77  WRK-TPL-ALVO     PIC 9(02) VALUE 0.
       77  WRK-PROMOCIONAL  PIC X(01) VALUE 'N'.
      *-----------------------------------------------------
      * LINHAS DO MODELO ESCOLHIDO, NA ORDEM DO ARQUIVO
      *-----------------------------------------------------
           05 WRK-CEP-ED-SUF           PIC 9(03).
       77  WRK-QTD-CARTAS   PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-REG  PIC 9(05) VALUE 0.
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
           05 WRK-HDR-ID               PIC X(08) VALUE 'EMAILCAR'.
           05 WRK-HDR-DATA             PIC 9(08).
       01  WRK-TRAILER.
           05 FILLER                   PIC X(03) VALUE 'TRL'.
           05 WRK-TRL-QTD              PIC 9(09).
           05 WRK-TRL-HASH             PIC 9(11).
       77  FS-ARQCNS        PIC X VALUE 'N'.
       77  FS-ARQCNS-STATUS PIC XX VALUE '00'.
       01  WRK-TAB-CONSENT.
           05 WRK-CNS-ITEM OCCURS 500 TIMES.
              10 WRK-CNS-CODIGO   PIC 9(05).
              10 WRK-CNS-CANAL    PIC X(01).
              10 WRK-CNS-SITUACAO PIC X(01).
       77  WRK-CNS-QTD      PIC 9(03) VALUE 0.
       77  WRK-CNS-IDX      PIC 9(03) VALUE 0.
       77  WRK-CNS-POS      PIC 9(03) VALUE 0.
       77  WRK-CNS-ACHOU    PIC 9 VALUE 0.
       77  WRK-CNS-CODIGO-ALVO PIC 9(05) VALUE ZEROS.
       77  WRK-CNS-CANAL-ALVO PIC X(01) VALUE SPACE.
       77  WRK-CNS-CONSENTIU PIC 9 VALUE 0.
       77  WRK-CNS-IGNORADOS PIC 9(05) VALUE 0.
       77  WRK-QTD-SEM-CONSENT PIC 9(05) VALUE 0.
       77  FS-ARQSLL        PIC X VALUE 'N'.
       77  FS-ARQSLL-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-LISTA    PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
      *-----------------------------------------------------
      * MOTOR DE CARTAS POR MODELO: O TEXTO MORA NO ARQTPL
      * (MODELOS NUMERADOS, MARCAS &NOME, &ENDERECO, &CEP,
      * &VALOR, &VENCTO E &ALUNO) E A SELECAO DE CLIENTES
      * CHEGA NO ARQSLC COM VALOR, VENCIMENTO E NOME DO
      * ALUNO OPCIONAIS (O ALUNO E DAS CARTAS AOS
      * RESPONSAVEIS, VER PROG186). A LINHA DO MODELO COM A
      * MARCA &LISTA VIRA AS LINHAS DO CLIENTE NO ARQSLL
      * OPCIONAL, NA MESMA ORDEM DO ARQSLC (A LISTA DE
      * FATURAS DA DECLARACAO DE QUITACAO DO PROG211).
      * TROCAR O TEXTO DE UMA
      * CARTA VIROU MANUTENCAO DE DADOS, NAO COMPILACAO --
      * O MARKETING REESCREVE SOZINHO
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'NUMERO DO MODELO DE CARTA..'.
           ACCEPT WRK-TPL-ALVO.
           DISPLAY 'CARTA PROMOCIONAL (S/N)....'.
           ACCEPT WRK-PROMOCIONAL.
           IF WRK-PROMOCIONAL NOT = 'S'
              MOVE 'N' TO WRK-PROMOCIONAL
           ELSE
              PERFORM 9300-CARREGAR-CONSENT.
           PERFORM 0150-CARREGAR-MODELO.
           IF WRK-TPL-QTD = 0
              DISPLAY 'MODELO SEM LINHAS....... ' WRK-TPL-ALVO
                MOVE 'F' TO FS-ARQSLC
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           OPEN INPUT ARQSLL.
           IF FS-ARQSLL-STATUS = '00'
              MOVE 1 TO WRK-TEM-LISTA
              READ ARQSLL AT END
                          MOVE 'F' TO FS-ARQSLL.
           PERFORM 9700-ABRIR-CANAIS.
           MOVE SPACES TO WRK-EML-ASSUNTO.
           STRING 'COMUNICADO -- MODELO ' WRK-TPL-ALVO
               DELIMITED BY SIZE INTO WRK-EML-ASSUNTO.
           READ ARQSLC AT END
                       MOVE 'F' TO FS-ARQSLC.
             IF FS-ARQSLC = 'F'
                   DISPLAY 'SELECAO SEM CADASTRO.... ' SEL-CODIGO
                   ADD 1 TO WRK-QTD-SEM-REG
               NOT INVALID KEY
                   PERFORM 0400-MONTAR-CARTA THRU 0400-FIM
           END-READ.
           READ ARQSLC AT END
                       MOVE 'F' TO FS-ARQSLC.
      *-----------------------------------------------------
      * O BLOCO DE ENDERECO COMECA NA QUARTA LINHA E NA
      * COLUNA 11 PARA CAIR NA JANELA DO ENVELOPE PADRAO,
      * COMO NAS CARTAS DO PROG052. CARTA PROMOCIONAL SO SAI
      * PELA VIA (PAPEL OU E-MAIL) EM QUE O CLIENTE CONSENTIU
      *-----------------------------------------------------
       0400-MONTAR-CARTA.
           MOVE SEL-CODIGO TO CEM-CODIGO.
           PERFORM 9720-CANAL-DO-CLIENTE THRU 9720-FIM.
           IF WRK-PROMOCIONAL = 'S'
              PERFORM 0420-FILTRAR-CONSENT
              IF WRK-VIA-PAPEL = 0 AND WRK-VIA-EMAIL = 0
                 ADD 1 TO WRK-QTD-SEM-CONSENT
                 GO TO 0400-FIM.
           PERFORM 9740-INICIAR-EMAIL.
           MOVE SPACES TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           MOVE SPACES TO REG-CARTA.
           MOVE REG-NOME TO REG-CARTA (11:20).
           PERFORM 9760-GRAVAR-LINHA.
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
           PERFORM 0500-LINHA-DO-MODELO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TPL-QTD.
           MOVE SPACES TO REG-CARTA.
           MOVE ALL '-' TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-CARTAS.
       0400-FIM.
      *-----------------------------------------------------
       0420-FILTRAR-CONSENT.
           MOVE SEL-CODIGO TO WRK-CNS-CODIGO-ALVO.
           IF WRK-VIA-PAPEL = 1
              MOVE 'C' TO WRK-CNS-CANAL-ALVO
              PERFORM 9400-TESTAR-CONSENT
              IF WRK-CNS-CONSENTIU = 0
                 MOVE 0 TO WRK-VIA-PAPEL.
           IF WRK-VIA-EMAIL = 1
              MOVE 'E' TO WRK-CNS-CANAL-ALVO
              PERFORM 9400-TESTAR-CONSENT
              IF WRK-CNS-CONSENTIU = 0
                 MOVE 0 TO WRK-VIA-EMAIL.
      *-----------------------------------------------------
       0500-LINHA-DO-MODELO.
           MOVE SPACES TO WRK-LINHA.
           MOVE WRK-TPL-LINHA (WRK-IDX) TO WRK-LINHA (1:60).
           MOVE 0 TO WRK-POS-ACHADA.
           IF WRK-TEM-LISTA = 1
              MOVE '&LISTA' TO WRK-MARCA
              MOVE 6 TO WRK-MARCA-TAM
              PERFORM 0650-PROCURAR-MARCA
                  VARYING WRK-POS FROM 1 BY 1
                  UNTIL WRK-POS > 70 OR WRK-POS-ACHADA NOT = 0.
           IF WRK-POS-ACHADA NOT = 0
              PERFORM 0700-EMITIR-LISTA
           ELSE
              PERFORM 0550-TROCAR-MARCAS.
      *-----------------------------------------------------
       0550-TROCAR-MARCAS.
           MOVE '&NOME' TO WRK-MARCA.
           MOVE 5 TO WRK-MARCA-TAM.
           MOVE REG-NOME TO WRK-TROCA.
           MOVE 20 TO WRK-TROCA-TAM.
           PERFORM 0600-TROCAR-MARCA THRU 0600-FIM.
           MOVE '&ENDERECO' TO WRK-MARCA.
           MOVE 9 TO WRK-MARCA-TAM.
           MOVE REG-ENDERECO TO WRK-TROCA.
           MOVE 25 TO WRK-TROCA-TAM.
           PERFORM 0600-TROCAR-MARCA THRU 0600-FIM.
           MOVE '&CEP' TO WRK-MARCA.
           MOVE 4 TO WRK-MARCA-TAM.
           MOVE REG-CEP TO WRK-CEP-NUM.
           MOVE WRK-CEP-NUM (6:3) TO WRK-CEP-ED-SUF.
           MOVE WRK-CEP-ED TO WRK-TROCA.
           MOVE 9 TO WRK-TROCA-TAM.
           PERFORM 0600-TROCAR-MARCA THRU 0600-FIM.
           MOVE '&VALOR' TO WRK-MARCA.
           MOVE 6 TO WRK-MARCA-TAM.
           MOVE SEL-VALOR TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-TROCA.
           MOVE 13 TO WRK-TROCA-TAM.
           PERFORM 0600-TROCAR-MARCA THRU 0600-FIM.
           MOVE '&VENCTO' TO WRK-MARCA.
           MOVE 7 TO WRK-MARCA-TAM.
           MOVE SEL-VENCTO TO WRK-TROCA.
           MOVE 8 TO WRK-TROCA-TAM.
           PERFORM 0600-TROCAR-MARCA THRU 0600-FIM.
           MOVE '&ALUNO' TO WRK-MARCA.
           MOVE 6 TO WRK-MARCA-TAM.
           MOVE SEL-ALUNO TO WRK-TROCA.
           MOVE 20 TO WRK-TROCA-TAM.
           PERFORM 0600-TROCAR-MARCA THRU 0600-FIM.
           MOVE WRK-LINHA TO REG-CARTA.
           PERFORM 9760-GRAVAR-LINHA.
      *-----------------------------------------------------
      * TROCA UMA OCORRENCIA DA MARCA PELO VALOR, EMPURRANDO
      * O RESTO DA LINHA PARA A DIREITA OU ESQUERDA CONFORME
           IF WRK-LINHA (WRK-POS:WRK-MARCA-TAM)
              = WRK-MARCA (1:WRK-MARCA-TAM)
              MOVE WRK-POS TO WRK-POS-ACHADA.
      *-----------------------------------------------------
      * AS LINHAS DA LISTA SAEM NA COLUNA DA MARCA; AS DE
      * CLIENTES SEM CARTA FICAM PARA TRAS
      *-----------------------------------------------------
       0700-EMITIR-LISTA.
           PERFORM 0720-AVANCAR-LISTA
               UNTIL FS-ARQSLL = 'F'
                  OR SLL-CODIGO NOT < SEL-CODIGO.
           PERFORM 0740-LINHA-DA-LISTA
               UNTIL FS-ARQSLL = 'F'
                  OR SLL-CODIGO NOT = SEL-CODIGO.
      *-----------------------------------------------------
       0720-AVANCAR-LISTA.
           READ ARQSLL AT END
                       MOVE 'F' TO FS-ARQSLL.
      *-----------------------------------------------------
       0740-LINHA-DA-LISTA.
           MOVE SPACES TO REG-CARTA.
           MOVE SLL-TEXTO TO REG-CARTA (WRK-POS-ACHADA:).
           PERFORM 9760-GRAVAR-LINHA.
           READ ARQSLL AT END
                       MOVE 'F' TO FS-ARQSLL.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF FS-ARQSLC-STATUS = '00'
               CLOSE CLIENTES.
            IF FS-ARQCAR-STATUS = '00'
               CLOSE ARQCAR.
            IF WRK-TEM-LISTA = 1
               CLOSE ARQSLL.
            PERFORM 9780-FECHAR-CANAIS.
            DISPLAY '------------------------------------'.
            DISPLAY 'CARTAS EMITIDAS......... ' WRK-QTD-CARTAS.
            DISPLAY 'ENVIADAS POR E-MAIL..... ' WRK-QTD-EMAILS.
            DISPLAY 'SELECOES SEM CADASTRO... ' WRK-QTD-SEM-REG.
            IF WRK-PROMOCIONAL = 'S'
               DISPLAY 'SEM CONSENTIMENTO....... ' WRK-QTD-SEM-CONSENT.
            IF WRK-RETORNO = 0 AND WRK-QTD-CARTAS = 0
               MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
      * CONSENTIMENTO DE MARKETING DO ARQCNS (PROG169): VALE
      * O ULTIMO REGISTRO DE CADA CLIENTE E CANAL (C CORREIO,
      * E E-MAIL), POR ISSO O REGISTRO MAIS NOVO SOBREPOE O
      * ANTERIOR NA TABELA. SEM O ARQCNS NINGUEM CONSENTIU.
      * COM A TABELA CHEIA, PAR NOVO DE CLIENTE E CANAL FICA
      * DE FORA (SEM CONSENTIMENTO) E A RC E 4
      *-----------------------------------------------------
       9300-CARREGAR-CONSENT.
           OPEN INPUT ARQCNS.
           IF FS-ARQCNS-STATUS NOT = '00'
              DISPLAY 'REGISTRO DE CONSENTIMENTO AUSENTE'
           ELSE
              READ ARQCNS AT END
                          MOVE 'F' TO FS-ARQCNS
              END-READ
              PERFORM 9350-GUARDAR-CONSENT
                  UNTIL FS-ARQCNS = 'F'
              CLOSE ARQCNS.
           IF WRK-CNS-IGNORADOS > 0
              DISPLAY 'CONSENTIMENTOS EXCEDEM O LIMITE DE 500, '
                      'REGISTROS IGNORADOS ' WRK-CNS-IGNORADOS
              IF WRK-RETORNO < 4
                 MOVE 4 TO WRK-RETORNO.
      *-----------------------------------------------------
       9350-GUARDAR-CONSENT.
           MOVE CNS-CODIGO TO WRK-CNS-CODIGO-ALVO.
           MOVE CNS-CANAL  TO WRK-CNS-CANAL-ALVO.
           PERFORM 9400-TESTAR-CONSENT.
           IF WRK-CNS-ACHOU = 1
              MOVE CNS-SITUACAO TO WRK-CNS-SITUACAO (WRK-CNS-POS)
           ELSE
              IF WRK-CNS-QTD > 499
                 ADD 1 TO WRK-CNS-IGNORADOS
              ELSE
                 ADD 1 TO WRK-CNS-QTD
                 MOVE CNS-CODIGO   TO WRK-CNS-CODIGO (WRK-CNS-QTD)
                 MOVE CNS-CANAL    TO WRK-CNS-CANAL (WRK-CNS-QTD)
                 MOVE CNS-SITUACAO TO WRK-CNS-SITUACAO (WRK-CNS-QTD)
              END-IF.
           READ ARQCNS AT END
                       MOVE 'F' TO FS-ARQCNS.
      *-----------------------------------------------------
       9400-TESTAR-CONSENT.
           MOVE 0 TO WRK-CNS-ACHOU.
           MOVE 0 TO WRK-CNS-CONSENTIU.
           PERFORM 9450-COMPARAR-CONSENT
               VARYING WRK-CNS-IDX FROM 1 BY 1
               UNTIL WRK-CNS-IDX > WRK-CNS-QTD
                  OR WRK-CNS-ACHOU = 1.
           IF WRK-CNS-ACHOU = 1
              IF WRK-CNS-SITUACAO (WRK-CNS-POS) = 'S'
                 MOVE 1 TO WRK-CNS-CONSENTIU.
      *-----------------------------------------------------
       9450-COMPARAR-CONSENT.
           IF WRK-CNS-CODIGO (WRK-CNS-IDX) = WRK-CNS-CODIGO-ALVO
              AND WRK-CNS-CANAL (WRK-CNS-IDX) = WRK-CNS-CANAL-ALVO
              MOVE 1 TO WRK-CNS-ACHOU
              MOVE WRK-CNS-IDX TO WRK-CNS-POS.
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
