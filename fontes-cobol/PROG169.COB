       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG169.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-ARQCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CODIGO
                  ALTERNATE RECORD KEY IS REG-NOME
                      WITH DUPLICATES
                  FILE STATUS IS FS-CLIENTES-STATUS.
           SELECT ARQCNS ASSIGN TO UT-S-ARQCNS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCNS-STATUS.
           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 135 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS CLIENTES.
       01   REG-CLIENTES.
           COPY BOOKCLI.
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
       FD   ARQOPE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OPERADOR.
       01   REG-OPERADOR.
            05 OPE-ID           PIC X(08).
            05 OPE-SENHA        PIC X(08).
            05 OPE-NIVEL        PIC 9(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-ARQCNS        PIC X VALUE 'N'.
       77  FS-CLIENTES-STATUS PIC XX VALUE '00'.
       77  FS-ARQCNS-STATUS PIC XX VALUE '00'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  WRK-ID           PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-AUTORIZADO   PIC 9 VALUE 0.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-CODIGO       PIC 9(05) VALUE ZEROS.
       77  WRK-CANAL        PIC X(01) VALUE SPACE.
           88 WRK-CANAL-VALIDO VALUE 'C' 'E'.
       77  WRK-ORIGEM       PIC X(10) VALUE SPACES.
       77  WRK-SITUACAO     PIC X(01) VALUE SPACE.
       77  WRK-ATUAL-CORREIO PIC X(01) VALUE SPACE.
       77  WRK-ATUAL-EMAIL  PIC X(01) VALUE SPACE.
       77  WRK-QTD-HIST     PIC 9(05) VALUE 0.
       77  WRK-DV-ACAO      PIC X(01) VALUE 'V'.
       77  WRK-DIGITO       PIC 9(01) VALUE 0.
       77  WRK-DV-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0050-SIGNON.
            IF WRK-AUTORIZADO = 0
               DISPLAY 'CONSENTIMENTO DE MARKETING EXIGE OPERADOR'
               MOVE 8 TO WRK-RETORNO
            ELSE
               DISPLAY 'CONSENTIMENTO DE MARKETING'
               DISPLAY '1=CONSENTIMENTO 2=REVOGACAO 3=HISTORICO..'
               ACCEPT WRK-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1 MOVE 'S' TO WRK-SITUACAO
                          PERFORM 0200-REGISTRAR THRU 0200-FIM
                   WHEN 2 MOVE 'N' TO WRK-SITUACAO
                          PERFORM 0200-REGISTRAR THRU 0200-FIM
                   WHEN 3 PERFORM 0500-HISTORICO THRU 0500-FIM
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
            MOVE WRK-RETORNO TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------
      * CONSENTIMENTO PARA CONTATO PROMOCIONAL (LGPD): CADA
      * AUTORIZACAO OU REVOGACAO DO CLIENTE E ACRESCENTADA AO
      * ARQCNS COM CANAL (C CORREIO, E E-MAIL), SITUACAO (S
      * CONSENTIU, N REVOGOU), DATA, HORA, ORIGEM E OPERADOR;
      * NADA E REGRAVADO, O HISTORICO E A PROVA. VALE O
      * ULTIMO REGISTRO DE CADA CLIENTE E CANAL: ETIQUETAS
      * (PROG034), MALA DIRETA (PROG065) E CARTAS
      * PROMOCIONAIS (PROG137) SO ALCANCAM QUEM CONSENTIU.
      * DEMONSTRATIVO E COBRANCA NAO DEPENDEM DESTE REGISTRO
      *-----------------------------------------------------
       0050-SIGNON.
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
      *-----------------------------------------------------
       0060-CONFERIR-OPERADOR.
           IF OPE-ID = WRK-ID AND OPE-SENHA = WRK-SENHA
              MOVE 1 TO WRK-AUTORIZADO
              MOVE 'F' TO FS-ARQOPE
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE.
      *-----------------------------------------------------
       0100-INFORMAR-CLIENTE.
           DISPLAY 'CODIGO DO CLIENTE............'.
           ACCEPT WRK-CODIGO.
           DISPLAY 'DIGITO VERIFICADOR...........'.
           ACCEPT WRK-DIGITO.
           MOVE 'V' TO WRK-DV-ACAO.
           CALL 'PROG058' USING WRK-DV-ACAO, WRK-CODIGO,
                                WRK-DIGITO, WRK-DV-RESULT.
           IF WRK-DV-RESULT NOT = 'V'
              DISPLAY 'DIGITO VERIFICADOR INVALIDO.. ' WRK-CODIGO
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           OPEN INPUT CLIENTES.
             IF FS-CLIENTES-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR CLIENTES.. ' FS-CLIENTES-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE WRK-CODIGO TO REG-CODIGO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'NENHUM REGISTRO CODIGO.. ' WRK-CODIGO
                   MOVE 8 TO WRK-RETORNO
               NOT INVALID KEY
                   DISPLAY 'CLIENTE...' REG-CODIGO ' ' REG-NOME
           END-READ.
           CLOSE CLIENTES.
       0100-FIM.
      *-----------------------------------------------------
       0200-REGISTRAR.
           PERFORM 0100-INFORMAR-CLIENTE THRU 0100-FIM.
           IF WRK-RETORNO NOT = 0
              GO TO 0200-FIM.
           DISPLAY 'CANAL (C=CORREIO E=E-MAIL)...'.
           ACCEPT WRK-CANAL.
           IF NOT WRK-CANAL-VALIDO
              DISPLAY 'CANAL INVALIDO........ ' WRK-CANAL
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           DISPLAY 'ORIGEM (FORMULARIO, SITE, TELEFONE...)'.
           ACCEPT WRK-ORIGEM.
           IF WRK-ORIGEM = SPACES
              DISPLAY 'ORIGEM E OBRIGATORIA'
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           OPEN EXTEND ARQCNS.
           IF FS-ARQCNS-STATUS = '35'
              OPEN OUTPUT ARQCNS.
           IF FS-ARQCNS-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQCNS.... ' FS-ARQCNS-STATUS
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           MOVE SPACES TO REG-CNS.
           MOVE WRK-CODIGO   TO CNS-CODIGO.
           MOVE WRK-CANAL    TO CNS-CANAL.
           MOVE WRK-SITUACAO TO CNS-SITUACAO.
           ACCEPT CNS-DATA FROM DATE YYYYMMDD.
           ACCEPT CNS-HORA FROM TIME.
           MOVE WRK-ORIGEM   TO CNS-ORIGEM.
           MOVE WRK-ID       TO CNS-OPERADOR.
           WRITE REG-CNS.
           CLOSE ARQCNS.
           IF WRK-SITUACAO = 'S'
              DISPLAY 'CONSENTIMENTO REGISTRADO ' WRK-CODIGO ' '
                      WRK-CANAL
           ELSE
              DISPLAY 'REVOGACAO REGISTRADA.... ' WRK-CODIGO ' '
                      WRK-CANAL.
       0200-FIM.
      *-----------------------------------------------------
      * PROVA PARA O ENCARREGADO DE DADOS: TODOS OS REGISTROS
      * DO CLIENTE NA ORDEM EM QUE FORAM FEITOS E A SITUACAO
      * QUE VALE HOJE EM CADA CANAL
      *-----------------------------------------------------
       0500-HISTORICO.
           PERFORM 0100-INFORMAR-CLIENTE THRU 0100-FIM.
           IF WRK-RETORNO NOT = 0
              GO TO 0500-FIM.
           MOVE 'N' TO WRK-ATUAL-CORREIO.
           MOVE 'N' TO WRK-ATUAL-EMAIL.
           DISPLAY 'HISTORICO DE CONSENTIMENTO'.
           DISPLAY 'DATA     HORA     CANAL SIT ORIGEM     OPERADOR'.
           DISPLAY '------------------------------------'.
           OPEN INPUT ARQCNS.
           IF FS-ARQCNS-STATUS NOT = '00'
              DISPLAY 'REGISTRO DE CONSENTIMENTO AUSENTE'
           ELSE
              READ ARQCNS AT END
                          MOVE 'F' TO FS-ARQCNS
              END-READ
              PERFORM 0550-LISTAR-UM UNTIL FS-ARQCNS = 'F'
              CLOSE ARQCNS.
           DISPLAY '------------------------------------'.
           DISPLAY 'REGISTROS NO HISTORICO.. ' WRK-QTD-HIST.
           DISPLAY 'SITUACAO ATUAL CORREIO.. ' WRK-ATUAL-CORREIO.
           DISPLAY 'SITUACAO ATUAL E-MAIL... ' WRK-ATUAL-EMAIL.
           IF WRK-QTD-HIST = 0
              MOVE 4 TO WRK-RETORNO.
       0500-FIM.
      *-----------------------------------------------------
       0550-LISTAR-UM.
           IF CNS-CODIGO = WRK-CODIGO
              DISPLAY CNS-DATA ' ' CNS-HORA ' ' CNS-CANAL '     '
                      CNS-SITUACAO '   ' CNS-ORIGEM ' ' CNS-OPERADOR
              ADD 1 TO WRK-QTD-HIST
              IF CNS-CANAL = 'C'
                 MOVE CNS-SITUACAO TO WRK-ATUAL-CORREIO
              ELSE
                 MOVE CNS-SITUACAO TO WRK-ATUAL-EMAIL.
           READ ARQCNS AT END
                       MOVE 'F' TO FS-ARQCNS.
