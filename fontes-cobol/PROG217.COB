       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG217.
      *-----------------------------------------------------
      * RELATORIO DIARIO DE EXCECOES DE SEGURANCA SOBRE O LOG
      * DE ACESSOS ARQACL (PROG027/PROG017) E O JORNAL ARQJRN:
      *   - ACESSO FORA DO HORARIO (08:00 AS 18:00) OU EM DIA
      *     NAO UTIL (SABADO, DOMINGO OU FERIADO DO ARQFER,
      *     PELA FUNCAO V DO PROG079);
      *   - FALHAS REPETIDAS DE IDENTIFICACAO DO MESMO ID;
      *   - VOLUME DE MANUTENCAO DO OPERADOR MUITO ACIMA DA
      *     MEDIA DELE NOS 30 DIAS ANTERIORES;
      *   - OPERADOR DO ARQOPE SEM ACESSO HA 90 DIAS;
      *   - ALTERACAO NO CLIENTE SEGUIDA DE NOTA DE CREDITO OU
      *     ESTORNO DE PAGAMENTO (FILA ARQPND, TIPOS NC E ES)
      *     PEDIDO PELO MESMO OPERADOR.
      * O JORNAL NAO GUARDA O OPERADOR: A MANUTENCAO E
      * ATRIBUIDA A QUEM ABRIU A FUNCAO NO MENU DO PROG027
      * (ULTIMO REGISTRO DO ARQACL DA FUNCAO ANTES DO JORNAL),
      * NUMA INTERCALACAO DOS DOIS ARQUIVOS POR DATA E HORA.
      * QUALQUER EXCECAO TERMINA COM RC 4 PARA O SUPERVISOR
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQOPE ASSIGN TO UT-S-ARQOPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQOPE-STATUS.
           SELECT ARQACL ASSIGN TO UT-S-ARQACL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQACL-STATUS.
           SELECT ARQJRN ASSIGN TO UT-S-ARQJRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQJRN-STATUS.
           SELECT ARQPND ASSIGN TO UT-S-ARQPND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQPND-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQOPE
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-OPERADOR.
       01   REG-OPERADOR.
            05 OPE-ID           PIC X(08).
            05 OPE-SENHA        PIC X(08).
            05 OPE-NIVEL        PIC 9(01).
       FD   ARQACL
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-ACESSO.
       01   REG-ACESSO.
            05 ACL-DATA         PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 ACL-HORA         PIC 9(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 ACL-OPERADOR     PIC X(08).
            05 FILLER           PIC X       VALUE SPACE.
            05 ACL-FUNCAO       PIC X(20).
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
       FD   ARQPND
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-PND.
       01   REG-PND.
            05 PND-NUMERO       PIC 9(06).
            05 PND-TIPO         PIC X(02).
            05 PND-PROGRAMA     PIC X(08).
            05 PND-SITUACAO     PIC X(01).
            05 PND-DATA         PIC 9(08).
            05 PND-HORA         PIC 9(08).
            05 PND-EMITENTE     PIC X(08).
            05 PND-APROVADOR    PIC X(08).
            05 PND-DATA-DECISAO PIC 9(08).
            05 PND-CHAVE        PIC X(11).
            05 PND-VALOR        PIC 9(07)V99.
            05 PND-MOTIVO       PIC X(03).
            05 PND-SUBTIPO      PIC X(01).
            05 PND-DIAS         PIC 9(05).
            05 PND-OBSERVACAO   PIC X(30).
            05 PND-ANTES-1      PIC X(135).
            05 PND-DEPOIS-1     PIC X(135).
            05 PND-ANTES-2      PIC X(135).
            05 PND-DEPOIS-2     PIC X(135).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQOPE        PIC X VALUE 'N'.
       77  FS-ARQOPE-STATUS PIC XX VALUE '00'.
       77  FS-ARQACL        PIC X VALUE 'N'.
       77  FS-ARQACL-STATUS PIC XX VALUE '00'.
       77  FS-ARQJRN        PIC X VALUE 'N'.
       77  FS-ARQJRN-STATUS PIC XX VALUE '00'.
       77  FS-ARQPND        PIC X VALUE 'N'.
       77  FS-ARQPND-STATUS PIC XX VALUE '00'.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  WRK-TEM-ACL      PIC 9 VALUE 0.
       77  WRK-TEM-JRN      PIC 9 VALUE 0.
      *-----------------------------------------------------
      * LIMITES DO RELATORIO
      *-----------------------------------------------------
       77  WRK-HORA-INICIO  PIC 9(08) VALUE 08000000.
       77  WRK-HORA-FIM     PIC 9(08) VALUE 18000000.
       77  WRK-LIMITE-FALHAS PIC 9(03) VALUE 3.
       77  WRK-FATOR-VOLUME PIC 9(02) VALUE 3.
       77  WRK-MINIMO-VOLUME PIC 9(05) VALUE 10.
       77  WRK-DIAS-HISTORICO PIC 9(05) VALUE 30.
       77  WRK-DIAS-INATIVO PIC 9(05) VALUE 90.
      *-----------------------------------------------------
       77  WRK-DATA-REF     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HIST    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE   PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-UTIL     PIC 9 VALUE 1.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       01  WRK-CHAVE-ACL.
           05 WRK-CHV-ACL-DATA PIC 9(08).
           05 WRK-CHV-ACL-HORA PIC 9(08).
       01  WRK-CHAVE-JRN.
           05 WRK-CHV-JRN-DATA PIC 9(08).
           05 WRK-CHV-JRN-HORA PIC 9(08).
      *-----------------------------------------------------
      * OPERADOR DE CADA FUNCAO DE MANUTENCAO DO MENU NA
      * SESSAO MAIS RECENTE (CARGA, ALTERACAO, EXCLUSAO,
      * DESATIVACAO, CONTATOS E O DEBITO AUTOMATICO DO
      * ATENDIMENTO)
      *-----------------------------------------------------
       77  WRK-SES-CARGA    PIC X(08) VALUE SPACES.
       77  WRK-SES-ALTERACAO PIC X(08) VALUE SPACES.
       77  WRK-SES-EXCLUSAO PIC X(08) VALUE SPACES.
       77  WRK-SES-DESATIVACAO PIC X(08) VALUE SPACES.
       77  WRK-SES-CONTATOS PIC X(08) VALUE SPACES.
       77  WRK-SES-ATENDIMENTO PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77  WRK-CLI-CODIGO   PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------
      * OPERADORES DO ARQOPE MAIS OS IDS QUE APARECEM NO LOG
      *-----------------------------------------------------
       01  WRK-TAB-OPERADORES.
           05 WRK-TAB-OPE-ENTRY OCCURS 300 TIMES.
               10 WRK-OPE-ID        PIC X(08).
               10 WRK-OPE-CADASTRO  PIC 9(01).
               10 WRK-OPE-ULT-ACESSO PIC 9(08).
               10 WRK-OPE-FALHAS    PIC 9(03).
               10 WRK-OPE-HIST-QTD  PIC 9(05).
               10 WRK-OPE-HIST-DIAS PIC 9(03).
               10 WRK-OPE-HIST-DATA PIC 9(08).
               10 WRK-OPE-HOJE-QTD  PIC 9(05).
       77  WRK-OPE-QTD      PIC 9(03) VALUE 0.
       77  WRK-OPE-IDX      PIC 9(03) VALUE 0.
       77  WRK-OPE-POS      PIC 9(03) VALUE 0.
       77  WRK-OPE-ALVO     PIC X(08) VALUE SPACES.
      *-----------------------------------------------------
      * PRIMEIRA ALTERACAO DE CADA PAR OPERADOR-CLIENTE NA
      * JANELA DO HISTORICO MAIS O DIA DO RELATORIO
      *-----------------------------------------------------
       01  WRK-TAB-ALTERACOES.
           05 WRK-TAB-ALT-ENTRY OCCURS 1000 TIMES.
               10 WRK-ALT-OPERADOR  PIC X(08).
               10 WRK-ALT-CODIGO    PIC 9(05).
               10 WRK-ALT-DATA      PIC 9(08).
               10 WRK-ALT-HORA      PIC 9(08).
       77  WRK-ALT-QTD      PIC 9(04) VALUE 0.
       77  WRK-ALT-IDX      PIC 9(04) VALUE 0.
       77  WRK-ALT-POS      PIC 9(04) VALUE 0.
       77  WRK-ALT-ESTOURO  PIC 9 VALUE 0.
       77  WRK-MEDIA        PIC 9(05)V99 VALUE ZEROS.
       77  WRK-LIMITE       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-MEDIA-ED     PIC ZZZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ACL      PIC 9(07) VALUE 0.
       77  WRK-QTD-JRN      PIC 9(07) VALUE 0.
       77  WRK-QTD-SEM-OPER PIC 9(07) VALUE 0.
       77  WRK-QTD-HORARIO  PIC 9(05) VALUE 0.
       77  WRK-QTD-FALHAS   PIC 9(05) VALUE 0.
       77  WRK-QTD-VOLUME   PIC 9(05) VALUE 0.
       77  WRK-QTD-INATIVOS PIC 9(05) VALUE 0.
       77  WRK-QTD-CONFLITO PIC 9(05) VALUE 0.
       77  WRK-QTD-EXCECOES PIC 9(05) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            IF WRK-RETORNO < 8
               PERFORM 0200-INTERCALAR
                   UNTIL FS-ARQACL = 'F' AND FS-ARQJRN = 'F'
               PERFORM 0500-SECAO-FALHAS
               PERFORM 0550-SECAO-VOLUME
               PERFORM 0600-SECAO-INATIVOS
               PERFORM 0650-SECAO-CONFLITO THRU 0650-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, 0=HOJE)..'.
           ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF = 0
              ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD.
           MOVE 'V' TO WRK-DT-FUNCAO.
           MOVE WRK-DATA-REF TO WRK-DT-DATA1.
           MOVE ZEROS TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              DISPLAY 'DATA DE REFERENCIA INVALIDA. ' WRK-DATA-REF
              MOVE 8 TO WRK-RETORNO
              GO TO 0100-FIM.
           IF WRK-DT-DATA2 NOT = WRK-DATA-REF
              MOVE 0 TO WRK-DIA-UTIL.
           MOVE 'R' TO WRK-DT-FUNCAO.
           MOVE WRK-DIAS-HISTORICO TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           MOVE WRK-DT-DATA2 TO WRK-DATA-HIST.
           MOVE WRK-DIAS-INATIVO TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           MOVE WRK-DT-DATA2 TO WRK-DATA-CORTE.
           PERFORM 0120-CARREGAR-OPERADORES.
           IF WRK-RETORNO = 8
              GO TO 0100-FIM.
           OPEN INPUT ARQACL.
             IF FS-ARQACL-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQACL.... ' FS-ARQACL-STATUS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-ACL.
           OPEN INPUT ARQJRN.
             IF FS-ARQJRN-STATUS NOT = '00'
                DISPLAY 'JORNAL AUSENTE, SEM ANALISE DE MANUTENCAO'
                MOVE 'F' TO FS-ARQJRN
             ELSE
                MOVE 1 TO WRK-TEM-JRN.
           DISPLAY 'EXCECOES DE SEGURANCA DO DIA ' WRK-DATA-REF.
           IF WRK-DIA-UTIL = 0
              DISPLAY '(DIA NAO UTIL: TODO ACESSO E EXCECAO)'.
           DISPLAY '------------------------------------'.
           DISPLAY 'ACESSOS FORA DO HORARIO OU EM DIA NAO UTIL'.
           PERFORM 0220-LER-ACL.
           PERFORM 0240-LER-JRN.
       0100-FIM.
      *-----------------------------------------------------
       0120-CARREGAR-OPERADORES.
           OPEN INPUT ARQOPE.
           IF FS-ARQOPE-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQOPE.... ' FS-ARQOPE-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              READ ARQOPE AT END
                          MOVE 'F' TO FS-ARQOPE
              END-READ
              PERFORM 0130-GUARDAR-OPERADOR UNTIL FS-ARQOPE = 'F'
              CLOSE ARQOPE.
      *-----------------------------------------------------
       0130-GUARDAR-OPERADOR.
           MOVE OPE-ID TO WRK-OPE-ALVO.
           PERFORM 0800-LOCALIZAR-OPERADOR.
           IF WRK-OPE-POS NOT = 0
              MOVE 1 TO WRK-OPE-CADASTRO (WRK-OPE-POS).
           READ ARQOPE AT END
                       MOVE 'F' TO FS-ARQOPE.
      *-----------------------------------------------------
      * INTERCALACAO DO ARQACL COM O ARQJRN PELA DATA E HORA:
      * NO EMPATE O ACESSO VEM ANTES, POIS O MENU GRAVA O LOG
      * ANTES DE CHAMAR A FUNCAO
      *-----------------------------------------------------
       0200-INTERCALAR.
           IF WRK-CHAVE-ACL NOT > WRK-CHAVE-JRN
              PERFORM 0300-TRATAR-ACESSO
              PERFORM 0220-LER-ACL
           ELSE
              PERFORM 0400-TRATAR-JORNAL THRU 0400-FIM
              PERFORM 0240-LER-JRN.
      *-----------------------------------------------------
       0220-LER-ACL.
           IF FS-ARQACL NOT = 'F'
              READ ARQACL AT END
                          MOVE 'F' TO FS-ARQACL.
           IF FS-ARQACL = 'F'
              MOVE ALL '9' TO WRK-CHAVE-ACL
           ELSE
              MOVE ACL-DATA TO WRK-CHV-ACL-DATA
              MOVE ACL-HORA TO WRK-CHV-ACL-HORA.
      *-----------------------------------------------------
       0240-LER-JRN.
           IF FS-ARQJRN NOT = 'F'
              READ ARQJRN AT END
                          MOVE 'F' TO FS-ARQJRN.
           IF FS-ARQJRN = 'F'
              MOVE ALL '9' TO WRK-CHAVE-JRN
           ELSE
              MOVE REG-JRN-DATA TO WRK-CHV-JRN-DATA
              MOVE REG-JRN-HORA TO WRK-CHV-JRN-HORA.
      *-----------------------------------------------------
      * ACESSO NEGADO E FALHA DE IDENTIFICACAO (ID OU SENHA
      * ERRADOS); OS DEMAIS REGISTROS SAO ENTRADAS VALIDAS
      *-----------------------------------------------------
       0300-TRATAR-ACESSO.
           ADD 1 TO WRK-QTD-ACL.
           MOVE ACL-OPERADOR TO WRK-OPE-ALVO.
           PERFORM 0800-LOCALIZAR-OPERADOR.
           IF ACL-FUNCAO = 'ACESSO NEGADO'
              IF ACL-DATA = WRK-DATA-REF AND WRK-OPE-POS NOT = 0
                 ADD 1 TO WRK-OPE-FALHAS (WRK-OPE-POS)
              END-IF
           ELSE
              IF WRK-OPE-POS NOT = 0
                 MOVE ACL-DATA TO WRK-OPE-ULT-ACESSO (WRK-OPE-POS)
              END-IF
              PERFORM 0320-ABRIR-SESSAO
              IF ACL-DATA = WRK-DATA-REF
                 PERFORM 0340-TESTAR-HORARIO.
      *-----------------------------------------------------
       0320-ABRIR-SESSAO.
           EVALUATE ACL-FUNCAO
               WHEN 'CARGA'       MOVE ACL-OPERADOR TO WRK-SES-CARGA
               WHEN 'ALTERACAO'
                    MOVE ACL-OPERADOR TO WRK-SES-ALTERACAO
               WHEN 'EXCLUSAO'
                    MOVE ACL-OPERADOR TO WRK-SES-EXCLUSAO
               WHEN 'DESATIVACAO'
                    MOVE ACL-OPERADOR TO WRK-SES-DESATIVACAO
               WHEN 'CONTATOS'
                    MOVE ACL-OPERADOR TO WRK-SES-CONTATOS
               WHEN 'ATENDIMENTO'
                    MOVE ACL-OPERADOR TO WRK-SES-ATENDIMENTO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------
       0340-TESTAR-HORARIO.
           IF WRK-DIA-UTIL = 0
              OR ACL-HORA < WRK-HORA-INICIO
              OR ACL-HORA NOT < WRK-HORA-FIM
              ADD 1 TO WRK-QTD-HORARIO
              DISPLAY '  ' ACL-DATA ' ' ACL-HORA (1:2) ':'
                      ACL-HORA (3:2) ' ' ACL-OPERADOR ' '
                      ACL-FUNCAO.
      *-----------------------------------------------------
      * MANUTENCAO ATRIBUIDA PELO PROGRAMA QUE GRAVOU O
      * JORNAL; JORNAL DE ROTINA BATCH NAO TEM OPERADOR E NAO
      * ENTRA NA CONTAGEM
      *-----------------------------------------------------
       0400-TRATAR-JORNAL.
           ADD 1 TO WRK-QTD-JRN.
           EVALUATE REG-JRN-PROGRAMA
               WHEN 'PROG016' MOVE WRK-SES-CARGA TO WRK-OPERADOR
               WHEN 'PROG021' MOVE WRK-SES-ALTERACAO TO WRK-OPERADOR
               WHEN 'PROG022' MOVE WRK-SES-EXCLUSAO TO WRK-OPERADOR
               WHEN 'PROG032'
                    MOVE WRK-SES-DESATIVACAO TO WRK-OPERADOR
               WHEN 'PROG172' MOVE WRK-SES-CONTATOS TO WRK-OPERADOR
               WHEN 'PROG220'
                    MOVE WRK-SES-ATENDIMENTO TO WRK-OPERADOR
               WHEN OTHER     MOVE SPACES TO WRK-OPERADOR
           END-EVALUATE.
           IF WRK-OPERADOR = SPACES
              ADD 1 TO WRK-QTD-SEM-OPER
              GO TO 0400-FIM.
           IF REG-JRN-DATA < WRK-DATA-HIST
              OR REG-JRN-DATA > WRK-DATA-REF
              GO TO 0400-FIM.
           MOVE WRK-OPERADOR TO WRK-OPE-ALVO.
           PERFORM 0800-LOCALIZAR-OPERADOR.
           IF WRK-OPE-POS NOT = 0
              IF REG-JRN-DATA = WRK-DATA-REF
                 ADD 1 TO WRK-OPE-HOJE-QTD (WRK-OPE-POS)
              ELSE
                 ADD 1 TO WRK-OPE-HIST-QTD (WRK-OPE-POS)
                 IF REG-JRN-DATA NOT = WRK-OPE-HIST-DATA (WRK-OPE-POS)
                    MOVE REG-JRN-DATA
                      TO WRK-OPE-HIST-DATA (WRK-OPE-POS)
                    ADD 1 TO WRK-OPE-HIST-DIAS (WRK-OPE-POS).
           IF REG-JRN-DEPOIS (1:5) NUMERIC
              MOVE REG-JRN-DEPOIS (1:5) TO WRK-CLI-CODIGO
           ELSE
              IF REG-JRN-ANTES (1:5) NUMERIC
                 MOVE REG-JRN-ANTES (1:5) TO WRK-CLI-CODIGO
              ELSE
                 GO TO 0400-FIM.
           PERFORM 0420-GUARDAR-ALTERACAO.
       0400-FIM.
      *-----------------------------------------------------
       0420-GUARDAR-ALTERACAO.
           MOVE 0 TO WRK-ALT-POS.
           PERFORM 0440-COMPARAR-ALTERACAO
               VARYING WRK-ALT-IDX FROM 1 BY 1
               UNTIL WRK-ALT-IDX > WRK-ALT-QTD OR WRK-ALT-POS NOT = 0.
           IF WRK-ALT-POS = 0
              IF WRK-ALT-QTD > 999
                 IF WRK-ALT-ESTOURO = 0
                    DISPLAY 'ALTERACOES EXCEDEM O LIMITE DE 1000'
                    MOVE 1 TO WRK-ALT-ESTOURO
                 END-IF
              ELSE
                 ADD 1 TO WRK-ALT-QTD
                 MOVE WRK-OPERADOR TO WRK-ALT-OPERADOR (WRK-ALT-QTD)
                 MOVE WRK-CLI-CODIGO TO WRK-ALT-CODIGO (WRK-ALT-QTD)
                 MOVE REG-JRN-DATA TO WRK-ALT-DATA (WRK-ALT-QTD)
                 MOVE REG-JRN-HORA TO WRK-ALT-HORA (WRK-ALT-QTD).
      *-----------------------------------------------------
       0440-COMPARAR-ALTERACAO.
           IF WRK-ALT-OPERADOR (WRK-ALT-IDX) = WRK-OPERADOR
              AND WRK-ALT-CODIGO (WRK-ALT-IDX) = WRK-CLI-CODIGO
              MOVE WRK-ALT-IDX TO WRK-ALT-POS.
      *-----------------------------------------------------
       0500-SECAO-FALHAS.
           DISPLAY '------------------------------------'.
           DISPLAY 'FALHAS REPETIDAS DE IDENTIFICACAO'.
           PERFORM 0520-TESTAR-FALHAS
               VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-QTD.
      *-----------------------------------------------------
       0520-TESTAR-FALHAS.
           IF WRK-OPE-FALHAS (WRK-OPE-IDX) NOT < WRK-LIMITE-FALHAS
              ADD 1 TO WRK-QTD-FALHAS
              IF WRK-OPE-CADASTRO (WRK-OPE-IDX) = 1
                 DISPLAY '  ' WRK-OPE-ID (WRK-OPE-IDX) ' '
                         WRK-OPE-FALHAS (WRK-OPE-IDX) ' FALHAS'
              ELSE
                 DISPLAY '  ' WRK-OPE-ID (WRK-OPE-IDX) ' '
                         WRK-OPE-FALHAS (WRK-OPE-IDX)
                         ' FALHAS (ID FORA DO ARQOPE)'.
      *-----------------------------------------------------
      * MEDIA DO OPERADOR POR DIA TRABALHADO NA JANELA; SEM
      * HISTORICO VALE SO O MINIMO
      *-----------------------------------------------------
       0550-SECAO-VOLUME.
           DISPLAY '------------------------------------'.
           DISPLAY 'VOLUME DE MANUTENCAO ACIMA DO HABITUAL'.
           PERFORM 0570-TESTAR-VOLUME
               VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-QTD.
      *-----------------------------------------------------
       0570-TESTAR-VOLUME.
           IF WRK-OPE-HOJE-QTD (WRK-OPE-IDX) NOT = 0
              MOVE ZEROS TO WRK-MEDIA
              IF WRK-OPE-HIST-DIAS (WRK-OPE-IDX) NOT = 0
                 COMPUTE WRK-MEDIA ROUNDED =
                         WRK-OPE-HIST-QTD (WRK-OPE-IDX)
                         / WRK-OPE-HIST-DIAS (WRK-OPE-IDX)
              END-IF
              COMPUTE WRK-LIMITE = WRK-MEDIA * WRK-FATOR-VOLUME
              IF WRK-LIMITE < WRK-MINIMO-VOLUME
                 MOVE WRK-MINIMO-VOLUME TO WRK-LIMITE
              END-IF
              IF WRK-OPE-HOJE-QTD (WRK-OPE-IDX) > WRK-LIMITE
                 ADD 1 TO WRK-QTD-VOLUME
                 MOVE WRK-MEDIA TO WRK-MEDIA-ED
                 DISPLAY '  ' WRK-OPE-ID (WRK-OPE-IDX) ' NO DIA '
                         WRK-OPE-HOJE-QTD (WRK-OPE-IDX)
                         ' MEDIA ' WRK-MEDIA-ED.
      *-----------------------------------------------------
       0600-SECAO-INATIVOS.
           DISPLAY '------------------------------------'.
           DISPLAY 'OPERADORES SEM ACESSO HA ' WRK-DIAS-INATIVO
                   ' DIAS'.
           PERFORM 0620-TESTAR-INATIVO
               VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-QTD.
      *-----------------------------------------------------
       0620-TESTAR-INATIVO.
           IF WRK-OPE-CADASTRO (WRK-OPE-IDX) = 1
              AND WRK-OPE-ULT-ACESSO (WRK-OPE-IDX) < WRK-DATA-CORTE
              ADD 1 TO WRK-QTD-INATIVOS
              IF WRK-OPE-ULT-ACESSO (WRK-OPE-IDX) = 0
                 DISPLAY '  ' WRK-OPE-ID (WRK-OPE-IDX)
                         ' NENHUM ACESSO NO LOG'
              ELSE
                 DISPLAY '  ' WRK-OPE-ID (WRK-OPE-IDX)
                         ' ULTIMO ACESSO '
                         WRK-OPE-ULT-ACESSO (WRK-OPE-IDX).
      *-----------------------------------------------------
      * NOTA DE CREDITO (NC) OU ESTORNO DE PAGAMENTO (ES)
      * PEDIDO NO DIA POR QUEM ANTES ALTEROU O MESMO CLIENTE
      *-----------------------------------------------------
       0650-SECAO-CONFLITO.
           DISPLAY '------------------------------------'.
           DISPLAY 'ALTERACAO DO CLIENTE E LANCAMENTO FINANCEIRO '
                   'PELO MESMO OPERADOR'.
           OPEN INPUT ARQPND.
           IF FS-ARQPND-STATUS NOT = '00'
              DISPLAY '  FILA ARQPND AUSENTE, SECAO NAO APURADA'
              GO TO 0650-FIM.
           READ ARQPND AT END
                       MOVE 'F' TO FS-ARQPND.
           PERFORM 0670-TESTAR-PEDIDO UNTIL FS-ARQPND = 'F'.
           CLOSE ARQPND.
       0650-FIM.
      *-----------------------------------------------------
       0670-TESTAR-PEDIDO.
           IF PND-DATA = WRK-DATA-REF
              AND (PND-TIPO = 'NC' OR PND-TIPO = 'ES')
              AND PND-CHAVE (1:5) NUMERIC
              MOVE PND-EMITENTE TO WRK-OPERADOR
              MOVE PND-CHAVE (1:5) TO WRK-CLI-CODIGO
              MOVE 0 TO WRK-ALT-POS
              PERFORM 0440-COMPARAR-ALTERACAO
                  VARYING WRK-ALT-IDX FROM 1 BY 1
                  UNTIL WRK-ALT-IDX > WRK-ALT-QTD
                     OR WRK-ALT-POS NOT = 0
              IF WRK-ALT-POS NOT = 0
                 IF WRK-ALT-DATA (WRK-ALT-POS) < PND-DATA
                    OR WRK-ALT-HORA (WRK-ALT-POS) < PND-HORA
                    ADD 1 TO WRK-QTD-CONFLITO
                    MOVE PND-VALOR TO WRK-VALOR-ED
                    DISPLAY '  ' PND-EMITENTE ' CLIENTE '
                            WRK-CLI-CODIGO ' ALTERADO EM '
                            WRK-ALT-DATA (WRK-ALT-POS)
                    DISPLAY '    PEDIDO ' PND-NUMERO ' TIPO '
                            PND-TIPO ' ' PND-CHAVE ' '
                            WRK-VALOR-ED.
           READ ARQPND AT END
                       MOVE 'F' TO FS-ARQPND.
      *-----------------------------------------------------
       0800-LOCALIZAR-OPERADOR.
           MOVE 0 TO WRK-OPE-POS.
           PERFORM 0820-COMPARAR-OPERADOR
               VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-QTD OR WRK-OPE-POS NOT = 0.
           IF WRK-OPE-POS = 0
              IF WRK-OPE-QTD > 299
                 DISPLAY 'OPERADORES EXCEDEM O LIMITE DE 300'
              ELSE
                 ADD 1 TO WRK-OPE-QTD
                 MOVE WRK-OPE-QTD TO WRK-OPE-POS
                 MOVE WRK-OPE-ALVO TO WRK-OPE-ID (WRK-OPE-POS)
                 MOVE 0 TO WRK-OPE-CADASTRO (WRK-OPE-POS)
                 MOVE ZEROS TO WRK-OPE-ULT-ACESSO (WRK-OPE-POS)
                 MOVE ZEROS TO WRK-OPE-FALHAS (WRK-OPE-POS)
                 MOVE ZEROS TO WRK-OPE-HIST-QTD (WRK-OPE-POS)
                 MOVE ZEROS TO WRK-OPE-HIST-DIAS (WRK-OPE-POS)
                 MOVE ZEROS TO WRK-OPE-HIST-DATA (WRK-OPE-POS)
                 MOVE ZEROS TO WRK-OPE-HOJE-QTD (WRK-OPE-POS).
      *-----------------------------------------------------
       0820-COMPARAR-OPERADOR.
           IF WRK-OPE-ID (WRK-OPE-IDX) = WRK-OPE-ALVO
              MOVE WRK-OPE-IDX TO WRK-OPE-POS.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-ACL = 1
               CLOSE ARQACL.
            IF WRK-TEM-JRN = 1
               CLOSE ARQJRN.
            COMPUTE WRK-QTD-EXCECOES = WRK-QTD-HORARIO
                    + WRK-QTD-FALHAS + WRK-QTD-VOLUME
                    + WRK-QTD-INATIVOS + WRK-QTD-CONFLITO.
            DISPLAY '------------------------------------'.
            DISPLAY 'ACESSOS LIDOS........... ' WRK-QTD-ACL.
            DISPLAY 'JORNAIS LIDOS........... ' WRK-QTD-JRN.
            DISPLAY 'JORNAIS SEM OPERADOR.... ' WRK-QTD-SEM-OPER.
            DISPLAY 'FORA DO HORARIO......... ' WRK-QTD-HORARIO.
            DISPLAY 'FALHAS REPETIDAS........ ' WRK-QTD-FALHAS.
            DISPLAY 'VOLUME ACIMA DO HABITUAL ' WRK-QTD-VOLUME.
            DISPLAY 'OPERADORES SEM ACESSO... ' WRK-QTD-INATIVOS.
            DISPLAY 'ALTERACAO E LANCAMENTO.. ' WRK-QTD-CONFLITO.
            DISPLAY 'TOTAL DE EXCECOES....... ' WRK-QTD-EXCECOES.
            IF WRK-RETORNO = 0 AND WRK-QTD-EXCECOES NOT = 0
               MOVE 4 TO WRK-RETORNO.
