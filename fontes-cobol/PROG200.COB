       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG200.
      *-----------------------------------------------------
      * CONVERSAO UNICA DOS VINCULOS E DA CUSTODIA PARA
      * ARQUIVOS INDEXADOS: ARQCTE (CONDICAO DO CLIENTE),
      * ARQVCL (VENDEDOR DO CLIENTE) E ARQTPC (TIPO DO
      * CLIENTE PARA RETENCAO) PELO CODIGO DO CLIENTE,
      * ARQNEG (CONTROLE DE NEGATIVADOS) PELO CODIGO DO
      * CLIENTE, ARQCHQ (CHEQUES EM CUSTODIA) POR CLIENTE E
      * FATURA, COM A DATA DE DEPOSITO COMO CHAVE ALTERNATIVA,
      * ARQCTS (CONTESTACOES) E ARQSVI (SEGUNDAS VIAS) POR
      * CLIENTE E FATURA. A COPIA SEQUENCIAL ANTIGA DE CADA
      * UM E LIDA DO ARQCTV, ARQVCV, ARQTPV, ARQNGV, ARQCQV,
      * ARQCDV E ARQSVV. CHAVE REPETIDA NA
      * COPIA ANTIGA FICA COM A ULTIMA LINHA, QUE ERA A QUE
      * VALIA NA PROCURA DAS TABELAS, E SAI LISTADA. ARQUIVO
      * INDEXADO QUE JA EXISTE NAO E TOCADO, ENTAO A
      * CONVERSAO PODE SER RERODADA SEM ESTRAGO. COPIA
      * AUSENTE OU CHAVE REPETIDA DA RC 4; ERRO DE GRAVACAO
      * DA RC 8
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQCTV ASSIGN TO UT-S-ARQCTV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCTV-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQVCV ASSIGN TO UT-S-ARQVCV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQVCV-STATUS.
           SELECT ARQVCL ASSIGN TO UT-S-ARQVCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCL-CODIGO
                  FILE STATUS IS FS-ARQVCL-STATUS.
           SELECT ARQNGV ASSIGN TO UT-S-ARQNGV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQNGV-STATUS.
           SELECT ARQNEG ASSIGN TO UT-S-ARQNEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NEG-CODIGO
                  FILE STATUS IS FS-ARQNEG-STATUS.
           SELECT ARQCQV ASSIGN TO UT-S-ARQCQV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCQV-STATUS.
           SELECT ARQCHQ ASSIGN TO UT-S-ARQCHQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHQ-CHAVE
                  ALTERNATE RECORD KEY IS CHQ-DEPOSITO
                      WITH DUPLICATES
                  FILE STATUS IS FS-ARQCHQ-STATUS.
           SELECT ARQCDV ASSIGN TO UT-S-ARQCDV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQCDV-STATUS.
           SELECT ARQCTS ASSIGN TO UT-S-ARQCTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-CHAVE
                  FILE STATUS IS FS-ARQCTS-STATUS.
           SELECT ARQTPV ASSIGN TO UT-S-ARQTPV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQTPV-STATUS.
           SELECT ARQTPC ASSIGN TO UT-S-ARQTPC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TPC-CODIGO
                  FILE STATUS IS FS-ARQTPC-STATUS.
           SELECT ARQSVV ASSIGN TO UT-S-ARQSVV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQSVV-STATUS.
           SELECT ARQSVI ASSIGN TO UT-S-ARQSVI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SVI-CHAVE
                  FILE STATUS IS FS-ARQSVI-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQCTV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CTV.
       01   REG-CTV                    PIC X(07).
       FD   ARQCTE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 7 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTE.
       01   REG-CTE.
            05 CTE-CODIGO       PIC 9(05).
            05 CTE-TERMO        PIC 9(02).
       FD   ARQVCV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-VCV.
       01   REG-VCV                    PIC X(08).
       FD   ARQVCL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 8 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-VCL.
       01   REG-VCL.
            05 VCL-CODIGO       PIC 9(05).
            05 VCL-VENDEDOR     PIC 9(03).
       FD   ARQNGV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-NGV.
       01   REG-NGV                    PIC X(19).
       FD   ARQNEG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 19 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-NEG.
       01   REG-NEG.
            05 NEG-CODIGO       PIC 9(05).
            05 NEG-NUMERO       PIC 9(06).
            05 NEG-DATA         PIC 9(08).
       FD   ARQCQV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CQV.
       01   REG-CQV                    PIC X(29).
       FD   ARQCHQ
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 29 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CHQ.
       01   REG-CHQ.
            05 CHQ-CHAVE.
               10 CHQ-CODIGO    PIC 9(05).
               10 CHQ-NUMERO    PIC 9(06).
            05 CHQ-VALOR        PIC 9(07)V99.
            05 CHQ-DEPOSITO     PIC 9(08).
            05 CHQ-SITUACAO     PIC X(01).
       FD   ARQCDV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-CDV.
       01   REG-CDV                    PIC X(48).
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
       FD   ARQTPV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-TPV.
       01   REG-TPV                    PIC X(06).
       FD   ARQTPC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 6 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TPC.
       01   REG-TPC.
            05 TPC-CODIGO       PIC 9(05).
            05 TPC-TIPO         PIC X(01).
       FD   ARQSVV
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-SVV.
       01   REG-SVV                    PIC X(52).
       FD   ARQSVI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 52 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SVI.
       01   REG-SVI.
            05 SVI-CHAVE.
               10 SVI-CODIGO    PIC 9(05).
               10 SVI-NUMERO    PIC 9(06).
            05 SVI-VENCIMENTO   PIC 9(08).
            05 SVI-VALOR        PIC 9(07)V99.
            05 SVI-DATA         PIC 9(08).
            05 SVI-OPERADOR     PIC X(08).
            05 SVI-DATA-REMESSA PIC 9(08).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQCTV        PIC X VALUE 'N'.
       77  FS-ARQCTV-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  FS-ARQVCV        PIC X VALUE 'N'.
       77  FS-ARQVCV-STATUS PIC XX VALUE '00'.
       77  FS-ARQVCL-STATUS PIC XX VALUE '00'.
       77  FS-ARQNGV        PIC X VALUE 'N'.
       77  FS-ARQNGV-STATUS PIC XX VALUE '00'.
       77  FS-ARQNEG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCQV        PIC X VALUE 'N'.
       77  FS-ARQCQV-STATUS PIC XX VALUE '00'.
       77  FS-ARQCHQ-STATUS PIC XX VALUE '00'.
       77  FS-ARQCDV        PIC X VALUE 'N'.
       77  FS-ARQCDV-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTS-STATUS PIC XX VALUE '00'.
       77  FS-ARQTPV        PIC X VALUE 'N'.
       77  FS-ARQTPV-STATUS PIC XX VALUE '00'.
       77  FS-ARQTPC-STATUS PIC XX VALUE '00'.
       77  FS-ARQSVV        PIC X VALUE 'N'.
       77  FS-ARQSVV-STATUS PIC XX VALUE '00'.
       77  FS-ARQSVI-STATUS PIC XX VALUE '00'.
       77  WRK-ARQUIVO      PIC X(08) VALUE SPACES.
       77  WRK-LIDOS        PIC 9(07) VALUE 0.
       77  WRK-GRAVADOS     PIC 9(07) VALUE 0.
       77  WRK-REPETIDOS    PIC 9(07) VALUE 0.
       77  WRK-QTD-CONVERTIDOS PIC 9(01) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'CONVERSAO DOS VINCULOS PARA INDEXADO'.
            DISPLAY '------------------------------------'.
            PERFORM 0200-CONVERTER-ARQCTE THRU 0200-FIM.
            PERFORM 0300-CONVERTER-ARQVCL THRU 0300-FIM.
            PERFORM 0400-CONVERTER-ARQNEG THRU 0400-FIM.
            PERFORM 0500-CONVERTER-ARQCHQ THRU 0500-FIM.
            PERFORM 0600-CONVERTER-ARQCTS THRU 0600-FIM.
            PERFORM 0700-CONVERTER-ARQTPC THRU 0700-FIM.
            PERFORM 0800-CONVERTER-ARQSVI THRU 0800-FIM.
            DISPLAY '------------------------------------'.
            DISPLAY 'ARQUIVOS CONVERTIDOS.... ' WRK-QTD-CONVERTIDOS.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
       0200-CONVERTER-ARQCTE.
           MOVE 'ARQCTE' TO WRK-ARQUIVO.
           OPEN INPUT ARQCTV.
           IF FS-ARQCTV-STATUS NOT = '00'
              DISPLAY 'ARQCTV AUSENTE, ARQCTE NAO CONVERTIDO'
              PERFORM 0950-AVISAR
              GO TO 0200-FIM.
           OPEN I-O ARQCTE.
           IF FS-ARQCTE-STATUS = '00'
              DISPLAY 'ARQCTE JA EXISTE, CONVERSAO NAO REPETIDA'
              CLOSE ARQCTE ARQCTV
              GO TO 0200-FIM.
           IF FS-ARQCTE-STATUS NOT = '35'
              DISPLAY 'ERRO AO ABRIR ARQCTE.... ' FS-ARQCTE-STATUS
              CLOSE ARQCTV
              MOVE 8 TO WRK-RETORNO
              GO TO 0200-FIM.
           OPEN OUTPUT ARQCTE.
           CLOSE ARQCTE.
           OPEN I-O ARQCTE.
           PERFORM 0920-ZERAR.
           MOVE 'N' TO FS-ARQCTV.
           READ ARQCTV AT END
                       MOVE 'F' TO FS-ARQCTV.
           PERFORM 0250-GRAVAR-CTE UNTIL FS-ARQCTV = 'F'.
           CLOSE ARQCTV ARQCTE.
           PERFORM 0900-RESUMO.
       0200-FIM.
      *-----------------------------------------------------
       0250-GRAVAR-CTE.
           ADD 1 TO WRK-LIDOS.
           MOVE REG-CTV TO REG-CTE.
           WRITE REG-CTE
               INVALID KEY
                   IF FS-ARQCTE-STATUS = '22'
                      REWRITE REG-CTE
                      ADD 1 TO WRK-REPETIDOS
                      DISPLAY 'CHAVE REPETIDA, VALE A ULTIMA '
                              WRK-ARQUIVO ' ' CTE-CODIGO
                   ELSE
                      DISPLAY 'ERRO AO GRAVAR ARQCTE... '
                              FS-ARQCTE-STATUS
                      MOVE 8 TO WRK-RETORNO
                      MOVE 'F' TO FS-ARQCTV
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           IF FS-ARQCTV NOT = 'F'
              READ ARQCTV AT END
                          MOVE 'F' TO FS-ARQCTV.
      *-----------------------------------------------------
       0300-CONVERTER-ARQVCL.
           MOVE 'ARQVCL' TO WRK-ARQUIVO.
           OPEN INPUT ARQVCV.
           IF FS-ARQVCV-STATUS NOT = '00'
              DISPLAY 'ARQVCV AUSENTE, ARQVCL NAO CONVERTIDO'
              PERFORM 0950-AVISAR
              GO TO 0300-FIM.
           OPEN I-O ARQVCL.
           IF FS-ARQVCL-STATUS = '00'
              DISPLAY 'ARQVCL JA EXISTE, CONVERSAO NAO REPETIDA'
              CLOSE ARQVCL ARQVCV
              GO TO 0300-FIM.
           IF FS-ARQVCL-STATUS NOT = '35'
              DISPLAY 'ERRO AO ABRIR ARQVCL.... ' FS-ARQVCL-STATUS
              CLOSE ARQVCV
              MOVE 8 TO WRK-RETORNO
              GO TO 0300-FIM.
           OPEN OUTPUT ARQVCL.
           CLOSE ARQVCL.
           OPEN I-O ARQVCL.
           PERFORM 0920-ZERAR.
           MOVE 'N' TO FS-ARQVCV.
           READ ARQVCV AT END
                       MOVE 'F' TO FS-ARQVCV.
           PERFORM 0350-GRAVAR-VCL UNTIL FS-ARQVCV = 'F'.
           CLOSE ARQVCV ARQVCL.
           PERFORM 0900-RESUMO.
       0300-FIM.
      *-----------------------------------------------------
       0350-GRAVAR-VCL.
           ADD 1 TO WRK-LIDOS.
           MOVE REG-VCV TO REG-VCL.
           WRITE REG-VCL
               INVALID KEY
                   IF FS-ARQVCL-STATUS = '22'
                      REWRITE REG-VCL
                      ADD 1 TO WRK-REPETIDOS
                      DISPLAY 'CHAVE REPETIDA, VALE A ULTIMA '
                              WRK-ARQUIVO ' ' VCL-CODIGO
                   ELSE
                      DISPLAY 'ERRO AO GRAVAR ARQVCL... '
                              FS-ARQVCL-STATUS
                      MOVE 8 TO WRK-RETORNO
                      MOVE 'F' TO FS-ARQVCV
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           IF FS-ARQVCV NOT = 'F'
              READ ARQVCV AT END
                          MOVE 'F' TO FS-ARQVCV.
      *-----------------------------------------------------
       0400-CONVERTER-ARQNEG.
           MOVE 'ARQNEG' TO WRK-ARQUIVO.
           OPEN INPUT ARQNGV.
           IF FS-ARQNGV-STATUS NOT = '00'
              DISPLAY 'ARQNGV AUSENTE, ARQNEG NAO CONVERTIDO'
              PERFORM 0950-AVISAR
              GO TO 0400-FIM.
           OPEN I-O ARQNEG.
           IF FS-ARQNEG-STATUS = '00'
              DISPLAY 'ARQNEG JA EXISTE, CONVERSAO NAO REPETIDA'
              CLOSE ARQNEG ARQNGV
              GO TO 0400-FIM.
           IF FS-ARQNEG-STATUS NOT = '35'
              DISPLAY 'ERRO AO ABRIR ARQNEG.... ' FS-ARQNEG-STATUS
              CLOSE ARQNGV
              MOVE 8 TO WRK-RETORNO
              GO TO 0400-FIM.
           OPEN OUTPUT ARQNEG.
           CLOSE ARQNEG.
           OPEN I-O ARQNEG.
           PERFORM 0920-ZERAR.
           MOVE 'N' TO FS-ARQNGV.
           READ ARQNGV AT END
                       MOVE 'F' TO FS-ARQNGV.
           PERFORM 0450-GRAVAR-NEG UNTIL FS-ARQNGV = 'F'.
           CLOSE ARQNGV ARQNEG.
           PERFORM 0900-RESUMO.
       0400-FIM.
      *-----------------------------------------------------
       0450-GRAVAR-NEG.
           ADD 1 TO WRK-LIDOS.
           MOVE REG-NGV TO REG-NEG.
           WRITE REG-NEG
               INVALID KEY
                   IF FS-ARQNEG-STATUS = '22'
                      REWRITE REG-NEG
                      ADD 1 TO WRK-REPETIDOS
                      DISPLAY 'CHAVE REPETIDA, VALE A ULTIMA '
                              WRK-ARQUIVO ' ' NEG-CODIGO
                   ELSE
                      DISPLAY 'ERRO AO GRAVAR ARQNEG... '
                              FS-ARQNEG-STATUS
                      MOVE 8 TO WRK-RETORNO
                      MOVE 'F' TO FS-ARQNGV
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           IF FS-ARQNGV NOT = 'F'
              READ ARQNGV AT END
                          MOVE 'F' TO FS-ARQNGV.
      *-----------------------------------------------------
       0500-CONVERTER-ARQCHQ.
           MOVE 'ARQCHQ' TO WRK-ARQUIVO.
           OPEN INPUT ARQCQV.
           IF FS-ARQCQV-STATUS NOT = '00'
              DISPLAY 'ARQCQV AUSENTE, ARQCHQ NAO CONVERTIDO'
              PERFORM 0950-AVISAR
              GO TO 0500-FIM.
           OPEN I-O ARQCHQ.
           IF FS-ARQCHQ-STATUS = '00'
              DISPLAY 'ARQCHQ JA EXISTE, CONVERSAO NAO REPETIDA'
              CLOSE ARQCHQ ARQCQV
              GO TO 0500-FIM.
           IF FS-ARQCHQ-STATUS NOT = '35'
              DISPLAY 'ERRO AO ABRIR ARQCHQ.... ' FS-ARQCHQ-STATUS
              CLOSE ARQCQV
              MOVE 8 TO WRK-RETORNO
              GO TO 0500-FIM.
           OPEN OUTPUT ARQCHQ.
           CLOSE ARQCHQ.
           OPEN I-O ARQCHQ.
           PERFORM 0920-ZERAR.
           MOVE 'N' TO FS-ARQCQV.
           READ ARQCQV AT END
                       MOVE 'F' TO FS-ARQCQV.
           PERFORM 0550-GRAVAR-CHQ UNTIL FS-ARQCQV = 'F'.
           CLOSE ARQCQV ARQCHQ.
           PERFORM 0900-RESUMO.
       0500-FIM.
      *-----------------------------------------------------
       0550-GRAVAR-CHQ.
           ADD 1 TO WRK-LIDOS.
           MOVE REG-CQV TO REG-CHQ.
           WRITE REG-CHQ
               INVALID KEY
                   IF FS-ARQCHQ-STATUS = '22'
                      REWRITE REG-CHQ
                      ADD 1 TO WRK-REPETIDOS
                      DISPLAY 'CHAVE REPETIDA, VALE A ULTIMA '
                              WRK-ARQUIVO ' ' CHQ-CODIGO '/' CHQ-NUMERO
                   ELSE
                      DISPLAY 'ERRO AO GRAVAR ARQCHQ... '
                              FS-ARQCHQ-STATUS
                      MOVE 8 TO WRK-RETORNO
                      MOVE 'F' TO FS-ARQCQV
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           IF FS-ARQCQV NOT = 'F'
              READ ARQCQV AT END
                          MOVE 'F' TO FS-ARQCQV.
      *-----------------------------------------------------
       0600-CONVERTER-ARQCTS.
           MOVE 'ARQCTS' TO WRK-ARQUIVO.
           OPEN INPUT ARQCDV.
           IF FS-ARQCDV-STATUS NOT = '00'
              DISPLAY 'ARQCDV AUSENTE, ARQCTS NAO CONVERTIDO'
              PERFORM 0950-AVISAR
              GO TO 0600-FIM.
           OPEN I-O ARQCTS.
           IF FS-ARQCTS-STATUS = '00'
              DISPLAY 'ARQCTS JA EXISTE, CONVERSAO NAO REPETIDA'
              CLOSE ARQCTS ARQCDV
              GO TO 0600-FIM.
           IF FS-ARQCTS-STATUS NOT = '35'
              DISPLAY 'ERRO AO ABRIR ARQCTS.... ' FS-ARQCTS-STATUS
              CLOSE ARQCDV
              MOVE 8 TO WRK-RETORNO
              GO TO 0600-FIM.
           OPEN OUTPUT ARQCTS.
           CLOSE ARQCTS.
           OPEN I-O ARQCTS.
           PERFORM 0920-ZERAR.
           MOVE 'N' TO FS-ARQCDV.
           READ ARQCDV AT END
                       MOVE 'F' TO FS-ARQCDV.
           PERFORM 0650-GRAVAR-CTS UNTIL FS-ARQCDV = 'F'.
           CLOSE ARQCDV ARQCTS.
           PERFORM 0900-RESUMO.
       0600-FIM.
      *-----------------------------------------------------
       0650-GRAVAR-CTS.
           ADD 1 TO WRK-LIDOS.
           MOVE REG-CDV TO REG-CTS.
           WRITE REG-CTS
               INVALID KEY
                   IF FS-ARQCTS-STATUS = '22'
                      REWRITE REG-CTS
                      ADD 1 TO WRK-REPETIDOS
                      DISPLAY 'CHAVE REPETIDA, VALE A ULTIMA '
                              WRK-ARQUIVO ' ' CTS-CODIGO '/' CTS-NUMERO
                   ELSE
                      DISPLAY 'ERRO AO GRAVAR ARQCTS... '
                              FS-ARQCTS-STATUS
                      MOVE 8 TO WRK-RETORNO
                      MOVE 'F' TO FS-ARQCDV
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           IF FS-ARQCDV NOT = 'F'
              READ ARQCDV AT END
                          MOVE 'F' TO FS-ARQCDV.
      *-----------------------------------------------------
       0700-CONVERTER-ARQTPC.
           MOVE 'ARQTPC' TO WRK-ARQUIVO.
           OPEN INPUT ARQTPV.
           IF FS-ARQTPV-STATUS NOT = '00'
              DISPLAY 'ARQTPV AUSENTE, ARQTPC NAO CONVERTIDO'
              PERFORM 0950-AVISAR
              GO TO 0700-FIM.
           OPEN I-O ARQTPC.
           IF FS-ARQTPC-STATUS = '00'
              DISPLAY 'ARQTPC JA EXISTE, CONVERSAO NAO REPETIDA'
              CLOSE ARQTPC ARQTPV
              GO TO 0700-FIM.
           IF FS-ARQTPC-STATUS NOT = '35'
              DISPLAY 'ERRO AO ABRIR ARQTPC.... ' FS-ARQTPC-STATUS
              CLOSE ARQTPV
              MOVE 8 TO WRK-RETORNO
              GO TO 0700-FIM.
           OPEN OUTPUT ARQTPC.
           CLOSE ARQTPC.
           OPEN I-O ARQTPC.
           PERFORM 0920-ZERAR.
           MOVE 'N' TO FS-ARQTPV.
           READ ARQTPV AT END
                       MOVE 'F' TO FS-ARQTPV.
           PERFORM 0750-GRAVAR-TPC UNTIL FS-ARQTPV = 'F'.
           CLOSE ARQTPV ARQTPC.
           PERFORM 0900-RESUMO.
       0700-FIM.
      *-----------------------------------------------------
       0750-GRAVAR-TPC.
           ADD 1 TO WRK-LIDOS.
           MOVE REG-TPV TO REG-TPC.
           WRITE REG-TPC
               INVALID KEY
                   IF FS-ARQTPC-STATUS = '22'
                      REWRITE REG-TPC
                      ADD 1 TO WRK-REPETIDOS
                      DISPLAY 'CHAVE REPETIDA, VALE A ULTIMA '
                              WRK-ARQUIVO ' ' TPC-CODIGO
                   ELSE
                      DISPLAY 'ERRO AO GRAVAR ARQTPC... '
                              FS-ARQTPC-STATUS
                      MOVE 8 TO WRK-RETORNO
                      MOVE 'F' TO FS-ARQTPV
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           IF FS-ARQTPV NOT = 'F'
              READ ARQTPV AT END
                          MOVE 'F' TO FS-ARQTPV.
      *-----------------------------------------------------
       0800-CONVERTER-ARQSVI.
           MOVE 'ARQSVI' TO WRK-ARQUIVO.
           OPEN INPUT ARQSVV.
           IF FS-ARQSVV-STATUS NOT = '00'
              DISPLAY 'ARQSVV AUSENTE, ARQSVI NAO CONVERTIDO'
              PERFORM 0950-AVISAR
              GO TO 0800-FIM.
           OPEN I-O ARQSVI.
           IF FS-ARQSVI-STATUS = '00'
              DISPLAY 'ARQSVI JA EXISTE, CONVERSAO NAO REPETIDA'
              CLOSE ARQSVI ARQSVV
              GO TO 0800-FIM.
           IF FS-ARQSVI-STATUS NOT = '35'
              DISPLAY 'ERRO AO ABRIR ARQSVI.... ' FS-ARQSVI-STATUS
              CLOSE ARQSVV
              MOVE 8 TO WRK-RETORNO
              GO TO 0800-FIM.
           OPEN OUTPUT ARQSVI.
           CLOSE ARQSVI.
           OPEN I-O ARQSVI.
           PERFORM 0920-ZERAR.
           MOVE 'N' TO FS-ARQSVV.
           READ ARQSVV AT END
                       MOVE 'F' TO FS-ARQSVV.
           PERFORM 0850-GRAVAR-SVI UNTIL FS-ARQSVV = 'F'.
           CLOSE ARQSVV ARQSVI.
           PERFORM 0900-RESUMO.
       0800-FIM.
      *-----------------------------------------------------
       0850-GRAVAR-SVI.
           ADD 1 TO WRK-LIDOS.
           MOVE REG-SVV TO REG-SVI.
           WRITE REG-SVI
               INVALID KEY
                   IF FS-ARQSVI-STATUS = '22'
                      REWRITE REG-SVI
                      ADD 1 TO WRK-REPETIDOS
                      DISPLAY 'CHAVE REPETIDA, VALE A ULTIMA '
                              WRK-ARQUIVO ' ' SVI-CODIGO '/' SVI-NUMERO
                   ELSE
                      DISPLAY 'ERRO AO GRAVAR ARQSVI... '
                              FS-ARQSVI-STATUS
                      MOVE 8 TO WRK-RETORNO
                      MOVE 'F' TO FS-ARQSVV
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           IF FS-ARQSVV NOT = 'F'
              READ ARQSVV AT END
                          MOVE 'F' TO FS-ARQSVV.
      *-----------------------------------------------------
       0900-RESUMO.
           DISPLAY 'ARQUIVO................. ' WRK-ARQUIVO.
           DISPLAY '  LINHAS LIDAS.......... ' WRK-LIDOS.
           DISPLAY '  REGISTROS GRAVADOS.... ' WRK-GRAVADOS.
           DISPLAY '  CHAVES REPETIDAS...... ' WRK-REPETIDOS.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           IF WRK-REPETIDOS > 0
              PERFORM 0950-AVISAR.
      *-----------------------------------------------------
       0920-ZERAR.
           MOVE 0 TO WRK-LIDOS.
           MOVE 0 TO WRK-GRAVADOS.
           MOVE 0 TO WRK-REPETIDOS.
      *-----------------------------------------------------
       0950-AVISAR.
           IF WRK-RETORNO < 4
              MOVE 4 TO WRK-RETORNO.
