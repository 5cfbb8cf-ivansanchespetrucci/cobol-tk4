       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG149.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQRNF ASSIGN TO UT-S-ARQRNF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRNF-STATUS.
           SELECT ARQNFS ASSIGN TO UT-S-ARQNFS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFS-CHAVE
                  FILE STATUS IS FS-ARQNFS-STATUS.
           SELECT ARQRUN ASSIGN TO UT-S-ARQRUN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQRUN-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQRNF
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RNF.
       01   REG-RNF.
            05 RNF-CODIGO       PIC 9(05).
            05 RNF-NUMERO       PIC 9(06).
            05 RNF-SITUACAO     PIC X(01).
            05 RNF-NOTA         PIC 9(09).
            05 RNF-VERIFICACAO  PIC X(10).
            05 RNF-DATA         PIC 9(08).
            05 RNF-MOTIVO       PIC X(30).
       FD   ARQNFS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 77 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-NFS.
       01   REG-NFS.
            05 NFS-CHAVE.
               10 NFS-CODIGO    PIC 9(05).
               10 NFS-NUMERO    PIC 9(06).
            05 NFS-SITUACAO     PIC X(01).
            05 NFS-DATA-ENVIO   PIC 9(08).
            05 NFS-NOTA         PIC 9(09).
            05 NFS-VERIFICACAO  PIC X(10).
            05 NFS-DATA-AUT     PIC 9(08).
            05 NFS-MOTIVO       PIC X(30).
       FD   ARQRUN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RUN.
       01   REG-RUN.
            05 RUN-DATA-PROC    PIC 9(08).
            05 RUN-ULT-CICLO    PIC 9(08).
            05 RUN-REPROCESSO   PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQRNF        PIC X VALUE 'N'.
       77  FS-ARQRNF-STATUS PIC XX VALUE '00'.
       77  FS-ARQNFS        PIC X VALUE 'N'.
       77  FS-ARQNFS-STATUS PIC XX VALUE '00'.
       77  FS-ARQRUN-STATUS PIC XX VALUE '00'.
       77  WRK-ABERTO       PIC 9 VALUE 0.
       77  WRK-TEM-RETORNO  PIC 9 VALUE 0.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DT-FUNCAO    PIC X(01) VALUE SPACE.
       77  WRK-DT-DATA1     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DATA2     PIC 9(08) VALUE ZEROS.
       77  WRK-DT-DIAS      PIC 9(05) VALUE ZEROS.
       77  WRK-DT-RESULT    PIC X(01) VALUE SPACE.
       77  WRK-LIDOS        PIC 9(05) VALUE 0.
       77  WRK-QTD-AUTORIZ  PIC 9(05) VALUE 0.
       77  WRK-QTD-RECUSAS  PIC 9(05) VALUE 0.
       77  WRK-QTD-REJEIT   PIC 9(05) VALUE 0.
       77  WRK-QTD-PENDENTES PIC 9(05) VALUE 0.
       77  WRK-QTD-RECUSADAS PIC 9(05) VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0100-INICIAR THRU 0100-FIM.
            PERFORM 0200-PROCESSAR UNTIL FS-ARQRNF = 'F'.
            PERFORM 0500-LISTAR-EXCECOES THRU 0500-FIM.
            PERFORM 0900-FINALIZAR.
            MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------
      * RETORNO DA PREFEITURA PARA O LOTE DE RPS DO PROG148:
      * RPS AUTORIZADO (A) GRAVA NO CONTROLE ARQNFS O NUMERO
      * DA NOTA, O CODIGO DE VERIFICACAO E A DATA; RPS
      * RECUSADO (R) GUARDA O MOTIVO E VOLTA NO PROXIMO LOTE.
      * NO FIM, A LISTA DE EXCECOES MOSTRA TODO RPS ENVIADO
      * AINDA SEM AUTORIZACAO E TODO RECUSADO, COM OS DIAS
      * DESDE O ENVIO (FUNCAO D DO PROG079)
      *-----------------------------------------------------
       0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-DATA-DE-PROCESSAMENTO.
           OPEN I-O ARQNFS.
             IF FS-ARQNFS-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ARQNFS.... ' FS-ARQNFS-STATUS
                MOVE 'F' TO FS-ARQRNF
                MOVE 'F' TO FS-ARQNFS
                MOVE 8 TO WRK-RETORNO
                GO TO 0100-FIM.
           MOVE 1 TO WRK-ABERTO.
           OPEN INPUT ARQRNF.
             IF FS-ARQRNF-STATUS NOT = '00'
                DISPLAY 'RETORNO DA PREFEITURA AUSENTE, '
                        'SO A LISTA DE EXCECOES'
                MOVE 'F' TO FS-ARQRNF
                GO TO 0100-FIM.
           MOVE 1 TO WRK-TEM-RETORNO.
           DISPLAY 'RETORNO DE NFS-E DE ' WRK-DATA-HOJE.
           DISPLAY '------------------------------------'.
           READ ARQRNF AT END
                       MOVE 'F' TO FS-ARQRNF.
       0100-FIM.
      *-----------------------------------------------------
       0150-DATA-DE-PROCESSAMENTO.
           OPEN INPUT ARQRUN.
           IF FS-ARQRUN-STATUS NOT = '00'
              CONTINUE
           ELSE
              READ ARQRUN
                  AT END
                      CONTINUE
                  NOT AT END
                      IF RUN-DATA-PROC NOT = 0
                         MOVE RUN-DATA-PROC TO WRK-DATA-HOJE
                      END-IF
              END-READ
              CLOSE ARQRUN.
      *-----------------------------------------------------
       0200-PROCESSAR.
           ADD 1 TO WRK-LIDOS.
           MOVE RNF-CODIGO TO NFS-CODIGO.
           MOVE RNF-NUMERO TO NFS-NUMERO.
           READ ARQNFS
               INVALID KEY
                   DISPLAY 'REJEITADO. ' RNF-CODIGO '/' RNF-NUMERO
                           ' RPS NAO ENVIADO'
                   ADD 1 TO WRK-QTD-REJEIT
               NOT INVALID KEY
                   PERFORM 0300-ATUALIZAR-CONTROLE THRU 0300-FIM
           END-READ.
           READ ARQRNF AT END
                       MOVE 'F' TO FS-ARQRNF.
      *-----------------------------------------------------
       0300-ATUALIZAR-CONTROLE.
           IF NFS-SITUACAO = 'A'
              DISPLAY 'REJEITADO. ' RNF-CODIGO '/' RNF-NUMERO
                      ' JA AUTORIZADO, NOTA ' NFS-NOTA
              ADD 1 TO WRK-QTD-REJEIT
              GO TO 0300-FIM.
           IF RNF-SITUACAO = 'A'
              MOVE 'A'             TO NFS-SITUACAO
              MOVE RNF-NOTA        TO NFS-NOTA
              MOVE RNF-VERIFICACAO TO NFS-VERIFICACAO
              MOVE RNF-DATA        TO NFS-DATA-AUT
              MOVE SPACES          TO NFS-MOTIVO
              REWRITE REG-NFS
              ADD 1 TO WRK-QTD-AUTORIZ
              DISPLAY 'AUTORIZADO ' RNF-CODIGO '/' RNF-NUMERO
                      ' NOTA ' RNF-NOTA ' ' RNF-VERIFICACAO
           ELSE
              IF RNF-SITUACAO = 'R'
                 MOVE 'R'        TO NFS-SITUACAO
                 MOVE RNF-MOTIVO TO NFS-MOTIVO
                 REWRITE REG-NFS
                 ADD 1 TO WRK-QTD-RECUSAS
                 DISPLAY 'RECUSADO.. ' RNF-CODIGO '/' RNF-NUMERO
                         ' ' RNF-MOTIVO
              ELSE
                 DISPLAY 'REJEITADO. ' RNF-CODIGO '/' RNF-NUMERO
                         ' SITUACAO INVALIDA ' RNF-SITUACAO
                 ADD 1 TO WRK-QTD-REJEIT.
       0300-FIM.
      *-----------------------------------------------------
       0500-LISTAR-EXCECOES.
           IF FS-ARQNFS = 'F'
              GO TO 0500-FIM.
           DISPLAY ' '.
           DISPLAY 'RPS SEM AUTORIZACAO'.
           DISPLAY 'CLIENTE/FATURA ENVIO    DIAS SITUACAO'.
           DISPLAY '------------------------------------'.
           MOVE ZEROS TO NFS-CHAVE.
           START ARQNFS KEY IS NOT < NFS-CHAVE
               INVALID KEY
                   MOVE 'F' TO FS-ARQNFS
           END-START.
           PERFORM 0550-TESTAR-CONTROLE UNTIL FS-ARQNFS = 'F'.
       0500-FIM.
      *-----------------------------------------------------
       0550-TESTAR-CONTROLE.
           READ ARQNFS NEXT RECORD
               AT END
                   MOVE 'F' TO FS-ARQNFS
               NOT AT END
                   IF NFS-SITUACAO NOT = 'A'
                      PERFORM 0570-LISTAR-PENDENTE
                   END-IF
           END-READ.
      *-----------------------------------------------------
       0570-LISTAR-PENDENTE.
           MOVE 'D' TO WRK-DT-FUNCAO.
           MOVE NFS-DATA-ENVIO TO WRK-DT-DATA1.
           MOVE WRK-DATA-HOJE TO WRK-DT-DATA2.
           MOVE ZEROS TO WRK-DT-DIAS.
           CALL 'PROG079' USING WRK-DT-FUNCAO, WRK-DT-DATA1,
                                WRK-DT-DATA2, WRK-DT-DIAS,
                                WRK-DT-RESULT.
           IF WRK-DT-RESULT NOT = 'V'
              MOVE ZEROS TO WRK-DT-DIAS.
           IF NFS-SITUACAO = 'R'
              ADD 1 TO WRK-QTD-RECUSADAS
              DISPLAY NFS-CODIGO '/' NFS-NUMERO '   '
                      NFS-DATA-ENVIO ' ' WRK-DT-DIAS
                      ' RECUSADO ' NFS-MOTIVO
           ELSE
              ADD 1 TO WRK-QTD-PENDENTES
              DISPLAY NFS-CODIGO '/' NFS-NUMERO '   '
                      NFS-DATA-ENVIO ' ' WRK-DT-DIAS
                      ' ENVIADO SEM RETORNO'.
      *-----------------------------------------------------
       0900-FINALIZAR.
            IF WRK-TEM-RETORNO = 1
               CLOSE ARQRNF.
            IF WRK-ABERTO = 1
               CLOSE ARQNFS.
            DISPLAY '------------------------------------'.
            DISPLAY 'RETORNOS LIDOS.......... ' WRK-LIDOS.
            DISPLAY 'NOTAS AUTORIZADAS....... ' WRK-QTD-AUTORIZ.
            DISPLAY 'RPS RECUSADOS NO RETORNO ' WRK-QTD-RECUSAS.
            DISPLAY 'RETORNOS REJEITADOS..... ' WRK-QTD-REJEIT.
            DISPLAY 'ENVIADOS SEM AUTORIZACAO ' WRK-QTD-PENDENTES.
            DISPLAY 'RECUSADOS A REENVIAR.... ' WRK-QTD-RECUSADAS.
            IF WRK-RETORNO = 0
               AND WRK-QTD-REJEIT + WRK-QTD-PENDENTES
                   + WRK-QTD-RECUSADAS NOT = 0
               MOVE 4 TO WRK-RETORNO.
