           SELECT ARQMVF ASSIGN TO UT-S-ARQMVF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMVF-STATUS.
           SELECT ARQMEN ASSIGN TO UT-S-ARQMEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARQMEN-STATUS.
           SELECT ARQCPG ASSIGN TO UT-S-ARQCPG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CPG-CODIGO
                  FILE STATUS IS FS-ARQCPG-STATUS.
           SELECT ARQCTE ASSIGN TO UT-S-ARQCTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTE-CODIGO
                  FILE STATUS IS FS-ARQCTE-STATUS.
           SELECT ARQCTM ASSIGN TO UT-S-ARQCTM
                  ORGANIZATION IS LINE SEQUENTIAL
            05 MVF-VALOR           PIC 9(07)V99.
            05 MVF-EMISSAO         PIC 9(08).
            05 MVF-VENCIMENTO      PIC 9(08).
       FD   ARQMEN
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-MEN.
       01   REG-MEN.
            05 MEN-PERIODO      PIC X(06).
            05 MEN-MATRICULA    PIC 9(05).
            05 MEN-TURMA        PIC X(04).
            05 MEN-PAGADOR      PIC 9(05).
            05 MEN-NUMERO       PIC 9(06).
            05 MEN-VALOR        PIC 9(07)V99.
            05 MEN-EMISSAO      PIC 9(08).
       FD   ARQCPG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONDICAO.
       01   REG-CONDICAO.
            05 REG-CPG-DIAS     PIC 9(03).
            05 REG-CPG-DESCR    PIC X(15).
            05 REG-CPG-STATUS   PIC X(01).
            05 REG-CPG-DESC-PERC PIC 9(02)V99.
            05 REG-CPG-DESC-DIAS PIC 9(03).
       FD   ARQCTE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 7 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTE.
       01   REG-CTE.
            05 CTE-CODIGO       PIC 9(05).
       77  FS-ARQMTR-STATUS PIC XX VALUE '00'.
       77  FS-ARQPRE-STATUS PIC XX VALUE '00'.
       77  FS-ARQMVF-STATUS PIC XX VALUE '00'.
       77  FS-ARQMEN-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTM-STATUS PIC XX VALUE '00'.
       77  FS-ARQCPG-STATUS PIC XX VALUE '00'.
       77  FS-ARQCTE-STATUS PIC XX VALUE '00'.
       77  WRK-TEM-TERMOS   PIC 9 VALUE 0.
       77  WRK-TEM-VINCULOS PIC 9 VALUE 0.
       77  WRK-TERMO-CLI    PIC 9(02) VALUE 0.
       77  WRK-VENC-USADO   PIC 9(08) VALUE ZEROS.
       77  WRK-PERIODO      PIC X(06) VALUE SPACES.
      * PASSAR NA CRITICA DO PROG067; SEM VINCULO VALE O
      * VENCIMENTO BASE ROLADO PARA DIA UTIL (FUNCAO V DO
      * PROG079). DALI EM DIANTE A MENSALIDADE SEGUE A
      * ESTEIRA NORMAL DO PROG067, PROG069, PROG070 E PROG072.
      * CADA MENSALIDADE GERADA FICA NO REGISTRO ARQMEN COM A
      * MATRICULA E A TURMA, QUE A FATURA NAO GUARDA, PARA A
      * PROVA MENSAL DO PROG218
      *-----------------------------------------------------
       0100-INICIAR.
           DISPLAY 'PERIODO (AAAA-P)...............'.
           OPEN INPUT ARQCPG.
           IF FS-ARQCPG-STATUS = '00'
              MOVE 1 TO WRK-TEM-TERMOS
              PERFORM 0170-ABRIR-VINCULOS.
           PERFORM 0180-LER-CONTROLE.
           OPEN INPUT ARQMTR.
             IF FS-ARQMTR-STATUS NOT = '00'
              READ ARQPRE AT END
                          MOVE 'F' TO FS-ARQPRE.
      *-----------------------------------------------------
       0170-ABRIR-VINCULOS.
           OPEN INPUT ARQCTE.
           IF FS-ARQCTE-STATUS = '00'
              MOVE 1 TO WRK-TEM-VINCULOS.
      *-----------------------------------------------------
       0180-LER-CONTROLE.
           OPEN INPUT ARQCTM.
           IF WRK-TEM-TERMOS = 0
              GO TO 0450-FIM.
           MOVE 0 TO WRK-TERMO-CLI.
           IF WRK-TEM-VINCULOS = 1
              MOVE MTR-PAGADOR TO CTE-CODIGO
              READ ARQCTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CTE-TERMO TO WRK-TERMO-CLI
              END-READ.
           IF WRK-TERMO-CLI = 0
              GO TO 0450-FIM.
           MOVE WRK-TERMO-CLI TO REG-CPG-CODIGO.
           IF WRK-DT-RESULT = 'V'
              MOVE WRK-DT-DATA2 TO WRK-VENC-USADO.
       0450-FIM.
      *-----------------------------------------------------
       0500-GRAVAR-TRANSACAO.
           OPEN EXTEND ARQMVF.
              DISPLAY 'GERADA.... MATRICULA ' MTR-MATRICULA
                      ' PAGADOR ' MTR-PAGADOR
                      ' ' WRK-VALOR-ED
              PERFORM 0550-GRAVAR-REGISTRO
              ADD 1 TO WRK-PROX-NUMERO
              PERFORM 0600-GRAVAR-CONTROLE.
      *-----------------------------------------------------
       0550-GRAVAR-REGISTRO.
           OPEN EXTEND ARQMEN.
           IF FS-ARQMEN-STATUS = '35'
              OPEN OUTPUT ARQMEN.
           IF FS-ARQMEN-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQMEN.... ' FS-ARQMEN-STATUS
              MOVE 8 TO WRK-RETORNO
           ELSE
              MOVE MTR-PERIODO     TO MEN-PERIODO
              MOVE MTR-MATRICULA   TO MEN-MATRICULA
              MOVE MTR-TURMA       TO MEN-TURMA
              MOVE MTR-PAGADOR     TO MEN-PAGADOR
              MOVE WRK-PROX-NUMERO TO MEN-NUMERO
              MOVE WRK-VALOR-LIQ   TO MEN-VALOR
              MOVE WRK-DATA-HOJE   TO MEN-EMISSAO
              WRITE REG-MEN
              CLOSE ARQMEN.
      *-----------------------------------------------------
       0600-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQCTM.
       0900-FINALIZAR.
            IF FS-ARQMTR-STATUS = '00'
               CLOSE ARQMTR.
            IF WRK-TEM-VINCULOS = 1
               CLOSE ARQCTE.
            DISPLAY '------------------------------------'.
            DISPLAY 'MENSALIDADES GERADAS.... ' WRK-QTD-GERADAS.
            DISPLAY 'SEM PAGADOR............. '
