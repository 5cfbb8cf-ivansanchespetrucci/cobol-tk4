       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG213.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ARQSEG ASSIGN TO UT-S-ARQSEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-SEG-CODIGO
                  FILE STATUS IS FS-ARQSEG-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ARQSEG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 23 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-SEGMENTO.
       01   REG-SEGMENTO.
            05 REG-SEG-CODIGO   PIC 9(02).
            05 REG-SEG-DESCR    PIC X(20).
            05 REG-SEG-STATUS   PIC X(01).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQSEG        PIC X VALUE 'N'.
       77  FS-ARQSEG-STATUS PIC XX VALUE '00'.
       77  WRK-OPCAO        PIC 9(01) VALUE 0.
       77  WRK-CODIGO       PIC 9(02) VALUE ZEROS.
       77  WRK-DESCR        PIC X(20) VALUE SPACES.
       77  WRK-QTD          PIC 9(03) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'TABELA DE SEGMENTOS (RAMO DE ATIVIDADE)'.
            DISPLAY '1=INCLUIR 2=ALTERAR 3=DESATIVAR 4=LISTAR..'.
            ACCEPT WRK-OPCAO.
            PERFORM 0100-ABRIR.
            IF FS-ARQSEG-STATUS = '00'
               EVALUATE WRK-OPCAO
                   WHEN 1 PERFORM 0200-INCLUIR
                   WHEN 2 PERFORM 0300-ALTERAR
                   WHEN 3 PERFORM 0400-DESATIVAR
                   WHEN 4 PERFORM 0500-LISTAR
                   WHEN OTHER
                          DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               CLOSE ARQSEG.
           STOP RUN.
      *-----------------------------------------------------
      * MANUTENCAO DA TABELA DE SEGMENTOS DE CLIENTE (VAREJO,
      * INDUSTRIA, ESCOLA, SETOR PUBLICO...) NO MOLDE DA
      * TABELA DE REGIOES DO PROG078. O VINCULO CLIENTE-
      * SEGMENTO FICA NO ARQCSG, MANTIDO PELA ALTERACAO DO
      * PROG021 COM JORNAL; O CODIGO 00 E RESERVADO PARA OS
      * CLIENTES AINDA NAO CLASSIFICADOS
      *-----------------------------------------------------
       0100-ABRIR.
           OPEN I-O ARQSEG.
           IF FS-ARQSEG-STATUS = '35'
              OPEN OUTPUT ARQSEG
              CLOSE ARQSEG
              OPEN I-O ARQSEG.
           IF FS-ARQSEG-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQSEG.... ' FS-ARQSEG-STATUS.
      *-----------------------------------------------------
       0200-INCLUIR.
           DISPLAY 'CODIGO DO SEGMENTO (01-99)..'.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = 0
              DISPLAY 'CODIGO 00 RESERVADO, NADA INCLUIDO'
           ELSE
              DISPLAY 'DESCRICAO...................'
              ACCEPT WRK-DESCR
              MOVE WRK-CODIGO TO REG-SEG-CODIGO
              MOVE WRK-DESCR  TO REG-SEG-DESCR
              MOVE 'A' TO REG-SEG-STATUS
              WRITE REG-SEGMENTO
                  INVALID KEY
                      DISPLAY 'CODIGO JA CADASTRADO.. ' WRK-CODIGO
                  NOT INVALID KEY
                      DISPLAY 'SEGMENTO INCLUIDO..... ' WRK-CODIGO
                              ' ' WRK-DESCR
              END-WRITE.
      *-----------------------------------------------------
       0300-ALTERAR.
           DISPLAY 'CODIGO DO SEGMENTO A ALTERAR..'.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO REG-SEG-CODIGO.
           READ ARQSEG
               INVALID KEY
                   DISPLAY 'SEGMENTO NAO CADASTRADO ' WRK-CODIGO
               NOT INVALID KEY
                   DISPLAY 'DESCRICAO ATUAL....... ' REG-SEG-DESCR
                   DISPLAY 'NOVA DESCRICAO........'
                   ACCEPT WRK-DESCR
                   MOVE WRK-DESCR TO REG-SEG-DESCR
                   MOVE 'A' TO REG-SEG-STATUS
                   REWRITE REG-SEGMENTO
                   DISPLAY 'SEGMENTO ALTERADO..... ' WRK-CODIGO
           END-READ.
      *-----------------------------------------------------
      * SEGMENTO DESATIVADO NAO RECEBE NOVOS CLIENTES; OS JA
      * VINCULADOS CONTINUAM NELE NOS RELATORIOS
      *-----------------------------------------------------
       0400-DESATIVAR.
           DISPLAY 'CODIGO DO SEGMENTO A DESATIVAR..'.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO REG-SEG-CODIGO.
           READ ARQSEG
               INVALID KEY
                   DISPLAY 'SEGMENTO NAO CADASTRADO ' WRK-CODIGO
               NOT INVALID KEY
                   MOVE 'I' TO REG-SEG-STATUS
                   REWRITE REG-SEGMENTO
                   DISPLAY 'SEGMENTO DESATIVADO... ' WRK-CODIGO
           END-READ.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'CODIGO DESCRICAO            STATUS'.
           DISPLAY '------------------------------------'.
           READ ARQSEG NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQSEG.
           PERFORM 0550-LISTAR-UM UNTIL FS-ARQSEG = 'F'.
           DISPLAY 'SEGMENTOS LISTADOS.... ' WRK-QTD.
      *-----------------------------------------------------
       0550-LISTAR-UM.
           DISPLAY REG-SEG-CODIGO '     ' REG-SEG-DESCR ' '
                   REG-SEG-STATUS.
           ADD 1 TO WRK-QTD.
           READ ARQSEG NEXT RECORD AT END
                       MOVE 'F' TO FS-ARQSEG.
