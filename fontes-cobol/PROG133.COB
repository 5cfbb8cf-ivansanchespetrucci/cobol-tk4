            05 PRO-SITUACAO     PIC X(01).
            05 PRO-PROX-CONTATO PIC 9(08).
            05 PRO-TENTATIVAS   PIC 9(02).
            05 PRO-CAMPANHA     PIC X(06).
       WORKING-STORAGE                 SECTION.
       77  FS-FATURAS       PIC X VALUE 'N'.
       77  FS-ARQJRN        PIC X VALUE 'N'.
               10 WRK-TAB-SITUACAO PIC X(01).
               10 WRK-TAB-PROX     PIC 9(08).
               10 WRK-TAB-TENT     PIC 9(02).
               10 WRK-TAB-CAMPANHA PIC X(06).
       77  WRK-TAB-QTD      PIC 9(03) VALUE 0.
       77  WRK-PRO-ESTOURO  PIC 9 VALUE 0.
       77  WRK-IDX          PIC 9(03) VALUE 0.
              MOVE PRO-SITUACAO TO WRK-TAB-SITUACAO (WRK-TAB-QTD)
              MOVE PRO-PROX-CONTATO TO WRK-TAB-PROX (WRK-TAB-QTD)
              MOVE PRO-TENTATIVAS   TO WRK-TAB-TENT (WRK-TAB-QTD)
              MOVE PRO-CAMPANHA TO WRK-TAB-CAMPANHA (WRK-TAB-QTD)
              IF PRO-NOME = WRK-NOME-ORIG
                 MOVE WRK-NOME-ANON TO WRK-TAB-NOME (WRK-TAB-QTD)
                 MOVE 'ANONIMIZADO'
           MOVE WRK-TAB-SITUACAO (WRK-IDX) TO PRO-SITUACAO.
           MOVE WRK-TAB-PROX (WRK-IDX)     TO PRO-PROX-CONTATO.
           MOVE WRK-TAB-TENT (WRK-IDX)     TO PRO-TENTATIVAS.
           MOVE WRK-TAB-CAMPANHA (WRK-IDX) TO PRO-CAMPANHA.
           WRITE REG-PROSPECTO.
      *-----------------------------------------------------
       0900-CERTIFICADO.
