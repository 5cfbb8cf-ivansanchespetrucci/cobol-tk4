       77  WRK-POS          PIC 9(03) VALUE 0.
       77  WRK-EFETIVOU     PIC 9 VALUE 0.
       77  WRK-RETORNO      PIC 9(02) VALUE 0.
       77  WRK-OFERTADAS    PIC 9(03) VALUE 0.
       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            DISPLAY 'CONTROLE DE MATRICULAS POR TURMA'.
                 DISPLAY 'MATRICULA CANCELADA... ' WRK-MATRICULA
              END-IF
              MOVE 1 TO WRK-EFETIVOU
              PERFORM 0600-REGRAVAR-MATRICULAS
              PERFORM 0700-OFERECER-VAGA.
      *-----------------------------------------------------
       0500-LISTAR.
           DISPLAY 'MATRICULA TURMA PERIODO SITUACAO'.
           MOVE WRK-MTR-PAGADOR (WRK-IDX)   TO MTR-PAGADOR.
           MOVE WRK-MTR-BOLSA (WRK-IDX)     TO MTR-BOLSA-PCT.
           WRITE REG-MTR.
      *-----------------------------------------------------
      * TRANSFERENCIA OU CANCELAMENTO GRAVADO LIBERA A VAGA NA
      * TURMA DE ORIGEM; O PROG180 OFERECE A VAGA AO PROXIMO
      * DA LISTA DE ESPERA (ARQESP) DA TURMA E PERIODO
      *-----------------------------------------------------
       0700-OFERECER-VAGA.
           IF WRK-RETORNO NOT = 8
              MOVE WRK-MTR-TURMA (WRK-POS) TO WRK-TURMA
              CALL 'PROG180' USING WRK-TURMA, WRK-PERIODO,
                                   WRK-OFERTADAS
              IF WRK-OFERTADAS NOT = 0
                 DISPLAY 'OFERTAS DA LISTA DE ESPERA.. '
                         WRK-OFERTADAS.
