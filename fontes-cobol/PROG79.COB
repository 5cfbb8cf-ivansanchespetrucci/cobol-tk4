      * SERVICOS DE DATA CHAMAVEIS NO ESTILO DO PROG020.
      * FUNCAO 'D' = DIAS ENTRE DATA1 E DATA2 (EM LS-DIAS);
      * FUNCAO 'S' = DATA1 MAIS LS-DIAS DIAS (EM DATA2);
      * FUNCAO 'R' = DATA1 MENOS LS-DIAS DIAS (EM DATA2);
      * FUNCAO 'U' = PROXIMO DIA UTIL APOS DATA1 (EM DATA2),
      * PULANDO SABADOS, DOMINGOS E OS FERIADOS DO ARQFER;
      * FUNCAO 'V' = DIA UTIL A PARTIR DE DATA1 INCLUSIVE
              EVALUATE LS-FUNCAO
                  WHEN 'D' PERFORM 2100-DIAS-ENTRE
                  WHEN 'S' PERFORM 2200-SOMAR-DIAS
                  WHEN 'R' PERFORM 2260-SUBTRAIR-DIAS
                  WHEN 'U' PERFORM 2300-PROXIMO-UTIL
                  WHEN 'V' PERFORM 2310-UTIL-INCLUSIVE
                  WHEN OTHER
              ELSE
                 MOVE 1 TO WRK-MES
                 ADD 1 TO WRK-ANO.
      *-----------------------------------------------------
       2260-SUBTRAIR-DIAS.
           PERFORM 2270-RECUAR-UM-DIA
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > LS-DIAS.
           MOVE WRK-DATA-TRAB TO LS-DATA2.
      *-----------------------------------------------------
       2270-RECUAR-UM-DIA.
           IF WRK-DIA > 1
              SUBTRACT 1 FROM WRK-DIA
           ELSE
              IF WRK-MES > 1
                 SUBTRACT 1 FROM WRK-MES
              ELSE
                 MOVE 12 TO WRK-MES
                 SUBTRACT 1 FROM WRK-ANO
              END-IF
              PERFORM 1150-BISSEXTO
              PERFORM 1160-MAX-DIA
              MOVE WRK-MAX-DIA TO WRK-DIA.
      *-----------------------------------------------------
      * AVANCA UM DIA DE CADA VEZ ATE CAIR EM DIA QUE NAO E
      * SABADO, DOMINGO NEM FERIADO DO ARQFER
