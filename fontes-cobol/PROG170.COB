       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG170.
      *-----------------------------------------------------
      * DIGITOS VERIFICADORES DO CPF E DO CNPJ (MODULO 11).
      * TIPO 'F' CONFERE O CPF NAS 11 ULTIMAS POSICOES DO
      * NUMERO (PESOS 10 A 2 E 11 A 2); TIPO 'J' CONFERE O
      * CNPJ NAS 14 POSICOES (PESOS 5 A 2, 9 A 2 E 6 A 2,
      * 9 A 2). RESTO MENOR QUE 2 DA DIGITO 0. NUMERO COM
      * TODOS OS DIGITOS IGUAIS E RECUSADO. DEVOLVE 'V'
      * (VALIDO) OU 'I' (INVALIDO) NO RESULTADO
      *-----------------------------------------------------
       ENVIRONMENT                     DIVISION.
       DATA                            DIVISION.
       WORKING-STORAGE                 SECTION.
       77  WRK-DOCUMENTO-ALF PIC X(14) VALUE SPACES.
       77  WRK-INICIO       PIC 9(02) VALUE 0.
       77  WRK-QTD-PESOS    PIC 9(02) VALUE 0.
       77  WRK-QTD-DIGITOS  PIC 9(02) VALUE 0.
       77  WRK-DESLOCAMENTO PIC 9(01) VALUE 0.
       77  WRK-POS          PIC 9(02) VALUE 0.
       77  WRK-IDX          PIC 9(02) VALUE 0.
       77  WRK-IDX-PESO     PIC 9(02) VALUE 0.
       77  WRK-IGUAIS       PIC 9(02) VALUE 0.
       77  WRK-SOMA         PIC 9(04) VALUE 0.
       77  WRK-PARCELA      PIC 9(02) VALUE 0.
       77  WRK-QUOCIENTE    PIC 9(04) VALUE 0.
       77  WRK-RESTO        PIC 9(02) VALUE 0.
       77  WRK-DIGITO-CALC  PIC 9(01) VALUE 0.
       77  WRK-DIGITO-INF   PIC 9(01) VALUE 0.
       01  WRK-PESOS-CPF.
           05 FILLER        PIC 9(02) VALUE 11.
           05 FILLER        PIC 9(02) VALUE 10.
           05 FILLER        PIC 9(02) VALUE 9.
           05 FILLER        PIC 9(02) VALUE 8.
           05 FILLER        PIC 9(02) VALUE 7.
           05 FILLER        PIC 9(02) VALUE 6.
           05 FILLER        PIC 9(02) VALUE 5.
           05 FILLER        PIC 9(02) VALUE 4.
           05 FILLER        PIC 9(02) VALUE 3.
           05 FILLER        PIC 9(02) VALUE 2.
       01  WRK-PESOS-CPF-R REDEFINES WRK-PESOS-CPF.
           05 WRK-PESO-CPF  PIC 9(02) OCCURS 10.
       01  WRK-PESOS-CNPJ.
           05 FILLER        PIC 9(02) VALUE 6.
           05 FILLER        PIC 9(02) VALUE 5.
           05 FILLER        PIC 9(02) VALUE 4.
           05 FILLER        PIC 9(02) VALUE 3.
           05 FILLER        PIC 9(02) VALUE 2.
           05 FILLER        PIC 9(02) VALUE 9.
           05 FILLER        PIC 9(02) VALUE 8.
           05 FILLER        PIC 9(02) VALUE 7.
           05 FILLER        PIC 9(02) VALUE 6.
           05 FILLER        PIC 9(02) VALUE 5.
           05 FILLER        PIC 9(02) VALUE 4.
           05 FILLER        PIC 9(02) VALUE 3.
           05 FILLER        PIC 9(02) VALUE 2.
       01  WRK-PESOS-CNPJ-R REDEFINES WRK-PESOS-CNPJ.
           05 WRK-PESO-CNPJ PIC 9(02) OCCURS 13.
       LINKAGE                         SECTION.
       01  LS-TIPO       PIC X(01).
       01  LS-DOCUMENTO  PIC 9(14).
       01  LS-RESULTADO  PIC X(01).
       PROCEDURE  DIVISION USING LS-TIPO, LS-DOCUMENTO,
                                 LS-RESULTADO.
       0001-PRINCIPAL.
           MOVE 'I' TO LS-RESULTADO.
           MOVE LS-DOCUMENTO TO WRK-DOCUMENTO-ALF.
           IF LS-TIPO = 'F'
              IF WRK-DOCUMENTO-ALF (1:3) NOT = '000'
                 GOBACK
              END-IF
              MOVE 4 TO WRK-INICIO
              MOVE 10 TO WRK-QTD-PESOS
           ELSE
              IF LS-TIPO = 'J'
                 MOVE 1 TO WRK-INICIO
                 MOVE 13 TO WRK-QTD-PESOS
              ELSE
                 GOBACK.
           MOVE 0 TO WRK-IGUAIS.
           INSPECT WRK-DOCUMENTO-ALF (WRK-INICIO:)
               TALLYING WRK-IGUAIS
               FOR ALL WRK-DOCUMENTO-ALF (WRK-INICIO:1).
           IF WRK-IGUAIS > WRK-QTD-PESOS
              GOBACK.
      *    PRIMEIRO DIGITO: PESOS A PARTIR DO SEGUNDO DA TABELA
           COMPUTE WRK-QTD-DIGITOS = WRK-QTD-PESOS - 1.
           MOVE 1 TO WRK-DESLOCAMENTO.
           PERFORM 0100-CALCULAR-DIGITO.
           COMPUTE WRK-POS = WRK-INICIO + WRK-QTD-DIGITOS.
           MOVE WRK-DOCUMENTO-ALF (WRK-POS:1) TO WRK-DIGITO-INF.
           IF WRK-DIGITO-INF NOT = WRK-DIGITO-CALC
              GOBACK.
      *    SEGUNDO DIGITO: TABELA INTEIRA, JA COM O PRIMEIRO
           MOVE WRK-QTD-PESOS TO WRK-QTD-DIGITOS.
           MOVE 0 TO WRK-DESLOCAMENTO.
           PERFORM 0100-CALCULAR-DIGITO.
           COMPUTE WRK-POS = WRK-INICIO + WRK-QTD-DIGITOS.
           MOVE WRK-DOCUMENTO-ALF (WRK-POS:1) TO WRK-DIGITO-INF.
           IF WRK-DIGITO-INF = WRK-DIGITO-CALC
              MOVE 'V' TO LS-RESULTADO.
           GOBACK.
      *-----------------------------------------------------
       0100-CALCULAR-DIGITO.
           MOVE 0 TO WRK-SOMA.
           PERFORM 0200-ACUMULAR-PESO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-DIGITOS.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
              MOVE 0 TO WRK-DIGITO-CALC
           ELSE
              COMPUTE WRK-DIGITO-CALC = 11 - WRK-RESTO.
      *-----------------------------------------------------
       0200-ACUMULAR-PESO.
           COMPUTE WRK-POS = WRK-INICIO + WRK-IDX - 1.
           COMPUTE WRK-IDX-PESO = WRK-IDX + WRK-DESLOCAMENTO.
           MOVE WRK-DOCUMENTO-ALF (WRK-POS:1) TO WRK-PARCELA.
           IF LS-TIPO = 'F'
              COMPUTE WRK-SOMA = WRK-SOMA
                      + WRK-PARCELA * WRK-PESO-CPF (WRK-IDX-PESO)
           ELSE
              COMPUTE WRK-SOMA = WRK-SOMA
                      + WRK-PARCELA * WRK-PESO-CNPJ (WRK-IDX-PESO).
