      *-----------------------------------------------------
      * TODO BACKUP (ARQBKP), LOG (ARQLOG) E JORNAL (ARQJRN)
      * GERADO FICA REGISTRADO AQUI COM DATA E TOTAIS DE
      * CONTROLE, ASSIM COMO OS ARQUIVOS DATADOS DO
      * ARQUIVAMENTO DE FATURAS DO PROG201 (FATARQ, ITFARQ E
      * PAGARQ); O EXPURGO MARCA COMO EXPURGADAS (E) AS
      * GERACOES ALEM DA RETENCAO INFORMADA POR TIPO, GUIANDO
      * A OPERACAO NA LIMPEZA FISICA, E O PROG036 OFERECE AO
      * OPERADOR SOMENTE AS GERACOES VALIDAS (V)
