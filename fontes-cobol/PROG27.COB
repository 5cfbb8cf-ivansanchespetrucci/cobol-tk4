           DISPLAY '6 - DESATIVACAO DE CLIENTE (PROG032)  '.
           DISPLAY '7 - ATENDIMENTO AO CLIENTE (PROG125)  '.
           DISPLAY '8 - LIBERAR TRAVA DO CICLO (SUPERV.)  '.
           DISPLAY '9 - CONTATOS DO CLIENTE    (PROG172)  '.
           DISPLAY 'OPCAO..... '.
           ACCEPT WRK-OPCAO.
      *-----------------------------------------------------
                      PERFORM 0250-GRAVAR-ACESSO
                      PERFORM 0260-LIBERAR-TRAVA
                   END-IF
               WHEN 9
                   MOVE 'CONTATOS' TO WRK-FUNCAO
                   PERFORM 0250-GRAVAR-ACESSO
                   CALL 'PROG172' USING WRK-ID
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
