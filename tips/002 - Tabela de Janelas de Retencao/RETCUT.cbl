           MOVE "CHECAR  "           TO CYCSTEP-FUNCAO
           MOVE WS-DATA-COUT         TO CYCSTEP-DATA-CICLO
           MOVE "N"                  TO CYCSTEP-REINICIO-SW
           MOVE ZEROS                TO CYCSTEP-PARTICAO
           CALL "CYCSTEP" USING CYCSTEP-PARM.

      *    Data do ciclo do cartao RETCPARM.DAT, quando informada:
           MOVE "AVANCAR "           TO CYCSTEP-FUNCAO
           MOVE WS-DATA-COUT         TO CYCSTEP-DATA-CICLO
           MOVE "N"                  TO CYCSTEP-REINICIO-SW
           MOVE ZEROS                TO CYCSTEP-PARTICAO
           CALL "CYCSTEP" USING CYCSTEP-PARM
           IF CYCSTEP-RETORNO NOT = 0
               DISPLAY "RETCUT: " CYCSTEP-MENSAGEM
               MOVE WS-QTDE-PUBLICADAS    TO RUNCTL-QTDE-GRAVADOS
               MOVE ZEROS                 TO RUNCTL-DATA-CORTE
               MOVE RETURN-CODE           TO RUNCTL-RETORNO
               MOVE ZEROS                 TO RUNCTL-PARTICAO
               MOVE SPACES                TO RUNCTL-CHAVE-INI
               MOVE SPACES                TO RUNCTL-CHAVE-FIM
               WRITE RUNCTL-REC
               CLOSE RUNCTL-FILE
           END-IF.
