      *    Qualquer divergencia sai no relatorio de excecoes
      *    CYCEXCEP.DAT e encerra o job com RC=8; ciclo limpo termina
      *    com RC=0 e o relatorio registra "SEM EXCECOES".
      *    Execucao particionada do PURGSCAN/PURGARCH: as contagens
      *    do job sao as linhas consolidadas pelo PURGMERG (particao
      *    zero); as linhas das particoes so dizem se cada uma
      *    terminou bem. Particao cuja ultima linha e de falha, ou
      *    job particionado sem consolidacao no ciclo, sai como
      *    excecao e o ciclo NAO e fechado: fechar o estado impediria
      *    o reinicio da particao que falhou, e o fechamento so vale
      *    depois que todas terminaram bem e foram consolidadas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCRECON.
               10  WS-JOB-RETORNO      PIC 9(04).
       01  WS-JOB-IDX                 PIC 9(01) VALUE ZEROS.

      *    Particoes vistas no ciclo por job (PURGSCAN e PURGARCH) e
      *    o retorno da ULTIMA linha de cada uma - o rerun da
      *    particao que falhou substitui a linha de falha.
       01  WS-PARTIC-TAB.
           05  WS-PARTIC-JOB           OCCURS 3 TIMES.
               10  WS-PARTIC-SW        PIC X(01).
                   88  WS-PARTICIONADO VALUE "Y".
               10  WS-PARTIC-ENT       OCCURS 20 TIMES.
                   15  WS-PARTIC-ACHOU-SW PIC X(01).
                       88  WS-PARTIC-ACHOU VALUE "Y".
                   15  WS-PARTIC-RETORNO  PIC 9(04).
       01  WS-PARTIC-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-PENDENTE-SW             PIC X(01) VALUE "N".
           88  WS-PENDENTE            VALUE "Y".

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(44) VALUE
               "CYCRECON - RECONCILIACAO DO CICLO NOTURNO DE".
               MOVE ZEROS  TO WS-JOB-GRAVADOS(WS-JOB-IDX)
               MOVE ZEROS  TO WS-JOB-CORTE(WS-JOB-IDX)
               MOVE ZEROS  TO WS-JOB-RETORNO(WS-JOB-IDX)
               MOVE "N"    TO WS-PARTIC-SW(WS-JOB-IDX)
               PERFORM VARYING WS-PARTIC-IDX FROM 1 BY 1
                       UNTIL WS-PARTIC-IDX > 20
                   MOVE "N"   TO WS-PARTIC-ACHOU-SW
                                 (WS-JOB-IDX WS-PARTIC-IDX)
                   MOVE ZEROS TO WS-PARTIC-RETORNO
                                 (WS-JOB-IDX WS-PARTIC-IDX)
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT CYCEXCEP-FILE
           IF WS-CYCEXCEP-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RUNCTL-DATA-CICLO = WS-DATA-CICLO
                               IF RUNCTL-PARTICAO = ZEROS
                                   PERFORM 2100-GUARDAR-CONTROLE
                               ELSE
                                   PERFORM 2200-GUARDAR-PARTICAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-PERFORM.

       2200-GUARDAR-PARTICAO.
           PERFORM VARYING WS-JOB-IDX FROM 2 BY 1
                   UNTIL WS-JOB-IDX > 3
               IF WS-JOB-NOME(WS-JOB-IDX) = RUNCTL-JOB
                   AND RUNCTL-PARTICAO <= 20
                   MOVE "Y" TO WS-PARTIC-SW(WS-JOB-IDX)
                   MOVE "Y" TO WS-PARTIC-ACHOU-SW
                               (WS-JOB-IDX RUNCTL-PARTICAO)
                   MOVE RUNCTL-RETORNO
                       TO WS-PARTIC-RETORNO
                          (WS-JOB-IDX RUNCTL-PARTICAO)
               END-IF
           END-PERFORM.

       3000-CONFERIR-JOBS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 3
                   END-STRING
                   PERFORM 8000-GRAVAR-EXCECAO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JOB-IDX FROM 2 BY 1
                   UNTIL WS-JOB-IDX > 3
               IF WS-PARTICIONADO(WS-JOB-IDX)
                   PERFORM 3100-CONFERIR-PARTICOES
               END-IF
           END-PERFORM.

      *    Job particionado: cada particao com ultima linha de falha
      *    e a consolidacao ausente sao excecoes que deixam o ciclo
      *    pendente (7000 nao fecha o estado).
       3100-CONFERIR-PARTICOES.
           PERFORM VARYING WS-PARTIC-IDX FROM 1 BY 1
                   UNTIL WS-PARTIC-IDX > 20
               IF WS-PARTIC-ACHOU(WS-JOB-IDX WS-PARTIC-IDX)
                   AND WS-PARTIC-RETORNO(WS-JOB-IDX WS-PARTIC-IDX)
                           >= 8
                   MOVE "Y" TO WS-PENDENTE-SW
                   MOVE SPACES TO CYCEXCEP-LINHA
                   STRING "PARTICAO " WS-PARTIC-IDX " DO "
                          WS-JOB-NOME(WS-JOB-IDX)
                          " ENCERROU COM FALHA - REINICIE SO ELA "
                          "E RODE O PURGMERG"
                       DELIMITED BY SIZE
                       INTO CYCEXCEP-LINHA
                   END-STRING
                   PERFORM 8000-GRAVAR-EXCECAO
               END-IF
           END-PERFORM
           IF NOT WS-JOB-ACHOU(WS-JOB-IDX)
               MOVE "Y" TO WS-PENDENTE-SW
               MOVE SPACES TO CYCEXCEP-LINHA
               STRING "JOB " WS-JOB-NOME(WS-JOB-IDX)
                      " PARTICIONADO SEM CONSOLIDACAO PURGMERG "
                      "NESTE CICLO"
                   DELIMITED BY SIZE
                   INTO CYCEXCEP-LINHA
               END-STRING
               PERFORM 8000-GRAVAR-EXCECAO
           END-IF.

      *    Toda categoria de RETTAB.DAT VIGENTE na data do ciclo
      *    precisa ter gravado sua linha de auditoria (CUTOFFAUD.DAT)
      *    nessa data - e a prova de que RETCUT processou a
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CYCEXCEP-FILE
           IF WS-PENDENTE
               DISPLAY "CYCRECON: PARTICAO PENDENTE NO CICLO - "
                       "ESTADO MANTIDO ABERTO PARA O REINICIO"
           ELSE
               PERFORM 7500-FECHAR-ESTADO
           END-IF.

      *    Fecha o estado do ciclo (CYCSTAT.DAT via CYCSTEP) - com ou
      *    sem excecoes: o ciclo reconciliado esta encerrado e o
      *    proximo RETCUT abre o seguinte. As excecoes ja ficaram em
      *    CYCEXCEP.DAT e no RETURN-CODE; manter o estado aberto so
      *    travaria a esteira da noite seguinte sem contar nada novo.
      *    A excecao e a particao pendente (ver 3100): ali o estado
      *    aberto e o que permite reiniciar so a particao que falhou.
       7500-FECHAR-ESTADO.
           MOVE "CYCRECON"            TO CYCSTEP-JOB
           MOVE "AVANCAR "            TO CYCSTEP-FUNCAO
           MOVE WS-DATA-CICLO         TO CYCSTEP-DATA-CICLO
           MOVE "N"                   TO CYCSTEP-REINICIO-SW
           MOVE ZEROS                 TO CYCSTEP-PARTICAO
           CALL "CYCSTEP" USING CYCSTEP-PARM
           IF CYCSTEP-RETORNO NOT = 0
               DISPLAY "CYCRECON: " CYCSTEP-MENSAGEM
