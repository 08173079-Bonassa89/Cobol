      *    saem no relatorio ARCHLOOK.DAT - data de execucao,
      *    categoria, corte e job de destino identificam a geracao
      *    fisica na JCL, e dela o ARCHREST restaura.
      *    Geracao ja descartada pelo ARCDISP continua no catalogo e
      *    continua saindo como candidata, mas com a linha "DESCARTADA
      *    EM" (data e aprovador) logo abaixo - a geracao fisica nao
      *    existe mais e nao ha de onde restaurar. Se TODAS as
      *    candidatas estao descartadas o job tambem encerra RC=4.
      *    Nenhuma candidata encerra com RC=4: ou a chave nunca foi
      *    arquivada, ou e anterior ao inicio do catalogo - nos dois
      *    casos o checklist precisa saber que a busca automatica nao

       01  WS-QTDE-LIDAS              PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-CANDIDATAS         PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-DESCARTADAS        PIC 9(09) VALUE ZEROS.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(39) VALUE
           05  WS-LIN-GER-ALTA         PIC X(10).
           05  FILLER                  PIC X(07) VALUE " QTDE: ".
           05  WS-LIN-GER-QTDE         PIC ZZZ.ZZZ.ZZ9.
       01  WS-LIN-DESC.
           05  FILLER                  PIC X(25) VALUE
               "    GERACAO DESCARTADA EM".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DESC-DATA        PIC 9(08).
           05  FILLER                  PIC X(14) VALUE
               " - APROVADOR: ".
           05  WS-LIN-DESC-APROVADOR   PIC X(08).
           05  FILLER                  PIC X(36) VALUE
               " - NAO HA GERACAO FISICA A RESTAURAR".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           MOVE ARCCAT-CHAVE-BAIXA    TO WS-LIN-GER-BAIXA
           MOVE ARCCAT-CHAVE-ALTA     TO WS-LIN-GER-ALTA
           MOVE ARCCAT-QTDE-DETALHES  TO WS-LIN-GER-QTDE
           WRITE ARCHLOOK-LINHA FROM WS-LIN-GER
           IF ARCCAT-DATA-DESCARTE > ZEROS
               ADD 1 TO WS-QTDE-DESCARTADAS
               MOVE ARCCAT-DATA-DESCARTE TO WS-LIN-DESC-DATA
               MOVE ARCCAT-APROVADOR     TO WS-LIN-DESC-APROVADOR
               WRITE ARCHLOOK-LINHA FROM WS-LIN-DESC
           END-IF.

       9000-ENCERRAR.
           IF WS-QTDE-CANDIDATAS = ZEROS
                   TO ARCHLOOK-LINHA
               WRITE ARCHLOOK-LINHA
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-QTDE-DESCARTADAS = WS-QTDE-CANDIDATAS
                   MOVE "TODAS AS CANDIDATAS JA FORAM DESCARTADAS"
                       TO ARCHLOOK-LINHA
                   WRITE ARCHLOOK-LINHA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE ARCCAT-FILE
           CLOSE ARCHLOOK-FILE
           DISPLAY "ARCHLOOK: GERACOES NO CATALOGO: " WS-QTDE-LIDAS
           DISPLAY "ARCHLOOK: CANDIDATAS.........: "
                   WS-QTDE-CANDIDATAS
           DISPLAY "ARCHLOOK: JA DESCARTADAS.....: "
                   WS-QTDE-DESCARTADAS.
