      *    (1230-VERIFICAR-COBERTURA).
      *    O resultado sai no relatorio CALCHK.DAT: ano sem linhas em
      *    algum calendario = RC=4; HOLCAL.DAT indisponivel ou vazio
      *    = RC=8 (a madrugada inteira cairia). O cabecalho leva a
      *    data da execucao, para o CHKMANHA distinguir o relatorio
      *    da noite de um que sobrou de execucao anterior.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHK.
           05  WS-LIN-CAB-INI          PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  WS-LIN-CAB-FIM          PIC 9(08).
           05  FILLER                  PIC X(16) VALUE
               " - EXECUCAO EM: ".
           05  WS-LIN-CAB-HOJE         PIC 9(08).
       01  WS-LIN-AVISO.
           05  FILLER                  PIC X(12) VALUE "CALENDARIO: ".
           05  WS-LIN-AVISO-CAL        PIC X(08).
           ELSE
               MOVE WS-DATA-INICIO TO WS-LIN-CAB-INI
               MOVE WS-DATA-FIM    TO WS-LIN-CAB-FIM
               MOVE WS-DATA-HOJE   TO WS-LIN-CAB-HOJE
               WRITE CALCHK-LINHA FROM WS-LIN-CAB
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-QTDE-CALS
