      *    na data do ciclo (a de vigencia mais recente entre as que
      *    ja comecaram e nao terminaram), entao um reprocessamento
      *    de ciclo antigo reproduz o corte que vigorava na epoca.
      *
      *    As versoes sao mantidas pela transacao CICS RETM (RETMNT)
      *    no cluster VSAM KSDS RETVER (layout RETVER.CPY), com
      *    aprovacao por um segundo usuario e trilha em RETLOG;
      *    RETTAB.DAT e o extrato sequencial regravado toda noite
      *    pelo job RETXTR so com as versoes aprovadas.
      ******************************************************************
       01  RETTAB-REC.
           05  RETTAB-CATEGORIA           PIC X(08).
