      *    num ciclo cuja etapa ja passou do RETCUT.
           05  CYCSTEP-REINICIO-SW        PIC X(01).
               88  CYCSTEP-REINICIO       VALUE "Y".
      *    Particao do chamador na execucao particionada do
      *    PURGSCAN/PURGARCH (zeros = execucao inteira). A particao
      *    passa pelo CHECAR como o job inteiro, mas nao AVANCA o
      *    ciclo: quem avanca e a consolidacao PURGMERG, depois de
      *    conferir que todas as particoes terminaram bem.
           05  CYCSTEP-PARTICAO           PIC 9(02).
      *    00 = pode rodar / estado gravado; 08 = fora de ordem,
      *    ciclo repetido ou falha no proprio CYCSTAT.DAT - o
      *    chamador deve se recusar a rodar.
