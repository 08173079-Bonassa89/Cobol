      ******************************************************************
      *    RETMS.CPY
      *    Copybook simbolico do mapset BMS RETMS / mapa RETMAP da
      *    transacao RETM (RETMNT), normalmente gerado pela montagem
      *    do macro BMS (DFHMDF) e incluido aqui como faria o
      *    DFHMSP/DFHMSD padrao. Mantido a mao neste tip pois o
      *    mapset fisico nao faz parte deste repositorio de fontes
      *    COBOL - mesmo criterio de DIASMS.CPY e CALMS.CPY.
      ******************************************************************
       01  RETMAPI.
           05  FILLER                     PIC X(12).
           05  CATEGL                      PIC S9(4) COMP.
           05  CATEGF                      PIC X.
           05  FILLER REDEFINES CATEGF.
               10  CATEGA                   PIC X.
           05  CATEGI                      PIC X(8).
           05  VIGENL                      PIC S9(4) COMP.
           05  VIGENF                      PIC X.
           05  FILLER REDEFINES VIGENF.
               10  VIGENA                   PIC X.
           05  VIGENI                      PIC X(8).
           05  ACAOL                       PIC S9(4) COMP.
           05  ACAOF                       PIC X.
           05  FILLER REDEFINES ACAOF.
               10  ACAOA                    PIC X.
           05  ACAOI                       PIC X(1).
           05  QTDDIASL                    PIC S9(4) COMP.
           05  QTDDIASF                    PIC X.
           05  FILLER REDEFINES QTDDIASF.
               10  QTDDIASA                 PIC X.
           05  QTDDIASI                    PIC X(5).
           05  JOBDESTL                    PIC S9(4) COMP.
           05  JOBDESTF                    PIC X.
           05  FILLER REDEFINES JOBDESTF.
               10  JOBDESTA                 PIC X.
           05  JOBDESTI                    PIC X(8).
           05  FIMVIGL                     PIC S9(4) COMP.
           05  FIMVIGF                     PIC X.
           05  FILLER REDEFINES FIMVIGF.
               10  FIMVIGA                  PIC X.
           05  FIMVIGI                     PIC X(8).
           05  DESCRL                      PIC S9(4) COMP.
           05  DESCRF                      PIC X.
           05  FILLER REDEFINES DESCRF.
               10  DESCRA                   PIC X.
           05  DESCRI                      PIC X(30).
           05  SITUACL                     PIC S9(4) COMP.
           05  SITUACF                     PIC X.
           05  FILLER REDEFINES SITUACF.
               10  SITUACA                  PIC X.
           05  SITUACI                     PIC X(30).
           05  MSGOL                       PIC S9(4) COMP.
           05  MSGOF                       PIC X.
           05  FILLER REDEFINES MSGOF.
               10  MSGOA                    PIC X.
           05  MSGOI                       PIC X(60).
       01  RETMAPO REDEFINES RETMAPI.
           05  FILLER                     PIC X(12).
           05  FILLER                     PIC X(3).
           05  CATEGO                      PIC X(8).
           05  FILLER                     PIC X(3).
           05  VIGENO                      PIC X(8).
           05  FILLER                     PIC X(3).
           05  ACAOO                       PIC X(1).
           05  FILLER                     PIC X(3).
           05  QTDDIASO                    PIC X(5).
           05  FILLER                     PIC X(3).
           05  JOBDESTO                    PIC X(8).
           05  FILLER                     PIC X(3).
           05  FIMVIGO                     PIC X(8).
           05  FILLER                     PIC X(3).
           05  DESCRO                      PIC X(30).
           05  FILLER                     PIC X(3).
           05  SITUACO                     PIC X(30).
           05  FILLER                     PIC X(3).
           05  MSGOO                       PIC X(60).
