      *    arranjo de DIASTAB/DIASTAB.DAT. O job CALCHK confere
      *    diariamente a cobertura de anos dentro do horizonte que os
      *    calculos percorrem e avisa com RC=4 antes de ela acabar.
      *    Os feriados do ano seguinte sao propostos pelo job anual
      *    CALVIRA a partir do modelo por calendario CALMODEL.DAT e,
      *    aprovados, carregados no cluster com a trilha em CALLOG.
      ******************************************************************
       01  CALTAB-REC.
           05  CALTAB-CALENDARIO          PIC X(08).
