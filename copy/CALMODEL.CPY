      ******************************************************************
      *    CALMODEL.CPY
      *    Modelo de feriados por calendario (CALMODEL.DAT), lido pelo
      *    job anual CALVIRA para propor as linhas do CALTAB do ano
      *    seguinte. Cada linha e um feriado de UM calendario (mesmo
      *    codigo de CALTAB-CALENDARIO) e diz COMO achar a data dele
      *    em qualquer ano:
      *      "F" - data fixa: CALMODEL-MES / CALMODEL-DIA (Natal,
      *            Tiradentes, feriado estadual da filial);
      *      "P" - relativo ao domingo de Pascoa do ano, em dias
      *            corridos: CALMODEL-DESLOC-PASCOA (Carnaval -47,
      *            Sexta-feira Santa -2, Corpus Christi +60);
      *      "N" - n-esimo dia da semana do mes: CALMODEL-MES,
      *            CALMODEL-ORDEM (1 a 4, 5 = o ultimo do mes) e
      *            CALMODEL-DIA-SEMANA (1 = domingo ... 7 = sabado) -
      *            os feriados do parceiro, como Thanksgiving.
      *    Feriado que nao cabe em nenhuma regra (ponto facultativo
      *    decretado, feriado "observed" deslocado) continua sendo
      *    incluido pela transacao CALM.
      ******************************************************************
       01  CALMODEL-REC.
           05  CALMODEL-CALENDARIO        PIC X(08).
           05  CALMODEL-REGRA             PIC X(01).
               88  CALMODEL-DATA-FIXA     VALUE "F".
               88  CALMODEL-PASCOA        VALUE "P".
               88  CALMODEL-DIA-SEMANA-MES
                                          VALUE "N".
           05  CALMODEL-MES               PIC 9(02).
           05  CALMODEL-DIA               PIC 9(02).
           05  CALMODEL-DESLOC-PASCOA     PIC S9(03)
                                          SIGN IS LEADING SEPARATE.
           05  CALMODEL-ORDEM             PIC 9(01).
           05  CALMODEL-DIA-SEMANA        PIC 9(01).
           05  CALMODEL-DESCRICAO         PIC X(30).
