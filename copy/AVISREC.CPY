      ******************************************************************
      *    AVISREC.CPY
      *    Layout do aviso antecipado de expurgo (PURGAVIS.DAT),
      *    gravado pelo PURGAVIS: uma linha por chave do master que
      *    cruza o corte da sua categoria dentro da janela do aviso,
      *    com o dono da categoria (CATDONO.DAT) na frente para a
      *    distribuicao separar o arquivo de cada area. A data
      *    prevista e a do primeiro ciclo em que o PURGSCAN marcaria
      *    o registro, com a linha de RETTAB.DAT que estara vigente
      *    naquele ciclo.
      ******************************************************************
       01  AVISREC-REC.
      *    Espacos = categoria sem dono em CATDONO.DAT.
           05  AVISREC-DONO               PIC X(08).
           05  AVISREC-CATEGORIA          PIC X(08).
           05  AVISREC-CHAVE              PIC X(10).
           05  AVISREC-DATA-REF           PIC 9(08).
      *    Data do ciclo em que o registro passa a ser expurgado.
           05  AVISREC-DATA-EXPURGO       PIC 9(08).
      *    Corte daquele ciclo e a versao de RETTAB.DAT que o gera.
           05  AVISREC-DATA-CORTE         PIC 9(08).
           05  AVISREC-QTDE-DIAS          PIC 9(05).
           05  AVISREC-DATA-VIGENCIA      PIC 9(08).
      *    Data-base do aviso (execucao ou cartao AVISPARM.DAT).
           05  AVISREC-DATA-AVISO         PIC 9(08).
