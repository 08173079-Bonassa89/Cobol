      ******************************************************************
      *    CATDONO.CPY
      *    Layout da tabela de donos das categorias de retencao
      *    (CATDONO.DAT): para cada MASTREC-CATEGORIA, a area de
      *    negocio dona dos registros - quem recebe o aviso antecipado
      *    de expurgo do PURGAVIS e quem pode pedir bloqueio das
      *    chaves da categoria pelo HOLDPED. Uma categoria tem um dono
      *    so; um dono pode ter varias categorias. Mantida a parte do
      *    master e do RETTAB.DAT: trocar o dono de uma categoria nao
      *    toca registro nem prazo.
      ******************************************************************
       01  CATDONO-REC.
           05  CATDONO-CATEGORIA          PIC X(08).
      *    Codigo da area dona - vai em cada linha do aviso e e o
      *    codigo que a area informa no pedido de bloqueio.
           05  CATDONO-DONO               PIC X(08).
           05  CATDONO-NOME               PIC X(30).
