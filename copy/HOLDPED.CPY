      ******************************************************************
      *    HOLDPED.CPY
      *    Layout do pedido de bloqueio legal devolvido pelas areas
      *    donas (HOLDPED.DAT) depois do aviso antecipado de expurgo.
      *    Mesmos campos de chave, solicitante e motivo do HOLDREC.CPY,
      *    mais o dono que pede: o HOLDPED critica cada pedido contra
      *    o master e CATDONO.DAT e grava os aceitos como PROPOSTAS de
      *    linha de HOLDLST.DAT (HOLDPROP.DAT) - o pedido nao bloqueia
      *    nada enquanto o compliance nao aprovar.
      ******************************************************************
       01  HOLDPED-REC.
           05  HOLDPED-DONO               PIC X(08).
           05  HOLDPED-CHAVE-INI          PIC X(10).
      *    Espacos = chave unica (so HOLDPED-CHAVE-INI); preenchida =
      *    faixa fechada INI a FIM, como no HOLDREC.
           05  HOLDPED-CHAVE-FIM          PIC X(10).
           05  HOLDPED-SOLICITANTE        PIC X(08).
           05  HOLDPED-MOTIVO             PIC X(30).
           05  HOLDPED-DATA-PEDIDO        PIC 9(08).
