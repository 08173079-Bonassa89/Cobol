      *    do rodape. E o indice que o ARCHLOOK consulta para
      *    responder "em qual geracao esta a chave tal" sem ler todas
      *    as geracoes de ponta a ponta.
      *    A linha NUNCA e apagada: quando a geracao vence o prazo de
      *    guarda do arquivamento (ARCRET.DAT) o ARCDISP marca a data
      *    do descarte e quem aprovou, e a geracao fisica e destruida
      *    a partir do certificado. ARCHLOOK e ARCHREST leem a marca
      *    para responder "descartada em" em vez de apontar para uma
      *    geracao que nao existe mais.
      ******************************************************************
       01  ARCCAT-REC.
           05  ARCCAT-DATA-EXEC           PIC 9(08).
           05  ARCCAT-CHAVE-BAIXA         PIC X(10).
           05  ARCCAT-CHAVE-ALTA          PIC X(10).
           05  ARCCAT-QTDE-DETALHES       PIC 9(09).
      *    Zeros = geracao existente; preenchida = data em que o
      *    ARCDISP a descartou, com o aprovador do cartao.
           05  ARCCAT-DATA-DESCARTE       PIC 9(08).
           05  ARCCAT-APROVADOR           PIC X(08).
