      ******************************************************************
      *    INVCAT.CPY
      *    Historico do inventario do master por categoria de
      *    retencao, gravado pelo INVROLL: uma linha por ciclo e
      *    categoria com a rolagem completa - fechamento anterior,
      *    o que entrou, o que saiu e a contagem fisica do
      *    MASTER.DAT no fim do ciclo. O FISICO de um ciclo e a
      *    ABERTURA do ciclo seguinte, entao um registro perdido numa
      *    carga ou numa troca de geracao do master aparece como
      *    diferenca no ciclo em que sumiu, e nao vira a nova base em
      *    silencio. Arquivo geracional: a geracao anterior entra no
      *    ddname INVANT e a nova sai em INVNOV.
      ******************************************************************
       01  INVCAT-REC.
           05  INVCAT-DATA-CICLO          PIC 9(08).
           05  INVCAT-CATEGORIA           PIC X(08).
      *    Contagem fisica do ciclo anterior (zeros para categoria
      *    nova; na base inicial, a propria contagem fisica).
           05  INVCAT-ABERTURA            PIC 9(09).
      *    Aprovados pelo MSTEDIT para MASTOK - conferencia da carga,
      *    nao entram na conta.
           05  INVCAT-APROVADOS           PIC 9(09).
           05  INVCAT-CARREGADOS          PIC 9(09).
           05  INVCAT-ARQUIVADOS          PIC 9(09).
      *    Detalhes das geracoes ARCHGDG catalogadas em ARCCAT.DAT -
      *    conferencia do arquivado, nao entram na conta.
           05  INVCAT-CATALOGADOS         PIC 9(09).
           05  INVCAT-RESTAURADOS         PIC 9(09).
      *    Reclassificacoes aplicadas pelo MSTRECAT (RECATAUD.DAT):
      *    a chave sai da categoria antes e entra na categoria depois.
           05  INVCAT-TRANSF-ENTRADA      PIC 9(09).
           05  INVCAT-TRANSF-SAIDA        PIC 9(09).
           05  INVCAT-CALCULADO           PIC S9(09).
           05  INVCAT-FISICO              PIC 9(09).
      *    FISICO - CALCULADO.
           05  INVCAT-DIFERENCA           PIC S9(09).
      *    "B" base inicial (sem fechamento anterior, a contagem
      *    fisica vira a abertura); "O" fechou; "D" divergente.
           05  INVCAT-SITUACAO            PIC X(01).
               88  INVCAT-BASE            VALUE "B".
               88  INVCAT-FECHOU          VALUE "O".
               88  INVCAT-DIVERGENTE      VALUE "D".
