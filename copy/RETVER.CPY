      ******************************************************************
      *    RETVER.CPY
      *    Versoes da tabela de retencao com aprovacao em dois
      *    tempos (cluster VSAM KSDS RETVER, chave categoria + data
      *    de vigencia), mantidas pela transacao CICS RETM (RETMNT).
      *    Cada linha e uma versao de RETTAB.CPY com a situacao e os
      *    responsaveis: um usuario PROPOE, um usuario DIFERENTE
      *    APROVA (ou alguem rejeita) - so versao aprovada chega ao
      *    RETTAB.DAT, regravado toda noite pelo job de extracao
      *    RETXTR. Versao aprovada nao e mais alterada: mudanca de
      *    prazo e sempre uma versao nova com vigencia futura, como
      *    ja mandava o RETTAB.CPY. O cluster foi carregado uma vez
      *    com as linhas do RETTAB.DAT da epoca como aprovadas.
      ******************************************************************
       01  RETVER-REC.
           05  RETVER-CHAVE.
               10  RETVER-CATEGORIA       PIC X(08).
               10  RETVER-DATA-VIGENCIA   PIC 9(08).
           05  RETVER-DESCRICAO           PIC X(30).
           05  RETVER-QTDE-DIAS           PIC 9(05).
           05  RETVER-JOB-DESTINO         PIC X(08).
           05  RETVER-DATA-FIM-VIG        PIC 9(08).
      *    "P" proposta aguardando aprovacao, "A" aprovada, "R"
      *    rejeitada (pode ser proposta de novo com a mesma chave).
           05  RETVER-SITUACAO            PIC X(01).
               88  RETVER-PROPOSTA        VALUE "P".
               88  RETVER-APROVADA        VALUE "A".
               88  RETVER-REJEITADA       VALUE "R".
           05  RETVER-PROPONENTE          PIC X(08).
           05  RETVER-DATA-PROPOSTA       PIC 9(08).
           05  RETVER-HORA-PROPOSTA       PIC 9(06).
      *    Quem aprovou ou rejeitou, e quando.
           05  RETVER-APROVADOR           PIC X(08).
           05  RETVER-DATA-APROVACAO      PIC 9(08).
           05  RETVER-HORA-APROVACAO      PIC 9(06).
