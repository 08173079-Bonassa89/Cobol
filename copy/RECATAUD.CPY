      ******************************************************************
      *    RECATAUD.CPY
      *    Trilha de auditoria da reclassificacao de categoria de
      *    retencao (RECATAUD.DAT), gravada pelo MSTRECAT: uma linha
      *    por chave selecionada pelo cartao, com a categoria antes e
      *    depois, quem pediu e por que. Reclassificar e decisao de
      *    retencao - a evidencia e a mesma exigida de uma mudanca de
      *    corte (CUTOFFAUD.DAT) ou de uma restauracao (RESTAUD.DAT).
      ******************************************************************
       01  RECATAUD-REC.
           05  RECATAUD-DATA-EXECUCAO     PIC 9(08).
           05  RECATAUD-HORA              PIC 9(06).
           05  RECATAUD-CHAVE             PIC X(10).
           05  RECATAUD-DATA-REF          PIC 9(08).
           05  RECATAUD-STATUS-EXPURGO    PIC X(01).
           05  RECATAUD-CATEGORIA-ANTES   PIC X(08).
           05  RECATAUD-CATEGORIA-DEPOIS  PIC X(08).
           05  RECATAUD-SOLICITANTE       PIC X(08).
           05  RECATAUD-MOTIVO            PIC X(30).
      *    "A" aplicado no master; "S" simulado (cartao sem ordem de
      *    aplicar - nada mudou); "R" recusado - chave ja marcada "S"
      *    pelo PURGSCAN e o cartao nao autorizou.
           05  RECATAUD-SITUACAO          PIC X(01).
