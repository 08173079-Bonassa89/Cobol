      ******************************************************************
      *    ARCRET.CPY
      *    Layout da tabela de prazo de guarda do arquivamento
      *    (ARCRET.DAT): por categoria de retencao, quantos dias uma
      *    geracao ARCHGDG e guardada depois de gravada pelo PURGARCH
      *    antes de ser destruida. E o segundo prazo da politica de
      *    registros - RETTAB-QTDE-DIAS diz quando o registro sai do
      *    master, ARCRET-QTDE-DIAS diz quando o arquivamento dele
      *    deixa de existir. Mantida a parte do RETTAB.DAT para que
      *    uma mudanca no prazo de guarda nao toque o corte do
      *    expurgo. O ARCDISP conta o prazo a partir de
      *    ARCCAT-DATA-EXEC; categoria sem linha aqui nunca e
      *    descartada.
      ******************************************************************
       01  ARCRET-REC.
           05  ARCRET-CATEGORIA           PIC X(08).
           05  ARCRET-DESCRICAO           PIC X(30).
           05  ARCRET-QTDE-DIAS           PIC 9(05).
