      *    de ser DISPLAY perdido no SYSOUT e passa a ser legivel por
      *    maquina, para o job de reconciliacao CYCRECON fechar o
      *    ciclo com um relatorio so.
      *    Na execucao particionada por faixa de chave, cada particao
      *    do PURGSCAN/PURGARCH grava as suas linhas com
      *    RUNCTL-PARTICAO e a faixa que varreu; a consolidacao
      *    PURGMERG confere as particoes e grava as linhas do job
      *    inteiro com particao zero - as unicas que o CYCRECON, a
      *    trava de volume e o relatorio mensal contam.
      *    A critica MSTEDIT e a carga MSTLOAD tambem gravam aqui, uma
      *    linha por categoria (a fonte do inventario INVROLL), com
      *    RUNCTL-DATA-CICLO = data da execucao - nao a de um ciclo de
      *    expurgo. Por isso todo leitor seleciona as linhas pelo
      *    RUNCTL-JOB: categoria preenchida e particao zero nao
      *    bastam para saber que a linha e do expurgo.
      ******************************************************************
       01  RUNCTL-REC.
           05  RUNCTL-JOB                 PIC X(08).
      *    Categoria de retencao da execucao (PURGSCAN/PURGARCH), ou
      *    a categoria declarada pelo MSTEDIT/MSTLOAD; espacos para
      *    jobs que processam todas as categorias numa execucao
      *    (RETCUT) e para a linha unica do MSTLOAD que nao carregou
      *    nenhuma categoria. Com a categoria no registro, o arquivo
      *    acumulado vira o historico por job e categoria que a
      *    trava de volume do PURGARCH compara contra a media dos
      *    ciclos recentes.
           05  RUNCTL-QTDE-LIDOS          PIC 9(09).
      *    RUNCTL-QTDE-GRAVADOS: o "resultado" do job - linhas
      *    publicadas na GDG (RETCUT), registros marcados "S"
      *    (PURGSCAN), registros arquivados (PURGARCH), aprovados da
      *    categoria para MASTOK (MSTEDIT), carregados da categoria
      *    no MASTER.DAT (MSTLOAD).
           05  RUNCTL-QTDE-GRAVADOS      PIC 9(09).
      *    RUNCTL-DATA-CORTE: corte usado na execucao; zeros para
      *    RETCUT (os cortes por categoria estao em CUTOFFAUD.DAT) e
      *    para MSTEDIT/MSTLOAD, que nao aplicam corte.
           05  RUNCTL-DATA-CORTE          PIC 9(08).
           05  RUNCTL-RETORNO             PIC 9(04).
      *    RUNCTL-PARTICAO: zeros = execucao inteira (nao
      *    particionada) ou linha consolidada pelo PURGMERG; 01 a 20 =
      *    linha de uma particao, com a faixa [CHAVE-INI, CHAVE-FIM)
      *    varrida por ela (espacos = do inicio / ate o fim do
      *    master).
           05  RUNCTL-PARTICAO            PIC 9(02).
           05  RUNCTL-CHAVE-INI           PIC X(10).
           05  RUNCTL-CHAVE-FIM           PIC X(10).
