      *    Mesmo papel de DTERRPRM-DATA-CICLO no DTERRSUM. Num
      *    reinicio a data do checkpoint continua mandando.
           05  PURGPARM-DATA-CICLO        PIC 9(08).
      *    Execucao particionada: PURGPARM-PARTICAO (01 a 20) e a
      *    particao desta execucao e a faixa de chave que ela varre,
      *    de CHAVE-INI (inclusive) ate CHAVE-FIM (exclusive) -
      *    espacos = do inicio / ate o fim do master. A CHAVE-FIM de
      *    uma particao e a CHAVE-INI da seguinte, e o PURGMERG
      *    recusa a consolidacao se a cobertura tiver buraco ou
      *    sobreposicao. Zeros = execucao inteira, como antes.
      *    QTDE-PARTICOES e informativo no SYSOUT; quem confere o
      *    total e o cartao do PURGMERG.
           05  PURGPARM-PARTICAO          PIC 9(02).
           05  PURGPARM-QTDE-PARTICOES    PIC 9(02).
           05  PURGPARM-CHAVE-INI         PIC X(10).
           05  PURGPARM-CHAVE-FIM         PIC X(10).
