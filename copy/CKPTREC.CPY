           05  CKPTREC-CAT-ENT            OCCURS 50 TIMES.
               10  CKPTREC-CAT-CATEGORIA  PIC X(08).
               10  CKPTREC-CAT-QTDE-MARC  PIC 9(09).
      *    Particao e faixa de chave da execucao que gravou o
      *    checkpoint (zeros/espacos = execucao nao particionada).
      *    Cada particao tem o seu PURGCKPT.DAT; o reinicio confere
      *    que o checkpoint alocado e o da particao do cartao, para
      *    um DD trocado nao retomar a faixa errada.
           05  CKPTREC-PARTICAO           PIC 9(02).
           05  CKPTREC-CHAVE-INI          PIC X(10).
           05  CKPTREC-CHAVE-FIM          PIC X(10).
