      ******************************************************************
      *    MSTSUSP.CPY
      *    Item do suspenso da critica de entrada do master. Todo
      *    registro que o MSTEDIT rejeita (CB, CD, DT, EX, CT) entra
      *    no suspenso com uma identificacao propria e fica la ate ser
      *    liberado para a carga ou baixado: a cada noite o MSTEDIT le
      *    a geracao anterior (ddname SUSPANT), aplica as correcoes
      *    recebidas (ddname SUSPCORR), passa cada item de novo pelas
      *    mesmas criticas da alimentacao e grava a geracao nova
      *    (ddname SUSPNOV) so com o que continua reprovado. A JCL so
      *    cataloga a geracao nova quando o MSTEDIT termina com RC
      *    menor que 8 - mesma regra do MASTNEW no PURGARCH. O
      *    relatorio de envelhecimento SUSPAGE le a geracao corrente
      *    (ddname MSTSUSP).
      ******************************************************************
       01  MSTSUSP-REC.
      *    Identificacao do item: data em que entrou no suspenso e
      *    sequencial do dia. E por ela que a correcao aponta o item
      *    (uma rejeicao CB nao tem chave para ser achada).
           05  MSTSUSP-ID.
               10  MSTSUSP-DATA-ENTRADA   PIC 9(08).
               10  MSTSUSP-SEQ            PIC 9(06).
      *    Motivo da ultima critica e o motivo com que o item entrou.
           05  MSTSUSP-MOTIVO             PIC X(02).
           05  MSTSUSP-MOTIVO-ORIGINAL    PIC X(02).
           05  MSTSUSP-DATA-ULT-CRITICA   PIC 9(08).
           05  MSTSUSP-QTDE-CRITICAS      PIC 9(04).
      *    Imagem do registro (layout MASTREC) - a original ou a
      *    ultima correcao recebida.
           05  MSTSUSP-IMAGEM             PIC X(57).
