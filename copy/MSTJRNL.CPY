      ******************************************************************
      *    MSTJRNL.CPY
      *    Diario do ciclo de vida dos registros do master
      *    (MSTJRNL.DAT): uma linha por evento que muda o estado de
      *    uma MASTREC-CHAVE, gravada pelo proprio job que mudou -
      *    critica de entrada e suspenso de rejeitados (MSTEDIT),
      *    carga (MSTLOAD), marcacao e desmarcacao do expurgo e
      *    retencao por bloqueio legal (PURGSCAN), descarga para a
      *    geracao ARCHGDG (PURGARCH), restauracao ou recusa
      *    (ARCHREST) e reclassificacao de categoria (MSTRECAT). O
      *    arquivo e so EXTEND, entao a ordem fisica ja e a ordem
      *    cronologica; a consulta MSTHIST monta a linha do tempo de
      *    uma chave ou faixa de chaves lendo este arquivo, em vez de
      *    garimpar MASTREJ, PURGHOLD.DAT, ARCCAT.DAT e RESTAUD.DAT
      *    um por um.
      ******************************************************************
       01  MSTJRNL-REC.
      *    Data do ciclo (ou da execucao, para os jobs fora do ciclo)
      *    e hora do relogio no momento da gravacao.
           05  MSTJRNL-DATA-EVENTO        PIC 9(08).
           05  MSTJRNL-HORA-EVENTO        PIC 9(06).
           05  MSTJRNL-PROGRAMA           PIC X(08).
           05  MSTJRNL-EVENTO             PIC X(02).
               88  MSTJRNL-APROVADO       VALUE "AP".
               88  MSTJRNL-REJEITADO      VALUE "RJ".
               88  MSTJRNL-BAIXADO-SUSP   VALUE "SB".
               88  MSTJRNL-CARREGADO      VALUE "CA".
               88  MSTJRNL-CARGA-RECUSADA VALUE "DU".
               88  MSTJRNL-MARCADO        VALUE "MS".
               88  MSTJRNL-DESMARCADO     VALUE "DS".
               88  MSTJRNL-RETIDO-HOLD    VALUE "RB".
               88  MSTJRNL-ARQUIVADO      VALUE "AR".
               88  MSTJRNL-RESTAURADO     VALUE "RT".
               88  MSTJRNL-RESTAURO-RECUS VALUE "RC".
               88  MSTJRNL-RECLASSIFICADO VALUE "RE".
           05  MSTJRNL-CHAVE              PIC X(10).
           05  MSTJRNL-CATEGORIA          PIC X(08).
           05  MSTJRNL-DATA-REF           PIC 9(08).
      *    MASTREC-STATUS-EXPURGO antes e depois do evento; espaco
      *    quando o registro nao existia no master (critica, carga,
      *    restauracao) ou deixou de existir (arquivamento).
           05  MSTJRNL-STATUS-ANTERIOR    PIC X(01).
           05  MSTJRNL-STATUS-NOVO        PIC X(01).
      *    Corte da categoria usado na decisao (PURGSCAN, PURGARCH);
      *    zeros nos demais eventos.
           05  MSTJRNL-DATA-CORTE         PIC 9(08).
      *    Geracao ARCHGDG envolvida (arquivamento e restauracao):
      *    data de execucao + job de destino, a mesma identificacao
      *    da geracao fisica usada em ARCCAT.DAT.
           05  MSTJRNL-GER-DATA-EXEC      PIC 9(08).
           05  MSTJRNL-GER-JOB-DESTINO    PIC X(08).
      *    Quem pediu (restauracao, bloqueio legal, reclassificacao)
      *    e o complemento do evento - motivo de rejeicao, motivo do
      *    bloqueio, motivo da restauracao, categoria anterior.
           05  MSTJRNL-SOLICITANTE        PIC X(08).
           05  MSTJRNL-DETALHE            PIC X(30).
