      *    5%) - e o RC=8 que condiciona o passo de carga na JCL,
      *    para uma alimentacao truncada ou deslocada nunca virar
      *    problema nosso na hora do expurgo.
      *    Cada registro criticado - aprovado ou rejeitado, com o
      *    motivo - tambem deixa um evento no diario do ciclo de vida
      *    MSTJRNL.DAT (layout MSTJRNL.CPY): e o primeiro capitulo da
      *    historia da chave que a consulta MSTHIST monta.
      *    Rejeitado nao se perde: cada rejeicao entra no suspenso
      *    (layout MSTSUSP.CPY) e e criticada de novo toda noite,
      *    antes da alimentacao - a geracao anterior vem no ddname
      *    SUSPANT e a nova sai em SUSPNOV. A area de negocio corrige
      *    pelo ddname SUSPCORR, apontando o item pela identificacao
      *    do suspenso: acao "C" reenvia a imagem corrigida, acao "B"
      *    baixa o item sem carga. Item sem correcao passa pelas
      *    criticas do mesmo jeito, entao um CT de categoria ainda
      *    nao vigente em RETTAB.DAT sai sozinho para MASTOK na noite
      *    em que a linha entra em vigor. O que volta aprovado vai
      *    para MASTOK junto com a alimentacao; o que continua
      *    reprovado segue na geracao nova com a data de entrada
      *    original, e o SUSPAGE envelhece. Os itens do suspenso nao
      *    entram no percentual de rejeicao - o limite mede a
      *    alimentacao da noite.
      *    No fim, uma linha por categoria vigente em RUNCTL.DAT (job
      *    "MSTEDIT ", gravados = aprovados da categoria para MASTOK,
      *    alimentacao e suspenso juntos), como os jobs do expurgo -
      *    o inventario INVROLL confronta esses aprovados com o que o
      *    MSTLOAD declarou ter carregado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTEDIT.
           SELECT MSTEDIT-FILE ASSIGN TO "MSTEDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTEDIT-STATUS.
           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
           SELECT SUSPCORR-FILE ASSIGN TO "SUSPCORR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPCORR-STATUS.
           SELECT SUSPANT-FILE ASSIGN TO "SUSPANT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPANT-STATUS.
           SELECT SUSPNOV-FILE ASSIGN TO "SUSPNOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPNOV-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  MSTEDIT-LINHA              PIC X(132).

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY "MSTJRNL.CPY".

       FD  SUSPCORR-FILE
           RECORDING MODE IS F.
       01  SUSPCORR-REC.
      *    Identificacao do item no suspenso (MSTSUSP-ID).
           05  SUSPCORR-ID.
               10  SUSPCORR-DATA-ENTRADA  PIC 9(08).
               10  SUSPCORR-SEQ           PIC 9(06).
      *    "C" = reenvia a imagem corrigida; "B" = baixa o item.
           05  SUSPCORR-ACAO          PIC X(01).
           05  SUSPCORR-SOLICITANTE   PIC X(08).
           05  SUSPCORR-IMAGEM        PIC X(57).

       FD  SUSPANT-FILE
           RECORDING MODE IS F.
       COPY "MSTSUSP.CPY" REPLACING LEADING ==MSTSUSP== BY ==SUSPANT==.

       FD  SUSPNOV-FILE
           RECORDING MODE IS F.
       COPY "MSTSUSP.CPY" REPLACING LEADING ==MSTSUSP== BY ==SUSPNOV==.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-MSTEDPRM-STATUS         PIC X(02) VALUE "00".
       01  WS-RETTAB-STATUS           PIC X(02) VALUE "00".
       01  WS-MASTOK-STATUS           PIC X(02) VALUE "00".
       01  WS-MASTREJ-STATUS          PIC X(02) VALUE "00".
       01  WS-MSTEDIT-STATUS          PIC X(02) VALUE "00".
       01  WS-MSTJRNL-STATUS          PIC X(02) VALUE "00".
       01  WS-SUSPCORR-STATUS         PIC X(02) VALUE "00".
       01  WS-SUSPANT-STATUS          PIC X(02) VALUE "00".
       01  WS-SUSPNOV-STATUS          PIC X(02) VALUE "00".
       01  WS-RUNCTL-STATUS           PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-SUSP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-SUSP-EOF            VALUE "Y".
      *    Primeira noite do suspenso: SUSPANT ainda nao existe e
      *    so a alimentacao e criticada.
       01  WS-SUSPANT-DISPO-SW        PIC X(01) VALUE "N".
           88  WS-SUSPANT-DISPO       VALUE "Y".
      *    Origem do registro em critica: a alimentacao da noite ou
      *    um item do suspenso anterior - as criticas sao as mesmas,
      *    o destino e a contagem e que mudam.
       01  WS-ORIGEM-SW               PIC X(01) VALUE "A".
           88  WS-ORIGEM-ALIMENTACAO  VALUE "A".
           88  WS-ORIGEM-SUSPENSO     VALUE "S".
       01  WS-CORRIGIDO-SW            PIC X(01) VALUE "N".
           88  WS-CORRIGIDO           VALUE "Y".
       01  WS-BAIXA-SW                PIC X(01) VALUE "N".
           88  WS-BAIXA               VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".
      *    Primeira carga: MASTER.DAT ainda nao existe e a critica de
       01  WS-QTDE-PRE-MARCADO        PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-CAT-INVAL          PIC 9(09) VALUE ZEROS.

       01  WS-QTDE-SUSP-LIDOS         PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SUSP-LIBERADOS     PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SUSP-BAIXADOS      PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SUSP-PENDENTES     PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-CORR-LIDAS         PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-CORR-RECUSADAS     PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-CORR-SEM-ITEM      PIC 9(09) VALUE ZEROS.
      *    Sequencial do dia para os itens novos do suspenso; parte
      *    do maior ja usado hoje, se o suspenso anterior tiver itens
      *    da mesma data.
       01  WS-SUSP-SEQ                PIC 9(06) VALUE ZEROS.

      *    Correcoes da noite (SUSPCORR), procuradas pela
      *    identificacao do item enquanto o suspenso anterior e
      *    lido. Duas correcoes para o mesmo item: vale a ultima.
       01  WS-CORR-TAB.
           05  WS-CORR-ENT             OCCURS 500 TIMES.
               10  WS-CORR-ID          PIC X(14).
               10  WS-CORR-ACAO        PIC X(01).
               10  WS-CORR-SOLICITANTE PIC X(08).
               10  WS-CORR-IMAGEM      PIC X(57).
               10  WS-CORR-USADA-SW    PIC X(01).
       01  WS-QTDE-CORR               PIC 9(03) VALUE ZEROS.
       01  WS-CORR-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-CORR-ACHADA             PIC 9(03) VALUE ZEROS.

      *    Categorias com linha vigente em RETTAB.DAT na data da
      *    execucao - e contra elas que MASTREC-CATEGORIA de cada
      *    registro da alimentacao e validada.
       01  WS-CATS-TAB                 VALUE SPACES.
           05  WS-CAT-VALIDA           OCCURS 20 TIMES PIC X(08).
      *    Aprovados para MASTOK por categoria (mesma posicao de
      *    WS-CAT-VALIDA), declarados em RUNCTL.DAT no fim.
       01  WS-CAT-QTDE-TAB             VALUE ZEROS.
           05  WS-CAT-QTDE-OK          OCCURS 20 TIMES PIC 9(09).
       01  WS-QTDE-CATS               PIC 9(02) VALUE ZEROS.
       01  WS-CAT-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-CAT-ACHOU-SW            PIC X(01) VALUE "N".
           05  FILLER                  PIC X(04) VALUE " %)".

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SIS.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).

       COPY "DTUTIL.CPY".

           PERFORM 1000-LER-PARM
           PERFORM 1500-CARREGAR-CATEGORIAS
           IF NOT WS-ABORTAR
               PERFORM 1600-CARREGAR-CORRECOES
               PERFORM 2000-ABRIR-ARQUIVOS
           END-IF
           IF WS-ABORTAR
               DISPLAY "MSTEDIT: EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SUSPANT-DISPO
                   MOVE "S" TO WS-ORIGEM-SW
                   PERFORM UNTIL WS-SUSP-EOF OR WS-CRITICA-ERRO
                       PERFORM 3500-LER-SUSPENSO
                       IF NOT WS-SUSP-EOF
                           PERFORM 3600-TRATAR-SUSPENSO
                       END-IF
                   END-PERFORM
               END-IF
               MOVE "A" TO WS-ORIGEM-SW
               MOVE "N" TO WS-CORRIGIDO-SW
               MOVE "N" TO WS-BAIXA-SW
               PERFORM UNTIL WS-EOF
                   PERFORM 3000-LER-ALIMENTACAO
                   IF NOT WS-EOF
               END-PERFORM
               PERFORM 8000-GRAVAR-RESUMO
               PERFORM 9000-ENCERRAR
               PERFORM 9500-GRAVAR-RUNCTL
           END-IF
           STOP RUN.

                   TO WS-CAT-VALIDA(WS-QTDE-CATS)
           END-IF.

      *    Correcoes para o suspenso sao opcionais - noite sem
      *    SUSPCORR e noite sem correcao. Acao diferente de "C"/"B" e
      *    recusada com aviso (RC=4 no fim) em vez de adivinhada.
       1600-CARREGAR-CORRECOES.
           OPEN INPUT SUSPCORR-FILE
           IF WS-SUSPCORR-STATUS NOT = "00"
               DISPLAY "MSTEDIT: SEM CORRECOES PARA O SUSPENSO "
                       "(SUSPCORR STATUS " WS-SUSPCORR-STATUS ")"
           ELSE
               PERFORM UNTIL WS-EOF
                   READ SUSPCORR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1610-GUARDAR-CORRECAO
                   END-READ
               END-PERFORM
               CLOSE SUSPCORR-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       1610-GUARDAR-CORRECAO.
           ADD 1 TO WS-QTDE-CORR-LIDAS
           MOVE ZEROS TO WS-CORR-ACHADA
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-QTDE-CORR
               IF WS-CORR-ID(WS-CORR-IDX) = SUSPCORR-ID
                   MOVE WS-CORR-IDX TO WS-CORR-ACHADA
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN SUSPCORR-ACAO NOT = "C"
                    AND SUSPCORR-ACAO NOT = "B"
                   DISPLAY "MSTEDIT: CORRECAO RECUSADA - ITEM "
                           SUSPCORR-ID " ACAO INVALIDA "
                           SUSPCORR-ACAO
                   ADD 1 TO WS-QTDE-CORR-RECUSADAS
               WHEN WS-CORR-ACHADA = ZEROS AND WS-QTDE-CORR >= 500
                   DISPLAY "MSTEDIT: CORRECAO RECUSADA - ITEM "
                           SUSPCORR-ID " ALEM DA TABELA DE 500"
                   ADD 1 TO WS-QTDE-CORR-RECUSADAS
               WHEN OTHER
                   IF WS-CORR-ACHADA = ZEROS
                       ADD 1 TO WS-QTDE-CORR
                       MOVE WS-QTDE-CORR TO WS-CORR-ACHADA
                   END-IF
                   MOVE SUSPCORR-ID
                       TO WS-CORR-ID(WS-CORR-ACHADA)
                   MOVE SUSPCORR-ACAO
                       TO WS-CORR-ACAO(WS-CORR-ACHADA)
                   MOVE SUSPCORR-SOLICITANTE
                       TO WS-CORR-SOLICITANTE(WS-CORR-ACHADA)
                   MOVE SUSPCORR-IMAGEM
                       TO WS-CORR-IMAGEM(WS-CORR-ACHADA)
                   MOVE "N" TO WS-CORR-USADA-SW(WS-CORR-ACHADA)
           END-EVALUATE.

      *    A falha de um OPEN para a sequencia na hora e fecha o que
      *    ja estava aberto antes de abortar - mesmo cuidado do
      *    4000-ABRIR-ARQUIVOS do PURGARCH e do 3000 do ARCHREST.
                           CLOSE MASTOK-FILE
                           CLOSE MASTREJ-FILE
                           PERFORM 2800-FECHAR-ENTRADAS
                       ELSE
                           PERFORM 2100-ABRIR-DIARIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Diario do ciclo de vida: EXTEND com fallback OUTPUT, como
      *    as demais trilhas. Sem diario a critica nao roda - uma
      *    chave aprovada sem o evento seria um buraco exatamente no
      *    comeco da historia que a auditoria pede.
       2100-ABRIR-DIARIO.
           OPEN EXTEND MSTJRNL-FILE
           IF WS-MSTJRNL-STATUS NOT = "00"
               OPEN OUTPUT MSTJRNL-FILE
           END-IF
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "MSTEDIT: ERRO AO ABRIR MSTJRNL.DAT - STATUS "
                       WS-MSTJRNL-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
               CLOSE MASTOK-FILE
               CLOSE MASTREJ-FILE
               CLOSE MSTEDIT-FILE
               PERFORM 2800-FECHAR-ENTRADAS
           ELSE
               PERFORM 2200-ABRIR-SUSPENSO
           END-IF.

      *    Suspenso: a geracao anterior e opcional (status 35 = a
      *    primeira noite, nada em suspenso ainda); a nova e sempre
      *    gravada, mesmo vazia, para a JCL catalogar.
       2200-ABRIR-SUSPENSO.
           OPEN INPUT SUSPANT-FILE
           EVALUATE WS-SUSPANT-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-SUSPANT-DISPO-SW
               WHEN "35"
                   DISPLAY "MSTEDIT: SUSPANT AUSENTE - O SUSPENSO "
                           "COMECA VAZIO"
               WHEN OTHER
                   DISPLAY "MSTEDIT: ERRO AO ABRIR SUSPANT - STATUS "
                           WS-SUSPANT-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
           END-EVALUATE
           IF NOT WS-ABORTAR
               OPEN OUTPUT SUSPNOV-FILE
               IF WS-SUSPNOV-STATUS NOT = "00"
                   DISPLAY "MSTEDIT: ERRO AO ABRIR SUSPNOV - STATUS "
                           WS-SUSPNOV-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   IF WS-SUSPANT-DISPO
                       CLOSE SUSPANT-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-ABORTAR
               CLOSE MASTOK-FILE
               CLOSE MASTREJ-FILE
               CLOSE MSTEDIT-FILE
               CLOSE MSTJRNL-FILE
               PERFORM 2800-FECHAR-ENTRADAS
           END-IF.

       2800-FECHAR-ENTRADAS.
           CLOSE MASTFEED-FILE
           IF WS-MASTER-DISPO
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       3500-LER-SUSPENSO.
           READ SUSPANT-FILE
               AT END
                   MOVE "Y" TO WS-SUSP-EOF-SW
           END-READ.

      *    Item do suspenso anterior: a correcao da noite, se houver,
      *    decide o que entra na critica - a baixa tira o item sem
      *    carga, o reenvio troca a imagem. A imagem e posta na area
      *    de registro da alimentacao, que e onde as criticas do 4000
      *    trabalham (a alimentacao so e lida depois do suspenso).
       3600-TRATAR-SUSPENSO.
           ADD 1 TO WS-QTDE-SUSP-LIDOS
           IF SUSPANT-DATA-ENTRADA = WS-DATA-HOJE
               AND SUSPANT-SEQ > WS-SUSP-SEQ
               MOVE SUSPANT-SEQ TO WS-SUSP-SEQ
           END-IF
           MOVE "N" TO WS-CORRIGIDO-SW
           MOVE "N" TO WS-BAIXA-SW
           MOVE SUSPANT-IMAGEM TO MASTFEED
           MOVE ZEROS TO WS-CORR-ACHADA
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-QTDE-CORR
                      OR WS-CORR-ACHADA > ZEROS
               IF WS-CORR-ID(WS-CORR-IDX) = SUSPANT-ID
                   MOVE WS-CORR-IDX TO WS-CORR-ACHADA
               END-IF
           END-PERFORM
           IF WS-CORR-ACHADA > ZEROS
               MOVE "Y" TO WS-CORR-USADA-SW(WS-CORR-ACHADA)
               IF WS-CORR-ACAO(WS-CORR-ACHADA) = "B"
                   MOVE "Y" TO WS-BAIXA-SW
               ELSE
                   MOVE "Y" TO WS-CORRIGIDO-SW
                   MOVE WS-CORR-IMAGEM(WS-CORR-ACHADA) TO MASTFEED
               END-IF
           END-IF
           IF WS-BAIXA
               ADD 1 TO WS-QTDE-SUSP-BAIXADOS
               MOVE SUSPANT-MOTIVO TO WS-MOTIVO
               PERFORM 4900-GRAVAR-DIARIO
           ELSE
               PERFORM 4000-CRITICAR-REGISTRO
           END-IF.

      *    As criticas rodam em ordem de gravidade e a primeira que
      *    reprova da o motivo do registro; aprovado e o registro que
      *    passa por todas. A data e reprovada pela MESMA validacao
      *    o mesmo criterio que derrubaria o registro la na frente,
      *    so que aplicado antes de ele entrar.
       4000-CRITICAR-REGISTRO.
           IF WS-ORIGEM-ALIMENTACAO
               ADD 1 TO WS-QTDE-LIDOS
           END-IF
           MOVE SPACES TO WS-MOTIVO
           IF MASTFEED-CHAVE = SPACES
               MOVE "CB" TO WS-MOTIVO
           ELSE
               PERFORM 4100-CRITICAR-DUPLICIDADE
               IF NOT WS-CRITICA-ERRO
                   IF WS-APROVADO
                       AND MASTFEED-STATUS-EXPURGO = "S"
                       MOVE "EX" TO WS-MOTIVO
                   END-IF
                   IF WS-APROVADO
                       PERFORM 4300-CRITICAR-CATEGORIA
      *    consulta de duplicidade falhou nao foi verificado e nao
      *    pode entrar em MASTOK como aprovado.
           IF WS-CRITICA-ERRO
               IF WS-ORIGEM-ALIMENTACAO
                   SUBTRACT 1 FROM WS-QTDE-LIDOS
               END-IF
           ELSE
               IF WS-ORIGEM-SUSPENSO
                   PERFORM 4600-DESTINAR-SUSPENSO
               ELSE
                   IF WS-APROVADO
                       ADD 1 TO WS-QTDE-APROVADOS
                       PERFORM 4500-GRAVAR-MASTOK
                   ELSE
                       ADD 1 TO WS-QTDE-REJEITADOS
                       PERFORM 4050-CONTAR-MOTIVO
                       MOVE WS-MOTIVO  TO MASTREJ-MOTIVO
                       MOVE MASTFEED   TO MASTREJ-IMAGEM
                       WRITE MASTREJ-REC
                       IF WS-MASTREJ-STATUS NOT = "00"
                           DISPLAY "MSTEDIT: ERRO AO GRAVAR MASTREJ - "
                                   "STATUS " WS-MASTREJ-STATUS
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       PERFORM 4700-INCLUIR-SUSPENSO
                   END-IF
                   PERFORM 4900-GRAVAR-DIARIO
               END-IF
           END-IF.

      *    Quebra por motivo do resumo: so a alimentacao da noite -
      *    o suspenso tem o seu proprio relatorio (SUSPAGE).
       4050-CONTAR-MOTIVO.
           EVALUATE WS-MOTIVO
               WHEN "CB"
                   ADD 1 TO WS-QTDE-CHAVE-BRANCO
               WHEN "CD"
                   ADD 1 TO WS-QTDE-CHAVE-DUP
               WHEN "DT"
                   ADD 1 TO WS-QTDE-DATA-INVAL
               WHEN "EX"
                   ADD 1 TO WS-QTDE-PRE-MARCADO
               WHEN "CT"
                   ADD 1 TO WS-QTDE-CAT-INVAL
           END-EVALUATE.

       4500-GRAVAR-MASTOK.
           MOVE MASTFEED TO MASTOK
           WRITE MASTOK
           IF WS-MASTOK-STATUS NOT = "00"
               DISPLAY "MSTEDIT: ERRO AO GRAVAR MASTOK - "
                       "STATUS " WS-MASTOK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CATS
                   IF WS-CAT-VALIDA(WS-CAT-IDX) = MASTOK-CATEGORIA
                       ADD 1 TO WS-CAT-QTDE-OK(WS-CAT-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *    Item do suspenso criticado de novo: aprovado vai para
      *    MASTOK como qualquer aprovado; reprovado segue para a
      *    geracao nova com a identificacao e a data de entrada
      *    originais. O diario so ganha evento quando algo mudou
      *    (liberacao, correcao recebida ou motivo diferente) - um
      *    item parado no suspenso nao repete o evento toda noite.
       4600-DESTINAR-SUSPENSO.
           IF WS-APROVADO
               ADD 1 TO WS-QTDE-SUSP-LIBERADOS
               PERFORM 4500-GRAVAR-MASTOK
               PERFORM 4900-GRAVAR-DIARIO
           ELSE
               ADD 1 TO WS-QTDE-SUSP-PENDENTES
               MOVE SUSPANT-REC           TO SUSPNOV-REC
               MOVE WS-MOTIVO             TO SUSPNOV-MOTIVO
               MOVE WS-DATA-HOJE          TO SUSPNOV-DATA-ULT-CRITICA
               ADD 1 TO SUSPNOV-QTDE-CRITICAS
               MOVE MASTFEED              TO SUSPNOV-IMAGEM
               PERFORM 4800-GRAVAR-SUSPENSO
               IF WS-CORRIGIDO
                   OR WS-MOTIVO NOT = SUSPANT-MOTIVO
                   PERFORM 4900-GRAVAR-DIARIO
               END-IF
           END-IF.

      *    Rejeicao da alimentacao abre item novo no suspenso.
       4700-INCLUIR-SUSPENSO.
           ADD 1 TO WS-SUSP-SEQ
           MOVE WS-DATA-HOJE          TO SUSPNOV-DATA-ENTRADA
           MOVE WS-SUSP-SEQ           TO SUSPNOV-SEQ
           MOVE WS-MOTIVO             TO SUSPNOV-MOTIVO
           MOVE WS-MOTIVO             TO SUSPNOV-MOTIVO-ORIGINAL
           MOVE WS-DATA-HOJE          TO SUSPNOV-DATA-ULT-CRITICA
           MOVE 1                     TO SUSPNOV-QTDE-CRITICAS
           MOVE MASTFEED              TO SUSPNOV-IMAGEM
           PERFORM 4800-GRAVAR-SUSPENSO.

       4800-GRAVAR-SUSPENSO.
           WRITE SUSPNOV-REC
           IF WS-SUSPNOV-STATUS NOT = "00"
               DISPLAY "MSTEDIT: ERRO AO GRAVAR SUSPNOV - STATUS "
                       WS-SUSPNOV-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Um evento por registro criticado: "AP" quando vai para
      *    MASTOK, "RJ" com o codigo do motivo quando vai para
      *    MASTREJ ou continua no suspenso, "SB" quando o item do
      *    suspenso e baixado a pedido. O registro ainda nao esta no
      *    master, entao os status de expurgo ficam em branco.
       4900-GRAVAR-DIARIO.
           MOVE SPACES                TO MSTJRNL-REC
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-DATA-HOJE          TO MSTJRNL-DATA-EVENTO
           MOVE WS-HORA-HHMMSS        TO MSTJRNL-HORA-EVENTO
           MOVE "MSTEDIT "            TO MSTJRNL-PROGRAMA
           MOVE MASTFEED-CHAVE        TO MSTJRNL-CHAVE
           MOVE MASTFEED-CATEGORIA    TO MSTJRNL-CATEGORIA
           MOVE MASTFEED-DATA-REF     TO MSTJRNL-DATA-REF
           MOVE ZEROS                 TO MSTJRNL-DATA-CORTE
           MOVE ZEROS                 TO MSTJRNL-GER-DATA-EXEC
           IF WS-BAIXA OR WS-CORRIGIDO
               MOVE WS-CORR-SOLICITANTE(WS-CORR-ACHADA)
                                      TO MSTJRNL-SOLICITANTE
           END-IF
           EVALUATE TRUE
               WHEN WS-BAIXA
                   MOVE "SB"          TO MSTJRNL-EVENTO
                   MOVE "BAIXADO DO SUSPENSO MOTIVO "
                                      TO MSTJRNL-DETALHE
                   MOVE WS-MOTIVO     TO MSTJRNL-DETALHE(28:2)
               WHEN WS-APROVADO AND WS-ORIGEM-SUSPENSO
                   MOVE "AP"          TO MSTJRNL-EVENTO
                   MOVE "LIBERADO DO SUSPENSO"
                                      TO MSTJRNL-DETALHE
               WHEN WS-APROVADO
                   MOVE "AP"          TO MSTJRNL-EVENTO
                   MOVE "APROVADO NA CRITICA DE ENTRADA"
                                      TO MSTJRNL-DETALHE
               WHEN OTHER
                   MOVE "RJ"          TO MSTJRNL-EVENTO
                   MOVE "REJEITADO NA CRITICA MOTIVO "
                                      TO MSTJRNL-DETALHE
                   MOVE WS-MOTIVO     TO MSTJRNL-DETALHE(29:2)
           END-EVALUATE
           WRITE MSTJRNL-REC
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "MSTEDIT: ERRO AO GRAVAR MSTJRNL.DAT - "
                       "STATUS " WS-MSTJRNL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    READ direto pela chave no master indexado: status "00" =
      *    chave ja viva (rejeita), "23" = chave livre (aprova).
      *    Qualquer outro status e falha real de leitura e derruba o
               EVALUATE WS-MASTER-STATUS
                   WHEN "00"
                       MOVE "CD" TO WS-MOTIVO
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
           END-PERFORM
           IF NOT WS-CAT-ACHOU
               MOVE "CT" TO WS-MOTIVO
           END-IF.

       4200-CRITICAR-DATA.
           CALL "DTUTIL" USING DTUTIL-PARM
           IF DTUTIL-RETORNO NOT = 0
               MOVE "DT" TO WS-MOTIVO
           END-IF.

       8000-GRAVAR-RESUMO.
           END-IF
           MOVE WS-PCT-REJ            TO WS-LIN-PCT-VALOR
           MOVE WS-LIM-PCT            TO WS-LIN-PCT-LIMITE
           WRITE MSTEDIT-LINHA FROM WS-LIN-PCT
           PERFORM 8100-CONFERIR-CORRECOES
           MOVE "ITENS DO SUSPENSO ANTERIOR......:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SUSP-LIDOS    TO WS-LIN-TOT-QTDE
           WRITE MSTEDIT-LINHA FROM WS-LIN-TOT
           MOVE "  LIBERADOS PARA A CARGA........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SUSP-LIBERADOS TO WS-LIN-TOT-QTDE
           WRITE MSTEDIT-LINHA FROM WS-LIN-TOT
           MOVE "  BAIXADOS A PEDIDO.............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SUSP-BAIXADOS TO WS-LIN-TOT-QTDE
           WRITE MSTEDIT-LINHA FROM WS-LIN-TOT
           MOVE "  CONTINUAM EM SUSPENSO.........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SUSP-PENDENTES TO WS-LIN-TOT-QTDE
           WRITE MSTEDIT-LINHA FROM WS-LIN-TOT
           MOVE "NOVOS ITENS EM SUSPENSO.........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-REJEITADOS    TO WS-LIN-TOT-QTDE
           WRITE MSTEDIT-LINHA FROM WS-LIN-TOT
           MOVE "CORRECOES RECEBIDAS.............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-CORR-LIDAS    TO WS-LIN-TOT-QTDE
           WRITE MSTEDIT-LINHA FROM WS-LIN-TOT
           MOVE "  RECUSADAS.....................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-CORR-RECUSADAS TO WS-LIN-TOT-QTDE
           WRITE MSTEDIT-LINHA FROM WS-LIN-TOT
           MOVE "  SEM ITEM NO SUSPENSO..........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-CORR-SEM-ITEM TO WS-LIN-TOT-QTDE
           WRITE MSTEDIT-LINHA FROM WS-LIN-TOT.

      *    Correcao que nao achou item no suspenso anterior (item ja
      *    liberado, baixado ou identificacao digitada errada) e
      *    avisada uma a uma - quem mandou precisa saber.
       8100-CONFERIR-CORRECOES.
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-QTDE-CORR
               IF WS-CORR-USADA-SW(WS-CORR-IDX) = "N"
                   ADD 1 TO WS-QTDE-CORR-SEM-ITEM
                   DISPLAY "MSTEDIT: CORRECAO SEM ITEM NO SUSPENSO - "
                           WS-CORR-ID(WS-CORR-IDX)
               END-IF
           END-PERFORM.

      *    Escalonamento do retorno: rejeicao alguma = RC=0; alguma
      *    rejeicao dentro do limite = RC=4 (carga segue, rejeitados
           CLOSE MASTOK-FILE
           CLOSE MASTREJ-FILE
           CLOSE MSTEDIT-FILE
           CLOSE MSTJRNL-FILE
           IF WS-SUSPANT-DISPO
               CLOSE SUSPANT-FILE
           END-IF
           CLOSE SUSPNOV-FILE
           DISPLAY "MSTEDIT: LIDOS.......: " WS-QTDE-LIDOS
           DISPLAY "MSTEDIT: APROVADOS...: " WS-QTDE-APROVADOS
           DISPLAY "MSTEDIT: REJEITADOS..: " WS-QTDE-REJEITADOS
           DISPLAY "MSTEDIT: SUSPENSO - LIBERADOS: "
                   WS-QTDE-SUSP-LIBERADOS " BAIXADOS: "
                   WS-QTDE-SUSP-BAIXADOS " PENDENTES: "
                   WS-QTDE-SUSP-PENDENTES
           IF WS-QTDE-REJEITADOS > ZEROS
               IF WS-PCT-REJ > WS-LIM-PCT
                   DISPLAY "MSTEDIT: REJEICAO ACIMA DO LIMITE - NAO "
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-QTDE-CORR-RECUSADAS > ZEROS
               OR WS-QTDE-CORR-SEM-ITEM > ZEROS
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    Registro de controle de execucao - uma linha POR CATEGORIA
      *    vigente, com os aprovados dela (zeros inclusive: categoria
      *    sem movimento tambem e uma declaracao) e o RETURN-CODE
      *    final, como o 9500-GRAVAR-RUNCTL do PURGARCH. Os lidos sao
      *    o total criticado na noite (alimentacao + suspenso) em
      *    todas as linhas. A data e a da execucao: a critica roda
      *    antes do RETCUT abrir o ciclo.
       9500-GRAVAR-RUNCTL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "MSTEDIT: ERRO AO ABRIR RUNCTL.DAT - STATUS "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CATS
                   MOVE "MSTEDIT "            TO RUNCTL-JOB
                   MOVE WS-CAT-VALIDA(WS-CAT-IDX)
                                              TO RUNCTL-CATEGORIA
                   MOVE WS-DATA-HOJE          TO RUNCTL-DATA-CICLO
                   COMPUTE RUNCTL-QTDE-LIDOS =
                           WS-QTDE-LIDOS + WS-QTDE-SUSP-LIDOS
                   MOVE WS-CAT-QTDE-OK(WS-CAT-IDX)
                                              TO RUNCTL-QTDE-GRAVADOS
                   MOVE ZEROS                 TO RUNCTL-DATA-CORTE
                   MOVE RETURN-CODE           TO RUNCTL-RETORNO
                   MOVE ZEROS                 TO RUNCTL-PARTICAO
                   MOVE SPACES                TO RUNCTL-CHAVE-INI
                   MOVE SPACES                TO RUNCTL-CHAVE-FIM
                   WRITE RUNCTL-REC
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
