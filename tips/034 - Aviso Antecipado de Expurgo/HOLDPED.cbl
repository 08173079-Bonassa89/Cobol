      ******************************************************************
      *    PROGRAM-ID. HOLDPED
      *    Critica dos pedidos de bloqueio legal que as areas donas
      *    devolvem depois do aviso antecipado do PURGAVIS
      *    (HOLDPED.DAT, layout HOLDPED.CPY). Ate aqui o pedido
      *    chegava por e-mail e o compliance digitava a linha em
      *    HOLDLST.DAT na mao - faixa trocada, chave de outra area e
      *    linha repetida passavam direto. Cada pedido e recusado
      *    quando:
      *      - o dono nao esta em CATDONO.DAT;
      *      - chave inicial em branco, chave final menor que a
      *        inicial, solicitante ou motivo em branco;
      *      - a faixa ja esta inteira dentro de uma linha de
      *        HOLDLST.DAT (bloqueio ativo) ou de uma proposta ainda
      *        pendente em HOLDPROP.DAT - inclusive as aceitas nesta
      *        mesma execucao;
      *      - nenhuma chave do master cai na faixa;
      *      - alguma chave da faixa e de categoria de outro dono (ou
      *        de categoria sem dono) - a area so bloqueia o que e
      *        dela.
      *    O pedido aceito NAO bloqueia nada: vira uma linha PROPOSTA,
      *    no layout do HOLDREC.CPY, acrescentada a HOLDPROP.DAT. O
      *    compliance revisa HOLDPROP.DAT e copia para HOLDLST.DAT as
      *    linhas que aprovar (e limpa o arquivo) - so a partir dai
      *    PURGSCAN, PURGARCH e ARCDISP respeitam o bloqueio. Faixa
      *    com chave ja marcada "S" e aceita com observacao: o
      *    PURGARCH recheca HOLDLST.DAT antes de descarregar, entao a
      *    aprovacao ainda chega a tempo se sair antes do proximo
      *    arquivamento.
      *    Saida: HOLDCRIT.DAT, uma linha por pedido (ACEITO ou
      *    RECUSADO com o motivo) e totais.
      *    Retorno: RC=0 tudo aceito ou nenhum pedido; RC=4 algum
      *    pedido recusado; RC=8 tabela ausente ou estourada, erro de
      *    I/O.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDPED.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDPED-FILE ASSIGN TO "HOLDPED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDPED-STATUS.
           SELECT CATDONO-FILE ASSIGN TO "CATDONO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATDONO-STATUS.
           SELECT HOLDLST-FILE ASSIGN TO "HOLDLST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDLST-STATUS.
           SELECT HOLDPROP-FILE ASSIGN TO "HOLDPROP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDPROP-STATUS.
      *    ACCESS SEQUENTIAL com START na chave inicial de cada
      *    pedido, como a selecao por faixa do MSTRECAT.
           SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTREC-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLDCRIT-FILE ASSIGN TO "HOLDCRIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDCRIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDPED-FILE
           RECORDING MODE IS F.
       COPY "HOLDPED.CPY".

       FD  CATDONO-FILE
           RECORDING MODE IS F.
       COPY "CATDONO.CPY".

       FD  HOLDLST-FILE
           RECORDING MODE IS F.
       COPY "HOLDREC.CPY".

       FD  HOLDPROP-FILE
           RECORDING MODE IS F.
       COPY "HOLDREC.CPY" REPLACING LEADING ==HOLDREC== BY ==HOLDPROP==.

       FD  MASTER-FILE.
       COPY "MASTREC.CPY".

       FD  HOLDCRIT-FILE
           RECORDING MODE IS F.
       01  HOLDCRIT-LINHA             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HOLDPED-STATUS          PIC X(02) VALUE "00".
       01  WS-CATDONO-STATUS          PIC X(02) VALUE "00".
       01  WS-HOLDLST-STATUS          PIC X(02) VALUE "00".
       01  WS-HOLDPROP-STATUS         PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
       01  WS-HOLDCRIT-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-FIM-FAIXA-SW            PIC X(01) VALUE "N".
           88  WS-FIM-FAIXA           VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".
       01  WS-SEM-PEDIDO-SW           PIC X(01) VALUE "N".
           88  WS-SEM-PEDIDO          VALUE "Y".

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.

      *    Categorias e donos de CATDONO.DAT, mesmo limite do PURGAVIS.
       01  WS-DONO-TAB.
           05  WS-DONO-ENT             OCCURS 50 TIMES.
               10  WS-DONO-CATEGORIA   PIC X(08).
               10  WS-DONO-CODIGO      PIC X(08).
       01  WS-QTDE-DONOS              PIC 9(02) VALUE ZEROS.
       01  WS-DONO-IDX                PIC 9(02) VALUE ZEROS.
       01  WS-DONO-ACHADO             PIC 9(02) VALUE ZEROS.

      *    Faixas ja cobertas: as linhas de HOLDLST.DAT (bloqueio
      *    ativo) e as de HOLDPROP.DAT (pendentes de aprovacao), mais
      *    as aceitas nesta execucao. Mesmo limite de 100 do PURGSCAN
      *    para cada lista; estourar derruba o job - se HOLDLST.DAT
      *    passa de 100 o PURGSCAN tambem nao roda.
       01  WS-HOLDS-TAB.
           05  WS-HOLD-ENT             OCCURS 100 TIMES.
               10  WS-HOLD-CHAVE-INI   PIC X(10).
               10  WS-HOLD-CHAVE-FIM   PIC X(10).
       01  WS-QTDE-HOLDS              PIC 9(03) VALUE ZEROS.
       01  WS-PROP-TAB.
           05  WS-PROP-ENT             OCCURS 100 TIMES.
               10  WS-PROP-CHAVE-INI   PIC X(10).
               10  WS-PROP-CHAVE-FIM   PIC X(10).
       01  WS-QTDE-PROPS              PIC 9(03) VALUE ZEROS.
       01  WS-QTDE-PROPS-ANT          PIC 9(03) VALUE ZEROS.
       01  WS-IDX                     PIC 9(03) VALUE ZEROS.
       01  WS-LIM-INI                 PIC X(10) VALUE SPACES.
       01  WS-LIM-FIM                 PIC X(10) VALUE SPACES.

      *    Pedido em critica: a faixa efetiva (FIM = INI quando o
      *    pedido e de chave unica) e o resultado.
       01  WS-PED-INI                 PIC X(10) VALUE SPACES.
       01  WS-PED-FIM                 PIC X(10) VALUE SPACES.
       01  WS-MOTIVO-RECUSA           PIC X(50) VALUE SPACES.
       01  WS-QTDE-CHAVES-FAIXA       PIC 9(07) VALUE ZEROS.
       01  WS-QTDE-MARCADAS-FAIXA     PIC 9(07) VALUE ZEROS.
       01  WS-CHAVE-OUTRO-DONO        PIC X(10) VALUE SPACES.

       01  WS-QTDE-LIDOS              PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-ACEITOS            PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-RECUSADOS          PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-COM-MARCADAS       PIC 9(09) VALUE ZEROS.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(49) VALUE
               "HOLDPED - CRITICA DOS PEDIDOS DE BLOQUEIO - DATA ".
           05  WS-LIN-CAB-HOJE         PIC 9(08).
       01  WS-LIN-COL.
           05  FILLER                  PIC X(50) VALUE
               "SITUACAO DONO     CHAVE-INI  CHAVE-FIM  SOLICIT.".
           05  FILLER                  PIC X(22) VALUE
               "  CHAVES OBSERVACAO".
       01  WS-LIN-DET.
           05  WS-LIN-DET-SIT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-DONO         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-INI          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-FIM          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-SOLIC        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-CHAVES       PIC Z.ZZZ.ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-OBS          PIC X(50).
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(33).
           05  WS-LIN-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT HOLDPED-FILE
           IF WS-HOLDPED-STATUS NOT = "00"
               DISPLAY "HOLDPED: HOLDPED.DAT AUSENTE - NENHUM PEDIDO "
                       "DE BLOQUEIO A CRITICAR"
               MOVE "Y" TO WS-SEM-PEDIDO-SW
           END-IF
           IF NOT WS-SEM-PEDIDO
               PERFORM 1200-CARREGAR-DONOS
               IF NOT WS-ABORTAR
                   PERFORM 1400-CARREGAR-HOLDS
               END-IF
               IF NOT WS-ABORTAR
                   PERFORM 1600-CARREGAR-PROPOSTAS
               END-IF
               IF NOT WS-ABORTAR
                   PERFORM 2000-ABRIR-ARQUIVOS
               END-IF
               IF WS-ABORTAR
                   DISPLAY "HOLDPED: EXECUCAO ABORTADA - NENHUM "
                           "PEDIDO FOI CRITICADO"
                   CLOSE HOLDPED-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-EOF OR WS-ABORTAR
                       READ HOLDPED-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 3000-CRITICAR-PEDIDO
                       END-READ
                   END-PERFORM
                   PERFORM 8000-GRAVAR-TOTAIS
                   PERFORM 9000-ENCERRAR
               END-IF
           END-IF
           STOP RUN.

      *    Sem CATDONO.DAT nao ha como saber se a chave e do dono que
      *    pede - aborta em vez de aceitar tudo.
       1200-CARREGAR-DONOS.
           OPEN INPUT CATDONO-FILE
           IF WS-CATDONO-STATUS NOT = "00"
               DISPLAY "HOLDPED: ERRO AO ABRIR CATDONO.DAT - STATUS "
                       WS-CATDONO-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ CATDONO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-QTDE-DONOS >= 50
                               DISPLAY "HOLDPED: CATDONO.DAT PASSA DE "
                                       "50 CATEGORIAS"
                               MOVE "Y" TO WS-ABORTAR-SW
                           ELSE
                               ADD 1 TO WS-QTDE-DONOS
                               MOVE CATDONO-CATEGORIA TO
                                   WS-DONO-CATEGORIA(WS-QTDE-DONOS)
                               MOVE CATDONO-DONO TO
                                   WS-DONO-CODIGO(WS-QTDE-DONOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATDONO-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

      *    HOLDLST.DAT ausente = nenhum bloqueio ativo.
       1400-CARREGAR-HOLDS.
           OPEN INPUT HOLDLST-FILE
           IF WS-HOLDLST-STATUS = "00"
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ HOLDLST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-QTDE-HOLDS >= 100
                               DISPLAY "HOLDPED: HOLDLST.DAT PASSA DE "
                                       "100 LINHAS"
                               MOVE "Y" TO WS-ABORTAR-SW
                           ELSE
                               ADD 1 TO WS-QTDE-HOLDS
                               MOVE HOLDREC-CHAVE-INI
                                   TO WS-HOLD-CHAVE-INI(WS-QTDE-HOLDS)
                               MOVE HOLDREC-CHAVE-FIM
                                   TO WS-HOLD-CHAVE-FIM(WS-QTDE-HOLDS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDLST-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

      *    HOLDPROP.DAT ausente = nenhuma proposta pendente (o
      *    compliance ja tratou as anteriores).
       1600-CARREGAR-PROPOSTAS.
           OPEN INPUT HOLDPROP-FILE
           IF WS-HOLDPROP-STATUS = "00"
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ HOLDPROP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-QTDE-PROPS >= 100
                               DISPLAY "HOLDPED: HOLDPROP.DAT PASSA DE "
                                       "100 LINHAS - APROVE AS "
                                       "PENDENTES"
                               MOVE "Y" TO WS-ABORTAR-SW
                           ELSE
                               ADD 1 TO WS-QTDE-PROPS
                               MOVE HOLDPROP-CHAVE-INI
                                   TO WS-PROP-CHAVE-INI(WS-QTDE-PROPS)
                               MOVE HOLDPROP-CHAVE-FIM
                                   TO WS-PROP-CHAVE-FIM(WS-QTDE-PROPS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDPROP-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           MOVE WS-QTDE-PROPS TO WS-QTDE-PROPS-ANT.

      *    HOLDPROP.DAT e acrescentado (EXTEND, OUTPUT na primeira
      *    vez, como a trilha do RETCUT): as propostas ainda nao
      *    aprovadas nao podem se perder.
       2000-ABRIR-ARQUIVOS.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "HOLDPED: ERRO AO ABRIR MASTER.DAT - STATUS "
                       WS-MASTER-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               OPEN EXTEND HOLDPROP-FILE
               IF WS-HOLDPROP-STATUS NOT = "00"
                   OPEN OUTPUT HOLDPROP-FILE
               END-IF
               IF WS-HOLDPROP-STATUS NOT = "00"
                   DISPLAY "HOLDPED: ERRO AO ABRIR HOLDPROP.DAT - "
                           "STATUS " WS-HOLDPROP-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   CLOSE MASTER-FILE
               ELSE
                   OPEN OUTPUT HOLDCRIT-FILE
                   IF WS-HOLDCRIT-STATUS NOT = "00"
                       DISPLAY "HOLDPED: ERRO AO ABRIR HOLDCRIT.DAT - "
                               "STATUS " WS-HOLDCRIT-STATUS
                       MOVE "Y" TO WS-ABORTAR-SW
                       CLOSE MASTER-FILE
                       CLOSE HOLDPROP-FILE
                   ELSE
                       MOVE WS-DATA-HOJE TO WS-LIN-CAB-HOJE
                       WRITE HOLDCRIT-LINHA FROM WS-LIN-CAB
                       WRITE HOLDCRIT-LINHA FROM WS-LIN-COL
                   END-IF
               END-IF
           END-IF.

      *    Criticas baratas primeiro; a leitura do master so para o
      *    pedido que passou por todas.
       3000-CRITICAR-PEDIDO.
           ADD 1 TO WS-QTDE-LIDOS
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE ZEROS  TO WS-QTDE-CHAVES-FAIXA
           MOVE ZEROS  TO WS-QTDE-MARCADAS-FAIXA
           MOVE HOLDPED-CHAVE-INI TO WS-PED-INI
           IF HOLDPED-CHAVE-FIM = SPACES
               MOVE HOLDPED-CHAVE-INI TO WS-PED-FIM
           ELSE
               MOVE HOLDPED-CHAVE-FIM TO WS-PED-FIM
           END-IF
           MOVE ZEROS TO WS-DONO-ACHADO
           PERFORM VARYING WS-DONO-IDX FROM 1 BY 1
                   UNTIL WS-DONO-IDX > WS-QTDE-DONOS
                      OR WS-DONO-ACHADO > ZEROS
               IF WS-DONO-CODIGO(WS-DONO-IDX) = HOLDPED-DONO
                   AND HOLDPED-DONO NOT = SPACES
                   MOVE WS-DONO-IDX TO WS-DONO-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DONO-ACHADO = ZEROS
                   MOVE "DONO NAO CADASTRADO EM CATDONO.DAT"
                       TO WS-MOTIVO-RECUSA
               WHEN HOLDPED-CHAVE-INI = SPACES
                   MOVE "CHAVE INICIAL EM BRANCO" TO WS-MOTIVO-RECUSA
               WHEN WS-PED-FIM < WS-PED-INI
                   MOVE "CHAVE FINAL MENOR QUE A INICIAL"
                       TO WS-MOTIVO-RECUSA
               WHEN HOLDPED-SOLICITANTE = SPACES
                   MOVE "SOLICITANTE EM BRANCO" TO WS-MOTIVO-RECUSA
               WHEN HOLDPED-MOTIVO = SPACES
                   MOVE "MOTIVO EM BRANCO" TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM 3100-VERIFICAR-COBERTURA
           END-EVALUATE
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM 3200-VERIFICAR-MASTER
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES AND NOT WS-ABORTAR
               PERFORM 4000-GRAVAR-PROPOSTA
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 5000-GRAVAR-CRITICA
           END-IF.

      *    Ja coberta = a faixa inteira do pedido dentro de uma unica
      *    linha. Sobreposicao parcial passa: a parte nova ainda
      *    precisa de bloqueio e o compliance ve as duas linhas.
       3100-VERIFICAR-COBERTURA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-HOLDS
                      OR WS-MOTIVO-RECUSA NOT = SPACES
               MOVE WS-HOLD-CHAVE-INI(WS-IDX) TO WS-LIM-INI
               IF WS-HOLD-CHAVE-FIM(WS-IDX) = SPACES
                   MOVE WS-HOLD-CHAVE-INI(WS-IDX) TO WS-LIM-FIM
               ELSE
                   MOVE WS-HOLD-CHAVE-FIM(WS-IDX) TO WS-LIM-FIM
               END-IF
               IF WS-PED-INI >= WS-LIM-INI
                   AND WS-PED-FIM <= WS-LIM-FIM
                   MOVE "FAIXA JA COBERTA POR BLOQUEIO ATIVO"
                       TO WS-MOTIVO-RECUSA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-PROPS
                      OR WS-MOTIVO-RECUSA NOT = SPACES
               MOVE WS-PROP-CHAVE-INI(WS-IDX) TO WS-LIM-INI
               IF WS-PROP-CHAVE-FIM(WS-IDX) = SPACES
                   MOVE WS-PROP-CHAVE-INI(WS-IDX) TO WS-LIM-FIM
               ELSE
                   MOVE WS-PROP-CHAVE-FIM(WS-IDX) TO WS-LIM-FIM
               END-IF
               IF WS-PED-INI >= WS-LIM-INI
                   AND WS-PED-FIM <= WS-LIM-FIM
                   IF WS-IDX > WS-QTDE-PROPS-ANT
                       MOVE "FAIXA REPETIDA NESTE LOTE DE PEDIDOS"
                           TO WS-MOTIVO-RECUSA
                   ELSE
                       MOVE "FAIXA JA PROPOSTA - AGUARDA O COMPLIANCE"
                           TO WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-PERFORM.

      *    START na chave inicial (>=); status "23" = nenhuma chave
      *    na faixa ou depois dela. A leitura para na primeira chave
      *    alem do fim da faixa ou na primeira de outro dono.
       3200-VERIFICAR-MASTER.
           MOVE SPACES TO WS-CHAVE-OUTRO-DONO
           MOVE "N" TO WS-FIM-FAIXA-SW
           MOVE WS-PED-INI TO MASTREC-CHAVE
           START MASTER-FILE KEY >= MASTREC-CHAVE
           END-START
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "Y" TO WS-FIM-FAIXA-SW
               WHEN OTHER
                   DISPLAY "HOLDPED: ERRO NO START DA CHAVE "
                           WS-PED-INI " - STATUS " WS-MASTER-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   MOVE "Y" TO WS-FIM-FAIXA-SW
           END-EVALUATE
           PERFORM UNTIL WS-FIM-FAIXA
               READ MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-FIM-FAIXA-SW
                   NOT AT END
                       IF MASTREC-CHAVE > WS-PED-FIM
                           MOVE "Y" TO WS-FIM-FAIXA-SW
                       ELSE
                           PERFORM 3210-AVALIAR-CHAVE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-ABORTAR
               EVALUATE TRUE
                   WHEN WS-CHAVE-OUTRO-DONO NOT = SPACES
                       STRING "FAIXA INCLUI CHAVE DE OUTRO DONO: "
                              WS-CHAVE-OUTRO-DONO
                              DELIMITED BY SIZE
                              INTO WS-MOTIVO-RECUSA
                       END-STRING
                   WHEN WS-QTDE-CHAVES-FAIXA = ZEROS
                       MOVE "NENHUMA CHAVE DO MASTER NA FAIXA"
                           TO WS-MOTIVO-RECUSA
               END-EVALUATE
           END-IF.

       3210-AVALIAR-CHAVE.
           ADD 1 TO WS-QTDE-CHAVES-FAIXA
           IF MASTREC-STATUS-EXPURGO = "S"
               ADD 1 TO WS-QTDE-MARCADAS-FAIXA
           END-IF
           MOVE ZEROS TO WS-DONO-ACHADO
           PERFORM VARYING WS-DONO-IDX FROM 1 BY 1
                   UNTIL WS-DONO-IDX > WS-QTDE-DONOS
                      OR WS-DONO-ACHADO > ZEROS
               IF WS-DONO-CATEGORIA(WS-DONO-IDX) = MASTREC-CATEGORIA
                   MOVE WS-DONO-IDX TO WS-DONO-ACHADO
               END-IF
           END-PERFORM
           IF WS-DONO-ACHADO = ZEROS
               MOVE MASTREC-CHAVE TO WS-CHAVE-OUTRO-DONO
               MOVE "Y" TO WS-FIM-FAIXA-SW
           ELSE
               IF WS-DONO-CODIGO(WS-DONO-ACHADO) NOT = HOLDPED-DONO
                   MOVE MASTREC-CHAVE TO WS-CHAVE-OUTRO-DONO
                   MOVE "Y" TO WS-FIM-FAIXA-SW
               END-IF
           END-IF.

      *    A proposta ja sai no layout do HOLDLST.DAT: aprovar e so
      *    copiar a linha. DATA-INCLUSAO = data do pedido (a da
      *    execucao se o pedido veio sem data valida).
       4000-GRAVAR-PROPOSTA.
           IF WS-QTDE-PROPS >= 100
               DISPLAY "HOLDPED: HOLDPROP.DAT CHEGOU A 100 LINHAS - "
                       "APROVE AS PENDENTES E REPROCESSE O RESTO"
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               MOVE HOLDPED-CHAVE-INI     TO HOLDPROP-CHAVE-INI
               MOVE HOLDPED-CHAVE-FIM     TO HOLDPROP-CHAVE-FIM
               MOVE HOLDPED-SOLICITANTE   TO HOLDPROP-SOLICITANTE
               MOVE HOLDPED-MOTIVO        TO HOLDPROP-MOTIVO
               IF HOLDPED-DATA-PEDIDO NUMERIC
                   AND HOLDPED-DATA-PEDIDO > ZEROS
                   MOVE HOLDPED-DATA-PEDIDO TO HOLDPROP-DATA-INCLUSAO
               ELSE
                   MOVE WS-DATA-HOJE      TO HOLDPROP-DATA-INCLUSAO
               END-IF
               WRITE HOLDPROP-REC
               IF WS-HOLDPROP-STATUS NOT = "00"
                   DISPLAY "HOLDPED: ERRO AO GRAVAR HOLDPROP.DAT - "
                           "STATUS " WS-HOLDPROP-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   ADD 1 TO WS-QTDE-PROPS
                   MOVE HOLDPED-CHAVE-INI
                       TO WS-PROP-CHAVE-INI(WS-QTDE-PROPS)
                   MOVE HOLDPED-CHAVE-FIM
                       TO WS-PROP-CHAVE-FIM(WS-QTDE-PROPS)
               END-IF
           END-IF.

       5000-GRAVAR-CRITICA.
           MOVE HOLDPED-DONO              TO WS-LIN-DET-DONO
           MOVE HOLDPED-CHAVE-INI         TO WS-LIN-DET-INI
           MOVE HOLDPED-CHAVE-FIM         TO WS-LIN-DET-FIM
           MOVE HOLDPED-SOLICITANTE       TO WS-LIN-DET-SOLIC
           MOVE WS-QTDE-CHAVES-FAIXA      TO WS-LIN-DET-CHAVES
           IF WS-MOTIVO-RECUSA = SPACES
               ADD 1 TO WS-QTDE-ACEITOS
               MOVE "ACEITO"              TO WS-LIN-DET-SIT
               IF WS-QTDE-MARCADAS-FAIXA > ZEROS
                   ADD 1 TO WS-QTDE-COM-MARCADAS
                   MOVE "PROPOSTO - HA CHAVE JA MARCADA S, APROVAR JA"
                       TO WS-LIN-DET-OBS
               ELSE
                   MOVE "PROPOSTO EM HOLDPROP.DAT" TO WS-LIN-DET-OBS
               END-IF
           ELSE
               ADD 1 TO WS-QTDE-RECUSADOS
               MOVE "RECUSADO"            TO WS-LIN-DET-SIT
               MOVE WS-MOTIVO-RECUSA      TO WS-LIN-DET-OBS
           END-IF
           WRITE HOLDCRIT-LINHA FROM WS-LIN-DET.

       8000-GRAVAR-TOTAIS.
           MOVE SPACES TO HOLDCRIT-LINHA
           WRITE HOLDCRIT-LINHA
           MOVE "PEDIDOS LIDOS...................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-LIDOS         TO WS-LIN-TOT-QTDE
           WRITE HOLDCRIT-LINHA FROM WS-LIN-TOT
           MOVE "ACEITOS (PROPOSTOS).............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-ACEITOS       TO WS-LIN-TOT-QTDE
           WRITE HOLDCRIT-LINHA FROM WS-LIN-TOT
           MOVE "  COM CHAVE JA MARCADA S........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-COM-MARCADAS  TO WS-LIN-TOT-QTDE
           WRITE HOLDCRIT-LINHA FROM WS-LIN-TOT
           MOVE "RECUSADOS.......................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-RECUSADOS     TO WS-LIN-TOT-QTDE
           WRITE HOLDCRIT-LINHA FROM WS-LIN-TOT
           MOVE "PROPOSTAS PENDENTES EM HOLDPROP.:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-PROPS         TO WS-LIN-TOT-QTDE
           WRITE HOLDCRIT-LINHA FROM WS-LIN-TOT.

       9000-ENCERRAR.
           CLOSE HOLDPED-FILE
           CLOSE MASTER-FILE
           CLOSE HOLDPROP-FILE
           CLOSE HOLDCRIT-FILE
           DISPLAY "HOLDPED: PEDIDOS LIDOS.......: " WS-QTDE-LIDOS
           DISPLAY "HOLDPED: ACEITOS.............: " WS-QTDE-ACEITOS
           DISPLAY "HOLDPED: RECUSADOS...........: " WS-QTDE-RECUSADOS
           DISPLAY "HOLDPED: PENDENTES HOLDPROP..: " WS-QTDE-PROPS
           IF WS-ABORTAR
               DISPLAY "HOLDPED: EXECUCAO INTERROMPIDA - PEDIDOS "
                       "SEGUINTES NAO CRITICADOS"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-RECUSADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
