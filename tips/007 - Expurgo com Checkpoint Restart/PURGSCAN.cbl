      *    quando o status de fato muda: a noite normal toca a
      *    minoria de registros perto do corte, nao o arquivo inteiro
      *    duas vezes.
      *    Toda mudanca de status gravada - marcacao "S",
      *    desmarcacao - e todo registro segurado por bloqueio legal
      *    deixa um evento no diario do ciclo de vida MSTJRNL.DAT
      *    (layout MSTJRNL.CPY), com o corte da categoria usado. Era
      *    o trecho da historia de uma chave que nao ficava registrado
      *    em lugar nenhum.
      *    O cartao tambem aceita PURGPARM-FUNCAO = "SIMULA  ": modo
      *    simulacao que avalia o master contra a janela atual e ate
      *    tres janelas candidatas SEM marcar registro nem tocar
      *    dias, com contagens, percentuais e os totais "seria
      *    expurgado" lado a lado) que acompanha o formulario de
      *    mudanca de retencao.
      *    Execucao particionada: com PURGPARM-PARTICAO preenchida, o
      *    job varre so a faixa [PURGPARM-CHAVE-INI, CHAVE-FIM) do
      *    master (START na chave inicial, fim de arquivo ao passar
      *    da final), e N particoes rodam em paralelo, cada uma num
      *    passo com o SEU PURGCKPT.DAT, PURGHOLD.DAT e MSTJRNL.DAT
      *    alocados na JCL (RUNCTL.DAT e unico e recebe as linhas de
      *    cada particao marcadas com RUNCTL-PARTICAO e a faixa). O
      *    checkpoint guarda a particao e a faixa, e o reinicio se
      *    recusa a retomar um checkpoint de outra particao. A
      *    particao NAO avanca o ciclo: a consolidacao PURGMERG
      *    confere que todas terminaram bem, junta os relatorios e o
      *    diario das particoes, grava as linhas do job inteiro e so
      *    entao avanca a etapa - e a particao que falhou reinicia
      *    sozinha do seu checkpoint, sem tocar nas outras. A
      *    simulacao nao roda particionada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGSCAN.
           SELECT PURGHOLD-FILE ASSIGN TO "PURGHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGHOLD-STATUS.
           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  PURGHOLD-LINHA             PIC X(132).

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY "MSTJRNL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
       01  WS-CKPT-STATUS             PIC X(02) VALUE "00".
           88  WS-SIMULACAO           VALUE "SIMULA  ".
      *    Data do ciclo vinda do cartao; zeros = ACCEPT FROM DATE.
       01  WS-DATA-CICLO-PARM         PIC 9(08) VALUE ZEROS.
      *    Particao desta execucao e a faixa [INI, FIM) que ela
      *    varre; zeros = execucao inteira (espacos nas chaves = do
      *    inicio / ate o fim do master).
       01  WS-PARTICAO                PIC 9(02) VALUE ZEROS.
           88  WS-EXECUCAO-INTEIRA    VALUE ZEROS.
       01  WS-QTDE-PARTICOES          PIC 9(02) VALUE ZEROS.
       01  WS-CHAVE-INI               PIC X(10) VALUE SPACES.
       01  WS-CHAVE-FIM               PIC X(10) VALUE SPACES.

      *    Dados do modo simulacao: limites das faixas de idade
      *    (datas pre-calculadas uma vez - registro com DATA-REF
       01  WS-PURGHOLD-ABERTO-SW      PIC X(01) VALUE "N".
           88  WS-PURGHOLD-ABERTO     VALUE "Y".

      *    Diario do ciclo de vida: status de expurgo antes da
      *    avaliacao e se o registro corrente foi segurado por
      *    bloqueio - e o que decide o evento gravado em 6400.
       01  WS-MSTJRNL-STATUS          PIC X(02) VALUE "00".
       01  WS-MSTJRNL-ABERTO-SW       PIC X(01) VALUE "N".
           88  WS-MSTJRNL-ABERTO      VALUE "Y".
       01  WS-STATUS-ANTERIOR         PIC X(01) VALUE SPACE.
       01  WS-RETIDO-SW               PIC X(01) VALUE "N".
           88  WS-RETIDO              VALUE "Y".
       01  WS-HORA-SIS.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-LIN-HOLD.
           05  FILLER                  PIC X(07) VALUE "CHAVE: ".
           05  WS-LIN-HOLD-CHAVE       PIC X(10).
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0500-LER-PARM
           IF NOT WS-EXECUCAO-INTEIRA
               PERFORM 0550-VALIDAR-PARTICAO
           END-IF
           IF NOT WS-SIMULACAO AND NOT WS-ABORTAR
               PERFORM 2000-LER-CHECKPOINT
               PERFORM 0600-CARREGAR-HOLDS
           END-IF
           IF NOT WS-ABORTAR AND NOT WS-SIMULACAO
               PERFORM 1800-CHECAR-CICLO
           END-IF
           IF NOT WS-ABORTAR AND NOT WS-SIMULACAO
               PERFORM 1900-ABRIR-DIARIO
           END-IF
           IF NOT WS-ABORTAR AND WS-SIMULACAO
               PERFORM 1500-PREPARAR-SIMULACAO
           END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-MSTJRNL-ABERTO
               CLOSE MSTJRNL-FILE
           END-IF
           STOP RUN.

      *    Corpo da varredura, separado para que o abort do
               END-IF
               PERFORM 9500-GRAVAR-RUNCTL
               IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
                   IF WS-EXECUCAO-INTEIRA
                       PERFORM 9700-AVANCAR-CICLO
                   ELSE
                       DISPLAY "PURGSCAN: PARTICAO " WS-PARTICAO
                               " CONCLUIDA - O CICLO AVANCA NA "
                               "CONSOLIDACAO PURGMERG"
                   END-IF
               END-IF
           END-IF.

           MOVE "AVANCAR "            TO CYCSTEP-FUNCAO
           MOVE DTPROC-DT-FECHA       TO CYCSTEP-DATA-CICLO
           MOVE "N"                   TO CYCSTEP-REINICIO-SW
           MOVE WS-PARTICAO           TO CYCSTEP-PARTICAO
           CALL "CYCSTEP" USING CYCSTEP-PARM
           IF CYCSTEP-RETORNO NOT = 0
               DISPLAY "PURGSCAN: " CYCSTEP-MENSAGEM
                           MOVE PURGPARM-DATA-CICLO
                               TO WS-DATA-CICLO-PARM
                       END-IF
                       IF PURGPARM-PARTICAO NUMERIC
                           AND PURGPARM-PARTICAO > ZEROS
                           MOVE PURGPARM-PARTICAO TO WS-PARTICAO
                           MOVE PURGPARM-CHAVE-INI TO WS-CHAVE-INI
                           MOVE PURGPARM-CHAVE-FIM TO WS-CHAVE-FIM
                           IF PURGPARM-QTDE-PARTICOES NUMERIC
                               MOVE PURGPARM-QTDE-PARTICOES
                                   TO WS-QTDE-PARTICOES
                           END-IF
                       END-IF
               END-READ
               CLOSE PURGPARM-FILE
           END-IF.

      *    Particao fora de 01-20 (o limite da consolidacao), faixa
      *    invertida ou simulacao particionada derrubam o job antes
      *    de qualquer leitura: uma faixa mal digitada varreria a
      *    parte errada do master em paralelo com as outras.
       0550-VALIDAR-PARTICAO.
           DISPLAY "PURGSCAN: PARTICAO " WS-PARTICAO " DE "
                   WS-QTDE-PARTICOES " - CHAVES DE [" WS-CHAVE-INI
                   "] ATE [" WS-CHAVE-FIM "]"
           IF WS-PARTICAO > 20
               DISPLAY "PURGSCAN: PARTICAO ACIMA DE 20 - A "
                       "CONSOLIDACAO NAO A ACEITARIA"
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF
           IF WS-CHAVE-INI NOT = SPACES
               AND WS-CHAVE-FIM NOT = SPACES
               AND WS-CHAVE-FIM NOT > WS-CHAVE-INI
               DISPLAY "PURGSCAN: FAIXA DA PARTICAO INVERTIDA OU "
                       "VAZIA NO CARTAO PURGPARM"
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF
           IF WS-SIMULACAO
               DISPLAY "PURGSCAN: A SIMULACAO NAO RODA "
                       "PARTICIONADA - RODE-A SEM PARTICAO NO CARTAO"
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF.

      *    A data-base do ciclo: num reinicio (WS-E-REINICIO) manda o
      *    checkpoint - CKPTREC-DATA-EXECUCAO, a "hoje" da execucao
      *    original - para que o restante do arquivo seja avaliado
           MOVE "CHECAR  "            TO CYCSTEP-FUNCAO
           MOVE DTPROC-DT-FECHA       TO CYCSTEP-DATA-CICLO
           MOVE WS-REINICIO-SW        TO CYCSTEP-REINICIO-SW
           MOVE WS-PARTICAO           TO CYCSTEP-PARTICAO
           CALL "CYCSTEP" USING CYCSTEP-PARM
           IF CYCSTEP-RETORNO NOT = 0
               DISPLAY "PURGSCAN: " CYCSTEP-MENSAGEM
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF.

      *    Diario do ciclo de vida (MSTJRNL.DAT), EXTEND com fallback
      *    OUTPUT - num reinicio os eventos continuam depois dos que
      *    o prefixo ja gravou, e o prefixo nao e regravado (o status
      *    ja mudou, entao nao gera evento de novo). Sem diario o
      *    expurgo nao larga: uma marcacao sem evento e exatamente a
      *    lacuna que o diario veio fechar.
       1900-ABRIR-DIARIO.
           OPEN EXTEND MSTJRNL-FILE
           IF WS-MSTJRNL-STATUS NOT = "00"
               OPEN OUTPUT MSTJRNL-FILE
           END-IF
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "PURGSCAN: ERRO AO ABRIR MSTJRNL.DAT - STATUS "
                       WS-MSTJRNL-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               MOVE "Y" TO WS-MSTJRNL-ABERTO-SW
           END-IF.

      *    Caminho padrao: a geracao CUTOFFGDG publicada por RETCUT
      *    vem INTEIRA via CUTSEL (categoria em espacos = todas) -
      *    que tambem valida que a geracao e do ciclo corrente e que
                           CKPTREC-ULT-CHAVE " ("
                           CKPTREC-QTDE-PROCESSADOS
                           " REGISTROS JA PROCESSADOS)"
                   PERFORM 2100-CONFERIR-PARTICAO
               END-IF
               CLOSE CKPT-FILE
           END-IF.

      *    O checkpoint so e retomado pela MESMA particao e faixa que
      *    o gravou: com N passos em paralelo, um DD de PURGCKPT.DAT
      *    trocado na JCL retomaria a faixa de outra particao a
      *    partir de uma chave que nao e dela. Divergencia = abort com
      *    o checkpoint intacto, para o rerun com a alocacao certa.
       2100-CONFERIR-PARTICAO.
           IF CKPTREC-PARTICAO NOT NUMERIC
               MOVE ZEROS TO CKPTREC-PARTICAO
           END-IF
           IF CKPTREC-PARTICAO NOT = WS-PARTICAO
               OR CKPTREC-CHAVE-INI NOT = WS-CHAVE-INI
               OR CKPTREC-CHAVE-FIM NOT = WS-CHAVE-FIM
               DISPLAY "PURGSCAN: CHECKPOINT E DA PARTICAO "
                       CKPTREC-PARTICAO " [" CKPTREC-CHAVE-INI "] ["
                       CKPTREC-CHAVE-FIM "] - NAO DESTA EXECUCAO"
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF.

      *    OPEN I-O (nao INPUT): 6000-AVALIAR-REGISTRO regrava cada
      *    registro com MASTREC-STATUS-EXPURGO marcado, para que o
      *    resultado da avaliacao sobreviva ao fim do job em vez de
      *    o conserto recomecaria do zero com um novo "hoje" e
      *    avaliaria o resto do arquivo contra um corte diferente do
      *    prefixo ja processado.
      *    Na particao sem reinicio o posicionamento e na chave
      *    inicial da faixa (>= CHAVE-INI); status "23" e faixa sem
      *    nenhum registro no master - fim de arquivo, particao
      *    vazia, nao erro.
       4000-POSICIONAR-REINICIO.
           IF WS-E-REINICIO
               MOVE CKPTREC-ULT-CHAVE TO MASTREC-CHAVE
               START MASTER-FILE KEY > MASTREC-CHAVE
               END-START
               PERFORM 4100-CONFERIR-START
           ELSE
               IF WS-CHAVE-INI NOT = SPACES
                   MOVE WS-CHAVE-INI TO MASTREC-CHAVE
                   START MASTER-FILE KEY >= MASTREC-CHAVE
                   END-START
                   PERFORM 4100-CONFERIR-START
               END-IF
           END-IF.

       4100-CONFERIR-START.
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "Y" TO WS-EOF-SW
               WHEN OTHER
                   DISPLAY "PURGSCAN: ERRO NO START DA CHAVE "
                           MASTREC-CHAVE " - STATUS "
                           WS-MASTER-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
           END-EVALUATE.

      *    A particao termina na primeira chave da particao seguinte
      *    (CHAVE-FIM exclusive) - a faixa dela e de outro passo.
       5000-LER-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-CHAVE-FIM NOT = SPACES
                       AND MASTREC-CHAVE >= WS-CHAVE-FIM
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      *    Cada registro e julgado contra o corte da SUA categoria
               IF WS-COR-ACHADO = ZEROS
                   ADD 1 TO WS-QTDE-SEM-CORTE
               ELSE
                   MOVE "N" TO WS-RETIDO-SW
                   MOVE MASTREC-STATUS-EXPURGO TO WS-STATUS-ANTERIOR
                   IF MASTREC-DATA-REF
                           < WS-COR-DATA-CORTE(WS-COR-ACHADO)
      *    Bloqueio legal manda mais que a idade: o registro que
                       PERFORM 6200-VERIFICAR-HOLD
                       IF WS-HOLD-ACHADO > ZEROS
                           ADD 1 TO WS-QTDE-RETIDOS-HOLD
                           MOVE "Y" TO WS-RETIDO-SW
                           MOVE "N" TO WS-STATUS-NOVO
                           PERFORM 6300-RELATAR-HOLD
                       ELSE
                       REWRITE MASTREC
                       ADD 1 TO WS-QTDE-REGRAVADOS
                   END-IF
                   PERFORM 6400-REGISTRAR-EVENTO
               END-IF
               IF FUNCTION MOD(WS-QTDE-PROCESSADOS,
                               WS-INTERVALO-CKPT) = 0
               WRITE PURGHOLD-LINHA FROM WS-LIN-HOLD
           END-IF.

      *    Evento do diario para o registro julgado: "RB" sempre que
      *    o bloqueio legal segurou um registro que seria expurgado
      *    (mudando o status ou nao - e a evidencia de que o bloqueio
      *    agiu naquele ciclo); "MS" na marcacao e "DS" quando um "S"
      *    e desfeito. Registro que nao mudou nao gera evento, nem a
      *    simples normalizacao de um status em branco para "N".
       6400-REGISTRAR-EVENTO.
           EVALUATE TRUE
               WHEN WS-RETIDO
                   MOVE "RB"          TO MSTJRNL-EVENTO
                   MOVE WS-HOLD-SOLICITANTE(WS-HOLD-ACHADO)
                                      TO MSTJRNL-SOLICITANTE
                   MOVE WS-HOLD-MOTIVO(WS-HOLD-ACHADO)
                                      TO MSTJRNL-DETALHE
                   PERFORM 6410-GRAVAR-DIARIO
               WHEN WS-STATUS-NOVO = WS-STATUS-ANTERIOR
                   CONTINUE
               WHEN WS-STATUS-NOVO = "S"
                   MOVE "MS"          TO MSTJRNL-EVENTO
                   MOVE SPACES        TO MSTJRNL-SOLICITANTE
                   MOVE "MARCADO - REF ANTES DO CORTE"
                                      TO MSTJRNL-DETALHE
                   PERFORM 6410-GRAVAR-DIARIO
               WHEN WS-STATUS-ANTERIOR = "S"
                   MOVE "DS"          TO MSTJRNL-EVENTO
                   MOVE SPACES        TO MSTJRNL-SOLICITANTE
                   MOVE "DESMARCADO - FORA DO CORTE"
                                      TO MSTJRNL-DETALHE
                   PERFORM 6410-GRAVAR-DIARIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6410-GRAVAR-DIARIO.
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE DTPROC-DT-FECHA       TO MSTJRNL-DATA-EVENTO
           MOVE WS-HORA-HHMMSS        TO MSTJRNL-HORA-EVENTO
           MOVE "PURGSCAN"            TO MSTJRNL-PROGRAMA
           MOVE MASTREC-CHAVE         TO MSTJRNL-CHAVE
           MOVE MASTREC-CATEGORIA     TO MSTJRNL-CATEGORIA
           MOVE MASTREC-DATA-REF      TO MSTJRNL-DATA-REF
           MOVE WS-STATUS-ANTERIOR    TO MSTJRNL-STATUS-ANTERIOR
           MOVE MASTREC-STATUS-EXPURGO
                                      TO MSTJRNL-STATUS-NOVO
           MOVE WS-COR-DATA-CORTE(WS-COR-ACHADO)
                                      TO MSTJRNL-DATA-CORTE
           MOVE ZEROS                 TO MSTJRNL-GER-DATA-EXEC
           MOVE SPACES                TO MSTJRNL-GER-JOB-DESTINO
           WRITE MSTJRNL-REC
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "PURGSCAN: ERRO AO GRAVAR MSTJRNL.DAT - "
                       "STATUS " WS-MSTJRNL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       6100-LOCALIZAR-CORTE.
           MOVE ZEROS TO WS-COR-ACHADO
           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
           MOVE WS-QTDE-RETIDOS-HOLD
                                       TO CKPTREC-QTDE-RETIDOS-HOLD
           MOVE WS-QTDE-CORTES         TO CKPTREC-QTDE-CATEG
           MOVE WS-PARTICAO            TO CKPTREC-PARTICAO
           MOVE WS-CHAVE-INI           TO CKPTREC-CHAVE-INI
           MOVE WS-CHAVE-FIM           TO CKPTREC-CHAVE-FIM
           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-QTDE-CORTES
               MOVE WS-COR-CATEGORIA(WS-COR-IDX)
                   MOVE WS-COR-DATA-CORTE(WS-COR-IDX)
                                              TO RUNCTL-DATA-CORTE
                   MOVE RETURN-CODE           TO RUNCTL-RETORNO
                   MOVE WS-PARTICAO           TO RUNCTL-PARTICAO
                   MOVE WS-CHAVE-INI          TO RUNCTL-CHAVE-INI
                   MOVE WS-CHAVE-FIM          TO RUNCTL-CHAVE-FIM
                   WRITE RUNCTL-REC
               END-PERFORM
               CLOSE RUNCTL-FILE
           MOVE ZEROS                 TO CKPTREC-QTDE-RETIDOS-HOLD
           MOVE ZEROS                 TO CKPTREC-QTDE-CATEG
           MOVE DTPROC-DT-FECHA       TO CKPTREC-DATA-EXECUCAO
           MOVE WS-PARTICAO           TO CKPTREC-PARTICAO
           MOVE WS-CHAVE-INI          TO CKPTREC-CHAVE-INI
           MOVE WS-CHAVE-FIM          TO CKPTREC-CHAVE-FIM
           OPEN OUTPUT CKPT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "PURGSCAN: ERRO AO ABRIR PURGCKPT.DAT PARA "
