      ******************************************************************
      *    PROGRAM-ID. MSTHIST
      *    Consulta da historia de uma chave do master no diario do
      *    ciclo de vida MSTJRNL.DAT (layout MSTJRNL.CPY). A pergunta
      *    "o que aconteceu com a chave 0000012345" antes exigia
      *    garimpar MASTREJ, PURGHOLD.DAT, ARCCAT.DAT, as geracoes
      *    ARCHGDG e RESTAUD.DAT um por um; agora cada job que muda o
      *    estado de uma chave (MSTEDIT, MSTLOAD, PURGSCAN, PURGARCH,
      *    ARCHREST, MSTRECAT) grava o evento no diario, e este job
      *    monta a linha do tempo.
      *    O cartao MSTHPARM.DAT pede uma chave (CHAVE-FIM em branco)
      *    ou uma faixa de chaves; os eventos da faixa saem no
      *    relatorio MSTHIST.DAT agrupados por chave e, dentro da
      *    chave, na ordem em que foram gravados - o diario e so
      *    EXTEND, entao a ordem fisica ja e a cronologica. Cada
      *    linha traz data e hora, job, evento, categoria, DATA-REF,
      *    status de expurgo antes e depois, corte usado, geracao
      *    ARCHGDG envolvida, solicitante e o complemento do evento.
      *    Nenhum evento na faixa encerra com RC=4: a chave nunca
      *    passou pelos jobs desde o inicio do diario, ou a faixa
      *    esta errada - o checklist precisa saber que a busca
      *    automatica nao achou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTHIST.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTHPARM-FILE ASSIGN TO "MSTHPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTHPARM-STATUS.
           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
           SELECT MSTHIST-FILE ASSIGN TO "MSTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSTHPARM-FILE
           RECORDING MODE IS F.
       01  MSTHPARM-REC.
      *    CHAVE-FIM em branco = consulta de uma chave so.
           05  MSTHPARM-CHAVE-INI     PIC X(10).
           05  MSTHPARM-CHAVE-FIM     PIC X(10).

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY "MSTJRNL.CPY".

       FD  MSTHIST-FILE
           RECORDING MODE IS F.
       01  MSTHIST-LINHA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MSTHPARM-STATUS         PIC X(02) VALUE "00".
       01  WS-MSTJRNL-STATUS          PIC X(02) VALUE "00".
       01  WS-MSTHIST-STATUS          PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".

       01  WS-CHAVE-INI               PIC X(10) VALUE SPACES.
       01  WS-CHAVE-FIM               PIC X(10) VALUE SPACES.

       01  WS-QTDE-LIDOS              PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-CHAVES             PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-EXCEDENTES         PIC 9(09) VALUE ZEROS.

      *    Eventos da faixa ordenados por chave (insercao ordenada,
      *    deslocando a cauda, como no SLARPT). O evento entra depois
      *    dos ja guardados da mesma chave, preservando a ordem
      *    cronologica do diario dentro da chave. Excedentes sao
      *    contados e avisados em vez de estourar a tabela.
       01  WS-EVENTOS-TAB.
           05  WS-EVT                  OCCURS 2000 TIMES.
               10  WS-EVT-CHAVE        PIC X(10).
               10  WS-EVT-REG          PIC X(114).
       01  WS-QTDE-EVENTOS            PIC 9(05) VALUE ZEROS.
       01  WS-IDX                     PIC 9(05) VALUE ZEROS.
       01  WS-IDX-POS                 PIC 9(05) VALUE ZEROS.
       01  WS-IDX-DESLOCA             PIC 9(05) VALUE ZEROS.
       01  WS-CHAVE-GRUPO             PIC X(10) VALUE SPACES.

      *    Area de impressao: o evento guardado na tabela volta para
      *    o layout do diario antes de ser editado na linha.
       COPY "MSTJRNL.CPY" REPLACING LEADING ==MSTJRNL== BY ==WS-JRN==.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(36) VALUE
               "MSTHIST - HISTORIA DA CHAVE - FAIXA ".
           05  WS-LIN-CAB-INI          PIC X(10).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  WS-LIN-CAB-FIM          PIC X(10).
       01  WS-LIN-COL.
           05  FILLER                  PIC X(42) VALUE
               "  DATA     HORA   JOB      EVENTO         ".
           05  FILLER                  PIC X(31) VALUE
               "CATEG.   DATA-REF ST  CORTE    ".
           05  FILLER                  PIC X(36) VALUE
               "GERACAO ARCHGDG   SOLICIT. DETALHE ".
       01  WS-LIN-GRUPO.
           05  FILLER                  PIC X(07) VALUE "CHAVE: ".
           05  WS-LIN-GRUPO-CHAVE      PIC X(10).
       01  WS-LIN-EVT.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LIN-EVT-DATA         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-HORA         PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-PROGRAMA     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-EVENTO       PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-CATEGORIA    PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-DATA-REF     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-ST-ANT       PIC X(01).
           05  FILLER                  PIC X(01) VALUE ">".
           05  WS-LIN-EVT-ST-NOVO      PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-CORTE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-GER-EXEC     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-LIN-EVT-GER-JOB      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-SOLICITANTE  PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-EVT-DETALHE      PIC X(30).
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(33).
           05  WS-LIN-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-LER-PARM
           IF NOT WS-ABORTAR
               PERFORM 2000-ABRIR-ARQUIVOS
           END-IF
           IF WS-ABORTAR
               DISPLAY "MSTHIST: EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   PERFORM 3000-LER-DIARIO
                   IF NOT WS-EOF
                       PERFORM 4000-AVALIAR-EVENTO
                   END-IF
               END-PERFORM
               PERFORM 5000-GRAVAR-RELATORIO
               PERFORM 9000-ENCERRAR
           END-IF
           STOP RUN.

      *    Sem cartao o job nao adivinha o que procurar - aborta com
      *    mensagem clara, como o ARCHLOOK faz com ARCLPARM.DAT.
       1000-LER-PARM.
           OPEN INPUT MSTHPARM-FILE
           IF WS-MSTHPARM-STATUS NOT = "00"
               DISPLAY "MSTHIST: MSTHPARM.DAT AUSENTE - INFORME A "
                       "CHAVE OU A FAIXA - STATUS "
                       WS-MSTHPARM-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               READ MSTHPARM-FILE
                   AT END
                       MOVE "Y" TO WS-ABORTAR-SW
                       DISPLAY "MSTHIST: MSTHPARM.DAT VAZIO - "
                               "INFORME A CHAVE OU A FAIXA"
               END-READ
               IF NOT WS-ABORTAR
                   MOVE MSTHPARM-CHAVE-INI TO WS-CHAVE-INI
                   MOVE MSTHPARM-CHAVE-FIM TO WS-CHAVE-FIM
                   IF WS-CHAVE-FIM = SPACES
                       MOVE WS-CHAVE-INI   TO WS-CHAVE-FIM
                   END-IF
                   IF WS-CHAVE-INI = SPACES
                       OR WS-CHAVE-INI > WS-CHAVE-FIM
                       DISPLAY "MSTHIST: FAIXA DE CHAVES INVALIDA "
                               "NO CARTAO: " WS-CHAVE-INI " A "
                               WS-CHAVE-FIM
                       MOVE "Y" TO WS-ABORTAR-SW
                   END-IF
               END-IF
               CLOSE MSTHPARM-FILE
           END-IF.

       2000-ABRIR-ARQUIVOS.
           OPEN INPUT MSTJRNL-FILE
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "MSTHIST: ERRO AO ABRIR MSTJRNL.DAT - STATUS "
                       WS-MSTJRNL-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               OPEN OUTPUT MSTHIST-FILE
               IF WS-MSTHIST-STATUS NOT = "00"
                   DISPLAY "MSTHIST: ERRO AO ABRIR MSTHIST.DAT - "
                           "STATUS " WS-MSTHIST-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   CLOSE MSTJRNL-FILE
               END-IF
           END-IF.

       3000-LER-DIARIO.
           READ MSTJRNL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       4000-AVALIAR-EVENTO.
           ADD 1 TO WS-QTDE-LIDOS
           IF MSTJRNL-CHAVE >= WS-CHAVE-INI
               AND MSTJRNL-CHAVE <= WS-CHAVE-FIM
               PERFORM 4100-INSERIR-ORDENADO
           END-IF.

      *    Posicao = primeiro evento guardado de chave maior que a do
      *    evento lido; na mesma chave o novo fica por ultimo.
       4100-INSERIR-ORDENADO.
           IF WS-QTDE-EVENTOS >= 2000
               ADD 1 TO WS-QTDE-EXCEDENTES
           ELSE
               MOVE ZEROS TO WS-IDX-POS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTDE-EVENTOS
                          OR WS-IDX-POS > ZEROS
                   IF WS-EVT-CHAVE(WS-IDX) > MSTJRNL-CHAVE
                       MOVE WS-IDX TO WS-IDX-POS
                   END-IF
               END-PERFORM
               IF WS-IDX-POS = ZEROS
                   COMPUTE WS-IDX-POS = WS-QTDE-EVENTOS + 1
               END-IF
               PERFORM VARYING WS-IDX-DESLOCA FROM WS-QTDE-EVENTOS
                       BY -1 UNTIL WS-IDX-DESLOCA < WS-IDX-POS
                   MOVE WS-EVT(WS-IDX-DESLOCA)
                       TO WS-EVT(WS-IDX-DESLOCA + 1)
               END-PERFORM
               MOVE MSTJRNL-CHAVE      TO WS-EVT-CHAVE(WS-IDX-POS)
               MOVE MSTJRNL-REC        TO WS-EVT-REG(WS-IDX-POS)
               ADD 1 TO WS-QTDE-EVENTOS
           END-IF.

      *    A tabela ja esta em ordem de chave: cabecalho de grupo na
      *    troca de chave e uma linha por evento.
       5000-GRAVAR-RELATORIO.
           MOVE WS-CHAVE-INI          TO WS-LIN-CAB-INI
           MOVE WS-CHAVE-FIM          TO WS-LIN-CAB-FIM
           WRITE MSTHIST-LINHA FROM WS-LIN-CAB
           WRITE MSTHIST-LINHA FROM WS-LIN-COL
           MOVE SPACES                TO WS-CHAVE-GRUPO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-EVENTOS
               PERFORM 5100-GRAVAR-EVENTO
           END-PERFORM
           IF WS-QTDE-EVENTOS = ZEROS
               MOVE "NENHUM EVENTO NO DIARIO PARA A FAIXA"
                   TO MSTHIST-LINHA
               WRITE MSTHIST-LINHA
           END-IF
           PERFORM 5500-TOTALIZAR.

       5100-GRAVAR-EVENTO.
           MOVE WS-EVT-REG(WS-IDX)    TO WS-JRN-REC
           IF WS-JRN-CHAVE NOT = WS-CHAVE-GRUPO
               MOVE WS-JRN-CHAVE      TO WS-CHAVE-GRUPO
               MOVE WS-CHAVE-GRUPO    TO WS-LIN-GRUPO-CHAVE
               WRITE MSTHIST-LINHA FROM WS-LIN-GRUPO
               ADD 1 TO WS-QTDE-CHAVES
           END-IF
           EVALUATE TRUE
               WHEN WS-JRN-APROVADO
                   MOVE "APROVADO"       TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-REJEITADO
                   MOVE "REJEITADO"      TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-BAIXADO-SUSP
                   MOVE "BAIXA SUSPENSO" TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-CARREGADO
                   MOVE "CARREGADO"      TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-CARGA-RECUSADA
                   MOVE "CARGA RECUSADA" TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-MARCADO
                   MOVE "MARCADO"        TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-DESMARCADO
                   MOVE "DESMARCADO"     TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-RETIDO-HOLD
                   MOVE "RETIDO HOLD"    TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-ARQUIVADO
                   MOVE "ARQUIVADO"      TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-RESTAURADO
                   MOVE "RESTAURADO"     TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-RESTAURO-RECUS
                   MOVE "RESTAURO RECUS" TO WS-LIN-EVT-EVENTO
               WHEN WS-JRN-RECLASSIFICADO
                   MOVE "RECLASSIFICADO" TO WS-LIN-EVT-EVENTO
               WHEN OTHER
                   MOVE SPACES           TO WS-LIN-EVT-EVENTO
                   MOVE WS-JRN-EVENTO    TO WS-LIN-EVT-EVENTO(1:2)
           END-EVALUATE
           MOVE WS-JRN-DATA-EVENTO       TO WS-LIN-EVT-DATA
           MOVE WS-JRN-HORA-EVENTO       TO WS-LIN-EVT-HORA
           MOVE WS-JRN-PROGRAMA          TO WS-LIN-EVT-PROGRAMA
           MOVE WS-JRN-CATEGORIA         TO WS-LIN-EVT-CATEGORIA
           MOVE WS-JRN-DATA-REF          TO WS-LIN-EVT-DATA-REF
           MOVE WS-JRN-STATUS-ANTERIOR   TO WS-LIN-EVT-ST-ANT
           MOVE WS-JRN-STATUS-NOVO       TO WS-LIN-EVT-ST-NOVO
           MOVE WS-JRN-DATA-CORTE        TO WS-LIN-EVT-CORTE
           MOVE WS-JRN-GER-DATA-EXEC     TO WS-LIN-EVT-GER-EXEC
           MOVE WS-JRN-GER-JOB-DESTINO   TO WS-LIN-EVT-GER-JOB
           MOVE WS-JRN-SOLICITANTE       TO WS-LIN-EVT-SOLICITANTE
           MOVE WS-JRN-DETALHE           TO WS-LIN-EVT-DETALHE
           WRITE MSTHIST-LINHA FROM WS-LIN-EVT.

       5500-TOTALIZAR.
           MOVE "EVENTOS LIDOS NO DIARIO.........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-LIDOS         TO WS-LIN-TOT-QTDE
           WRITE MSTHIST-LINHA FROM WS-LIN-TOT
           MOVE "EVENTOS DA FAIXA................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-EVENTOS       TO WS-LIN-TOT-QTDE
           WRITE MSTHIST-LINHA FROM WS-LIN-TOT
           MOVE "CHAVES COM HISTORIA.............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-CHAVES        TO WS-LIN-TOT-QTDE
           WRITE MSTHIST-LINHA FROM WS-LIN-TOT
           DISPLAY "MSTHIST: EVENTOS LIDOS.......: " WS-QTDE-LIDOS
           DISPLAY "MSTHIST: EVENTOS DA FAIXA....: " WS-QTDE-EVENTOS
           DISPLAY "MSTHIST: CHAVES COM HISTORIA.: " WS-QTDE-CHAVES
           IF WS-QTDE-EVENTOS = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTDE-EXCEDENTES > ZEROS
               DISPLAY "MSTHIST: " WS-QTDE-EXCEDENTES " EVENTO(S) "
                       "ALEM DA TABELA DE 2000 - REDUZA A FAIXA"
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-ENCERRAR.
           CLOSE MSTJRNL-FILE
           CLOSE MSTHIST-FILE.
