      ******************************************************************
      *    PROGRAM-ID. ARCDISP
      *    Fim da vida de uma geracao de arquivamento. O PURGARCH grava
      *    geracoes ARCHGDG e o catalogo ARCCAT.DAT so cresce; a
      *    politica de registros manda destruir o arquivado depois do
      *    prazo de guarda, e ate aqui nao havia evidencia de que isso
      *    acontecia. Este job le o catalogo e, para cada geracao
      *    ainda existente:
      *      - calcula o limite da categoria pela tabela de prazo de
      *        guarda ARCRET.DAT (layout ARCRET.CPY): hoje menos
      *        ARCRET-QTDE-DIAS, via DTUTIL; a geracao vence quando
      *        ARCCAT-DATA-EXEC e anterior ao limite. Categoria sem
      *        linha na tabela nunca vence - sai no relatorio e o job
      *        avisa (RC=4);
      *      - confere a faixa de chaves da geracao contra a lista de
      *        bloqueio legal HOLDLST.DAT (layout HOLDREC.CPY): basta
      *        UM bloqueio cruzar a faixa baixa/alta para a geracao
      *        inteira ser retida - a geracao e o unico lugar onde a
      *        chave bloqueada ainda existe;
      *      - marca a geracao vencida e livre como descartada
      *        (ARCCAT-DATA-DESCARTE e ARCCAT-APROVADOR, REWRITE da
      *        propria linha). A linha do catalogo NAO e apagada.
      *    O cartao ARCDPARM.DAT traz o aprovador (obrigatorio) e a
      *    ordem de aplicar: sem ARCDPARM-APLICAR = "S" o job e uma
      *    previa - le o catalogo so para leitura e o relatorio sai
      *    como previa. Na aplicacao o relatorio ARCDISP.DAT e o
      *    certificado de destruicao: geracao (data de execucao e job
      *    de destino), categoria, corte, faixa de chaves e quantidade
      *    de registros de cada geracao descartada, e as retidas por
      *    bloqueio com o bloqueio que as segurou. A exclusao fisica
      *    das geracoes listadas e feita pela operacao a partir do
      *    certificado; ARCHLOOK e ARCHREST passam a responder
      *    "descartada em" para elas.
      *    Retorno: RC=0 normal (inclusive nada a descartar); RC=4
      *    geracao retida por bloqueio ou categoria sem prazo de
      *    guarda; RC=8 cartao invalido, tabela ausente ou erro de
      *    I/O.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCDISP.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCDPARM-FILE ASSIGN TO "ARCDPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCDPARM-STATUS.
           SELECT ARCRET-FILE ASSIGN TO "ARCRET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCRET-STATUS.
           SELECT HOLDLST-FILE ASSIGN TO "HOLDLST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDLST-STATUS.
           SELECT ARCCAT-FILE ASSIGN TO "ARCCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.
           SELECT ARCDISP-FILE ASSIGN TO "ARCDISP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCDISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCDPARM-FILE
           RECORDING MODE IS F.
       01  ARCDPARM-REC.
      *    Quem aprova o descarte - vai para cada linha marcada no
      *    catalogo e para o certificado.
           05  ARCDPARM-APROVADOR     PIC X(08).
      *    "S" = marca o catalogo; outro valor = previa.
           05  ARCDPARM-APLICAR       PIC X(01).

       FD  ARCRET-FILE
           RECORDING MODE IS F.
       COPY "ARCRET.CPY".

       FD  HOLDLST-FILE
           RECORDING MODE IS F.
       COPY "HOLDREC.CPY".

       FD  ARCCAT-FILE
           RECORDING MODE IS F.
       COPY "ARCCAT.CPY".

       FD  ARCDISP-FILE
           RECORDING MODE IS F.
       01  ARCDISP-LINHA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ARCDPARM-STATUS         PIC X(02) VALUE "00".
       01  WS-ARCRET-STATUS           PIC X(02) VALUE "00".
       01  WS-HOLDLST-STATUS          PIC X(02) VALUE "00".
       01  WS-ARCCAT-STATUS           PIC X(02) VALUE "00".
       01  WS-ARCDISP-STATUS          PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".
       01  WS-APLICAR-SW              PIC X(01) VALUE "N".
           88  WS-APLICAR             VALUE "Y".

       01  WS-APROVADOR               PIC X(08) VALUE SPACES.
       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.

       COPY "DTUTIL.CPY".

      *    Prazo de guarda por categoria, com o limite ja calculado
      *    (hoje menos o prazo): geracao executada antes do limite
      *    esta vencida. 50 categorias e folga larga; tabela maior
      *    derruba o job - uma categoria ignorada seria arquivado
      *    guardado alem da politica sem ninguem saber.
       01  WS-PRAZOS-TAB.
           05  WS-PRZ-ENT              OCCURS 50 TIMES.
               10  WS-PRZ-CATEGORIA    PIC X(08).
               10  WS-PRZ-QTDE-DIAS    PIC 9(05).
               10  WS-PRZ-DATA-LIMITE  PIC 9(08).
       01  WS-QTDE-PRAZOS             PIC 9(02) VALUE ZEROS.
       01  WS-PRZ-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-PRZ-ACHADO              PIC 9(02) VALUE ZEROS.

      *    Lista de bloqueio legal, mesmo limite e mesmo tratamento de
      *    excesso do PURGSCAN: nenhum bloqueio pode ficar de fora.
       01  WS-HOLDS-TAB.
           05  WS-HOLD-ENT             OCCURS 100 TIMES.
               10  WS-HOLD-CHAVE-INI   PIC X(10).
               10  WS-HOLD-CHAVE-FIM   PIC X(10).
               10  WS-HOLD-SOLICITANTE PIC X(08).
               10  WS-HOLD-MOTIVO      PIC X(30).
       01  WS-QTDE-HOLDS              PIC 9(03) VALUE ZEROS.
       01  WS-HOLD-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-HOLD-ACHADO             PIC 9(03) VALUE ZEROS.
       01  WS-HOLD-FIM                PIC X(10) VALUE SPACES.

       01  WS-QTDE-LIDAS              PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-JA-DESCARTADAS     PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-NO-PRAZO           PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SEM-PRAZO          PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-RETIDAS            PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-DESCARTADAS        PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-REG-DESCARTADOS    PIC 9(09) VALUE ZEROS.

       01  WS-LIN-CAB.
           05  WS-LIN-CAB-TITULO       PIC X(41).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-LIN-CAB-DATA         PIC 9(08).
           05  FILLER                  PIC X(14) VALUE
               " - APROVADOR: ".
           05  WS-LIN-CAB-APROVADOR    PIC X(08).
       01  WS-LIN-COL.
           05  FILLER                  PIC X(48) VALUE
               "SITUACAO      EXECUCAO JOB      CATEGORIA CORTE".
           05  FILLER                  PIC X(50) VALUE
               "    CHAVE BAIXA CHAVE ALTA        QTDE LIMITE".
       01  WS-LIN-GER.
           05  WS-LIN-GER-SITUACAO     PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-GER-EXEC         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-GER-JOB          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-GER-CAT          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LIN-GER-CORTE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LIN-GER-BAIXA        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LIN-GER-ALTA         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-GER-QTDE         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-GER-LIMITE       PIC 9(08).
       01  WS-LIN-HOLD.
           05  FILLER                  PIC X(26) VALUE
               "    RETIDA PELO BLOQUEIO: ".
           05  WS-LIN-HOLD-INI         PIC X(10).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  WS-LIN-HOLD-FIM         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-HOLD-SOL         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-HOLD-MOT         PIC X(30).
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(33).
           05  WS-LIN-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-LER-PARM
           IF NOT WS-ABORTAR
               PERFORM 1200-CARREGAR-PRAZOS
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 1400-CARREGAR-HOLDS
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 2000-ABRIR-ARQUIVOS
           END-IF
           IF WS-ABORTAR
               DISPLAY "ARCDISP: EXECUCAO ABORTADA - NENHUMA GERACAO "
                       "FOI MARCADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   PERFORM 3000-LER-CATALOGO
                   IF NOT WS-EOF
                       PERFORM 4000-AVALIAR-GERACAO
                   END-IF
               END-PERFORM
               PERFORM 8000-GRAVAR-TOTAIS
               PERFORM 9000-ENCERRAR
           END-IF
           STOP RUN.

      *    Descarte e irreversivel: sem cartao, ou sem aprovador, o
      *    job nao marca nada.
       1000-LER-PARM.
           OPEN INPUT ARCDPARM-FILE
           IF WS-ARCDPARM-STATUS NOT = "00"
               DISPLAY "ARCDISP: ARCDPARM.DAT AUSENTE - INFORME O "
                       "APROVADOR - STATUS " WS-ARCDPARM-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               READ ARCDPARM-FILE
                   AT END
                       DISPLAY "ARCDISP: ARCDPARM.DAT VAZIO - "
                               "INFORME O APROVADOR"
                       MOVE "Y" TO WS-ABORTAR-SW
               END-READ
               IF NOT WS-ABORTAR
                   MOVE ARCDPARM-APROVADOR TO WS-APROVADOR
                   IF ARCDPARM-APLICAR = "S"
                       MOVE "Y" TO WS-APLICAR-SW
                   END-IF
                   IF WS-APROVADOR = SPACES
                       DISPLAY "ARCDISP: APROVADOR NAO INFORMADO NO "
                               "CARTAO"
                       MOVE "Y" TO WS-ABORTAR-SW
                   END-IF
               END-IF
               CLOSE ARCDPARM-FILE
           END-IF
           IF NOT WS-ABORTAR
               IF WS-APLICAR
                   DISPLAY "ARCDISP: MODO APLICACAO - ARCCAT.DAT "
                           "SERA MARCADO"
               ELSE
                   DISPLAY "ARCDISP: MODO PREVIA - ARCCAT.DAT NAO "
                           "SERA ALTERADO"
               END-IF
           END-IF.

      *    Sem ARCRET.DAT nao ha prazo de guarda para nenhuma
      *    categoria - aborta em vez de concluir que nada venceu.
       1200-CARREGAR-PRAZOS.
           OPEN INPUT ARCRET-FILE
           IF WS-ARCRET-STATUS NOT = "00"
               DISPLAY "ARCDISP: ERRO AO ABRIR ARCRET.DAT - STATUS "
                       WS-ARCRET-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ ARCRET-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1210-GUARDAR-PRAZO
                   END-READ
               END-PERFORM
               CLOSE ARCRET-FILE
               MOVE "N" TO WS-EOF-SW
               IF WS-QTDE-PRAZOS = ZEROS AND NOT WS-ABORTAR
                   DISPLAY "ARCDISP: ARCRET.DAT SEM NENHUM PRAZO DE "
                           "GUARDA"
                   MOVE "Y" TO WS-ABORTAR-SW
               END-IF
           END-IF.

       1210-GUARDAR-PRAZO.
           IF WS-QTDE-PRAZOS >= 50
               DISPLAY "ARCDISP: ARCRET.DAT PASSA DE 50 CATEGORIAS"
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               MOVE "ARCDISP"            TO DTUTIL-PROGRAMA
               MOVE "SUBDAYS "           TO DTUTIL-FUNCAO
               MOVE "C"                  TO DTUTIL-MODO
               MOVE WS-DATA-HOJE         TO DTUTIL-DATA-ENTRADA
               MOVE ARCRET-QTDE-DIAS     TO DTUTIL-QTDE-DIAS
               CALL "DTUTIL" USING DTUTIL-PARM
               IF DTUTIL-RETORNO NOT = 0
                   DISPLAY "ARCDISP: " DTUTIL-MENSAGEM
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   ADD 1 TO WS-QTDE-PRAZOS
                   MOVE ARCRET-CATEGORIA
                       TO WS-PRZ-CATEGORIA(WS-QTDE-PRAZOS)
                   MOVE ARCRET-QTDE-DIAS
                       TO WS-PRZ-QTDE-DIAS(WS-QTDE-PRAZOS)
                   MOVE DTUTIL-DATA-SAIDA
                       TO WS-PRZ-DATA-LIMITE(WS-QTDE-PRAZOS)
               END-IF
           END-IF.

      *    HOLDLST.DAT ausente = nenhum bloqueio (o caminho normal),
      *    como no PURGSCAN.
       1400-CARREGAR-HOLDS.
           OPEN INPUT HOLDLST-FILE
           IF WS-HOLDLST-STATUS = "00"
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ HOLDLST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1410-GUARDAR-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLDLST-FILE
               MOVE "N" TO WS-EOF-SW
               IF WS-QTDE-HOLDS > ZEROS
                   DISPLAY "ARCDISP: BLOQUEIOS LEGAIS ATIVOS.: "
                           WS-QTDE-HOLDS
               END-IF
           END-IF.

       1410-GUARDAR-HOLD.
           IF WS-QTDE-HOLDS >= 100
               DISPLAY "ARCDISP: HOLDLST.DAT PASSA DE 100 LINHAS - "
                       "NENHUM BLOQUEIO PODE FICAR DE FORA"
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               ADD 1 TO WS-QTDE-HOLDS
               MOVE HOLDREC-CHAVE-INI
                   TO WS-HOLD-CHAVE-INI(WS-QTDE-HOLDS)
               MOVE HOLDREC-CHAVE-FIM
                   TO WS-HOLD-CHAVE-FIM(WS-QTDE-HOLDS)
               MOVE HOLDREC-SOLICITANTE
                   TO WS-HOLD-SOLICITANTE(WS-QTDE-HOLDS)
               MOVE HOLDREC-MOTIVO
                   TO WS-HOLD-MOTIVO(WS-QTDE-HOLDS)
           END-IF.

      *    Aplicacao abre o catalogo I-O para o REWRITE da linha
      *    descartada; a previa, so para leitura.
       2000-ABRIR-ARQUIVOS.
           IF WS-APLICAR
               OPEN I-O ARCCAT-FILE
           ELSE
               OPEN INPUT ARCCAT-FILE
           END-IF
           IF WS-ARCCAT-STATUS NOT = "00"
               DISPLAY "ARCDISP: ERRO AO ABRIR ARCCAT.DAT - STATUS "
                       WS-ARCCAT-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               OPEN OUTPUT ARCDISP-FILE
               IF WS-ARCDISP-STATUS NOT = "00"
                   DISPLAY "ARCDISP: ERRO AO ABRIR ARCDISP.DAT - "
                           "STATUS " WS-ARCDISP-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   CLOSE ARCCAT-FILE
               ELSE
                   IF WS-APLICAR
                       MOVE "CERTIFICADO DE DESTRUICAO DO ARQUIVAMENTO"
                           TO WS-LIN-CAB-TITULO
                   ELSE
                       MOVE "PREVIA DO DESCARTE DO ARQUIVAMENTO"
                           TO WS-LIN-CAB-TITULO
                   END-IF
                   MOVE WS-DATA-HOJE       TO WS-LIN-CAB-DATA
                   MOVE WS-APROVADOR       TO WS-LIN-CAB-APROVADOR
                   WRITE ARCDISP-LINHA FROM WS-LIN-CAB
                   WRITE ARCDISP-LINHA FROM WS-LIN-COL
               END-IF
           END-IF.

       3000-LER-CATALOGO.
           READ ARCCAT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    Geracao ja descartada so e contada. Dentro do prazo nao
      *    aparece no relatorio; sem prazo de guarda, retida por
      *    bloqueio ou descartada, sai uma linha com a situacao.
       4000-AVALIAR-GERACAO.
           ADD 1 TO WS-QTDE-LIDAS
           IF ARCCAT-DATA-DESCARTE > ZEROS
               ADD 1 TO WS-QTDE-JA-DESCARTADAS
           ELSE
               PERFORM 4100-LOCALIZAR-PRAZO
               EVALUATE TRUE
                   WHEN WS-PRZ-ACHADO = ZEROS
                       ADD 1 TO WS-QTDE-SEM-PRAZO
                       MOVE "SEM PRAZO"   TO WS-LIN-GER-SITUACAO
                       MOVE ZEROS         TO WS-LIN-GER-LIMITE
                       PERFORM 6000-GRAVAR-LINHA
                   WHEN ARCCAT-DATA-EXEC
                           >= WS-PRZ-DATA-LIMITE(WS-PRZ-ACHADO)
                       ADD 1 TO WS-QTDE-NO-PRAZO
                   WHEN OTHER
                       MOVE WS-PRZ-DATA-LIMITE(WS-PRZ-ACHADO)
                                          TO WS-LIN-GER-LIMITE
                       PERFORM 4200-VERIFICAR-HOLD
                       IF WS-HOLD-ACHADO > ZEROS
                           ADD 1 TO WS-QTDE-RETIDAS
                           MOVE "RETIDA"  TO WS-LIN-GER-SITUACAO
                           PERFORM 6000-GRAVAR-LINHA
                           PERFORM 6100-GRAVAR-HOLD
                       ELSE
                           PERFORM 5000-DESCARTAR-GERACAO
                       END-IF
               END-EVALUATE
           END-IF.

       4100-LOCALIZAR-PRAZO.
           MOVE ZEROS TO WS-PRZ-ACHADO
           PERFORM VARYING WS-PRZ-IDX FROM 1 BY 1
                   UNTIL WS-PRZ-IDX > WS-QTDE-PRAZOS
                      OR WS-PRZ-ACHADO > ZEROS
               IF WS-PRZ-CATEGORIA(WS-PRZ-IDX) = ARCCAT-CATEGORIA
                   MOVE WS-PRZ-IDX TO WS-PRZ-ACHADO
               END-IF
           END-PERFORM.

      *    Um bloqueio segura a geracao quando cruza a faixa de chaves
      *    arquivadas (INI do bloqueio ate a chave alta e FIM do
      *    bloqueio desde a chave baixa). Geracao sem arquivados tem
      *    chaves em branco e nada a segurar.
       4200-VERIFICAR-HOLD.
           MOVE ZEROS TO WS-HOLD-ACHADO
           IF ARCCAT-QTDE-DETALHES > ZEROS
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-QTDE-HOLDS
                          OR WS-HOLD-ACHADO > ZEROS
                   IF WS-HOLD-CHAVE-FIM(WS-HOLD-IDX) = SPACES
                       MOVE WS-HOLD-CHAVE-INI(WS-HOLD-IDX)
                           TO WS-HOLD-FIM
                   ELSE
                       MOVE WS-HOLD-CHAVE-FIM(WS-HOLD-IDX)
                           TO WS-HOLD-FIM
                   END-IF
                   IF WS-HOLD-CHAVE-INI(WS-HOLD-IDX)
                           <= ARCCAT-CHAVE-ALTA
                       AND WS-HOLD-FIM >= ARCCAT-CHAVE-BAIXA
                       MOVE WS-HOLD-IDX TO WS-HOLD-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

      *    Na aplicacao a linha do catalogo e regravada com a data e o
      *    aprovador ANTES de a geracao entrar no certificado: o que
      *    o certificado lista e exatamente o que o catalogo marcou.
      *    Falha no REWRITE interrompe a leitura com RC=8.
       5000-DESCARTAR-GERACAO.
           IF WS-APLICAR
               MOVE WS-DATA-HOJE          TO ARCCAT-DATA-DESCARTE
               MOVE WS-APROVADOR          TO ARCCAT-APROVADOR
               REWRITE ARCCAT-REC
               IF WS-ARCCAT-STATUS NOT = "00"
                   DISPLAY "ARCDISP: ERRO NO REWRITE DE ARCCAT.DAT - "
                           "STATUS " WS-ARCCAT-STATUS
                   MOVE "Y" TO WS-EOF-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "DESCARTADA"      TO WS-LIN-GER-SITUACAO
               END-IF
           ELSE
               MOVE "A DESCARTAR"         TO WS-LIN-GER-SITUACAO
           END-IF
           IF NOT WS-EOF
               ADD 1 TO WS-QTDE-DESCARTADAS
               ADD ARCCAT-QTDE-DETALHES   TO WS-QTDE-REG-DESCARTADOS
               PERFORM 6000-GRAVAR-LINHA
           END-IF.

       6000-GRAVAR-LINHA.
           MOVE ARCCAT-DATA-EXEC      TO WS-LIN-GER-EXEC
           MOVE ARCCAT-JOB-DESTINO    TO WS-LIN-GER-JOB
           MOVE ARCCAT-CATEGORIA      TO WS-LIN-GER-CAT
           MOVE ARCCAT-DATA-CORTE     TO WS-LIN-GER-CORTE
           MOVE ARCCAT-CHAVE-BAIXA    TO WS-LIN-GER-BAIXA
           MOVE ARCCAT-CHAVE-ALTA     TO WS-LIN-GER-ALTA
           MOVE ARCCAT-QTDE-DETALHES  TO WS-LIN-GER-QTDE
           WRITE ARCDISP-LINHA FROM WS-LIN-GER.

       6100-GRAVAR-HOLD.
           MOVE WS-HOLD-CHAVE-INI(WS-HOLD-ACHADO)   TO WS-LIN-HOLD-INI
           IF WS-HOLD-CHAVE-FIM(WS-HOLD-ACHADO) = SPACES
               MOVE WS-HOLD-CHAVE-INI(WS-HOLD-ACHADO)
                                                    TO WS-LIN-HOLD-FIM
           ELSE
               MOVE WS-HOLD-CHAVE-FIM(WS-HOLD-ACHADO)
                                                    TO WS-LIN-HOLD-FIM
           END-IF
           MOVE WS-HOLD-SOLICITANTE(WS-HOLD-ACHADO) TO WS-LIN-HOLD-SOL
           MOVE WS-HOLD-MOTIVO(WS-HOLD-ACHADO)      TO WS-LIN-HOLD-MOT
           WRITE ARCDISP-LINHA FROM WS-LIN-HOLD.

       8000-GRAVAR-TOTAIS.
           MOVE SPACES TO ARCDISP-LINHA
           WRITE ARCDISP-LINHA
           MOVE "GERACOES NO CATALOGO............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-LIDAS         TO WS-LIN-TOT-QTDE
           WRITE ARCDISP-LINHA FROM WS-LIN-TOT
           MOVE "JA DESCARTADAS ANTERIORMENTE....:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-JA-DESCARTADAS TO WS-LIN-TOT-QTDE
           WRITE ARCDISP-LINHA FROM WS-LIN-TOT
           MOVE "DENTRO DO PRAZO DE GUARDA.......:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-NO-PRAZO      TO WS-LIN-TOT-QTDE
           WRITE ARCDISP-LINHA FROM WS-LIN-TOT
           MOVE "CATEGORIA SEM PRAZO DE GUARDA...:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SEM-PRAZO     TO WS-LIN-TOT-QTDE
           WRITE ARCDISP-LINHA FROM WS-LIN-TOT
           MOVE "RETIDAS POR BLOQUEIO LEGAL......:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-RETIDAS       TO WS-LIN-TOT-QTDE
           WRITE ARCDISP-LINHA FROM WS-LIN-TOT
           IF WS-APLICAR
               MOVE "GERACOES DESCARTADAS............:"
                   TO WS-LIN-TOT-ROTULO
           ELSE
               MOVE "GERACOES A DESCARTAR............:"
                   TO WS-LIN-TOT-ROTULO
           END-IF
           MOVE WS-QTDE-DESCARTADAS   TO WS-LIN-TOT-QTDE
           WRITE ARCDISP-LINHA FROM WS-LIN-TOT
           MOVE "  REGISTROS NESSAS GERACOES.....:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-REG-DESCARTADOS TO WS-LIN-TOT-QTDE
           WRITE ARCDISP-LINHA FROM WS-LIN-TOT.

      *    Geracao retida ou categoria sem prazo nao e erro do job,
      *    mas o checklist precisa ver: RC=4.
       9000-ENCERRAR.
           CLOSE ARCCAT-FILE
           CLOSE ARCDISP-FILE
           DISPLAY "ARCDISP: GERACOES NO CATALOGO: " WS-QTDE-LIDAS
           DISPLAY "ARCDISP: DESCARTADAS.........: "
                   WS-QTDE-DESCARTADAS
           DISPLAY "ARCDISP: RETIDAS POR BLOQUEIO: " WS-QTDE-RETIDAS
           DISPLAY "ARCDISP: SEM PRAZO DE GUARDA.: " WS-QTDE-SEM-PRAZO
           IF WS-QTDE-RETIDAS > ZEROS
               OR WS-QTDE-SEM-PRAZO > ZEROS
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
