      ******************************************************************
      *    PROGRAM-ID. INVROLL
      *    Inventario do master por categoria de retencao - a prova
      *    de que a populacao do MASTER.DAT passou inteira de um
      *    ciclo para o outro. O CYCRECON confere os marcados do
      *    PURGSCAN contra o arquivado do PURGARCH, mas nada provava
      *    que um registro nao se perdeu numa carga do MSTLOAD ou na
      *    troca de geracao MASTNEW -> MASTER.DAT. Por categoria
      *    (MASTREC-CATEGORIA) este job rola:
      *      fechamento anterior (contagem fisica do ultimo ciclo no
      *      historico)
      *      + carregados (linhas "MSTLOAD " de RUNCTL.DAT)
      *      - arquivados (linhas "PURGARCH" de RUNCTL.DAT)
      *      + restaurados (RESTAUD.DAT, situacao "R")
      *      + transferidos para a categoria - transferidos dela
      *        (reclassificacoes aplicadas, RECATAUD.DAT situacao "A")
      *      = calculado, confrontado com a contagem fisica do
      *        MASTER.DAT feita agora.
      *    Categoria que nao fecha e excecao e encerra com RC=8.
      *    Duas conferencias cruzadas saem tambem como excecao: os
      *    aprovados do MSTEDIT (linhas "MSTEDIT " de RUNCTL.DAT)
      *    contra os carregados do MSTLOAD, e o arquivado declarado
      *    pelo PURGARCH contra os detalhes catalogados em
      *    ARCCAT.DAT. O descarte de geracoes (ARCDISP) nao mexe no
      *    master e nao entra na conta.
      *    Da RUNCTL.DAT contam so as linhas de particao zero
      *    (execucao inteira ou consolidada pelo PURGMERG), e do
      *    MSTEDIT e do PURGARCH so as de execucao concluida
      *    (retorno menor que 8), como no CYCRECON. Do MSTLOAD contam
      *    todas: com chave repetida ele encerra com RC=8, mas os
      *    registros nao repetidos ja foram carregados.
      *    A data do ciclo e a do ultimo registro do RETCUT em
      *    RUNCTL.DAT (mesmo criterio do CYCRECON). O movimento
      *    considerado e o datado DEPOIS do ultimo ciclo do historico
      *    ate a data do ciclo, inclusive - a granularidade das
      *    trilhas e o dia, entao o job roda no fim da esteira,
      *    antes de qualquer restauracao ou reclassificacao do dia
      *    seguinte.
      *    O historico (layout INVCAT.CPY) e geracional: a geracao
      *    anterior entra no ddname INVANT e a nova sai em INVNOV,
      *    com as linhas do proprio ciclo regravadas - o rerun do
      *    mesmo ciclo substitui a execucao anterior. Sem historico
      *    (primeira execucao) a contagem fisica vira a base e o job
      *    termina com RC=0.
      *    O relatorio INVROLL.DAT traz a visao do ciclo e a visao
      *    acumulada do mes (abertura do primeiro ciclo do mes,
      *    movimento somado e a contagem fisica de hoje), que anexa
      *    ao dossie mensal do RETCOMP. Diferenca acumulada no mes e
      *    a soma das diferencas diarias ja apontadas (com RC=8) nos
      *    seus ciclos - na visao do mes ela e informada, sem escalar
      *    o retorno de novo toda noite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVROLL.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ARCCAT-FILE ASSIGN TO "ARCCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.
           SELECT RESTAUD-FILE ASSIGN TO "RESTAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTAUD-STATUS.
           SELECT RECATAUD-FILE ASSIGN TO "RECATAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECATAUD-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTREC-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT INVANT-FILE ASSIGN TO "INVANT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVANT-STATUS.
           SELECT INVNOV-FILE ASSIGN TO "INVNOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVNOV-STATUS.
           SELECT INVROLL-FILE ASSIGN TO "INVROLL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY "RUNCTL.CPY".

       FD  ARCCAT-FILE
           RECORDING MODE IS F.
       COPY "ARCCAT.CPY".

       FD  RESTAUD-FILE
           RECORDING MODE IS F.
       COPY "RESTAUD.CPY".

       FD  RECATAUD-FILE
           RECORDING MODE IS F.
       COPY "RECATAUD.CPY".

       FD  MASTER-FILE.
       COPY "MASTREC.CPY".

       FD  INVANT-FILE
           RECORDING MODE IS F.
       COPY "INVCAT.CPY" REPLACING LEADING ==INVCAT== BY ==INVANT==.

       FD  INVNOV-FILE
           RECORDING MODE IS F.
       COPY "INVCAT.CPY" REPLACING LEADING ==INVCAT== BY ==INVNOV==.

       FD  INVROLL-FILE
           RECORDING MODE IS F.
       01  INVROLL-LINHA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS           PIC X(02) VALUE "00".
       01  WS-ARCCAT-STATUS           PIC X(02) VALUE "00".
       01  WS-RESTAUD-STATUS          PIC X(02) VALUE "00".
       01  WS-RECATAUD-STATUS         PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
       01  WS-INVANT-STATUS           PIC X(02) VALUE "00".
       01  WS-INVNOV-STATUS           PIC X(02) VALUE "00".
       01  WS-INVROLL-STATUS          PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".
       01  WS-INVANT-DISPO-SW         PIC X(01) VALUE "N".
           88  WS-INVANT-DISPO        VALUE "Y".
       01  WS-INVNOV-ABERTO-SW        PIC X(01) VALUE "N".
           88  WS-INVNOV-ABERTO       VALUE "Y".
       01  WS-CICLO-ACHADO-SW         PIC X(01) VALUE "N".
           88  WS-CICLO-ACHADO        VALUE "Y".
       01  WS-TAB-CHEIA-SW            PIC X(01) VALUE "N".
           88  WS-TAB-CHEIA           VALUE "Y".

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CICLO              PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CICLO-R REDEFINES WS-DATA-CICLO.
           05  WS-CICLO-MES            PIC 9(06).
           05  FILLER                  PIC 9(02).
      *    Ultimo ciclo do historico anterior ao ciclo apurado -
      *    o fechamento que vira abertura; zeros = base inicial.
       01  WS-DATA-ANTERIOR           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EXAME              PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EXAME-R REDEFINES WS-DATA-EXAME.
           05  WS-EXAME-MES            PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-CATEGORIA-EXAME         PIC X(08) VALUE SPACES.

       01  WS-QTDE-HIST-COPIADAS      PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-HIST-SUBSTITUIDAS  PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-MASTER             PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-EXCECOES           PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-DIVERG-MES         PIC 9(05) VALUE ZEROS.

      *    Rolagem por categoria: o ciclo e o acumulado do mes lado a
      *    lado. 50 categorias cobre a RETTAB.DAT com folga - tabela
      *    cheia e excecao (RC=8), porque um inventario que deixa
      *    categoria de fora nao prova nada.
       01  WS-INV-TAB.
           05  WS-INV-ENT              OCCURS 50 TIMES.
               10  WS-INV-CATEGORIA    PIC X(08).
               10  WS-INV-ABERTURA     PIC 9(09).
               10  WS-INV-APROVADOS    PIC 9(09).
               10  WS-INV-CARREGADOS   PIC 9(09).
               10  WS-INV-ARQUIVADOS   PIC 9(09).
               10  WS-INV-CATALOGADOS  PIC 9(09).
               10  WS-INV-RESTAURADOS  PIC 9(09).
               10  WS-INV-TRANSF-ENT   PIC 9(09).
               10  WS-INV-TRANSF-SAI   PIC 9(09).
               10  WS-INV-CALCULADO    PIC S9(09).
               10  WS-INV-FISICO       PIC 9(09).
               10  WS-INV-DIFERENCA    PIC S9(09).
               10  WS-INV-MES-SW       PIC X(01).
                   88  WS-INV-TEM-MES  VALUE "Y".
               10  WS-INV-MES-ABERTURA PIC 9(09).
               10  WS-INV-MES-CARREG   PIC 9(09).
               10  WS-INV-MES-ARQUIV   PIC 9(09).
               10  WS-INV-MES-RESTAUR  PIC 9(09).
               10  WS-INV-MES-TRANSF-ENT PIC 9(09).
               10  WS-INV-MES-TRANSF-SAI PIC 9(09).
               10  WS-INV-MES-CALCULADO PIC S9(09).
               10  WS-INV-MES-DIFERENCA PIC S9(09).
       01  WS-QTDE-INV                PIC 9(02) VALUE ZEROS.
       01  WS-INV-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-INV-ACHADO              PIC 9(02) VALUE ZEROS.

       01  WS-EDT-QTDE-1              PIC ZZZ.ZZZ.ZZ9.
       01  WS-EDT-QTDE-2              PIC ZZZ.ZZZ.ZZ9.
       01  WS-EDT-SINAL-1             PIC ----.---.--9.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(53) VALUE
               "INVROLL - INVENTARIO DO MASTER POR CATEGORIA - CICLO ".
           05  WS-LIN-CAB-DATA         PIC 9(08).
           05  FILLER                  PIC X(16) VALUE
               " - EXECUCAO EM: ".
           05  WS-LIN-CAB-HOJE         PIC 9(08).
       01  WS-LIN-ANT.
           05  FILLER                  PIC X(44) VALUE
               "ABERTURA = CONTAGEM FISICA DO CICLO ANTERIOR".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-ANT-DATA         PIC 9(08).
       01  WS-LIN-TIT.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-TIT-TEXTO        PIC X(60).
       01  WS-LIN-COL.
           05  FILLER                  PIC X(08) VALUE "CATEGOR.".
           05  FILLER                  PIC X(12) VALUE "    ABERTURA".
           05  FILLER                  PIC X(12) VALUE "  CARREGADOS".
           05  FILLER                  PIC X(12) VALUE "  ARQUIVADOS".
           05  FILLER                  PIC X(12) VALUE " RESTAURADOS".
           05  FILLER                  PIC X(12) VALUE "  TRANSF-ENT".
           05  FILLER                  PIC X(12) VALUE "  TRANSF-SAI".
           05  FILLER                  PIC X(13) VALUE
               "    CALCULADO".
           05  FILLER                  PIC X(12) VALUE "      FISICO".
           05  FILLER                  PIC X(13) VALUE
               "    DIFERENCA".
           05  FILLER                  PIC X(09) VALUE " SITUACAO".
       01  WS-LIN-DET.
           05  WS-LIN-DET-CAT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-ABERT        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-CARREG       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-ARQUIV       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-RESTAUR      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-TENT         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-TSAI         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-CALC         PIC ----.---.--9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-FISICO       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-DIF          PIC ----.---.--9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-SIT          PIC X(10).
       01  WS-LIN-EXC.
           05  FILLER                  PIC X(06) VALUE "  *** ".
           05  WS-LIN-EXC-TEXTO        PIC X(120).
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(40).
           05  WS-LIN-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-INICIALIZAR
           PERFORM 1500-DETERMINAR-CICLO
           PERFORM 2000-COPIAR-HISTORICO
           IF NOT WS-ABORTAR
               PERFORM 4000-CONTAR-MASTER
           END-IF
           IF NOT WS-ABORTAR
               IF WS-DATA-ANTERIOR > ZEROS
                   PERFORM 3000-COLHER-RUNCTL
                   PERFORM 3100-COLHER-CATALOGO
                   PERFORM 3200-COLHER-RESTAURACOES
                   PERFORM 3300-COLHER-RECLASSIFICACOES
               END-IF
               PERFORM 5000-APURAR-CICLO
               PERFORM 6000-APURAR-MES
           END-IF
           PERFORM 9000-ENCERRAR
           STOP RUN.

       1000-INICIALIZAR.
           OPEN OUTPUT INVROLL-FILE
           IF WS-INVROLL-STATUS NOT = "00"
               DISPLAY "INVROLL: ERRO AO ABRIR INVROLL.DAT - STATUS "
                       WS-INVROLL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Mesmo criterio do CYCRECON: o dono da data do ciclo e o
      *    RETCUT - o ultimo registro dele em RUNCTL.DAT. Sem ele o
      *    inventario cai na data corrente e avisa.
       1500-DETERMINAR-CICLO.
           MOVE WS-DATA-HOJE TO WS-DATA-CICLO
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RUNCTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RUNCTL-JOB = "RETCUT  "
                               MOVE "Y" TO WS-CICLO-ACHADO-SW
                               MOVE RUNCTL-DATA-CICLO
                                   TO WS-DATA-CICLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           MOVE WS-DATA-CICLO TO WS-LIN-CAB-DATA
           MOVE WS-DATA-HOJE  TO WS-LIN-CAB-HOJE
           WRITE INVROLL-LINHA FROM WS-LIN-CAB
           IF NOT WS-CICLO-ACHADO
               MOVE "SEM REGISTRO DO RETCUT EM RUNCTL.DAT - USANDO A "
                   TO INVROLL-LINHA
               MOVE "DATA CORRENTE COMO CICLO" TO INVROLL-LINHA(49:)
               WRITE INVROLL-LINHA
           END-IF
           DISPLAY "INVROLL: DATA DO CICLO......: " WS-DATA-CICLO.

      *    Copia a geracao anterior do historico para a nova, menos
      *    as linhas do proprio ciclo (ou posteriores) - o rerun
      *    regrava o ciclo. Ao mesmo tempo guarda, por categoria, o
      *    FISICO do ultimo ciclo copiado (a abertura) e acumula as
      *    linhas do mes do ciclo para a visao mensal.
       2000-COPIAR-HISTORICO.
           OPEN INPUT INVANT-FILE
           EVALUATE WS-INVANT-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-INVANT-DISPO-SW
               WHEN "35"
                   DISPLAY "INVROLL: INVANT AUSENTE - A CONTAGEM "
                           "FISICA VIRA A BASE INICIAL"
               WHEN OTHER
                   DISPLAY "INVROLL: ERRO AO ABRIR INVANT - STATUS "
                           WS-INVANT-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
           END-EVALUATE
           IF NOT WS-ABORTAR
               OPEN OUTPUT INVNOV-FILE
               IF WS-INVNOV-STATUS NOT = "00"
                   DISPLAY "INVROLL: ERRO AO ABRIR INVNOV - STATUS "
                           WS-INVNOV-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   MOVE "Y" TO WS-INVNOV-ABERTO-SW
               END-IF
           END-IF
           IF WS-INVANT-DISPO
               IF NOT WS-ABORTAR
                   PERFORM UNTIL WS-EOF
                       READ INVANT-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF INVANT-DATA-CICLO < WS-DATA-CICLO
                                   WRITE INVNOV-REC FROM INVANT-REC
                                   ADD 1 TO WS-QTDE-HIST-COPIADAS
                                   PERFORM 2100-ANOTAR-HISTORICO
                               ELSE
                                   ADD 1 TO WS-QTDE-HIST-SUBSTITUIDAS
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SW
               END-IF
               CLOSE INVANT-FILE
           END-IF
           IF WS-ABORTAR
               MOVE "HISTORICO DO INVENTARIO INDISPONIVEL - CICLO NAO "
                   TO WS-LIN-EXC-TEXTO
               MOVE "APURADO" TO WS-LIN-EXC-TEXTO(51:)
               PERFORM 8000-GRAVAR-EXCECAO
           ELSE
               IF WS-DATA-ANTERIOR = ZEROS
                   MOVE "SEM FECHAMENTO ANTERIOR NO HISTORICO - A "
                       TO INVROLL-LINHA
                   MOVE "CONTAGEM FISICA DESTE CICLO VIRA A BASE"
                       TO INVROLL-LINHA(42:)
                   WRITE INVROLL-LINHA
               ELSE
                   MOVE WS-DATA-ANTERIOR TO WS-LIN-ANT-DATA
                   WRITE INVROLL-LINHA FROM WS-LIN-ANT
               END-IF
               IF WS-QTDE-HIST-SUBSTITUIDAS > ZEROS
                   DISPLAY "INVROLL: " WS-QTDE-HIST-SUBSTITUIDAS
                           " LINHA(S) DO HISTORICO DESTE CICLO "
                           "SUBSTITUIDA(S) - REPROCESSAMENTO"
               END-IF
           END-IF.

      *    O historico e gravado em ordem de ciclo (uma geracao por
      *    noite), entao data maior que a ja vista zera as aberturas:
      *    so as linhas do ULTIMO ciclo copiado valem como abertura -
      *    categoria ausente dele abre com zero.
       2100-ANOTAR-HISTORICO.
           IF INVANT-DATA-CICLO > WS-DATA-ANTERIOR
               MOVE INVANT-DATA-CICLO TO WS-DATA-ANTERIOR
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                       UNTIL WS-INV-IDX > WS-QTDE-INV
                   MOVE ZEROS TO WS-INV-ABERTURA(WS-INV-IDX)
               END-PERFORM
           END-IF
           MOVE INVANT-CATEGORIA TO WS-CATEGORIA-EXAME
           PERFORM 7000-LOCALIZAR-CATEGORIA
           IF WS-INV-ACHADO > ZEROS
               MOVE INVANT-FISICO TO WS-INV-ABERTURA(WS-INV-ACHADO)
               MOVE INVANT-DATA-CICLO TO WS-DATA-EXAME
               IF WS-EXAME-MES = WS-CICLO-MES
                   IF NOT WS-INV-TEM-MES(WS-INV-ACHADO)
                       MOVE "Y" TO WS-INV-MES-SW(WS-INV-ACHADO)
                       MOVE INVANT-ABERTURA
                           TO WS-INV-MES-ABERTURA(WS-INV-ACHADO)
                   END-IF
                   ADD INVANT-CARREGADOS
                       TO WS-INV-MES-CARREG(WS-INV-ACHADO)
                   ADD INVANT-ARQUIVADOS
                       TO WS-INV-MES-ARQUIV(WS-INV-ACHADO)
                   ADD INVANT-RESTAURADOS
                       TO WS-INV-MES-RESTAUR(WS-INV-ACHADO)
                   ADD INVANT-TRANSF-ENTRADA
                       TO WS-INV-MES-TRANSF-ENT(WS-INV-ACHADO)
                   ADD INVANT-TRANSF-SAIDA
                       TO WS-INV-MES-TRANSF-SAI(WS-INV-ACHADO)
               END-IF
           END-IF.

      *    Movimento declarado em RUNCTL.DAT entre o ciclo anterior
      *    (exclusive) e o ciclo apurado (inclusive), so particao
      *    zero e so linhas com categoria.
       3000-COLHER-RUNCTL.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               MOVE "RUNCTL.DAT INDISPONIVEL - CARREGADOS E "
                   TO WS-LIN-EXC-TEXTO
               MOVE "ARQUIVADOS NAO DECLARADOS" TO WS-LIN-EXC-TEXTO(40:)
               PERFORM 8000-GRAVAR-EXCECAO
           ELSE
               PERFORM UNTIL WS-EOF
                   READ RUNCTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RUNCTL-DATA-CICLO > WS-DATA-ANTERIOR
                               AND RUNCTL-DATA-CICLO <= WS-DATA-CICLO
                               AND RUNCTL-PARTICAO = ZEROS
                               AND RUNCTL-CATEGORIA NOT = SPACES
                               PERFORM 3050-ANOTAR-CONTROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       3050-ANOTAR-CONTROLE.
           MOVE RUNCTL-CATEGORIA TO WS-CATEGORIA-EXAME
           EVALUATE RUNCTL-JOB
               WHEN "MSTLOAD "
                   PERFORM 7000-LOCALIZAR-CATEGORIA
                   IF WS-INV-ACHADO > ZEROS
                       ADD RUNCTL-QTDE-GRAVADOS
                           TO WS-INV-CARREGADOS(WS-INV-ACHADO)
                   END-IF
               WHEN "MSTEDIT "
                   IF RUNCTL-RETORNO < 8
                       PERFORM 7000-LOCALIZAR-CATEGORIA
                       IF WS-INV-ACHADO > ZEROS
                           ADD RUNCTL-QTDE-GRAVADOS
                               TO WS-INV-APROVADOS(WS-INV-ACHADO)
                       END-IF
                   END-IF
               WHEN "PURGARCH"
                   IF RUNCTL-RETORNO < 8
                       PERFORM 7000-LOCALIZAR-CATEGORIA
                       IF WS-INV-ACHADO > ZEROS
                           ADD RUNCTL-QTDE-GRAVADOS
                               TO WS-INV-ARQUIVADOS(WS-INV-ACHADO)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Catalogo ausente e normal antes do primeiro arquivamento -
      *    a conferencia cruzada do 5000 acusa se o PURGARCH declarou
      *    arquivado sem catalogar.
       3100-COLHER-CATALOGO.
           OPEN INPUT ARCCAT-FILE
           IF WS-ARCCAT-STATUS NOT = "00"
               DISPLAY "INVROLL: ARCCAT.DAT INDISPONIVEL - STATUS "
                       WS-ARCCAT-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ARCCAT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF ARCCAT-DATA-EXEC > WS-DATA-ANTERIOR
                               AND ARCCAT-DATA-EXEC <= WS-DATA-CICLO
                               MOVE ARCCAT-CATEGORIA
                                   TO WS-CATEGORIA-EXAME
                               PERFORM 7000-LOCALIZAR-CATEGORIA
                               IF WS-INV-ACHADO > ZEROS
                                   ADD ARCCAT-QTDE-DETALHES
                                       TO WS-INV-CATALOGADOS
                                          (WS-INV-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCCAT-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

      *    So o "R" voltou ao master; a recusa por colisao ("C") nao
      *    mexe na populacao.
       3200-COLHER-RESTAURACOES.
           OPEN INPUT RESTAUD-FILE
           IF WS-RESTAUD-STATUS NOT = "00"
               DISPLAY "INVROLL: RESTAUD.DAT INDISPONIVEL - SEM "
                       "RESTAURACOES NO CICLO (STATUS "
                       WS-RESTAUD-STATUS ")"
           ELSE
               PERFORM UNTIL WS-EOF
                   READ RESTAUD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RESTAUD-DATA-EXECUCAO > WS-DATA-ANTERIOR
                               AND RESTAUD-DATA-EXECUCAO
                                       <= WS-DATA-CICLO
                               AND RESTAUD-STATUS = "R"
                               MOVE RESTAUD-CATEGORIA
                                   TO WS-CATEGORIA-EXAME
                               PERFORM 7000-LOCALIZAR-CATEGORIA
                               IF WS-INV-ACHADO > ZEROS
                                   ADD 1 TO WS-INV-RESTAURADOS
                                            (WS-INV-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTAUD-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

      *    So a reclassificacao aplicada ("A") muda a categoria no
      *    master; simulada ("S") e recusada ("R") nao mexem.
       3300-COLHER-RECLASSIFICACOES.
           OPEN INPUT RECATAUD-FILE
           IF WS-RECATAUD-STATUS NOT = "00"
               DISPLAY "INVROLL: RECATAUD.DAT INDISPONIVEL - SEM "
                       "RECLASSIFICACOES NO CICLO (STATUS "
                       WS-RECATAUD-STATUS ")"
           ELSE
               PERFORM UNTIL WS-EOF
                   READ RECATAUD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RECATAUD-DATA-EXECUCAO
                                   > WS-DATA-ANTERIOR
                               AND RECATAUD-DATA-EXECUCAO
                                       <= WS-DATA-CICLO
                               AND RECATAUD-SITUACAO = "A"
                               AND RECATAUD-CATEGORIA-ANTES
                                       NOT = RECATAUD-CATEGORIA-DEPOIS
                               PERFORM 3350-ANOTAR-TRANSFERENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECATAUD-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       3350-ANOTAR-TRANSFERENCIA.
           MOVE RECATAUD-CATEGORIA-ANTES TO WS-CATEGORIA-EXAME
           PERFORM 7000-LOCALIZAR-CATEGORIA
           IF WS-INV-ACHADO > ZEROS
               ADD 1 TO WS-INV-TRANSF-SAI(WS-INV-ACHADO)
           END-IF
           MOVE RECATAUD-CATEGORIA-DEPOIS TO WS-CATEGORIA-EXAME
           PERFORM 7000-LOCALIZAR-CATEGORIA
           IF WS-INV-ACHADO > ZEROS
               ADD 1 TO WS-INV-TRANSF-ENT(WS-INV-ACHADO)
           END-IF.

      *    A contagem fisica: o master inteiro, por categoria, como
      *    ele esta agora.
       4000-CONTAR-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVROLL: ERRO AO ABRIR MASTER.DAT - STATUS "
                       WS-MASTER-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
               MOVE "MASTER.DAT INDISPONIVEL - CONTAGEM FISICA NAO "
                   TO WS-LIN-EXC-TEXTO
               MOVE "FEITA, CICLO NAO APURADO"
                   TO WS-LIN-EXC-TEXTO(47:)
               PERFORM 8000-GRAVAR-EXCECAO
           ELSE
               PERFORM UNTIL WS-EOF
                   READ MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-QTDE-MASTER
                           MOVE MASTREC-CATEGORIA
                               TO WS-CATEGORIA-EXAME
                           PERFORM 7000-LOCALIZAR-CATEGORIA
                           IF WS-INV-ACHADO > ZEROS
                               ADD 1 TO WS-INV-FISICO(WS-INV-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

      *    Visao do ciclo: rola cada categoria, grava a linha do
      *    historico e confere carga e arquivamento. Categoria sem
      *    abertura, sem movimento e sem registro no master nao
      *    aparece.
       5000-APURAR-CICLO.
           MOVE "VISAO DO CICLO" TO WS-LIN-TIT-TEXTO
           WRITE INVROLL-LINHA FROM WS-LIN-TIT
           WRITE INVROLL-LINHA FROM WS-LIN-COL
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-QTDE-INV
               IF WS-INV-ABERTURA(WS-INV-IDX)    > ZEROS
                   OR WS-INV-APROVADOS(WS-INV-IDX)   > ZEROS
                   OR WS-INV-CARREGADOS(WS-INV-IDX)  > ZEROS
                   OR WS-INV-ARQUIVADOS(WS-INV-IDX)  > ZEROS
                   OR WS-INV-CATALOGADOS(WS-INV-IDX) > ZEROS
                   OR WS-INV-RESTAURADOS(WS-INV-IDX) > ZEROS
                   OR WS-INV-TRANSF-ENT(WS-INV-IDX)  > ZEROS
                   OR WS-INV-TRANSF-SAI(WS-INV-IDX)  > ZEROS
                   OR WS-INV-FISICO(WS-INV-IDX)      > ZEROS
                   PERFORM 5100-ROLAR-CATEGORIA
               END-IF
           END-PERFORM.

       5100-ROLAR-CATEGORIA.
           IF WS-DATA-ANTERIOR = ZEROS
               MOVE WS-INV-FISICO(WS-INV-IDX)
                   TO WS-INV-ABERTURA(WS-INV-IDX)
               MOVE WS-INV-FISICO(WS-INV-IDX)
                   TO WS-INV-CALCULADO(WS-INV-IDX)
               MOVE ZEROS TO WS-INV-DIFERENCA(WS-INV-IDX)
               MOVE "B" TO INVNOV-SITUACAO
               MOVE "BASE" TO WS-LIN-DET-SIT
           ELSE
               COMPUTE WS-INV-CALCULADO(WS-INV-IDX) =
                       WS-INV-ABERTURA(WS-INV-IDX)
                     + WS-INV-CARREGADOS(WS-INV-IDX)
                     - WS-INV-ARQUIVADOS(WS-INV-IDX)
                     + WS-INV-RESTAURADOS(WS-INV-IDX)
                     + WS-INV-TRANSF-ENT(WS-INV-IDX)
                     - WS-INV-TRANSF-SAI(WS-INV-IDX)
               COMPUTE WS-INV-DIFERENCA(WS-INV-IDX) =
                       WS-INV-FISICO(WS-INV-IDX)
                     - WS-INV-CALCULADO(WS-INV-IDX)
               IF WS-INV-DIFERENCA(WS-INV-IDX) = ZEROS
                   MOVE "O" TO INVNOV-SITUACAO
                   MOVE "OK" TO WS-LIN-DET-SIT
               ELSE
                   MOVE "D" TO INVNOV-SITUACAO
                   MOVE "DIVERGENTE" TO WS-LIN-DET-SIT
               END-IF
           END-IF
           MOVE WS-INV-CATEGORIA(WS-INV-IDX)   TO WS-LIN-DET-CAT
           MOVE WS-INV-ABERTURA(WS-INV-IDX)    TO WS-LIN-DET-ABERT
           MOVE WS-INV-CARREGADOS(WS-INV-IDX)  TO WS-LIN-DET-CARREG
           MOVE WS-INV-ARQUIVADOS(WS-INV-IDX)  TO WS-LIN-DET-ARQUIV
           MOVE WS-INV-RESTAURADOS(WS-INV-IDX) TO WS-LIN-DET-RESTAUR
           MOVE WS-INV-TRANSF-ENT(WS-INV-IDX)  TO WS-LIN-DET-TENT
           MOVE WS-INV-TRANSF-SAI(WS-INV-IDX)  TO WS-LIN-DET-TSAI
           MOVE WS-INV-CALCULADO(WS-INV-IDX)   TO WS-LIN-DET-CALC
           MOVE WS-INV-FISICO(WS-INV-IDX)      TO WS-LIN-DET-FISICO
           MOVE WS-INV-DIFERENCA(WS-INV-IDX)   TO WS-LIN-DET-DIF
           WRITE INVROLL-LINHA FROM WS-LIN-DET
           IF INVNOV-DIVERGENTE
               MOVE WS-INV-CALCULADO(WS-INV-IDX) TO WS-EDT-SINAL-1
               MOVE WS-INV-FISICO(WS-INV-IDX)    TO WS-EDT-QTDE-1
               MOVE SPACES TO WS-LIN-EXC-TEXTO
               STRING "CATEGORIA " WS-INV-CATEGORIA(WS-INV-IDX)
                      " NAO FECHA - CALCULADO " WS-EDT-SINAL-1
                      " / FISICO NO MASTER.DAT " WS-EDT-QTDE-1
                   DELIMITED BY SIZE
                   INTO WS-LIN-EXC-TEXTO
               END-STRING
               PERFORM 8000-GRAVAR-EXCECAO
           END-IF
           PERFORM 5200-CONFERIR-CRUZADO
           PERFORM 5300-GRAVAR-HISTORICO
           PERFORM 5400-ACUMULAR-MES.

      *    O MSTLOAD carrega o MASTOK que o MSTEDIT aprovou: aprovado
      *    sem carga (ou carga sem aprovacao) e registro perdido ou
      *    entrado por fora da critica. O arquivado declarado pelo
      *    PURGARCH precisa estar no rodape da geracao catalogada.
       5200-CONFERIR-CRUZADO.
           IF WS-INV-APROVADOS(WS-INV-IDX)
                   NOT = WS-INV-CARREGADOS(WS-INV-IDX)
               MOVE WS-INV-APROVADOS(WS-INV-IDX)  TO WS-EDT-QTDE-1
               MOVE WS-INV-CARREGADOS(WS-INV-IDX) TO WS-EDT-QTDE-2
               MOVE SPACES TO WS-LIN-EXC-TEXTO
               STRING "CATEGORIA " WS-INV-CATEGORIA(WS-INV-IDX)
                      " - APROVADOS PELO MSTEDIT " WS-EDT-QTDE-1
                      " / CARREGADOS PELO MSTLOAD " WS-EDT-QTDE-2
                   DELIMITED BY SIZE
                   INTO WS-LIN-EXC-TEXTO
               END-STRING
               PERFORM 8000-GRAVAR-EXCECAO
           END-IF
           IF WS-INV-ARQUIVADOS(WS-INV-IDX)
                   NOT = WS-INV-CATALOGADOS(WS-INV-IDX)
               MOVE WS-INV-ARQUIVADOS(WS-INV-IDX)  TO WS-EDT-QTDE-1
               MOVE WS-INV-CATALOGADOS(WS-INV-IDX) TO WS-EDT-QTDE-2
               MOVE SPACES TO WS-LIN-EXC-TEXTO
               STRING "CATEGORIA " WS-INV-CATEGORIA(WS-INV-IDX)
                      " - ARQUIVADOS PELO PURGARCH " WS-EDT-QTDE-1
                      " / CATALOGADOS EM ARCCAT.DAT " WS-EDT-QTDE-2
                   DELIMITED BY SIZE
                   INTO WS-LIN-EXC-TEXTO
               END-STRING
               PERFORM 8000-GRAVAR-EXCECAO
           END-IF.

       5300-GRAVAR-HISTORICO.
           MOVE WS-DATA-CICLO                  TO INVNOV-DATA-CICLO
           MOVE WS-INV-CATEGORIA(WS-INV-IDX)   TO INVNOV-CATEGORIA
           MOVE WS-INV-ABERTURA(WS-INV-IDX)    TO INVNOV-ABERTURA
           MOVE WS-INV-APROVADOS(WS-INV-IDX)   TO INVNOV-APROVADOS
           MOVE WS-INV-CARREGADOS(WS-INV-IDX)  TO INVNOV-CARREGADOS
           MOVE WS-INV-ARQUIVADOS(WS-INV-IDX)  TO INVNOV-ARQUIVADOS
           MOVE WS-INV-CATALOGADOS(WS-INV-IDX) TO INVNOV-CATALOGADOS
           MOVE WS-INV-RESTAURADOS(WS-INV-IDX) TO INVNOV-RESTAURADOS
           MOVE WS-INV-TRANSF-ENT(WS-INV-IDX)
                                           TO INVNOV-TRANSF-ENTRADA
           MOVE WS-INV-TRANSF-SAI(WS-INV-IDX)  TO INVNOV-TRANSF-SAIDA
           MOVE WS-INV-CALCULADO(WS-INV-IDX)   TO INVNOV-CALCULADO
           MOVE WS-INV-FISICO(WS-INV-IDX)      TO INVNOV-FISICO
           MOVE WS-INV-DIFERENCA(WS-INV-IDX)   TO INVNOV-DIFERENCA
           WRITE INVNOV-REC
           IF WS-INVNOV-STATUS NOT = "00"
               DISPLAY "INVROLL: ERRO AO GRAVAR INVNOV - STATUS "
                       WS-INVNOV-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       5400-ACUMULAR-MES.
           IF NOT WS-INV-TEM-MES(WS-INV-IDX)
               MOVE "Y" TO WS-INV-MES-SW(WS-INV-IDX)
               MOVE WS-INV-ABERTURA(WS-INV-IDX)
                   TO WS-INV-MES-ABERTURA(WS-INV-IDX)
           END-IF
           ADD WS-INV-CARREGADOS(WS-INV-IDX)
               TO WS-INV-MES-CARREG(WS-INV-IDX)
           ADD WS-INV-ARQUIVADOS(WS-INV-IDX)
               TO WS-INV-MES-ARQUIV(WS-INV-IDX)
           ADD WS-INV-RESTAURADOS(WS-INV-IDX)
               TO WS-INV-MES-RESTAUR(WS-INV-IDX)
           ADD WS-INV-TRANSF-ENT(WS-INV-IDX)
               TO WS-INV-MES-TRANSF-ENT(WS-INV-IDX)
           ADD WS-INV-TRANSF-SAI(WS-INV-IDX)
               TO WS-INV-MES-TRANSF-SAI(WS-INV-IDX).

      *    Visao acumulada do mes do ciclo: abertura do primeiro
      *    ciclo do mes, movimento somado e a contagem fisica de
      *    hoje. A diferenca do mes e a soma das diferencas diarias -
      *    ja cobradas no ciclo em que apareceram.
       6000-APURAR-MES.
           MOVE SPACES TO INVROLL-LINHA
           WRITE INVROLL-LINHA
           MOVE SPACES TO WS-LIN-TIT-TEXTO
           STRING "VISAO ACUMULADA DO MES " WS-CICLO-MES
                  " (ATE O CICLO)"
               DELIMITED BY SIZE
               INTO WS-LIN-TIT-TEXTO
           END-STRING
           WRITE INVROLL-LINHA FROM WS-LIN-TIT
           WRITE INVROLL-LINHA FROM WS-LIN-COL
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-QTDE-INV
               IF WS-INV-TEM-MES(WS-INV-IDX)
                   PERFORM 6100-ROLAR-MES
               END-IF
           END-PERFORM.

       6100-ROLAR-MES.
           COMPUTE WS-INV-MES-CALCULADO(WS-INV-IDX) =
                   WS-INV-MES-ABERTURA(WS-INV-IDX)
                 + WS-INV-MES-CARREG(WS-INV-IDX)
                 - WS-INV-MES-ARQUIV(WS-INV-IDX)
                 + WS-INV-MES-RESTAUR(WS-INV-IDX)
                 + WS-INV-MES-TRANSF-ENT(WS-INV-IDX)
                 - WS-INV-MES-TRANSF-SAI(WS-INV-IDX)
           COMPUTE WS-INV-MES-DIFERENCA(WS-INV-IDX) =
                   WS-INV-FISICO(WS-INV-IDX)
                 - WS-INV-MES-CALCULADO(WS-INV-IDX)
           IF WS-INV-MES-DIFERENCA(WS-INV-IDX) = ZEROS
               MOVE "OK" TO WS-LIN-DET-SIT
           ELSE
               ADD 1 TO WS-QTDE-DIVERG-MES
               MOVE "DIVERGENTE" TO WS-LIN-DET-SIT
           END-IF
           MOVE WS-INV-CATEGORIA(WS-INV-IDX)    TO WS-LIN-DET-CAT
           MOVE WS-INV-MES-ABERTURA(WS-INV-IDX) TO WS-LIN-DET-ABERT
           MOVE WS-INV-MES-CARREG(WS-INV-IDX)   TO WS-LIN-DET-CARREG
           MOVE WS-INV-MES-ARQUIV(WS-INV-IDX)   TO WS-LIN-DET-ARQUIV
           MOVE WS-INV-MES-RESTAUR(WS-INV-IDX)  TO WS-LIN-DET-RESTAUR
           MOVE WS-INV-MES-TRANSF-ENT(WS-INV-IDX)
                                                TO WS-LIN-DET-TENT
           MOVE WS-INV-MES-TRANSF-SAI(WS-INV-IDX)
                                                TO WS-LIN-DET-TSAI
           MOVE WS-INV-MES-CALCULADO(WS-INV-IDX) TO WS-LIN-DET-CALC
           MOVE WS-INV-FISICO(WS-INV-IDX)       TO WS-LIN-DET-FISICO
           MOVE WS-INV-MES-DIFERENCA(WS-INV-IDX) TO WS-LIN-DET-DIF
           WRITE INVROLL-LINHA FROM WS-LIN-DET.

      *    Localiza (criando se preciso) a categoria de
      *    WS-CATEGORIA-EXAME. Tabela cheia e excecao uma vez so.
       7000-LOCALIZAR-CATEGORIA.
           MOVE ZEROS TO WS-INV-ACHADO
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-QTDE-INV
                      OR WS-INV-ACHADO > ZEROS
               IF WS-INV-CATEGORIA(WS-INV-IDX) = WS-CATEGORIA-EXAME
                   MOVE WS-INV-IDX TO WS-INV-ACHADO
               END-IF
           END-PERFORM
           IF WS-INV-ACHADO = ZEROS
               IF WS-QTDE-INV >= 50
                   IF NOT WS-TAB-CHEIA
                       MOVE "Y" TO WS-TAB-CHEIA-SW
                       MOVE SPACES TO WS-LIN-EXC-TEXTO
                       STRING "MAIS DE 50 CATEGORIAS - "
                              WS-CATEGORIA-EXAME
                              " E SEGUINTES FORA DO INVENTARIO"
                           DELIMITED BY SIZE
                           INTO WS-LIN-EXC-TEXTO
                       END-STRING
                       PERFORM 8000-GRAVAR-EXCECAO
                   END-IF
               ELSE
                   ADD 1 TO WS-QTDE-INV
                   MOVE WS-QTDE-INV TO WS-INV-ACHADO
                   PERFORM 7100-INICIAR-CATEGORIA
               END-IF
           END-IF.

       7100-INICIAR-CATEGORIA.
           MOVE WS-CATEGORIA-EXAME
               TO WS-INV-CATEGORIA(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-ABERTURA(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-APROVADOS(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-CARREGADOS(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-ARQUIVADOS(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-CATALOGADOS(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-RESTAURADOS(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-TRANSF-ENT(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-TRANSF-SAI(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-CALCULADO(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-FISICO(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-DIFERENCA(WS-INV-ACHADO)
           MOVE "N"   TO WS-INV-MES-SW(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-MES-ABERTURA(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-MES-CARREG(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-MES-ARQUIV(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-MES-RESTAUR(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-MES-TRANSF-ENT(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-MES-TRANSF-SAI(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-MES-CALCULADO(WS-INV-ACHADO)
           MOVE ZEROS TO WS-INV-MES-DIFERENCA(WS-INV-ACHADO).

       8000-GRAVAR-EXCECAO.
           ADD 1 TO WS-QTDE-EXCECOES
           WRITE INVROLL-LINHA FROM WS-LIN-EXC.

       9000-ENCERRAR.
           MOVE SPACES TO INVROLL-LINHA
           WRITE INVROLL-LINHA
           MOVE "REGISTROS CONTADOS NO MASTER.DAT.......:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-MASTER TO WS-LIN-TOT-QTDE
           WRITE INVROLL-LINHA FROM WS-LIN-TOT
           MOVE "LINHAS DO HISTORICO COPIADAS...........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-HIST-COPIADAS TO WS-LIN-TOT-QTDE
           WRITE INVROLL-LINHA FROM WS-LIN-TOT
           MOVE "LINHAS DO CICLO SUBSTITUIDAS (RERUN)...:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-HIST-SUBSTITUIDAS TO WS-LIN-TOT-QTDE
           WRITE INVROLL-LINHA FROM WS-LIN-TOT
           MOVE "CATEGORIAS DIVERGENTES NO MES..........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-DIVERG-MES TO WS-LIN-TOT-QTDE
           WRITE INVROLL-LINHA FROM WS-LIN-TOT
           MOVE "EXCECOES DO CICLO......................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-EXCECOES TO WS-LIN-TOT-QTDE
           WRITE INVROLL-LINHA FROM WS-LIN-TOT
           IF WS-QTDE-EXCECOES = ZEROS
               MOVE "SEM EXCECOES - INVENTARIO FECHADO OK"
                   TO INVROLL-LINHA
               WRITE INVROLL-LINHA
               DISPLAY "INVROLL: CICLO " WS-DATA-CICLO
                       " - INVENTARIO FECHADO SEM EXCECOES"
           ELSE
               DISPLAY "INVROLL: " WS-QTDE-EXCECOES " EXCECAO(OES) "
                       "NO INVENTARIO - VEJA INVROLL.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE INVROLL-FILE
           IF WS-INVNOV-ABERTO
               CLOSE INVNOV-FILE
           END-IF.
