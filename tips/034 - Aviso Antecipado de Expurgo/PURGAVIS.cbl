      ******************************************************************
      *    PROGRAM-ID. PURGAVIS
      *    Aviso antecipado de expurgo, semanal. Ate aqui a area de
      *    negocio so descobria que os registros dela iam embora
      *    depois que o PURGARCH ja tinha descarregado tudo na
      *    ARCHGDG - e ai o caminho era pedir um ARCHREST. Este job
      *    olha para a frente: para cada ciclo da janela (da data-base
      *    ate N dias depois, N do cartao AVISPARM.DAT) calcula o
      *    corte de cada categoria com a linha de RETTAB.DAT que
      *    ESTARA VIGENTE naquele ciclo - mesma selecao de vigencia e
      *    mesmo DTUTIL SUBDAYS modo "C" do RETCUT, entao uma versao
      *    nova cadastrada com antecedencia ja entra na projecao a
      *    partir da vigencia dela - e varre o master: o registro
      *    entra no aviso no primeiro ciclo da janela em que
      *    MASTREC-DATA-REF fica abaixo do corte (o mesmo teste do
      *    PURGSCAN). Ficam de fora o que ja esta marcado "S" e o que
      *    ja esta coberto por bloqueio em HOLDLST.DAT.
      *    O dono de cada categoria vem da tabela CATDONO.DAT (layout
      *    CATDONO.CPY) - o master nao carrega dono. Saidas:
      *      - PURGAVIS.DAT (layout AVISREC.CPY): uma linha por chave
      *        avisada, com o dono na frente - e o arquivo que a
      *        distribuicao separa e manda para cada area;
      *      - AVISDONO.DAT: o aviso impresso, uma secao por dono
      *        (chave, DATA-REF, data prevista do expurgo, corte e
      *        versao de RETTAB), inclusive para o dono sem nada na
      *        janela, e uma secao SEM DONO para categoria que nao
      *        esta em CATDONO.DAT.
      *    A area que precisa segurar registros devolve o pedido de
      *    bloqueio em HOLDPED.DAT, criticado pelo HOLDPED antes de
      *    virar proposta para o compliance - o bloqueio tem que
      *    entrar antes de o PURGSCAN marcar, nao ser resolvido com
      *    restauracao depois.
      *    Retorno: RC=0 normal; RC=4 categoria sem dono ou registro
      *    de categoria sem linha vigente na janela; RC=8 cartao
      *    invalido, tabela ausente ou estourada, erro de I/O.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGAVIS.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISPARM-FILE ASSIGN TO "AVISPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVISPARM-STATUS.
           SELECT RETTAB-FILE ASSIGN TO "RETTAB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETTAB-STATUS.
           SELECT CATDONO-FILE ASSIGN TO "CATDONO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATDONO-STATUS.
           SELECT HOLDLST-FILE ASSIGN TO "HOLDLST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDLST-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTREC-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AVISREC-FILE ASSIGN TO "PURGAVIS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVISREC-STATUS.
           SELECT AVISDONO-FILE ASSIGN TO "AVISDONO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVISDONO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AVISPARM-FILE
           RECORDING MODE IS F.
       01  AVISPARM-REC.
      *    Tamanho da janela do aviso em dias (1 a 120). O job e
      *    semanal, entao uma janela de pelo menos 7 dias mais o prazo
      *    de analise do compliance nao deixa registro cair no
      *    intervalo entre dois avisos.
           05  AVISPARM-QTDE-DIAS     PIC 9(03).
      *    Data-base da projecao; zeros = data corrente.
           05  AVISPARM-DATA-BASE     PIC 9(08).

       FD  RETTAB-FILE
           RECORDING MODE IS F.
       COPY "RETTAB.CPY".

       FD  CATDONO-FILE
           RECORDING MODE IS F.
       COPY "CATDONO.CPY".

       FD  HOLDLST-FILE
           RECORDING MODE IS F.
       COPY "HOLDREC.CPY".

       FD  MASTER-FILE.
       COPY "MASTREC.CPY".

       FD  AVISREC-FILE
           RECORDING MODE IS F.
       COPY "AVISREC.CPY".

       FD  AVISDONO-FILE
           RECORDING MODE IS F.
       01  AVISDONO-LINHA             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AVISPARM-STATUS         PIC X(02) VALUE "00".
       01  WS-RETTAB-STATUS           PIC X(02) VALUE "00".
       01  WS-CATDONO-STATUS          PIC X(02) VALUE "00".
       01  WS-HOLDLST-STATUS          PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
       01  WS-AVISREC-STATUS          PIC X(02) VALUE "00".
       01  WS-AVISDONO-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-BASE               PIC 9(08) VALUE ZEROS.
       01  WS-QTDE-DIAS-JANELA        PIC 9(03) VALUE 30.
       01  WS-DATA-FIM-JANELA         PIC 9(08) VALUE ZEROS.

       COPY "DTUTIL.CPY".

      *    Linhas de RETTAB.DAT, como no RETCUT: a linha vigente de
      *    cada ciclo da janela so pode ser escolhida conhecendo todas
      *    as versoes. Mesmo limite e mesmo tratamento de excesso.
       01  WS-RET-TAB.
           05  WS-RET-ENT              OCCURS 50 TIMES.
               10  WS-RET-CATEGORIA    PIC X(08).
               10  WS-RET-QTDE-DIAS    PIC 9(05).
               10  WS-RET-VIGENCIA     PIC 9(08).
               10  WS-RET-FIM-VIG      PIC 9(08).
       01  WS-QTDE-RET                PIC 9(02) VALUE ZEROS.
       01  WS-RET-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-RET-SELEC               PIC 9(02) VALUE ZEROS.

      *    Categorias de RETTAB.DAT e, para cada ciclo da janela, o
      *    corte projetado e a linha de RETTAB que o gera (zeros =
      *    categoria sem linha vigente naquele ciclo). O ciclo 1 e a
      *    data-base; o ciclo N+1, a data-base mais N dias.
       01  WS-CAT-TAB.
           05  WS-CAT-ENT              OCCURS 50 TIMES.
               10  WS-CAT-CATEGORIA    PIC X(08).
               10  WS-CAT-DONO-IDX     PIC 9(02).
               10  WS-CAT-SEM-LINHA    PIC 9(09).
               10  WS-CAT-AVISADOS     PIC 9(09).
               10  WS-CAT-DIA          OCCURS 121 TIMES.
                   15  WS-CAT-CORTE    PIC 9(08).
                   15  WS-CAT-LINHA    PIC 9(02).
       01  WS-QTDE-CAT                PIC 9(02) VALUE ZEROS.
       01  WS-CAT-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-CAT-ACHADO              PIC 9(02) VALUE ZEROS.

       01  WS-DIAS-TAB.
           05  WS-DIA-DATA             OCCURS 121 TIMES PIC 9(08).
       01  WS-QTDE-DIAS-PROJ          PIC 9(03) VALUE ZEROS.
       01  WS-DIA-IDX                 PIC 9(03) VALUE ZEROS.
       01  WS-DIA-ACHADO              PIC 9(03) VALUE ZEROS.

      *    Donos de CATDONO.DAT, uma linha por categoria, e os donos
      *    distintos - uma secao do aviso para cada um, na ordem da
      *    tabela. O ultimo grupo (dono em branco) junta as
      *    categorias sem dono.
       01  WS-DONO-TAB.
           05  WS-DONO-ENT             OCCURS 50 TIMES.
               10  WS-DONO-CATEGORIA   PIC X(08).
               10  WS-DONO-CODIGO      PIC X(08).
               10  WS-DONO-NOME        PIC X(30).
       01  WS-QTDE-DONOS              PIC 9(02) VALUE ZEROS.
       01  WS-DONO-IDX                PIC 9(02) VALUE ZEROS.
       01  WS-DONO-ACHADO             PIC 9(02) VALUE ZEROS.
       01  WS-GRP-TAB.
           05  WS-GRP-ENT              OCCURS 51 TIMES.
               10  WS-GRP-DONO         PIC X(08).
               10  WS-GRP-NOME         PIC X(30).
               10  WS-GRP-QTDE         PIC 9(09).
       01  WS-QTDE-GRP                PIC 9(02) VALUE ZEROS.
       01  WS-GRP-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-GRP-ACHADO              PIC 9(02) VALUE ZEROS.

      *    Lista de bloqueio legal, mesmo limite do PURGSCAN: chave
      *    ja bloqueada nao vai para o aviso.
       01  WS-HOLDS-TAB.
           05  WS-HOLD-ENT             OCCURS 100 TIMES.
               10  WS-HOLD-CHAVE-INI   PIC X(10).
               10  WS-HOLD-CHAVE-FIM   PIC X(10).
       01  WS-QTDE-HOLDS              PIC 9(03) VALUE ZEROS.
       01  WS-HOLD-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-HOLD-ACHADO             PIC 9(03) VALUE ZEROS.

       01  WS-QTDE-LIDOS              PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-JA-MARCADOS        PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-BLOQUEADOS         PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SEM-LINHA          PIC 9(09) VALUE ZEROS.
      *    Parte dos sem linha cuja categoria nem consta de RETTAB.DAT
      *    (o resto sai por categoria no fim).
       01  WS-QTDE-FORA-RETTAB        PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-FORA-JANELA        PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-AVISADOS           PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SEM-DONO           PIC 9(09) VALUE ZEROS.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(46) VALUE
               "PURGAVIS - AVISO ANTECIPADO DE EXPURGO - BASE ".
           05  WS-LIN-CAB-BASE         PIC 9(08).
           05  FILLER                  PIC X(09) VALUE " - JANELA".
           05  WS-LIN-CAB-DIAS         PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE " DIAS ATE ".
           05  WS-LIN-CAB-FIM          PIC 9(08).
       01  WS-LIN-DONO.
           05  FILLER                  PIC X(06) VALUE "DONO: ".
           05  WS-LIN-DONO-CODIGO      PIC X(08).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-LIN-DONO-NOME        PIC X(30).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-LIN-DONO-QTDE        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(36) VALUE
               " REGISTRO(S) A EXPURGAR NA JANELA".
       01  WS-LIN-COL.
           05  FILLER                  PIC X(48) VALUE
               "  CATEGORIA CHAVE      DATA-REF EXPURGO  CORTE".
           05  FILLER                  PIC X(20) VALUE
               "     DIAS VIGENCIA".
       01  WS-LIN-DET.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LIN-DET-CAT          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LIN-DET-CHAVE        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-REF          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-EXPURGO      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-CORTE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-DIAS         PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-VIGENCIA     PIC 9(08).
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(33).
           05  WS-LIN-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-LER-PARM
           IF NOT WS-ABORTAR
               PERFORM 1200-CARREGAR-RETTAB
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 1400-CARREGAR-DONOS
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 1600-CARREGAR-HOLDS
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 1800-PROJETAR-CORTES
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 2000-ABRIR-ARQUIVOS
           END-IF
           IF WS-ABORTAR
               DISPLAY "PURGAVIS: EXECUCAO ABORTADA - NENHUM AVISO "
                       "FOI GERADO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 4000-AVALIAR-REGISTRO
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SW
               CLOSE MASTER-FILE
               CLOSE AVISREC-FILE
               PERFORM 6000-GRAVAR-AVISO
               PERFORM 9000-ENCERRAR
           END-IF
           STOP RUN.

      *    Cartao ausente = janela padrao de 30 dias a partir de hoje;
      *    cartao com janela fora de 1 a 120 dias derruba o job em
      *    vez de avisar uma janela que ninguem pediu.
       1000-LER-PARM.
           MOVE WS-DATA-HOJE TO WS-DATA-BASE
           OPEN INPUT AVISPARM-FILE
           IF WS-AVISPARM-STATUS NOT = "00"
               DISPLAY "PURGAVIS: AVISPARM.DAT AUSENTE - JANELA "
                       "PADRAO DE " WS-QTDE-DIAS-JANELA " DIAS"
           ELSE
               READ AVISPARM-FILE
                   AT END
                       DISPLAY "PURGAVIS: AVISPARM.DAT VAZIO - JANELA "
                               "PADRAO DE " WS-QTDE-DIAS-JANELA " DIAS"
                   NOT AT END
                       IF AVISPARM-QTDE-DIAS NOT NUMERIC
                           OR AVISPARM-QTDE-DIAS = ZEROS
                           OR AVISPARM-QTDE-DIAS > 120
                           DISPLAY "PURGAVIS: JANELA DO CARTAO "
                                   "INVALIDA - INFORME DE 1 A 120 DIAS"
                           MOVE "Y" TO WS-ABORTAR-SW
                       ELSE
                           MOVE AVISPARM-QTDE-DIAS
                               TO WS-QTDE-DIAS-JANELA
                       END-IF
                       IF AVISPARM-DATA-BASE NUMERIC
                           AND AVISPARM-DATA-BASE > ZEROS
                           MOVE AVISPARM-DATA-BASE TO WS-DATA-BASE
                       END-IF
               END-READ
               CLOSE AVISPARM-FILE
           END-IF
           COMPUTE WS-QTDE-DIAS-PROJ = WS-QTDE-DIAS-JANELA + 1.

       1200-CARREGAR-RETTAB.
           OPEN INPUT RETTAB-FILE
           IF WS-RETTAB-STATUS NOT = "00"
               DISPLAY "PURGAVIS: ERRO AO ABRIR RETTAB.DAT - STATUS "
                       WS-RETTAB-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ RETTAB-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1210-GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE RETTAB-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       1210-GUARDAR-LINHA.
           IF WS-QTDE-RET >= 50
               DISPLAY "PURGAVIS: RETTAB.DAT PASSA DE 50 LINHAS - "
                       "CARGA TRUNCADA, CORRIJA O ARQUIVO"
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               ADD 1 TO WS-QTDE-RET
               MOVE RETTAB-CATEGORIA
                   TO WS-RET-CATEGORIA(WS-QTDE-RET)
               MOVE RETTAB-QTDE-DIAS
                   TO WS-RET-QTDE-DIAS(WS-QTDE-RET)
               MOVE RETTAB-DATA-VIGENCIA
                   TO WS-RET-VIGENCIA(WS-QTDE-RET)
               MOVE RETTAB-DATA-FIM-VIG
                   TO WS-RET-FIM-VIG(WS-QTDE-RET)
               MOVE ZEROS TO WS-CAT-ACHADO
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CAT
                          OR WS-CAT-ACHADO > ZEROS
                   IF WS-CAT-CATEGORIA(WS-CAT-IDX) = RETTAB-CATEGORIA
                       MOVE WS-CAT-IDX TO WS-CAT-ACHADO
                   END-IF
               END-PERFORM
               IF WS-CAT-ACHADO = ZEROS
                   ADD 1 TO WS-QTDE-CAT
                   MOVE RETTAB-CATEGORIA
                       TO WS-CAT-CATEGORIA(WS-QTDE-CAT)
                   MOVE ZEROS TO WS-CAT-DONO-IDX(WS-QTDE-CAT)
                   MOVE ZEROS TO WS-CAT-SEM-LINHA(WS-QTDE-CAT)
                   MOVE ZEROS TO WS-CAT-AVISADOS(WS-QTDE-CAT)
               END-IF
           END-IF.

      *    Sem CATDONO.DAT o aviso nao tem para quem ir - aborta em
      *    vez de mandar tudo para a secao SEM DONO.
       1400-CARREGAR-DONOS.
           OPEN INPUT CATDONO-FILE
           IF WS-CATDONO-STATUS NOT = "00"
               DISPLAY "PURGAVIS: ERRO AO ABRIR CATDONO.DAT - STATUS "
                       WS-CATDONO-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ CATDONO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1410-GUARDAR-DONO
                   END-READ
               END-PERFORM
               CLOSE CATDONO-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           IF NOT WS-ABORTAR
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CAT
                   PERFORM VARYING WS-DONO-IDX FROM 1 BY 1
                           UNTIL WS-DONO-IDX > WS-QTDE-DONOS
                       IF WS-DONO-CATEGORIA(WS-DONO-IDX)
                               = WS-CAT-CATEGORIA(WS-CAT-IDX)
                           MOVE WS-DONO-IDX
                               TO WS-CAT-DONO-IDX(WS-CAT-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-CAT-DONO-IDX(WS-CAT-IDX) = ZEROS
                       DISPLAY "PURGAVIS: CATEGORIA SEM DONO EM "
                               "CATDONO.DAT: "
                               WS-CAT-CATEGORIA(WS-CAT-IDX)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-QTDE-GRP
               MOVE SPACES       TO WS-GRP-DONO(WS-QTDE-GRP)
               MOVE "SEM DONO EM CATDONO.DAT"
                                 TO WS-GRP-NOME(WS-QTDE-GRP)
               MOVE ZEROS        TO WS-GRP-QTDE(WS-QTDE-GRP)
           END-IF.

       1410-GUARDAR-DONO.
           IF WS-QTDE-DONOS >= 50
               DISPLAY "PURGAVIS: CATDONO.DAT PASSA DE 50 CATEGORIAS"
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               ADD 1 TO WS-QTDE-DONOS
               MOVE CATDONO-CATEGORIA
                   TO WS-DONO-CATEGORIA(WS-QTDE-DONOS)
               MOVE CATDONO-DONO
                   TO WS-DONO-CODIGO(WS-QTDE-DONOS)
               MOVE CATDONO-NOME
                   TO WS-DONO-NOME(WS-QTDE-DONOS)
               MOVE ZEROS TO WS-GRP-ACHADO
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-QTDE-GRP
                          OR WS-GRP-ACHADO > ZEROS
                   IF WS-GRP-DONO(WS-GRP-IDX) = CATDONO-DONO
                       MOVE WS-GRP-IDX TO WS-GRP-ACHADO
                   END-IF
               END-PERFORM
               IF WS-GRP-ACHADO = ZEROS
                   ADD 1 TO WS-QTDE-GRP
                   MOVE CATDONO-DONO TO WS-GRP-DONO(WS-QTDE-GRP)
                   MOVE CATDONO-NOME TO WS-GRP-NOME(WS-QTDE-GRP)
                   MOVE ZEROS        TO WS-GRP-QTDE(WS-QTDE-GRP)
               END-IF
           END-IF.

      *    HOLDLST.DAT ausente = nenhum bloqueio (o caminho normal),
      *    como no PURGSCAN.
       1600-CARREGAR-HOLDS.
           OPEN INPUT HOLDLST-FILE
           IF WS-HOLDLST-STATUS = "00"
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ HOLDLST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-QTDE-HOLDS >= 100
                               DISPLAY "PURGAVIS: HOLDLST.DAT PASSA DE "
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

      *    Um ciclo por dia da janela. Para cada ciclo e categoria, a
      *    linha vigente e escolhida como no 2500-SELECIONAR-VIGENTES
      *    do RETCUT (vigencia ja comecada, fim zerado ou nao passado,
      *    a de vigencia mais recente) e o corte e o mesmo SUBDAYS
      *    modo "C".
       1800-PROJETAR-CORTES.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-QTDE-DIAS-PROJ
                      OR WS-ABORTAR
               MOVE "PURGAVIS"           TO DTUTIL-PROGRAMA
               MOVE "ADDDAYS "           TO DTUTIL-FUNCAO
               MOVE "C"                  TO DTUTIL-MODO
               MOVE WS-DATA-BASE         TO DTUTIL-DATA-ENTRADA
               COMPUTE DTUTIL-QTDE-DIAS = WS-DIA-IDX - 1
               CALL "DTUTIL" USING DTUTIL-PARM
               IF DTUTIL-RETORNO NOT = 0
                   DISPLAY "PURGAVIS: " DTUTIL-MENSAGEM
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   MOVE DTUTIL-DATA-SAIDA TO WS-DIA-DATA(WS-DIA-IDX)
                   PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                           UNTIL WS-CAT-IDX > WS-QTDE-CAT
                              OR WS-ABORTAR
                       PERFORM 1810-PROJETAR-CATEGORIA
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE WS-DIA-DATA(WS-QTDE-DIAS-PROJ) TO WS-DATA-FIM-JANELA.

       1810-PROJETAR-CATEGORIA.
           MOVE ZEROS TO WS-RET-SELEC
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-QTDE-RET
               IF WS-RET-CATEGORIA(WS-RET-IDX)
                       = WS-CAT-CATEGORIA(WS-CAT-IDX)
                   AND WS-RET-VIGENCIA(WS-RET-IDX)
                       <= WS-DIA-DATA(WS-DIA-IDX)
                   AND (WS-RET-FIM-VIG(WS-RET-IDX) = ZEROS
                        OR WS-RET-FIM-VIG(WS-RET-IDX)
                               >= WS-DIA-DATA(WS-DIA-IDX))
                   IF WS-RET-SELEC = ZEROS
                       MOVE WS-RET-IDX TO WS-RET-SELEC
                   ELSE
                       IF WS-RET-VIGENCIA(WS-RET-IDX)
                               > WS-RET-VIGENCIA(WS-RET-SELEC)
                           MOVE WS-RET-IDX TO WS-RET-SELEC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-RET-SELEC
               TO WS-CAT-LINHA(WS-CAT-IDX, WS-DIA-IDX)
           MOVE ZEROS TO WS-CAT-CORTE(WS-CAT-IDX, WS-DIA-IDX)
           IF WS-RET-SELEC > ZEROS
               MOVE "PURGAVIS"           TO DTUTIL-PROGRAMA
               MOVE "SUBDAYS "           TO DTUTIL-FUNCAO
               MOVE "C"                  TO DTUTIL-MODO
               MOVE WS-DIA-DATA(WS-DIA-IDX) TO DTUTIL-DATA-ENTRADA
               MOVE WS-RET-QTDE-DIAS(WS-RET-SELEC)
                                         TO DTUTIL-QTDE-DIAS
               CALL "DTUTIL" USING DTUTIL-PARM
               IF DTUTIL-RETORNO NOT = 0
                   DISPLAY "PURGAVIS: " DTUTIL-MENSAGEM
                           " (VEJA DTERR.DAT)"
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   MOVE DTUTIL-DATA-SAIDA
                       TO WS-CAT-CORTE(WS-CAT-IDX, WS-DIA-IDX)
               END-IF
           END-IF.

       2000-ABRIR-ARQUIVOS.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PURGAVIS: ERRO AO ABRIR MASTER.DAT - STATUS "
                       WS-MASTER-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               OPEN OUTPUT AVISREC-FILE
               IF WS-AVISREC-STATUS NOT = "00"
                   DISPLAY "PURGAVIS: ERRO AO ABRIR PURGAVIS.DAT - "
                           "STATUS " WS-AVISREC-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

      *    Ja marcado "S" o registro esta no caminho do PURGARCH - o
      *    aviso chegaria tarde; ja bloqueado nao vai embora. Os
      *    demais entram no primeiro ciclo da janela em que o
      *    PURGSCAN os marcaria (DATA-REF abaixo do corte projetado).
       4000-AVALIAR-REGISTRO.
           ADD 1 TO WS-QTDE-LIDOS
           EVALUATE TRUE
               WHEN MASTREC-STATUS-EXPURGO = "S"
                   ADD 1 TO WS-QTDE-JA-MARCADOS
               WHEN OTHER
                   PERFORM 4100-VERIFICAR-HOLD
                   IF WS-HOLD-ACHADO > ZEROS
                       ADD 1 TO WS-QTDE-BLOQUEADOS
                   ELSE
                       PERFORM 4200-PROJETAR-REGISTRO
                   END-IF
           END-EVALUATE.

       4100-VERIFICAR-HOLD.
           MOVE ZEROS TO WS-HOLD-ACHADO
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-QTDE-HOLDS
                      OR WS-HOLD-ACHADO > ZEROS
               IF WS-HOLD-CHAVE-FIM(WS-HOLD-IDX) = SPACES
                   IF MASTREC-CHAVE = WS-HOLD-CHAVE-INI(WS-HOLD-IDX)
                       MOVE WS-HOLD-IDX TO WS-HOLD-ACHADO
                   END-IF
               ELSE
                   IF MASTREC-CHAVE >= WS-HOLD-CHAVE-INI(WS-HOLD-IDX)
                       AND MASTREC-CHAVE
                           <= WS-HOLD-CHAVE-FIM(WS-HOLD-IDX)
                       MOVE WS-HOLD-IDX TO WS-HOLD-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       4200-PROJETAR-REGISTRO.
           MOVE ZEROS TO WS-CAT-ACHADO
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-QTDE-CAT
                      OR WS-CAT-ACHADO > ZEROS
               IF WS-CAT-CATEGORIA(WS-CAT-IDX) = MASTREC-CATEGORIA
                   MOVE WS-CAT-IDX TO WS-CAT-ACHADO
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-DIA-ACHADO
           IF WS-CAT-ACHADO > ZEROS
               PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > WS-QTDE-DIAS-PROJ
                          OR WS-DIA-ACHADO > ZEROS
                   IF WS-CAT-LINHA(WS-CAT-ACHADO, WS-DIA-IDX) > ZEROS
                       AND MASTREC-DATA-REF
                           < WS-CAT-CORTE(WS-CAT-ACHADO, WS-DIA-IDX)
                       MOVE WS-DIA-IDX TO WS-DIA-ACHADO
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-CAT-ACHADO = ZEROS
                   ADD 1 TO WS-QTDE-SEM-LINHA
                   ADD 1 TO WS-QTDE-FORA-RETTAB
               WHEN WS-DIA-ACHADO > ZEROS
                   PERFORM 5000-GRAVAR-AVISO-CHAVE
               WHEN WS-CAT-LINHA(WS-CAT-ACHADO, WS-QTDE-DIAS-PROJ)
                       = ZEROS
                   ADD 1 TO WS-QTDE-SEM-LINHA
                   ADD 1 TO WS-CAT-SEM-LINHA(WS-CAT-ACHADO)
               WHEN OTHER
                   ADD 1 TO WS-QTDE-FORA-JANELA
           END-EVALUATE.

       5000-GRAVAR-AVISO-CHAVE.
           MOVE WS-CAT-LINHA(WS-CAT-ACHADO, WS-DIA-ACHADO)
               TO WS-RET-SELEC
           IF WS-CAT-DONO-IDX(WS-CAT-ACHADO) = ZEROS
               MOVE SPACES TO AVISREC-DONO
               ADD 1 TO WS-QTDE-SEM-DONO
           ELSE
               MOVE WS-DONO-CODIGO(WS-CAT-DONO-IDX(WS-CAT-ACHADO))
                   TO AVISREC-DONO
           END-IF
           MOVE MASTREC-CATEGORIA         TO AVISREC-CATEGORIA
           MOVE MASTREC-CHAVE             TO AVISREC-CHAVE
           MOVE MASTREC-DATA-REF          TO AVISREC-DATA-REF
           MOVE WS-DIA-DATA(WS-DIA-ACHADO) TO AVISREC-DATA-EXPURGO
           MOVE WS-CAT-CORTE(WS-CAT-ACHADO, WS-DIA-ACHADO)
                                          TO AVISREC-DATA-CORTE
           MOVE WS-RET-QTDE-DIAS(WS-RET-SELEC) TO AVISREC-QTDE-DIAS
           MOVE WS-RET-VIGENCIA(WS-RET-SELEC)
                                          TO AVISREC-DATA-VIGENCIA
           MOVE WS-DATA-BASE              TO AVISREC-DATA-AVISO
           WRITE AVISREC-REC
           IF WS-AVISREC-STATUS NOT = "00"
               DISPLAY "PURGAVIS: ERRO AO GRAVAR PURGAVIS.DAT - "
                       "STATUS " WS-AVISREC-STATUS
               MOVE "Y" TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-QTDE-AVISADOS
               ADD 1 TO WS-CAT-AVISADOS(WS-CAT-ACHADO)
               MOVE ZEROS TO WS-GRP-ACHADO
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-QTDE-GRP
                          OR WS-GRP-ACHADO > ZEROS
                   IF WS-GRP-DONO(WS-GRP-IDX) = AVISREC-DONO
                       MOVE WS-GRP-IDX TO WS-GRP-ACHADO
                   END-IF
               END-PERFORM
               IF WS-GRP-ACHADO > ZEROS
                   ADD 1 TO WS-GRP-QTDE(WS-GRP-ACHADO)
               END-IF
           END-IF.

      *    O aviso impresso sai agrupado por dono: PURGAVIS.DAT so tem
      *    as chaves perto do corte, entao uma releitura por dono e
      *    barata. A secao SEM DONO so sai se tiver chave.
       6000-GRAVAR-AVISO.
           OPEN OUTPUT AVISDONO-FILE
           IF WS-AVISDONO-STATUS NOT = "00"
               DISPLAY "PURGAVIS: ERRO AO ABRIR AVISDONO.DAT - STATUS "
                       WS-AVISDONO-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-DATA-BASE          TO WS-LIN-CAB-BASE
               MOVE WS-QTDE-DIAS-JANELA   TO WS-LIN-CAB-DIAS
               MOVE WS-DATA-FIM-JANELA    TO WS-LIN-CAB-FIM
               WRITE AVISDONO-LINHA FROM WS-LIN-CAB
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-QTDE-GRP
                   IF WS-GRP-DONO(WS-GRP-IDX) NOT = SPACES
                       OR WS-GRP-QTDE(WS-GRP-IDX) > ZEROS
                       PERFORM 6100-GRAVAR-SECAO-DONO
                   END-IF
               END-PERFORM
               PERFORM 8000-GRAVAR-TOTAIS
               CLOSE AVISDONO-FILE
           END-IF.

       6100-GRAVAR-SECAO-DONO.
           MOVE SPACES TO AVISDONO-LINHA
           WRITE AVISDONO-LINHA
           MOVE WS-GRP-DONO(WS-GRP-IDX)   TO WS-LIN-DONO-CODIGO
           MOVE WS-GRP-NOME(WS-GRP-IDX)   TO WS-LIN-DONO-NOME
           MOVE WS-GRP-QTDE(WS-GRP-IDX)   TO WS-LIN-DONO-QTDE
           WRITE AVISDONO-LINHA FROM WS-LIN-DONO
           IF WS-GRP-QTDE(WS-GRP-IDX) = ZEROS
               MOVE "  NENHUM REGISTRO DO DONO CRUZA O CORTE NA JANELA"
                   TO AVISDONO-LINHA
               WRITE AVISDONO-LINHA
           ELSE
               WRITE AVISDONO-LINHA FROM WS-LIN-COL
               OPEN INPUT AVISREC-FILE
               IF WS-AVISREC-STATUS NOT = "00"
                   DISPLAY "PURGAVIS: ERRO AO REABRIR PURGAVIS.DAT - "
                           "STATUS " WS-AVISREC-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ AVISREC-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF AVISREC-DONO
                                       = WS-GRP-DONO(WS-GRP-IDX)
                                   PERFORM 6200-GRAVAR-DETALHE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AVISREC-FILE
                   MOVE "N" TO WS-EOF-SW
               END-IF
           END-IF.

       6200-GRAVAR-DETALHE.
           MOVE AVISREC-CATEGORIA         TO WS-LIN-DET-CAT
           MOVE AVISREC-CHAVE             TO WS-LIN-DET-CHAVE
           MOVE AVISREC-DATA-REF          TO WS-LIN-DET-REF
           MOVE AVISREC-DATA-EXPURGO      TO WS-LIN-DET-EXPURGO
           MOVE AVISREC-DATA-CORTE        TO WS-LIN-DET-CORTE
           MOVE AVISREC-QTDE-DIAS         TO WS-LIN-DET-DIAS
           MOVE AVISREC-DATA-VIGENCIA     TO WS-LIN-DET-VIGENCIA
           WRITE AVISDONO-LINHA FROM WS-LIN-DET.

       8000-GRAVAR-TOTAIS.
           MOVE SPACES TO AVISDONO-LINHA
           WRITE AVISDONO-LINHA
           MOVE "REGISTROS LIDOS DO MASTER.......:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-LIDOS         TO WS-LIN-TOT-QTDE
           WRITE AVISDONO-LINHA FROM WS-LIN-TOT
           MOVE "JA MARCADOS PARA EXPURGO........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-JA-MARCADOS   TO WS-LIN-TOT-QTDE
           WRITE AVISDONO-LINHA FROM WS-LIN-TOT
           MOVE "JA SOB BLOQUEIO LEGAL...........:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-BLOQUEADOS    TO WS-LIN-TOT-QTDE
           WRITE AVISDONO-LINHA FROM WS-LIN-TOT
           MOVE "FORA DA JANELA..................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-FORA-JANELA   TO WS-LIN-TOT-QTDE
           WRITE AVISDONO-LINHA FROM WS-LIN-TOT
           MOVE "AVISADOS........................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-AVISADOS      TO WS-LIN-TOT-QTDE
           WRITE AVISDONO-LINHA FROM WS-LIN-TOT
           MOVE "  CATEGORIA SEM DONO............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SEM-DONO      TO WS-LIN-TOT-QTDE
           WRITE AVISDONO-LINHA FROM WS-LIN-TOT
           MOVE "SEM LINHA VIGENTE DE RETTAB.....:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SEM-LINHA     TO WS-LIN-TOT-QTDE
           WRITE AVISDONO-LINHA FROM WS-LIN-TOT.

      *    Chave sem dono ou sem linha vigente nao e erro do job, mas
      *    e aviso que nao chega a ninguem: RC=4.
       9000-ENCERRAR.
           DISPLAY "PURGAVIS: DATA-BASE..........: " WS-DATA-BASE
           DISPLAY "PURGAVIS: JANELA ATE.........: " WS-DATA-FIM-JANELA
           DISPLAY "PURGAVIS: REGISTROS LIDOS....: " WS-QTDE-LIDOS
           DISPLAY "PURGAVIS: AVISADOS...........: " WS-QTDE-AVISADOS
           DISPLAY "PURGAVIS: SEM DONO...........: " WS-QTDE-SEM-DONO
           DISPLAY "PURGAVIS: SEM LINHA VIGENTE..: " WS-QTDE-SEM-LINHA
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-QTDE-CAT
               IF WS-CAT-AVISADOS(WS-CAT-IDX) > ZEROS
                   OR WS-CAT-SEM-LINHA(WS-CAT-IDX) > ZEROS
                   DISPLAY "PURGAVIS:   CATEGORIA "
                           WS-CAT-CATEGORIA(WS-CAT-IDX)
                           " AVISADOS: " WS-CAT-AVISADOS(WS-CAT-IDX)
                           " SEM LINHA VIGENTE: "
                           WS-CAT-SEM-LINHA(WS-CAT-IDX)
               END-IF
           END-PERFORM
           IF WS-QTDE-FORA-RETTAB > ZEROS
               DISPLAY "PURGAVIS:   CATEGORIA FORA DE RETTAB.DAT: "
                       WS-QTDE-FORA-RETTAB
           END-IF
           IF WS-QTDE-SEM-DONO > ZEROS
               OR WS-QTDE-SEM-LINHA > ZEROS
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
