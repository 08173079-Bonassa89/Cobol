      ******************************************************************
      *    PROGRAM-ID. PURGMERG
      *    Consolidacao da execucao particionada do expurgo. Com o
      *    master crescendo, PURGSCAN e PURGARCH passaram a rodar em
      *    N particoes paralelas, cada uma com uma faixa de
      *    MASTREC-CHAVE no seu cartao - e cada particao deixa so
      *    PEDACOS: as suas linhas em RUNCTL.DAT (marcadas com
      *    RUNCTL-PARTICAO e a faixa), o seu PURGHOLD.DAT e o seu
      *    MSTJRNL.DAT (varredura), as suas saidas ARCHGDGn e o seu
      *    MASTPART (arquivamento). Este job roda uma vez depois de
      *    cada fase (cartao MERGPARM.DAT: fase PURGSCAN ou PURGARCH,
      *    quantidade de particoes e data do ciclo) e so consolida se
      *    TODAS as particoes da fase terminaram bem:
      *    - cada particao 1..N tem linha no ciclo e a ULTIMA linha
      *      dela tem retorno 0 ou 4 (o rerun da particao que falhou
      *      substitui a linha de falha - ela reinicia sozinha, do
      *      seu checkpoint, sem rerodar as outras);
      *    - as faixas cobrem o master inteiro sem buraco nem
      *      sobreposicao: a primeira comeca no inicio, a ultima vai
      *      ate o fim e a CHAVE-FIM de cada uma e a CHAVE-INI da
      *      seguinte;
      *    - o corte de cada categoria e o mesmo em todas.
      *    Qualquer falha = nada e gravado, RC=8 e o ciclo nao avanca
      *    (o CYCRECON tambem nao fecha um ciclo particionado sem
      *    consolidacao). Com a conferencia OK:
      *    - fase PURGSCAN: os pedacos do relatorio de bloqueios
      *      (ddname HOLDPART, a concatenacao dos PURGHOLD.DAT das
      *      particoes na ordem delas) viram o PURGHOLD.DAT do ciclo,
      *      com um total so; os pedacos do diario (ddname JRNLPART)
      *      entram no fim do MSTJRNL.DAT;
      *    - fase PURGARCH: os pedacos de cada saida (ddnames
      *      ARCPART1 a ARCPART4, concatenacao dos ARCHGDGn das
      *      particoes) viram a geracao ARCHGDGn do ciclo com um
      *      cabecalho e um rodape so, e os pedacos MASTPART sao
      *      carregados, em ordem de chave, no MASTNEW indexado. A
      *      prova de batimento (lidos = arquivados + mantidos, sem
      *      WRITE com erro) e refeita sobre o resultado; so com ela
      *      OK a geracao e catalogada em ARCCAT.DAT e cada
      *      arquivado ganha o evento "AR" no diario, como no
      *      PURGARCH inteiro.
      *    Nas duas fases as linhas do job inteiro (particao zero,
      *    lidos e gravados somados, retorno = o pior das particoes
      *    e da consolidacao) vao para RUNCTL.DAT - sao as que o
      *    CYCRECON, a trava de volume e o relatorio mensal contam -
      *    e so entao a etapa do ciclo avanca pelo CYCSTEP, com o
      *    nome da fase, como faria o job inteiro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGMERG.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGPARM-FILE ASSIGN TO "MERGPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGPARM-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *    Fase PURGSCAN: pedacos do relatorio de bloqueios e do
      *    diario das particoes (concatenados na JCL, na ordem das
      *    particoes) e os arquivos do ciclo que eles formam.
           SELECT HOLDPART-FILE ASSIGN TO "HOLDPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDPART-STATUS.
           SELECT PURGHOLD-FILE ASSIGN TO "PURGHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGHOLD-STATUS.
           SELECT JRNLPART-FILE ASSIGN TO "JRNLPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLPART-STATUS.
           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
      *    Fase PURGARCH: pedacos de cada saida de arquivamento
      *    (posicao n = a mesma ARCHGDGn das particoes, na ordem de
      *    RETTAB.DAT) e as geracoes do ciclo montadas com eles.
           SELECT ARP1-FILE ASSIGN TO "ARCPART1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARP1-STATUS.
           SELECT ARP2-FILE ASSIGN TO "ARCPART2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARP2-STATUS.
           SELECT ARP3-FILE ASSIGN TO "ARCPART3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARP3-STATUS.
           SELECT ARP4-FILE ASSIGN TO "ARCPART4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARP4-STATUS.
           SELECT ARC1-FILE ASSIGN TO "ARCHGDG1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC1-STATUS.
           SELECT ARC2-FILE ASSIGN TO "ARCHGDG2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC2-STATUS.
           SELECT ARC3-FILE ASSIGN TO "ARCHGDG3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC3-STATUS.
           SELECT ARC4-FILE ASSIGN TO "ARCHGDG4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC4-STATUS.
           SELECT MASTPART-FILE ASSIGN TO "MASTPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTPART-STATUS.
           SELECT MASTNEW-FILE ASSIGN TO "MASTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTNEW-CHAVE
               FILE STATUS IS WS-MASTNEW-STATUS.
           SELECT ARCCAT-FILE ASSIGN TO "ARCCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGPARM-FILE
           RECORDING MODE IS F.
       01  MERGPARM-REC.
      *    Fase consolidada: "PURGSCAN" ou "PURGARCH".
           05  MERGPARM-FASE          PIC X(08).
      *    Quantidade de particoes da fase (01 a 20) - todas precisam
      *    ter terminado bem no ciclo.
           05  MERGPARM-QTDE-PARTICOES
                                      PIC 9(02).
      *    Data do ciclo; zeros = a data corrente. Informe quando a
      *    consolidacao rodar depois da meia-noite do ciclo.
           05  MERGPARM-DATA-CICLO    PIC 9(08).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY "RUNCTL.CPY".

       FD  HOLDPART-FILE
           RECORDING MODE IS F.
       01  HOLDPART-LINHA             PIC X(132).

       FD  PURGHOLD-FILE
           RECORDING MODE IS F.
       01  PURGHOLD-LINHA             PIC X(132).

       FD  JRNLPART-FILE
           RECORDING MODE IS F.
       COPY "MSTJRNL.CPY" REPLACING LEADING ==MSTJRNL== BY ==JRNLPART==.

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY "MSTJRNL.CPY".

       FD  ARP1-FILE
           RECORDING MODE IS F.
       COPY "ARCREC.CPY" REPLACING LEADING ==ARCREC== BY ==ARP1==.

       FD  ARP2-FILE
           RECORDING MODE IS F.
       COPY "ARCREC.CPY" REPLACING LEADING ==ARCREC== BY ==ARP2==.

       FD  ARP3-FILE
           RECORDING MODE IS F.
       COPY "ARCREC.CPY" REPLACING LEADING ==ARCREC== BY ==ARP3==.

       FD  ARP4-FILE
           RECORDING MODE IS F.
       COPY "ARCREC.CPY" REPLACING LEADING ==ARCREC== BY ==ARP4==.

       FD  ARC1-FILE
           RECORDING MODE IS F.
       COPY "ARCREC.CPY" REPLACING LEADING ==ARCREC== BY ==ARC1==.

       FD  ARC2-FILE
           RECORDING MODE IS F.
       COPY "ARCREC.CPY" REPLACING LEADING ==ARCREC== BY ==ARC2==.

       FD  ARC3-FILE
           RECORDING MODE IS F.
       COPY "ARCREC.CPY" REPLACING LEADING ==ARCREC== BY ==ARC3==.

       FD  ARC4-FILE
           RECORDING MODE IS F.
       COPY "ARCREC.CPY" REPLACING LEADING ==ARCREC== BY ==ARC4==.

       FD  MASTPART-FILE
           RECORDING MODE IS F.
       COPY "MASTREC.CPY" REPLACING LEADING ==MASTREC== BY ==MASTPART==.

       FD  MASTNEW-FILE.
       COPY "MASTREC.CPY" REPLACING LEADING ==MASTREC== BY ==MASTNEW==.

       FD  ARCCAT-FILE
           RECORDING MODE IS F.
       COPY "ARCCAT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-MERGPARM-STATUS         PIC X(02) VALUE "00".
       01  WS-RUNCTL-STATUS           PIC X(02) VALUE "00".
       01  WS-HOLDPART-STATUS         PIC X(02) VALUE "00".
       01  WS-PURGHOLD-STATUS         PIC X(02) VALUE "00".
       01  WS-JRNLPART-STATUS         PIC X(02) VALUE "00".
       01  WS-MSTJRNL-STATUS          PIC X(02) VALUE "00".
       01  WS-MASTPART-STATUS         PIC X(02) VALUE "00".
       01  WS-MASTNEW-STATUS          PIC X(02) VALUE "00".
       01  WS-ARCCAT-STATUS           PIC X(02) VALUE "00".
      *    File status dos pedacos e das geracoes, com REDEFINES em
      *    tabela para a checagem por posicao (mesmo recurso do
      *    PURGARCH).
       01  WS-ARP-STATUS-GRP.
           05  WS-ARP1-STATUS         PIC X(02) VALUE "00".
           05  WS-ARP2-STATUS         PIC X(02) VALUE "00".
           05  WS-ARP3-STATUS         PIC X(02) VALUE "00".
           05  WS-ARP4-STATUS         PIC X(02) VALUE "00".
       01  WS-ARP-STATUS-TAB REDEFINES WS-ARP-STATUS-GRP.
           05  WS-ARP-STATUS           OCCURS 4 TIMES PIC X(02).
       01  WS-ARC-STATUS-GRP.
           05  WS-ARC1-STATUS         PIC X(02) VALUE "00".
           05  WS-ARC2-STATUS         PIC X(02) VALUE "00".
           05  WS-ARC3-STATUS         PIC X(02) VALUE "00".
           05  WS-ARC4-STATUS         PIC X(02) VALUE "00".
       01  WS-ARC-STATUS-TAB REDEFINES WS-ARC-STATUS-GRP.
           05  WS-ARC-STATUS           OCCURS 4 TIMES PIC X(02).

       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".
       01  WS-ERRO-GRAVACAO-SW        PIC X(01) VALUE "N".
           88  WS-ERRO-GRAVACAO       VALUE "Y".
       01  WS-CAB-GRAVADO-SW          PIC X(01) VALUE "N".
           88  WS-CAB-GRAVADO         VALUE "Y".

       01  WS-FASE                    PIC X(08) VALUE SPACES.
           88  WS-FASE-SCAN           VALUE "PURGSCAN".
           88  WS-FASE-ARCH           VALUE "PURGARCH".
       01  WS-QTDE-PARTICOES          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-CICLO              PIC 9(08) VALUE ZEROS.
      *    Pior retorno entre as ultimas linhas das particoes: o RC=4
      *    de aviso de uma particao continua aviso no job inteiro.
       01  WS-RC-PARTICOES            PIC 9(04) VALUE ZEROS.
      *    O CALL devolve o retorno do subprograma em RETURN-CODE; o
      *    RC do job e guardado aqui e reposto depois do AVANCAR.
       01  WS-RC-JOB                  PIC 9(04) VALUE ZEROS.

      *    Ultima linha de controle de cada particao no ciclo: o
      *    retorno, a faixa e os lidos da execucao, e os gravados de
      *    cada categoria (a posicao e a da tabela de categorias
      *    abaixo). O rerun de uma particao regrava todas as
      *    categorias dela, entao a ultima linha de cada uma vale.
       01  WS-PAR-TAB.
           05  WS-PAR-ENT              OCCURS 20 TIMES.
               10  WS-PAR-ACHOU-SW     PIC X(01).
                   88  WS-PAR-ACHOU    VALUE "Y".
               10  WS-PAR-RETORNO      PIC 9(04).
               10  WS-PAR-CHAVE-INI    PIC X(10).
               10  WS-PAR-CHAVE-FIM    PIC X(10).
               10  WS-PAR-LIDOS        PIC 9(09).
               10  WS-PAR-GRAVADOS     OCCURS 50 TIMES PIC 9(09).
       01  WS-PAR-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-PAR-SEG                 PIC 9(02) VALUE ZEROS.

      *    Categorias da fase no ciclo, na ordem em que aparecem nas
      *    linhas das particoes (a ordem de gravacao do job - no
      *    PURGARCH, a posicao da saida ARCHGDGn). Na fase PURGARCH
      *    a tabela recebe tambem o que a montagem da geracao contou.
       01  WS-CAT-TAB.
           05  WS-CAT-ENT              OCCURS 50 TIMES.
               10  WS-CAT-CATEGORIA    PIC X(08).
               10  WS-CAT-DATA-CORTE   PIC 9(08).
               10  WS-CAT-GRAVADOS     PIC 9(09).
               10  WS-CAT-JOB-DESTINO  PIC X(08).
               10  WS-CAT-QTDE-ARQ     PIC 9(09).
               10  WS-CAT-CHAVE-BAIXA  PIC X(10).
               10  WS-CAT-CHAVE-ALTA   PIC X(10).
               10  WS-CAT-QTDE-PEDACOS PIC 9(02).
               10  WS-CAT-ROD-LIDOS    PIC 9(09).
               10  WS-CAT-ROD-ARQUIV   PIC 9(09).
               10  WS-CAT-ROD-MANTID   PIC 9(09).
       01  WS-QTDE-CAT                PIC 9(02) VALUE ZEROS.
       01  WS-CAT-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-CAT-ACHADO              PIC 9(02) VALUE ZEROS.

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-QTDE-LIDOS              PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-ARQUIVADOS         PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-MANTIDOS           PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SOMA               PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-RETIDOS-HOLD       PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-EVENTOS            PIC 9(09) VALUE ZEROS.
      *    Diario da fase PURGARCH, gravado depois do catalogo: "L" =
      *    geracao nao relida, "G" = abertura ou gravacao do diario
      *    falhou (o resto e abandonado). Aviso RC=4, como no PURGARCH.
       01  WS-DIARIO-SW               PIC X(01) VALUE "N".
           88  WS-DIARIO-INCOMPLETO   VALUE "L" "G".
           88  WS-DIARIO-SEM-GRAVACAO VALUE "G".
       01  WS-HORA-SIS.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).
       COPY "MASTREC.CPY" REPLACING LEADING ==MASTREC== BY ==WS-DET==.

      *    Area de trabalho dos registros de arquivamento: cada pedaco
      *    e lido aqui e a geracao e gravada daqui.
       COPY "ARCREC.CPY".

       COPY "CYCSTEP.CPY".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-LER-PARM
           IF NOT WS-ABORTAR
               PERFORM 1500-CHECAR-CICLO
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 2000-CARREGAR-PARTICOES
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 2500-CONFERIR-PARTICOES
           END-IF
           IF WS-ABORTAR
               DISPLAY "PURGMERG: CONSOLIDACAO RECUSADA - NADA FOI "
                       "GRAVADO E O CICLO NAO AVANCA"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RC-PARTICOES TO RETURN-CODE
               IF WS-FASE-SCAN
                   PERFORM 3000-CONSOLIDAR-VARREDURA
               ELSE
                   PERFORM 4000-CONSOLIDAR-ARQUIVAMENTO
               END-IF
               PERFORM 9500-GRAVAR-RUNCTL
               IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
                   PERFORM 9700-AVANCAR-CICLO
               END-IF
           END-IF
           STOP RUN.

      *    Cartao obrigatorio: sem a fase e a quantidade de
      *    particoes nao ha o que conferir.
       1000-LER-PARM.
           MOVE WS-DATA-HOJE TO WS-DATA-CICLO
           OPEN INPUT MERGPARM-FILE
           IF WS-MERGPARM-STATUS NOT = "00"
               DISPLAY "PURGMERG: CARTAO MERGPARM.DAT AUSENTE - "
                       "STATUS " WS-MERGPARM-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               READ MERGPARM-FILE
                   AT END
                       DISPLAY "PURGMERG: CARTAO MERGPARM.DAT VAZIO"
                       MOVE "Y" TO WS-ABORTAR-SW
                   NOT AT END
                       MOVE MERGPARM-FASE TO WS-FASE
                       IF MERGPARM-QTDE-PARTICOES NUMERIC
                           MOVE MERGPARM-QTDE-PARTICOES
                               TO WS-QTDE-PARTICOES
                       END-IF
                       IF MERGPARM-DATA-CICLO NUMERIC
                           AND MERGPARM-DATA-CICLO > ZEROS
                           MOVE MERGPARM-DATA-CICLO TO WS-DATA-CICLO
                       END-IF
               END-READ
               CLOSE MERGPARM-FILE
           END-IF
           IF NOT WS-ABORTAR
               IF NOT WS-FASE-SCAN AND NOT WS-FASE-ARCH
                   DISPLAY "PURGMERG: FASE DO CARTAO INVALIDA - "
                           "INFORME PURGSCAN OU PURGARCH"
                   MOVE "Y" TO WS-ABORTAR-SW
               END-IF
               IF WS-QTDE-PARTICOES = ZEROS
                   OR WS-QTDE-PARTICOES > 20
                   DISPLAY "PURGMERG: QUANTIDADE DE PARTICOES DO "
                           "CARTAO FORA DE 01 A 20"
                   MOVE "Y" TO WS-ABORTAR-SW
               END-IF
           END-IF
           DISPLAY "PURGMERG: FASE " WS-FASE " - " WS-QTDE-PARTICOES
                   " PARTICOES - CICLO " WS-DATA-CICLO.

      *    A consolidacao passa pelo CHECAR com o nome da fase: a
      *    varredura consolidada so num ciclo aberto pelo RETCUT, o
      *    arquivamento so com a varredura ja consolidada - e a
      *    mesma consolidacao nao roda duas vezes no ciclo.
       1500-CHECAR-CICLO.
           MOVE WS-FASE               TO CYCSTEP-JOB
           MOVE "CHECAR  "            TO CYCSTEP-FUNCAO
           MOVE WS-DATA-CICLO         TO CYCSTEP-DATA-CICLO
           MOVE "N"                   TO CYCSTEP-REINICIO-SW
           MOVE ZEROS                 TO CYCSTEP-PARTICAO
           CALL "CYCSTEP" USING CYCSTEP-PARM
           IF CYCSTEP-RETORNO NOT = 0
               DISPLAY "PURGMERG: " CYCSTEP-MENSAGEM
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF.

       2000-CARREGAR-PARTICOES.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > 20
               MOVE "N"    TO WS-PAR-ACHOU-SW(WS-PAR-IDX)
               MOVE ZEROS  TO WS-PAR-RETORNO(WS-PAR-IDX)
               MOVE SPACES TO WS-PAR-CHAVE-INI(WS-PAR-IDX)
               MOVE SPACES TO WS-PAR-CHAVE-FIM(WS-PAR-IDX)
               MOVE ZEROS  TO WS-PAR-LIDOS(WS-PAR-IDX)
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > 50
                   MOVE ZEROS TO WS-PAR-GRAVADOS(WS-PAR-IDX
                                                 WS-CAT-IDX)
               END-PERFORM
           END-PERFORM
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "PURGMERG: ERRO AO ABRIR RUNCTL.DAT - STATUS "
                       WS-RUNCTL-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ RUNCTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RUNCTL-JOB = WS-FASE
                               AND RUNCTL-DATA-CICLO = WS-DATA-CICLO
                               AND RUNCTL-PARTICAO > ZEROS
                               PERFORM 2100-GUARDAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

      *    Particao acima da quantidade do cartao e particao a mais
      *    rodando no ciclo - o cartao da consolidacao esta errado ou
      *    a faixa dela ficaria de fora; as duas coisas derrubam.
       2100-GUARDAR-LINHA.
           IF RUNCTL-PARTICAO > WS-QTDE-PARTICOES
               DISPLAY "PURGMERG: LINHA DA PARTICAO " RUNCTL-PARTICAO
                       " ACIMA DA QUANTIDADE DO CARTAO"
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               MOVE RUNCTL-PARTICAO TO WS-PAR-IDX
               MOVE "Y"              TO WS-PAR-ACHOU-SW(WS-PAR-IDX)
               MOVE RUNCTL-RETORNO   TO WS-PAR-RETORNO(WS-PAR-IDX)
               MOVE RUNCTL-CHAVE-INI TO WS-PAR-CHAVE-INI(WS-PAR-IDX)
               MOVE RUNCTL-CHAVE-FIM TO WS-PAR-CHAVE-FIM(WS-PAR-IDX)
               MOVE RUNCTL-QTDE-LIDOS
                                     TO WS-PAR-LIDOS(WS-PAR-IDX)
               PERFORM 2200-LOCALIZAR-CATEGORIA
               IF WS-CAT-ACHADO > ZEROS
                   MOVE RUNCTL-QTDE-GRAVADOS
                       TO WS-PAR-GRAVADOS(WS-PAR-IDX WS-CAT-ACHADO)
      *    O corte vale o da ultima linha da categoria; a divergencia
      *    entre particoes e conferida em 2500 contra esta tabela.
                   IF RUNCTL-RETORNO < 8
                       AND WS-CAT-DATA-CORTE(WS-CAT-ACHADO) > ZEROS
                       AND RUNCTL-DATA-CORTE
                               NOT = WS-CAT-DATA-CORTE(WS-CAT-ACHADO)
                       DISPLAY "PURGMERG: CORTE DA CATEGORIA "
                               RUNCTL-CATEGORIA " NA PARTICAO "
                               RUNCTL-PARTICAO " (" RUNCTL-DATA-CORTE
                               ") DIFERE DAS OUTRAS ("
                               WS-CAT-DATA-CORTE(WS-CAT-ACHADO) ")"
                       MOVE "Y" TO WS-ABORTAR-SW
                   END-IF
                   IF RUNCTL-RETORNO < 8
                       MOVE RUNCTL-DATA-CORTE
                           TO WS-CAT-DATA-CORTE(WS-CAT-ACHADO)
                   END-IF
               END-IF
           END-IF.

       2200-LOCALIZAR-CATEGORIA.
           MOVE ZEROS TO WS-CAT-ACHADO
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-QTDE-CAT
                      OR WS-CAT-ACHADO > ZEROS
               IF WS-CAT-CATEGORIA(WS-CAT-IDX) = RUNCTL-CATEGORIA
                   MOVE WS-CAT-IDX TO WS-CAT-ACHADO
               END-IF
           END-PERFORM
           IF WS-CAT-ACHADO = ZEROS
               IF WS-QTDE-CAT >= 50
                   DISPLAY "PURGMERG: MAIS DE 50 CATEGORIAS NAS "
                           "LINHAS DAS PARTICOES"
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   ADD 1 TO WS-QTDE-CAT
                   MOVE WS-QTDE-CAT TO WS-CAT-ACHADO
                   MOVE RUNCTL-CATEGORIA
                       TO WS-CAT-CATEGORIA(WS-CAT-ACHADO)
                   MOVE ZEROS  TO WS-CAT-DATA-CORTE(WS-CAT-ACHADO)
                   MOVE ZEROS  TO WS-CAT-GRAVADOS(WS-CAT-ACHADO)
                   MOVE SPACES TO WS-CAT-JOB-DESTINO(WS-CAT-ACHADO)
                   MOVE ZEROS  TO WS-CAT-QTDE-ARQ(WS-CAT-ACHADO)
                   MOVE SPACES TO WS-CAT-CHAVE-BAIXA(WS-CAT-ACHADO)
                   MOVE SPACES TO WS-CAT-CHAVE-ALTA(WS-CAT-ACHADO)
                   MOVE ZEROS  TO WS-CAT-QTDE-PEDACOS(WS-CAT-ACHADO)
                   MOVE ZEROS  TO WS-CAT-ROD-LIDOS(WS-CAT-ACHADO)
                   MOVE ZEROS  TO WS-CAT-ROD-ARQUIV(WS-CAT-ACHADO)
                   MOVE ZEROS  TO WS-CAT-ROD-MANTID(WS-CAT-ACHADO)
               END-IF
           END-IF.

      *    Todas as particoes do cartao, com a ultima linha de
      *    execucao concluida e as faixas encadeadas. Cada problema
      *    sai no SYSOUT com o numero da particao - e ela, e so ela,
      *    que e rerodada.
       2500-CONFERIR-PARTICOES.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-QTDE-PARTICOES
               PERFORM 2510-CONFERIR-PARTICAO
           END-PERFORM
           IF NOT WS-ABORTAR AND WS-QTDE-CAT = ZEROS
               DISPLAY "PURGMERG: NENHUMA CATEGORIA NAS LINHAS DAS "
                       "PARTICOES"
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF
           IF NOT WS-ABORTAR AND WS-FASE-ARCH AND WS-QTDE-CAT > 4
               DISPLAY "PURGMERG: MAIS DE 4 CATEGORIAS NO "
                       "ARQUIVAMENTO - SAO 4 SAIDAS ARCHGDG"
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF
           IF NOT WS-ABORTAR
               DISPLAY "PURGMERG: TODAS AS " WS-QTDE-PARTICOES
                       " PARTICOES TERMINARAM BEM - RC DAS "
                       "PARTICOES: " WS-RC-PARTICOES
           END-IF.

       2510-CONFERIR-PARTICAO.
           IF NOT WS-PAR-ACHOU(WS-PAR-IDX)
               DISPLAY "PURGMERG: PARTICAO " WS-PAR-IDX
                       " SEM LINHA DE CONTROLE NO CICLO - RODE-A"
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               DISPLAY "PURGMERG: PARTICAO " WS-PAR-IDX " ["
                       WS-PAR-CHAVE-INI(WS-PAR-IDX) "] ["
                       WS-PAR-CHAVE-FIM(WS-PAR-IDX) "] LIDOS "
                       WS-PAR-LIDOS(WS-PAR-IDX) " RC "
                       WS-PAR-RETORNO(WS-PAR-IDX)
               IF WS-PAR-RETORNO(WS-PAR-IDX) >= 8
                   DISPLAY "PURGMERG: PARTICAO " WS-PAR-IDX
                           " ENCERROU COM FALHA - REINICIE SO ELA"
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   IF WS-PAR-RETORNO(WS-PAR-IDX) > WS-RC-PARTICOES
                       MOVE WS-PAR-RETORNO(WS-PAR-IDX)
                           TO WS-RC-PARTICOES
                   END-IF
               END-IF
               IF WS-PAR-IDX = 1
                   AND WS-PAR-CHAVE-INI(WS-PAR-IDX) NOT = SPACES
                   DISPLAY "PURGMERG: A PARTICAO 01 NAO COMECA NO "
                           "INICIO DO MASTER - CHAVES ANTES DE "
                           WS-PAR-CHAVE-INI(WS-PAR-IDX)
                           " FICARIAM DE FORA"
                   MOVE "Y" TO WS-ABORTAR-SW
               END-IF
               IF WS-PAR-IDX = WS-QTDE-PARTICOES
                   IF WS-PAR-CHAVE-FIM(WS-PAR-IDX) NOT = SPACES
                       DISPLAY "PURGMERG: A ULTIMA PARTICAO NAO VAI "
                               "ATE O FIM DO MASTER - CHAVES DESDE "
                               WS-PAR-CHAVE-FIM(WS-PAR-IDX)
                               " FICARIAM DE FORA"
                       MOVE "Y" TO WS-ABORTAR-SW
                   END-IF
               ELSE
                   COMPUTE WS-PAR-SEG = WS-PAR-IDX + 1
                   IF WS-PAR-CHAVE-FIM(WS-PAR-IDX) = SPACES
                       OR WS-PAR-CHAVE-FIM(WS-PAR-IDX)
                           NOT = WS-PAR-CHAVE-INI(WS-PAR-SEG)
                       DISPLAY "PURGMERG: FAIXA DA PARTICAO "
                               WS-PAR-IDX " NAO TERMINA ONDE A "
                               "PARTICAO " WS-PAR-SEG " COMECA - "
                               "BURACO OU SOBREPOSICAO DE CHAVES"
                       MOVE "Y" TO WS-ABORTAR-SW
                   END-IF
               END-IF
           END-IF.

      *    Fase PURGSCAN: o diario primeiro (sem ele a marcacao das
      *    particoes ficaria sem evento - falha aqui e RC=8), depois
      *    o relatorio de bloqueios do ciclo (falha e aviso RC=4,
      *    como no proprio PURGSCAN).
       3000-CONSOLIDAR-VARREDURA.
           PERFORM 3500-JUNTAR-DIARIO
           IF RETURN-CODE < 8
               PERFORM 3100-JUNTAR-RETIDOS
           END-IF
           PERFORM 6000-SOMAR-PARTICOES.

      *    Os pedacos do PURGHOLD.DAT chegam concatenados, cada um
      *    com a linha de total da sua particao: os detalhes sao
      *    copiados e contados, os totais parciais ficam de fora e o
      *    relatorio do ciclo sai com um total so.
       3100-JUNTAR-RETIDOS.
           OPEN INPUT HOLDPART-FILE
           IF WS-HOLDPART-STATUS NOT = "00"
               DISPLAY "PURGMERG: ERRO AO ABRIR HOLDPART - STATUS "
                       WS-HOLDPART-STATUS
                       " - RELATORIO DE BLOQUEIOS NAO CONSOLIDADO"
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT PURGHOLD-FILE
               IF WS-PURGHOLD-STATUS NOT = "00"
                   DISPLAY "PURGMERG: ERRO AO ABRIR PURGHOLD.DAT - "
                           "STATUS " WS-PURGHOLD-STATUS
                           " - RELATORIO DE BLOQUEIOS NAO CONSOLIDADO"
                   IF RETURN-CODE = ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ HOLDPART-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 3110-COPIAR-LINHA-HOLD
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SW
                   MOVE SPACES TO PURGHOLD-LINHA
                   STRING "TOTAL RETIDO POR BLOQUEIO LEGAL NESTE "
                          "CICLO: " WS-QTDE-RETIDOS-HOLD
                       DELIMITED BY SIZE
                       INTO PURGHOLD-LINHA
                   END-STRING
                   WRITE PURGHOLD-LINHA
                   CLOSE PURGHOLD-FILE
                   DISPLAY "PURGMERG: RETIDOS POR BLOQUEIO.: "
                           WS-QTDE-RETIDOS-HOLD
               END-IF
               CLOSE HOLDPART-FILE
           END-IF.

       3110-COPIAR-LINHA-HOLD.
           IF HOLDPART-LINHA(1:6) NOT = "TOTAL "
               IF HOLDPART-LINHA(1:7) = "CHAVE: "
                   ADD 1 TO WS-QTDE-RETIDOS-HOLD
               END-IF
               WRITE PURGHOLD-LINHA FROM HOLDPART-LINHA
           END-IF.

      *    Os eventos das particoes entram no fim do diario do ciclo
      *    de vida (EXTEND com fallback OUTPUT, como nos jobs que o
      *    gravam), na ordem das particoes.
       3500-JUNTAR-DIARIO.
           OPEN INPUT JRNLPART-FILE
           IF WS-JRNLPART-STATUS NOT = "00"
               DISPLAY "PURGMERG: ERRO AO ABRIR JRNLPART - STATUS "
                       WS-JRNLPART-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3600-ABRIR-DIARIO
               IF WS-MSTJRNL-STATUS = "00"
                   PERFORM UNTIL WS-EOF
                       READ JRNLPART-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               WRITE MSTJRNL-REC FROM JRNLPART-REC
                               IF WS-MSTJRNL-STATUS NOT = "00"
                                   DISPLAY "PURGMERG: ERRO AO GRAVAR "
                                           "MSTJRNL.DAT - STATUS "
                                           WS-MSTJRNL-STATUS
                                   MOVE 8 TO RETURN-CODE
                               ELSE
                                   ADD 1 TO WS-QTDE-EVENTOS
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SW
                   CLOSE MSTJRNL-FILE
                   DISPLAY "PURGMERG: EVENTOS NO DIARIO..: "
                           WS-QTDE-EVENTOS
               END-IF
               CLOSE JRNLPART-FILE
           END-IF.

       3600-ABRIR-DIARIO.
           OPEN EXTEND MSTJRNL-FILE
           IF WS-MSTJRNL-STATUS NOT = "00"
               OPEN OUTPUT MSTJRNL-FILE
           END-IF
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "PURGMERG: ERRO AO ABRIR MSTJRNL.DAT - STATUS "
                       WS-MSTJRNL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Fase PURGARCH: monta cada geracao e o MASTNEW com os
      *    pedacos e refaz a prova de batimento sobre o resultado;
      *    catalogo e diario so com ela OK, como no PURGARCH inteiro.
       4000-CONSOLIDAR-ARQUIVAMENTO.
           PERFORM 6000-SOMAR-PARTICOES
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-QTDE-CAT
               PERFORM 4100-MONTAR-GERACAO
           END-PERFORM
           PERFORM 4500-MONTAR-MASTER
           PERFORM 5000-PROVAR-BATIMENTO
           IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
               PERFORM 8700-CATALOGAR-GERACOES
           END-IF
           IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
               PERFORM 8800-REGISTRAR-DIARIO
           END-IF
           DISPLAY "PURGMERG: REGISTROS LIDOS....: " WS-QTDE-LIDOS
           DISPLAY "PURGMERG: ARQUIVADOS.........: "
                   WS-QTDE-ARQUIVADOS
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-QTDE-CAT
               DISPLAY "PURGMERG:   " WS-CAT-CATEGORIA(WS-CAT-IDX)
                       ".........: " WS-CAT-QTDE-ARQ(WS-CAT-IDX)
           END-PERFORM
           DISPLAY "PURGMERG: MANTIDOS...........: " WS-QTDE-MANTIDOS.

      *    Um cabecalho por pedaco (um por particao) e o primeiro
      *    vai para a geracao; os detalhes passam inteiros e os
      *    rodapes sao somados num rodape so. Pedaco de outra
      *    categoria, quantidade de pedacos diferente da de particoes
      *    ou rodape que nao bate com os detalhes reprovam a prova
      *    de batimento.
       4100-MONTAR-GERACAO.
           MOVE "N" TO WS-CAB-GRAVADO-SW
           PERFORM 4110-ABRIR-PEDACOS
           IF WS-ARP-STATUS(WS-CAT-IDX) NOT = "00"
               DISPLAY "PURGMERG: ERRO AO ABRIR ARCPART DA "
                       "CATEGORIA " WS-CAT-CATEGORIA(WS-CAT-IDX)
                       " - STATUS " WS-ARP-STATUS(WS-CAT-IDX)
               MOVE "Y" TO WS-ERRO-GRAVACAO-SW
           ELSE
               PERFORM 4120-ABRIR-GERACAO
               IF WS-ARC-STATUS(WS-CAT-IDX) NOT = "00"
                   DISPLAY "PURGMERG: ERRO AO ABRIR ARCHGDG DA "
                           "CATEGORIA " WS-CAT-CATEGORIA(WS-CAT-IDX)
                           " - STATUS " WS-ARC-STATUS(WS-CAT-IDX)
                   MOVE "Y" TO WS-ERRO-GRAVACAO-SW
               ELSE
                   PERFORM UNTIL WS-EOF
                       PERFORM 4130-LER-PEDACO
                       IF NOT WS-EOF
                           PERFORM 4200-TRATAR-REGISTRO
                       END-IF
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SW
                   MOVE SPACES                TO ARCREC-REC
                   MOVE "T"                   TO ARCREC-TIPO
                   MOVE WS-CAT-ROD-LIDOS(WS-CAT-IDX)
                                              TO ARCREC-ROD-QTDE-LIDOS
                   MOVE WS-CAT-QTDE-ARQ(WS-CAT-IDX)
                                              TO ARCREC-ROD-QTDE-ARQUIV
                   MOVE WS-CAT-ROD-MANTID(WS-CAT-IDX)
                                              TO ARCREC-ROD-QTDE-MANTID
                   PERFORM 4140-GRAVAR-GERACAO
                   PERFORM 4150-FECHAR-GERACAO
                   PERFORM 4300-CONFERIR-GERACAO
               END-IF
               PERFORM 4160-FECHAR-PEDACOS
           END-IF.

       4110-ABRIR-PEDACOS.
           EVALUATE WS-CAT-IDX
               WHEN 1
                   OPEN INPUT ARP1-FILE
               WHEN 2
                   OPEN INPUT ARP2-FILE
               WHEN 3
                   OPEN INPUT ARP3-FILE
               WHEN OTHER
                   OPEN INPUT ARP4-FILE
           END-EVALUATE.

       4120-ABRIR-GERACAO.
           EVALUATE WS-CAT-IDX
               WHEN 1
                   OPEN OUTPUT ARC1-FILE
               WHEN 2
                   OPEN OUTPUT ARC2-FILE
               WHEN 3
                   OPEN OUTPUT ARC3-FILE
               WHEN OTHER
                   OPEN OUTPUT ARC4-FILE
           END-EVALUATE.

       4130-LER-PEDACO.
           EVALUATE WS-CAT-IDX
               WHEN 1
                   READ ARP1-FILE INTO ARCREC-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ ARP2-FILE INTO ARCREC-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ ARP3-FILE INTO ARCREC-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN OTHER
                   READ ARP4-FILE INTO ARCREC-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
           END-EVALUATE.

       4140-GRAVAR-GERACAO.
           EVALUATE WS-CAT-IDX
               WHEN 1
                   WRITE ARC1-REC FROM ARCREC-REC
               WHEN 2
                   WRITE ARC2-REC FROM ARCREC-REC
               WHEN 3
                   WRITE ARC3-REC FROM ARCREC-REC
               WHEN OTHER
                   WRITE ARC4-REC FROM ARCREC-REC
           END-EVALUATE
           IF WS-ARC-STATUS(WS-CAT-IDX) NOT = "00"
               MOVE "Y" TO WS-ERRO-GRAVACAO-SW
           END-IF.

       4150-FECHAR-GERACAO.
           EVALUATE WS-CAT-IDX
               WHEN 1
                   CLOSE ARC1-FILE
               WHEN 2
                   CLOSE ARC2-FILE
               WHEN 3
                   CLOSE ARC3-FILE
               WHEN OTHER
                   CLOSE ARC4-FILE
           END-EVALUATE.

       4160-FECHAR-PEDACOS.
           EVALUATE WS-CAT-IDX
               WHEN 1
                   CLOSE ARP1-FILE
               WHEN 2
                   CLOSE ARP2-FILE
               WHEN 3
                   CLOSE ARP3-FILE
               WHEN OTHER
                   CLOSE ARP4-FILE
           END-EVALUATE.

       4200-TRATAR-REGISTRO.
           EVALUATE TRUE
               WHEN ARCREC-CABECALHO
                   ADD 1 TO WS-CAT-QTDE-PEDACOS(WS-CAT-IDX)
                   IF ARCREC-CAB-CATEGORIA
                           NOT = WS-CAT-CATEGORIA(WS-CAT-IDX)
                       DISPLAY "PURGMERG: PEDACO DA CATEGORIA "
                               ARCREC-CAB-CATEGORIA " NA SAIDA DE "
                               WS-CAT-CATEGORIA(WS-CAT-IDX)
                       MOVE "Y" TO WS-ERRO-GRAVACAO-SW
                   END-IF
                   IF NOT WS-CAB-GRAVADO
                       MOVE "Y" TO WS-CAB-GRAVADO-SW
                       MOVE ARCREC-CAB-JOB-DESTINO
                           TO WS-CAT-JOB-DESTINO(WS-CAT-IDX)
                       PERFORM 4140-GRAVAR-GERACAO
                   END-IF
               WHEN ARCREC-DETALHE
                   ADD 1 TO WS-CAT-QTDE-ARQ(WS-CAT-IDX)
                   ADD 1 TO WS-QTDE-ARQUIVADOS
                   MOVE ARCREC-DET-MASTREC TO WS-DET
                   IF WS-CAT-CHAVE-BAIXA(WS-CAT-IDX) = SPACES
                       MOVE WS-DET-CHAVE
                           TO WS-CAT-CHAVE-BAIXA(WS-CAT-IDX)
                   END-IF
                   MOVE WS-DET-CHAVE TO WS-CAT-CHAVE-ALTA(WS-CAT-IDX)
                   PERFORM 4140-GRAVAR-GERACAO
               WHEN ARCREC-RODAPE
                   ADD ARCREC-ROD-QTDE-LIDOS
                       TO WS-CAT-ROD-LIDOS(WS-CAT-IDX)
                   ADD ARCREC-ROD-QTDE-ARQUIV
                       TO WS-CAT-ROD-ARQUIV(WS-CAT-IDX)
                   ADD ARCREC-ROD-QTDE-MANTID
                       TO WS-CAT-ROD-MANTID(WS-CAT-IDX)
               WHEN OTHER
                   DISPLAY "PURGMERG: REGISTRO DE TIPO DESCONHECIDO "
                           "NO PEDACO DE " WS-CAT-CATEGORIA(WS-CAT-IDX)
                   MOVE "Y" TO WS-ERRO-GRAVACAO-SW
           END-EVALUATE.

      *    A geracao montada precisa fechar com o que as particoes
      *    declararam: um pedaco por particao, detalhes = soma dos
      *    rodapes = soma dos arquivados das linhas de controle.
       4300-CONFERIR-GERACAO.
           IF WS-CAT-QTDE-PEDACOS(WS-CAT-IDX) NOT = WS-QTDE-PARTICOES
               DISPLAY "PURGMERG: " WS-CAT-QTDE-PEDACOS(WS-CAT-IDX)
                       " PEDACOS NA SAIDA DE "
                       WS-CAT-CATEGORIA(WS-CAT-IDX) " - ESPERADOS "
                       WS-QTDE-PARTICOES
               MOVE "Y" TO WS-ERRO-GRAVACAO-SW
           END-IF
           IF WS-CAT-QTDE-ARQ(WS-CAT-IDX)
                   NOT = WS-CAT-ROD-ARQUIV(WS-CAT-IDX)
               OR WS-CAT-QTDE-ARQ(WS-CAT-IDX)
                   NOT = WS-CAT-GRAVADOS(WS-CAT-IDX)
               DISPLAY "PURGMERG: ARQUIVADOS DE "
                       WS-CAT-CATEGORIA(WS-CAT-IDX) ": DETALHES "
                       WS-CAT-QTDE-ARQ(WS-CAT-IDX) " / RODAPES "
                       WS-CAT-ROD-ARQUIV(WS-CAT-IDX) " / CONTROLE "
                       WS-CAT-GRAVADOS(WS-CAT-IDX)
               MOVE "Y" TO WS-ERRO-GRAVACAO-SW
           END-IF.

      *    Os pedacos MASTPART chegam na ordem das particoes - faixas
      *    ascendentes, cada uma em ordem de chave - e o MASTNEW e
      *    carregado em ordem ascendente. Um pedaco fora de ordem
      *    volta file status de erro no WRITE e reprova a prova.
       4500-MONTAR-MASTER.
           OPEN INPUT MASTPART-FILE
           IF WS-MASTPART-STATUS NOT = "00"
               DISPLAY "PURGMERG: ERRO AO ABRIR MASTPART - STATUS "
                       WS-MASTPART-STATUS
               MOVE "Y" TO WS-ERRO-GRAVACAO-SW
           ELSE
               OPEN OUTPUT MASTNEW-FILE
               IF WS-MASTNEW-STATUS NOT = "00"
                   DISPLAY "PURGMERG: ERRO AO ABRIR MASTNEW - STATUS "
                           WS-MASTNEW-STATUS
                   MOVE "Y" TO WS-ERRO-GRAVACAO-SW
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ MASTPART-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 4510-GRAVAR-MANTIDO
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SW
                   CLOSE MASTNEW-FILE
               END-IF
               CLOSE MASTPART-FILE
           END-IF.

       4510-GRAVAR-MANTIDO.
           ADD 1 TO WS-QTDE-MANTIDOS
           MOVE MASTPART              TO MASTNEW
           WRITE MASTNEW
           IF WS-MASTNEW-STATUS NOT = "00"
               IF NOT WS-ERRO-GRAVACAO
                   DISPLAY "PURGMERG: ERRO AO GRAVAR MASTNEW NA CHAVE "
                           MASTNEW-CHAVE " - STATUS "
                           WS-MASTNEW-STATUS
               END-IF
               MOVE "Y" TO WS-ERRO-GRAVACAO-SW
           END-IF.

      *    Mesma prova do PURGARCH, sobre o ciclo inteiro: lidos (a
      *    soma das particoes) = arquivados + mantidos, e nenhum
      *    WRITE com erro. Reprovada, RC=8 - o passo que troca a
      *    geracao do master e condicionado ao RC deste job.
       5000-PROVAR-BATIMENTO.
           COMPUTE WS-QTDE-SOMA =
                   WS-QTDE-ARQUIVADOS + WS-QTDE-MANTIDOS
           IF WS-QTDE-SOMA = WS-QTDE-LIDOS
                   AND NOT WS-ERRO-GRAVACAO
               DISPLAY "PURGMERG: PROVA DE BATIMENTO OK - LIDOS = "
                       "ARQUIVADOS + MANTIDOS"
           ELSE
               DISPLAY "PURGMERG: PROVA DE BATIMENTO FALHOU - NAO "
                       "SUBSTITUIR O MASTER ANTERIOR"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Totais do job inteiro a partir da ultima linha de cada
      *    particao: lidos somados e os gravados de cada categoria
      *    somados.
       6000-SOMAR-PARTICOES.
           MOVE ZEROS TO WS-QTDE-LIDOS
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-QTDE-PARTICOES
               ADD WS-PAR-LIDOS(WS-PAR-IDX) TO WS-QTDE-LIDOS
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CAT
                   ADD WS-PAR-GRAVADOS(WS-PAR-IDX WS-CAT-IDX)
                       TO WS-CAT-GRAVADOS(WS-CAT-IDX)
               END-PERFORM
           END-PERFORM.

      *    Catalogo ARCCAT.DAT das geracoes montadas - mesmo
      *    conteudo que o PURGARCH inteiro grava em 8700.
       8700-CATALOGAR-GERACOES.
           OPEN EXTEND ARCCAT-FILE
           IF WS-ARCCAT-STATUS NOT = "00"
               OPEN OUTPUT ARCCAT-FILE
           END-IF
           IF WS-ARCCAT-STATUS NOT = "00"
               DISPLAY "PURGMERG: ERRO AO ABRIR ARCCAT.DAT - STATUS "
                       WS-ARCCAT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CAT
                   MOVE WS-DATA-CICLO         TO ARCCAT-DATA-EXEC
                   MOVE WS-CAT-CATEGORIA(WS-CAT-IDX)
                                              TO ARCCAT-CATEGORIA
                   MOVE WS-CAT-DATA-CORTE(WS-CAT-IDX)
                                              TO ARCCAT-DATA-CORTE
                   MOVE WS-CAT-JOB-DESTINO(WS-CAT-IDX)
                                              TO ARCCAT-JOB-DESTINO
                   MOVE WS-CAT-CHAVE-BAIXA(WS-CAT-IDX)
                                              TO ARCCAT-CHAVE-BAIXA
                   MOVE WS-CAT-CHAVE-ALTA(WS-CAT-IDX)
                                              TO ARCCAT-CHAVE-ALTA
                   MOVE WS-CAT-QTDE-ARQ(WS-CAT-IDX)
                                              TO ARCCAT-QTDE-DETALHES
                   MOVE ZEROS                 TO ARCCAT-DATA-DESCARTE
                   MOVE SPACES                TO ARCCAT-APROVADOR
                   WRITE ARCCAT-REC
               END-PERFORM
               CLOSE ARCCAT-FILE
           END-IF.

      *    Eventos "AR" relidos das geracoes montadas e fechadas,
      *    como no 8800 do PURGARCH. As geracoes ja estao em
      *    ARCCAT.DAT: falha no diario daqui em diante e aviso (RC=4)
      *    - com RC=8 o master novo nao seria trocado, o catalogo
      *    apontaria para uma geracao que nao valeu e o rerun
      *    catalogaria tudo de novo. Por isso a abertura e feita aqui
      *    e nao pelo 3600, que e da fase PURGSCAN (la falha e RC=8).
       8800-REGISTRAR-DIARIO.
           OPEN EXTEND MSTJRNL-FILE
           IF WS-MSTJRNL-STATUS NOT = "00"
               OPEN OUTPUT MSTJRNL-FILE
           END-IF
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "PURGMERG: ERRO AO ABRIR MSTJRNL.DAT - STATUS "
                       WS-MSTJRNL-STATUS
               MOVE "G" TO WS-DIARIO-SW
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CAT
                          OR WS-DIARIO-SEM-GRAVACAO
                   PERFORM 8810-ABRIR-GERACAO
                   IF WS-ARC-STATUS(WS-CAT-IDX) NOT = "00"
                       DISPLAY "PURGMERG: ERRO AO RELER ARCHGDG DA "
                               "CATEGORIA "
                               WS-CAT-CATEGORIA(WS-CAT-IDX)
                               " PARA O DIARIO - STATUS "
                               WS-ARC-STATUS(WS-CAT-IDX)
                       MOVE "L" TO WS-DIARIO-SW
                   ELSE
                       PERFORM UNTIL WS-EOF
                           PERFORM 8820-LER-GERACAO
                           IF NOT WS-EOF AND ARCREC-DETALHE
                               PERFORM 8830-GRAVAR-EVENTO
                           END-IF
                       END-PERFORM
                       MOVE "N" TO WS-EOF-SW
                       PERFORM 4150-FECHAR-GERACAO
                   END-IF
               END-PERFORM
               CLOSE MSTJRNL-FILE
               DISPLAY "PURGMERG: EVENTOS NO DIARIO..: "
                       WS-QTDE-EVENTOS
           END-IF
           IF WS-DIARIO-INCOMPLETO
               DISPLAY "PURGMERG: DIARIO INCOMPLETO APOS O CATALOGO - "
                       "GERACAO E MASTER NOVO VALIDOS, COMPLETAR OS "
                       "EVENTOS AR DO MSTJRNL.DAT"
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8810-ABRIR-GERACAO.
           EVALUATE WS-CAT-IDX
               WHEN 1
                   OPEN INPUT ARC1-FILE
               WHEN 2
                   OPEN INPUT ARC2-FILE
               WHEN 3
                   OPEN INPUT ARC3-FILE
               WHEN OTHER
                   OPEN INPUT ARC4-FILE
           END-EVALUATE.

       8820-LER-GERACAO.
           EVALUATE WS-CAT-IDX
               WHEN 1
                   READ ARC1-FILE INTO ARCREC-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ ARC2-FILE INTO ARCREC-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ ARC3-FILE INTO ARCREC-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN OTHER
                   READ ARC4-FILE INTO ARCREC-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
           END-EVALUATE.

       8830-GRAVAR-EVENTO.
           MOVE ARCREC-DET-MASTREC    TO WS-DET
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-DATA-CICLO         TO MSTJRNL-DATA-EVENTO
           MOVE WS-HORA-HHMMSS        TO MSTJRNL-HORA-EVENTO
           MOVE "PURGARCH"            TO MSTJRNL-PROGRAMA
           MOVE "AR"                  TO MSTJRNL-EVENTO
           MOVE WS-DET-CHAVE          TO MSTJRNL-CHAVE
           MOVE WS-DET-CATEGORIA      TO MSTJRNL-CATEGORIA
           MOVE WS-DET-DATA-REF       TO MSTJRNL-DATA-REF
           MOVE WS-DET-STATUS-EXPURGO TO MSTJRNL-STATUS-ANTERIOR
           MOVE SPACE                 TO MSTJRNL-STATUS-NOVO
           MOVE WS-CAT-DATA-CORTE(WS-CAT-IDX)
                                      TO MSTJRNL-DATA-CORTE
           MOVE WS-DATA-CICLO         TO MSTJRNL-GER-DATA-EXEC
           MOVE WS-CAT-JOB-DESTINO(WS-CAT-IDX)
                                      TO MSTJRNL-GER-JOB-DESTINO
           MOVE SPACES                TO MSTJRNL-SOLICITANTE
           MOVE "ARQUIVADO NA GERACAO ARCHGDG"
                                      TO MSTJRNL-DETALHE
           WRITE MSTJRNL-REC
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "PURGMERG: ERRO AO GRAVAR MSTJRNL.DAT - "
                       "STATUS " WS-MSTJRNL-STATUS
               MOVE "G" TO WS-DIARIO-SW
               MOVE "Y" TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-QTDE-EVENTOS
           END-IF.

      *    Linhas do job inteiro (particao zero) com o nome da fase -
      *    as que o CYCRECON, a trava de volume e o relatorio mensal
      *    leem. Gravadas tambem com a prova reprovada (RC=8), como
      *    o PURGARCH faz, para a reconciliacao ver a falha. Os
      *    gravados sao os das linhas das particoes somados; no
      *    arquivamento, o que a geracao montada de fato recebeu.
       9500-GRAVAR-RUNCTL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "PURGMERG: ERRO AO ABRIR RUNCTL.DAT - STATUS "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CAT
                   MOVE WS-FASE               TO RUNCTL-JOB
                   MOVE WS-CAT-CATEGORIA(WS-CAT-IDX)
                                              TO RUNCTL-CATEGORIA
                   MOVE WS-DATA-CICLO         TO RUNCTL-DATA-CICLO
                   MOVE WS-QTDE-LIDOS         TO RUNCTL-QTDE-LIDOS
                   IF WS-FASE-ARCH
                       MOVE WS-CAT-QTDE-ARQ(WS-CAT-IDX)
                                              TO RUNCTL-QTDE-GRAVADOS
                   ELSE
                       MOVE WS-CAT-GRAVADOS(WS-CAT-IDX)
                                              TO RUNCTL-QTDE-GRAVADOS
                   END-IF
                   MOVE WS-CAT-DATA-CORTE(WS-CAT-IDX)
                                              TO RUNCTL-DATA-CORTE
                   MOVE RETURN-CODE           TO RUNCTL-RETORNO
                   MOVE ZEROS                 TO RUNCTL-PARTICAO
                   MOVE SPACES                TO RUNCTL-CHAVE-INI
                   MOVE SPACES                TO RUNCTL-CHAVE-FIM
                   WRITE RUNCTL-REC
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

      *    Avanca a etapa do ciclo com o nome da fase - o que o job
      *    inteiro faria ao terminar bem.
       9700-AVANCAR-CICLO.
           MOVE RETURN-CODE           TO WS-RC-JOB
           MOVE WS-FASE               TO CYCSTEP-JOB
           MOVE "AVANCAR "            TO CYCSTEP-FUNCAO
           MOVE WS-DATA-CICLO         TO CYCSTEP-DATA-CICLO
           MOVE "N"                   TO CYCSTEP-REINICIO-SW
           MOVE ZEROS                 TO CYCSTEP-PARTICAO
           CALL "CYCSTEP" USING CYCSTEP-PARM
           MOVE WS-RC-JOB             TO RETURN-CODE
           IF CYCSTEP-RETORNO NOT = 0
               DISPLAY "PURGMERG: " CYCSTEP-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.
