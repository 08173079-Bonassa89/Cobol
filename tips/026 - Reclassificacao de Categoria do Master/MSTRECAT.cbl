      ******************************************************************
      *    PROGRAM-ID. MSTRECAT
      *    Reclassificacao em lote da categoria de retencao dos
      *    registros ja vivos no MASTER.DAT. MASTREC-CATEGORIA e
      *    populada uma vez, na entrada, pelo MSTEDIT; quando o
      *    juridico muda uma linha de negocio de categoria (PURGE40
      *    para uma de 365 dias, por exemplo), a unica saida era
      *    descarregar, editar e recarregar na mao - sem trilha
      *    nenhuma. Este job faz a mudanca pelo cartao RECATPRM.DAT:
      *      - selecao por faixa de chaves e/ou categoria atual, com
      *        filtro opcional de faixa de MASTREC-DATA-REF (pelo
      *        menos faixa de chaves ou categoria atual e exigida -
      *        o master inteiro nao e reclassificado por engano);
      *      - categoria nova, que precisa ter linha VIGENTE em
      *        RETTAB.DAT na data da execucao (mesmo criterio do
      *        MSTEDIT), solicitante e motivo obrigatorios;
      *      - RECATPRM-APLICAR = "S" aplica; qualquer outro valor e
      *        simulacao - o padrao e NAO mexer no master;
      *      - chave ja marcada "S" pelo PURGSCAN e recusada, a menos
      *        que RECATPRM-INCLUI-MARCADOS = "S": o registro ja foi
      *        julgado pela categoria antiga e o PURGARCH vai honrar
      *        a marca.
      *    Toda chave selecionada deixa uma linha na trilha
      *    RECATAUD.DAT (layout RECATAUD.CPY) com a categoria antes e
      *    depois e a situacao - aplicada, simulada ou recusada - e a
      *    aplicada deixa tambem o evento "RE" no diario do ciclo de
      *    vida MSTJRNL.DAT. O resumo sai em MSTRECAT.DAT.
      *    Retorno: RC=0 tudo aplicado (ou simulado); RC=4 alguma
      *    chave recusada, ou nenhuma chave selecionada; RC=8 cartao
      *    invalido, categoria sem linha vigente ou erro de I/O.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRECAT.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECATPRM-FILE ASSIGN TO "RECATPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECATPRM-STATUS.
           SELECT RETTAB-FILE ASSIGN TO "RETTAB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETTAB-STATUS.
      *    ACCESS SEQUENTIAL com START na chave inicial da faixa,
      *    como o reinicio do PURGSCAN: a selecao por faixa le so a
      *    faixa, nao o master inteiro.
           SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTREC-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RECATAUD-FILE ASSIGN TO "RECATAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECATAUD-STATUS.
           SELECT MSTRECAT-FILE ASSIGN TO "MSTRECAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTRECAT-STATUS.
           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECATPRM-FILE
           RECORDING MODE IS F.
       01  RECATPRM-REC.
      *    Faixa de chaves: CHAVE-FIM em branco = chave unica; as duas
      *    em branco = sem filtro de chave.
           05  RECATPRM-CHAVE-INI     PIC X(10).
           05  RECATPRM-CHAVE-FIM     PIC X(10).
      *    Categoria atual: em branco = qualquer categoria.
           05  RECATPRM-CATEGORIA-ATUAL PIC X(08).
      *    Faixa de DATA-REF: zeros nas duas = sem filtro; FIM zerado
      *    = sem limite superior.
           05  RECATPRM-DATA-REF-INI  PIC 9(08).
           05  RECATPRM-DATA-REF-FIM  PIC 9(08).
           05  RECATPRM-CATEGORIA-NOVA PIC X(08).
           05  RECATPRM-SOLICITANTE   PIC X(08).
           05  RECATPRM-MOTIVO        PIC X(30).
      *    "S" = aplica no master; outro valor = simulacao.
           05  RECATPRM-APLICAR       PIC X(01).
      *    "S" = reclassifica tambem as chaves ja marcadas "S".
           05  RECATPRM-INCLUI-MARCADOS PIC X(01).

       FD  RETTAB-FILE
           RECORDING MODE IS F.
       COPY "RETTAB.CPY".

       FD  MASTER-FILE.
       COPY "MASTREC.CPY".

       FD  RECATAUD-FILE
           RECORDING MODE IS F.
       COPY "RECATAUD.CPY".

       FD  MSTRECAT-FILE
           RECORDING MODE IS F.
       01  MSTRECAT-LINHA             PIC X(132).

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY "MSTJRNL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-RECATPRM-STATUS         PIC X(02) VALUE "00".
       01  WS-RETTAB-STATUS           PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
       01  WS-RECATAUD-STATUS         PIC X(02) VALUE "00".
       01  WS-MSTRECAT-STATUS         PIC X(02) VALUE "00".
       01  WS-MSTJRNL-STATUS          PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".
       01  WS-APLICAR-SW              PIC X(01) VALUE "N".
           88  WS-APLICAR             VALUE "Y".
       01  WS-INCLUI-MARCADOS-SW      PIC X(01) VALUE "N".
           88  WS-INCLUI-MARCADOS     VALUE "Y".
       01  WS-POR-FAIXA-SW            PIC X(01) VALUE "N".
           88  WS-POR-FAIXA           VALUE "Y".
       01  WS-CAT-VIGENTE-SW          PIC X(01) VALUE "N".
           88  WS-CAT-VIGENTE         VALUE "Y".

       01  WS-CHAVE-INI               PIC X(10) VALUE SPACES.
       01  WS-CHAVE-FIM               PIC X(10) VALUE SPACES.
       01  WS-CATEGORIA-ATUAL         PIC X(08) VALUE SPACES.
       01  WS-DATA-REF-INI            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-REF-FIM            PIC 9(08) VALUE ZEROS.
       01  WS-CATEGORIA-NOVA          PIC X(08) VALUE SPACES.
       01  WS-SOLICITANTE             PIC X(08) VALUE SPACES.
       01  WS-MOTIVO                  PIC X(30) VALUE SPACES.
       01  WS-CATEGORIA-ANTES         PIC X(08) VALUE SPACES.

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SIS.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).
      *    Linha vigente da categoria nova (a de vigencia mais
      *    recente, quando houver mais de uma), para o resumo.
       01  WS-NOVA-QTDE-DIAS          PIC 9(05) VALUE ZEROS.
       01  WS-NOVA-VIGENCIA           PIC 9(08) VALUE ZEROS.

       01  WS-QTDE-LIDOS              PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SELECIONADOS       PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-JA-NA-NOVA         PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-APLICADOS          PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SIMULADOS          PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-RECUSADOS          PIC 9(09) VALUE ZEROS.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(46) VALUE
               "MSTRECAT - RECLASSIFICACAO DE CATEGORIA EM ".
           05  WS-LIN-CAB-DATA         PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-LIN-CAB-MODO         PIC X(10).
       01  WS-LIN-SEL.
           05  FILLER                  PIC X(09) VALUE "CHAVES: ".
           05  WS-LIN-SEL-INI          PIC X(10).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  WS-LIN-SEL-FIM          PIC X(10).
           05  FILLER                  PIC X(18) VALUE
               " CATEGORIA ATUAL: ".
           05  WS-LIN-SEL-ATUAL        PIC X(08).
           05  FILLER                  PIC X(12) VALUE " DATA-REF: ".
           05  WS-LIN-SEL-REF-INI      PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  WS-LIN-SEL-REF-FIM      PIC 9(08).
       01  WS-LIN-NOVA.
           05  FILLER                  PIC X(17) VALUE
               "CATEGORIA NOVA: ".
           05  WS-LIN-NOVA-CAT         PIC X(08).
           05  FILLER                  PIC X(08) VALUE " - DIAS ".
           05  WS-LIN-NOVA-DIAS        PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               " VIGENTE DESDE".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-NOVA-VIG         PIC 9(08).
           05  FILLER                  PIC X(16) VALUE
               " - SOLICITANTE: ".
           05  WS-LIN-NOVA-SOLIC       PIC X(08).
           05  FILLER                  PIC X(10) VALUE " MOTIVO: ".
           05  WS-LIN-NOVA-MOTIVO      PIC X(30).
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(33).
           05  WS-LIN-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-LER-PARM
           IF NOT WS-ABORTAR
               PERFORM 1500-VALIDAR-CATEGORIA
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 2000-ABRIR-ARQUIVOS
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 3000-POSICIONAR-MASTER
           END-IF
           IF WS-ABORTAR
               DISPLAY "MSTRECAT: EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   PERFORM 4000-LER-MASTER
                   IF NOT WS-EOF
                       PERFORM 5000-AVALIAR-REGISTRO
                   END-IF
               END-PERFORM
               PERFORM 8000-GRAVAR-RESUMO
               PERFORM 9000-ENCERRAR
           END-IF
           STOP RUN.

      *    Sem cartao nao ha pedido; cartao incompleto ou incoerente
      *    aborta com a razao - reclassificar e decisao de retencao,
      *    nada aqui e adivinhado.
       1000-LER-PARM.
           OPEN INPUT RECATPRM-FILE
           IF WS-RECATPRM-STATUS NOT = "00"
               DISPLAY "MSTRECAT: RECATPRM.DAT AUSENTE - STATUS "
                       WS-RECATPRM-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               READ RECATPRM-FILE
                   AT END
                       DISPLAY "MSTRECAT: RECATPRM.DAT VAZIO"
                       MOVE "Y" TO WS-ABORTAR-SW
               END-READ
               IF NOT WS-ABORTAR
                   PERFORM 1100-CONFERIR-CARTAO
               END-IF
               CLOSE RECATPRM-FILE
           END-IF.

       1100-CONFERIR-CARTAO.
           MOVE RECATPRM-CHAVE-INI       TO WS-CHAVE-INI
           MOVE RECATPRM-CHAVE-FIM       TO WS-CHAVE-FIM
           MOVE RECATPRM-CATEGORIA-ATUAL TO WS-CATEGORIA-ATUAL
           MOVE RECATPRM-CATEGORIA-NOVA  TO WS-CATEGORIA-NOVA
           MOVE RECATPRM-SOLICITANTE     TO WS-SOLICITANTE
           MOVE RECATPRM-MOTIVO          TO WS-MOTIVO
           IF RECATPRM-APLICAR = "S"
               MOVE "Y" TO WS-APLICAR-SW
           END-IF
           IF RECATPRM-INCLUI-MARCADOS = "S"
               MOVE "Y" TO WS-INCLUI-MARCADOS-SW
           END-IF
           IF WS-CHAVE-INI NOT = SPACES
               MOVE "Y" TO WS-POR-FAIXA-SW
               IF WS-CHAVE-FIM = SPACES
                   MOVE WS-CHAVE-INI TO WS-CHAVE-FIM
               END-IF
           END-IF
           IF RECATPRM-DATA-REF-INI NUMERIC
               MOVE RECATPRM-DATA-REF-INI TO WS-DATA-REF-INI
           END-IF
           IF RECATPRM-DATA-REF-FIM NUMERIC
               AND RECATPRM-DATA-REF-FIM > ZEROS
               MOVE RECATPRM-DATA-REF-FIM TO WS-DATA-REF-FIM
           ELSE
               MOVE 99999999 TO WS-DATA-REF-FIM
           END-IF
           EVALUATE TRUE
               WHEN WS-CHAVE-INI = SPACES
                    AND WS-CHAVE-FIM NOT = SPACES
                   DISPLAY "MSTRECAT: CHAVE-FIM SEM CHAVE-INI"
                   MOVE "Y" TO WS-ABORTAR-SW
               WHEN WS-POR-FAIXA AND WS-CHAVE-INI > WS-CHAVE-FIM
                   DISPLAY "MSTRECAT: FAIXA DE CHAVES INVERTIDA: "
                           WS-CHAVE-INI " A " WS-CHAVE-FIM
                   MOVE "Y" TO WS-ABORTAR-SW
               WHEN NOT WS-POR-FAIXA AND WS-CATEGORIA-ATUAL = SPACES
                   DISPLAY "MSTRECAT: INFORME A FAIXA DE CHAVES OU A "
                           "CATEGORIA ATUAL - O MASTER INTEIRO NAO E "
                           "RECLASSIFICADO POR CARTAO"
                   MOVE "Y" TO WS-ABORTAR-SW
               WHEN WS-DATA-REF-INI > WS-DATA-REF-FIM
                   DISPLAY "MSTRECAT: FAIXA DE DATA-REF INVERTIDA"
                   MOVE "Y" TO WS-ABORTAR-SW
               WHEN WS-CATEGORIA-NOVA = SPACES
                   DISPLAY "MSTRECAT: CATEGORIA NOVA NAO INFORMADA"
                   MOVE "Y" TO WS-ABORTAR-SW
               WHEN WS-CATEGORIA-NOVA = WS-CATEGORIA-ATUAL
                   DISPLAY "MSTRECAT: CATEGORIA NOVA IGUAL A ATUAL"
                   MOVE "Y" TO WS-ABORTAR-SW
               WHEN WS-SOLICITANTE = SPACES OR WS-MOTIVO = SPACES
                   DISPLAY "MSTRECAT: SOLICITANTE E MOTIVO SAO "
                           "OBRIGATORIOS"
                   MOVE "Y" TO WS-ABORTAR-SW
           END-EVALUATE
           IF NOT WS-ABORTAR
               IF WS-APLICAR
                   DISPLAY "MSTRECAT: MODO APLICACAO - MASTER.DAT "
                           "SERA ALTERADO"
               ELSE
                   DISPLAY "MSTRECAT: MODO SIMULACAO - MASTER.DAT "
                           "NAO SERA ALTERADO"
               END-IF
           END-IF.

      *    A categoria nova precisa de linha VIGENTE em RETTAB.DAT
      *    hoje (VIGENCIA <= hoje e FIM-VIG zerado ou >= hoje) - a
      *    mesma regra que o MSTEDIT aplica na entrada. Sem ela o
      *    PURGSCAN nao teria corte para julgar o registro.
       1500-VALIDAR-CATEGORIA.
           OPEN INPUT RETTAB-FILE
           IF WS-RETTAB-STATUS NOT = "00"
               DISPLAY "MSTRECAT: ERRO AO ABRIR RETTAB.DAT - STATUS "
                       WS-RETTAB-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               PERFORM UNTIL WS-EOF
                   READ RETTAB-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RETTAB-CATEGORIA = WS-CATEGORIA-NOVA
                               AND RETTAB-DATA-VIGENCIA <= WS-DATA-HOJE
                               AND (RETTAB-DATA-FIM-VIG = ZEROS
                                    OR RETTAB-DATA-FIM-VIG
                                           >= WS-DATA-HOJE)
                               AND RETTAB-DATA-VIGENCIA
                                           >= WS-NOVA-VIGENCIA
                               MOVE "Y" TO WS-CAT-VIGENTE-SW
                               MOVE RETTAB-QTDE-DIAS
                                   TO WS-NOVA-QTDE-DIAS
                               MOVE RETTAB-DATA-VIGENCIA
                                   TO WS-NOVA-VIGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETTAB-FILE
               MOVE "N" TO WS-EOF-SW
               IF NOT WS-CAT-VIGENTE
                   DISPLAY "MSTRECAT: CATEGORIA " WS-CATEGORIA-NOVA
                           " SEM LINHA VIGENTE EM RETTAB.DAT"
                   MOVE "Y" TO WS-ABORTAR-SW
               END-IF
           END-IF.

      *    Simulacao abre o master so para leitura. A trilha e sempre
      *    gravada (a simulacao e a lista que o solicitante confere
      *    antes de pedir a aplicacao); o diario, so na aplicacao.
       2000-ABRIR-ARQUIVOS.
           IF WS-APLICAR
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MSTRECAT: ERRO AO ABRIR MASTER.DAT - STATUS "
                       WS-MASTER-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               OPEN EXTEND RECATAUD-FILE
               IF WS-RECATAUD-STATUS NOT = "00"
                   OPEN OUTPUT RECATAUD-FILE
               END-IF
               IF WS-RECATAUD-STATUS NOT = "00"
                   DISPLAY "MSTRECAT: ERRO AO ABRIR RECATAUD.DAT - "
                           "STATUS " WS-RECATAUD-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   CLOSE MASTER-FILE
               ELSE
                   OPEN OUTPUT MSTRECAT-FILE
                   IF WS-MSTRECAT-STATUS NOT = "00"
                       DISPLAY "MSTRECAT: ERRO AO ABRIR MSTRECAT.DAT "
                               "- STATUS " WS-MSTRECAT-STATUS
                       MOVE "Y" TO WS-ABORTAR-SW
                       CLOSE MASTER-FILE
                       CLOSE RECATAUD-FILE
                   ELSE
                       IF WS-APLICAR
                           PERFORM 2100-ABRIR-DIARIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-ABRIR-DIARIO.
           OPEN EXTEND MSTJRNL-FILE
           IF WS-MSTJRNL-STATUS NOT = "00"
               OPEN OUTPUT MSTJRNL-FILE
           END-IF
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "MSTRECAT: ERRO AO ABRIR MSTJRNL.DAT - STATUS "
                       WS-MSTJRNL-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
               CLOSE MASTER-FILE
               CLOSE RECATAUD-FILE
               CLOSE MSTRECAT-FILE
           END-IF.

      *    Selecao por faixa: START na chave inicial (>=); status
      *    "23" = nenhuma chave na faixa ou depois dela, fim de
      *    arquivo. Sem faixa a leitura comeca do inicio do master.
       3000-POSICIONAR-MASTER.
           IF WS-POR-FAIXA
               MOVE WS-CHAVE-INI TO MASTREC-CHAVE
               START MASTER-FILE KEY >= MASTREC-CHAVE
               END-START
               EVALUATE WS-MASTER-STATUS
                   WHEN "00"
                       CONTINUE
                   WHEN "23"
                       MOVE "Y" TO WS-EOF-SW
                   WHEN OTHER
                       DISPLAY "MSTRECAT: ERRO NO START DA CHAVE "
                               WS-CHAVE-INI " - STATUS "
                               WS-MASTER-STATUS
                       MOVE "Y" TO WS-ABORTAR-SW
                       PERFORM 9100-FECHAR-ARQUIVOS
               END-EVALUATE
           END-IF.

      *    Passou do fim da faixa: o master e lido em ordem de chave,
      *    entao nao ha mais nada a selecionar.
       4000-LER-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               IF WS-POR-FAIXA AND MASTREC-CHAVE > WS-CHAVE-FIM
                   MOVE "Y" TO WS-EOF-SW
               END-IF
           END-IF.

      *    Registro selecionado = passa a categoria atual e a faixa
      *    de DATA-REF do cartao. Ja na categoria nova nao e
      *    reclassificado (so contado). Marcado "S" sem autorizacao
      *    do cartao e recusado; o resto e aplicado ou simulado.
       5000-AVALIAR-REGISTRO.
           ADD 1 TO WS-QTDE-LIDOS
           IF (WS-CATEGORIA-ATUAL = SPACES
                   OR MASTREC-CATEGORIA = WS-CATEGORIA-ATUAL)
               AND MASTREC-DATA-REF >= WS-DATA-REF-INI
               AND MASTREC-DATA-REF <= WS-DATA-REF-FIM
               IF MASTREC-CATEGORIA = WS-CATEGORIA-NOVA
                   ADD 1 TO WS-QTDE-JA-NA-NOVA
               ELSE
                   ADD 1 TO WS-QTDE-SELECIONADOS
                   MOVE MASTREC-CATEGORIA TO WS-CATEGORIA-ANTES
                   EVALUATE TRUE
                       WHEN MASTREC-STATUS-EXPURGO = "S"
                            AND NOT WS-INCLUI-MARCADOS
                           ADD 1 TO WS-QTDE-RECUSADOS
                           MOVE "R" TO RECATAUD-SITUACAO
                       WHEN WS-APLICAR
                           PERFORM 5100-APLICAR-REGISTRO
                       WHEN OTHER
                           ADD 1 TO WS-QTDE-SIMULADOS
                           MOVE "S" TO RECATAUD-SITUACAO
                   END-EVALUATE
                   PERFORM 6000-GRAVAR-AUDITORIA
               END-IF
           END-IF.

      *    REWRITE com falha para a varredura com RC=8: a trilha
      *    ainda registra a chave (situacao "A" so para o que de
      *    fato mudou).
       5100-APLICAR-REGISTRO.
           MOVE WS-CATEGORIA-NOVA TO MASTREC-CATEGORIA
           REWRITE MASTREC
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MSTRECAT: ERRO NO REWRITE DA CHAVE "
                       MASTREC-CHAVE " - STATUS " WS-MASTER-STATUS
               MOVE WS-CATEGORIA-ANTES TO MASTREC-CATEGORIA
               MOVE "R" TO RECATAUD-SITUACAO
               ADD 1 TO WS-QTDE-RECUSADOS
               MOVE "Y" TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-QTDE-APLICADOS
               MOVE "A" TO RECATAUD-SITUACAO
               PERFORM 6100-GRAVAR-DIARIO
           END-IF.

       6000-GRAVAR-AUDITORIA.
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-DATA-HOJE           TO RECATAUD-DATA-EXECUCAO
           MOVE WS-HORA-HHMMSS         TO RECATAUD-HORA
           MOVE MASTREC-CHAVE          TO RECATAUD-CHAVE
           MOVE MASTREC-DATA-REF       TO RECATAUD-DATA-REF
           MOVE MASTREC-STATUS-EXPURGO TO RECATAUD-STATUS-EXPURGO
           MOVE WS-CATEGORIA-ANTES     TO RECATAUD-CATEGORIA-ANTES
           MOVE WS-CATEGORIA-NOVA      TO RECATAUD-CATEGORIA-DEPOIS
           MOVE WS-SOLICITANTE         TO RECATAUD-SOLICITANTE
           MOVE WS-MOTIVO              TO RECATAUD-MOTIVO
           WRITE RECATAUD-REC
           IF WS-RECATAUD-STATUS NOT = "00"
               DISPLAY "MSTRECAT: ERRO AO GRAVAR RECATAUD.DAT - "
                       "STATUS " WS-RECATAUD-STATUS
               MOVE "Y" TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Evento "RE" no diario: a categoria do evento e a nova; a
      *    anterior vai no complemento.
       6100-GRAVAR-DIARIO.
           MOVE SPACES                 TO MSTJRNL-REC
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-DATA-HOJE           TO MSTJRNL-DATA-EVENTO
           MOVE WS-HORA-HHMMSS         TO MSTJRNL-HORA-EVENTO
           MOVE "MSTRECAT"             TO MSTJRNL-PROGRAMA
           MOVE "RE"                   TO MSTJRNL-EVENTO
           MOVE MASTREC-CHAVE          TO MSTJRNL-CHAVE
           MOVE WS-CATEGORIA-NOVA      TO MSTJRNL-CATEGORIA
           MOVE MASTREC-DATA-REF       TO MSTJRNL-DATA-REF
           MOVE MASTREC-STATUS-EXPURGO TO MSTJRNL-STATUS-ANTERIOR
           MOVE MASTREC-STATUS-EXPURGO TO MSTJRNL-STATUS-NOVO
           MOVE ZEROS                  TO MSTJRNL-DATA-CORTE
           MOVE ZEROS                  TO MSTJRNL-GER-DATA-EXEC
           MOVE WS-SOLICITANTE         TO MSTJRNL-SOLICITANTE
           MOVE "CATEGORIA ANTERIOR "  TO MSTJRNL-DETALHE
           MOVE WS-CATEGORIA-ANTES     TO MSTJRNL-DETALHE(20:8)
           WRITE MSTJRNL-REC
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "MSTRECAT: ERRO AO GRAVAR MSTJRNL.DAT - "
                       "STATUS " WS-MSTJRNL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-GRAVAR-RESUMO.
           MOVE WS-DATA-HOJE          TO WS-LIN-CAB-DATA
           IF WS-APLICAR
               MOVE "APLICACAO"       TO WS-LIN-CAB-MODO
           ELSE
               MOVE "SIMULACAO"       TO WS-LIN-CAB-MODO
           END-IF
           WRITE MSTRECAT-LINHA FROM WS-LIN-CAB
           MOVE WS-CHAVE-INI          TO WS-LIN-SEL-INI
           MOVE WS-CHAVE-FIM          TO WS-LIN-SEL-FIM
           MOVE WS-CATEGORIA-ATUAL    TO WS-LIN-SEL-ATUAL
           MOVE WS-DATA-REF-INI       TO WS-LIN-SEL-REF-INI
           MOVE WS-DATA-REF-FIM       TO WS-LIN-SEL-REF-FIM
           WRITE MSTRECAT-LINHA FROM WS-LIN-SEL
           MOVE WS-CATEGORIA-NOVA     TO WS-LIN-NOVA-CAT
           MOVE WS-NOVA-QTDE-DIAS     TO WS-LIN-NOVA-DIAS
           MOVE WS-NOVA-VIGENCIA      TO WS-LIN-NOVA-VIG
           MOVE WS-SOLICITANTE        TO WS-LIN-NOVA-SOLIC
           MOVE WS-MOTIVO             TO WS-LIN-NOVA-MOTIVO
           WRITE MSTRECAT-LINHA FROM WS-LIN-NOVA
           MOVE "REGISTROS LIDOS.................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-LIDOS         TO WS-LIN-TOT-QTDE
           WRITE MSTRECAT-LINHA FROM WS-LIN-TOT
           MOVE "JA NA CATEGORIA NOVA............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-JA-NA-NOVA    TO WS-LIN-TOT-QTDE
           WRITE MSTRECAT-LINHA FROM WS-LIN-TOT
           MOVE "SELECIONADOS....................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SELECIONADOS  TO WS-LIN-TOT-QTDE
           WRITE MSTRECAT-LINHA FROM WS-LIN-TOT
           MOVE "  RECLASSIFICADOS...............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-APLICADOS     TO WS-LIN-TOT-QTDE
           WRITE MSTRECAT-LINHA FROM WS-LIN-TOT
           MOVE "  SIMULADOS.....................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SIMULADOS     TO WS-LIN-TOT-QTDE
           WRITE MSTRECAT-LINHA FROM WS-LIN-TOT
           MOVE "  RECUSADOS.....................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-RECUSADOS     TO WS-LIN-TOT-QTDE
           WRITE MSTRECAT-LINHA FROM WS-LIN-TOT.

       9000-ENCERRAR.
           PERFORM 9100-FECHAR-ARQUIVOS
           DISPLAY "MSTRECAT: LIDOS..........: " WS-QTDE-LIDOS
           DISPLAY "MSTRECAT: SELECIONADOS...: " WS-QTDE-SELECIONADOS
           DISPLAY "MSTRECAT: RECLASSIFICADOS: " WS-QTDE-APLICADOS
           DISPLAY "MSTRECAT: SIMULADOS......: " WS-QTDE-SIMULADOS
           DISPLAY "MSTRECAT: RECUSADOS......: " WS-QTDE-RECUSADOS
           IF WS-QTDE-RECUSADOS > ZEROS
               DISPLAY "MSTRECAT: HA CHAVES MARCADAS PARA EXPURGO NA "
                       "SELECAO - VEJA RECATAUD.DAT SITUACAO R"
           END-IF
           IF WS-QTDE-SELECIONADOS = ZEROS
               DISPLAY "MSTRECAT: NENHUMA CHAVE SELECIONADA PELO "
                       "CARTAO"
           END-IF
           IF WS-QTDE-RECUSADOS > ZEROS
               OR WS-QTDE-SELECIONADOS = ZEROS
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9100-FECHAR-ARQUIVOS.
           CLOSE MASTER-FILE
           CLOSE RECATAUD-FILE
           CLOSE MSTRECAT-FILE
           IF WS-APLICAR
               CLOSE MSTJRNL-FILE
           END-IF.
