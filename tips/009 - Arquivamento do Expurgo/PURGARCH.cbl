      *    e maior chave arquivadas e a quantidade do rodape - e por
      *    ele que o ARCHLOOK acha em qual geracao esta uma chave sem
      *    ler todas as geracoes de ponta a ponta.
      *    Com a geracao catalogada, cada registro descarregado nela
      *    deixa um evento "AR" no diario do ciclo de vida
      *    MSTJRNL.DAT (layout MSTJRNL.CPY), com a data de execucao e
      *    o job de destino que identificam a geracao - lido de volta
      *    da propria geracao fechada, para o diario nunca afirmar um
      *    arquivamento que a prova de batimento reprovou. Falha no
      *    diario depois do catalogo e aviso (RC=4), nao erro: a
      *    geracao ja esta em ARCCAT.DAT, entao o master novo tem que
      *    ser trocado e o ciclo avancar - com RC=8 o catalogo
      *    apontaria para uma geracao que nunca substituiu o master e
      *    o rerun catalogaria os mesmos registros de novo.
      *    Execucao particionada: com ARCHPARM-PARTICAO preenchida o
      *    job le so a faixa [ARCHPARM-CHAVE-INI, CHAVE-FIM) do master
      *    e N particoes rodam em paralelo, cada uma gravando PEDACOS
      *    - as saidas ARCHGDGn da particao e os sobreviventes no
      *    sequencial MASTPART (ddname), no lugar do MASTNEW - com a
      *    prova de batimento da propria faixa. A particao nao
      *    cataloga, nao grava o diario e nao avanca o ciclo: a
      *    consolidacao PURGMERG confere que todas terminaram bem e
      *    monta dos pedacos as geracoes ARCHGDG, o MASTNEW, o
      *    catalogo, os eventos "AR" e as linhas do job inteiro. A
      *    trava de volume le so as linhas consolidadas do PURGSCAN
      *    (particao zero), que so existem depois que todas as
      *    particoes da varredura terminaram bem - cada particao do
      *    arquivamento aplica a mesma trava sobre o mesmo total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGARCH.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTNEW-CHAVE
               FILE STATUS IS WS-MASTNEW-STATUS.
      *    Pedaco sequencial do master sobrevivente gravado pela
      *    particao (em ordem de chave); a consolidacao PURGMERG
      *    carrega os pedacos, na ordem das particoes, no MASTNEW.
           SELECT MASTPART-FILE ASSIGN TO "MASTPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTPART-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT HOLDLST-FILE ASSIGN TO "HOLDLST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDLST-STATUS.
           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    explicito para o pico legitimo, como a primeira execucao
      *    apos uma mudanca de retencao. Fica registrado no SYSOUT.
           05  ARCHPARM-OVERRIDE-VOL  PIC X(01).
      *    Particao desta execucao (01 a 20; zeros = execucao
      *    inteira) e a faixa [CHAVE-INI, CHAVE-FIM) que ela le -
      *    espacos = do inicio / ate o fim do master. Mesmas faixas
      *    das particoes do PURGSCAN.
           05  ARCHPARM-PARTICAO      PIC 9(02).
           05  ARCHPARM-CHAVE-INI     PIC X(10).
           05  ARCHPARM-CHAVE-FIM     PIC X(10).

       FD  RETTAB-FILE
           RECORDING MODE IS F.
       FD  MASTNEW-FILE.
       COPY "MASTREC.CPY" REPLACING LEADING ==MASTREC== BY ==MASTNEW==.

       FD  MASTPART-FILE
           RECORDING MODE IS F.
       COPY "MASTREC.CPY" REPLACING LEADING ==MASTREC== BY ==MASTPART==.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY "RUNCTL.CPY".
           RECORDING MODE IS F.
       COPY "HOLDREC.CPY".

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY "MSTJRNL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS           PIC X(02) VALUE "00".
       01  WS-ARCCAT-STATUS           PIC X(02) VALUE "00".
       01  WS-RETTAB-STATUS           PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
       01  WS-MASTNEW-STATUS          PIC X(02) VALUE "00".
       01  WS-MASTPART-STATUS         PIC X(02) VALUE "00".
      *    Os quatro file status das saidas de arquivamento, com o
      *    REDEFINES em tabela para a checagem por indice da
      *    categoria (FILE STATUS nao aceita item com subscrito).

       01  WS-ORIGEM-CORTE            PIC X(01) VALUE "G".
           88  WS-CORTE-LOCAL         VALUE "L".
      *    Particao desta execucao e a faixa [INI, FIM) que ela le;
      *    zeros = execucao inteira.
       01  WS-PARTICAO                PIC 9(02) VALUE ZEROS.
           88  WS-EXECUCAO-INTEIRA    VALUE ZEROS.
       01  WS-CHAVE-INI               PIC X(10) VALUE SPACES.
       01  WS-CHAVE-FIM               PIC X(10) VALUE SPACES.

      *    Categorias vigentes de RETTAB.DAT nesta execucao, na ordem
      *    do arquivo: cada uma com sua saida ARCHGDGn (n = posicao),
       01  WS-HOLD-ACHADO             PIC 9(03) VALUE ZEROS.
       01  WS-QTDE-RETIDOS-HOLD       PIC 9(09) VALUE ZEROS.

      *    Diario do ciclo de vida: os detalhes de cada geracao
      *    fechada sao relidos para gravar um evento por registro
      *    arquivado.
       01  WS-MSTJRNL-STATUS          PIC X(02) VALUE "00".
       01  WS-QTDE-EVENTOS            PIC 9(09) VALUE ZEROS.
      *    "L" = alguma geracao nao pode ser relida para o diario,
      *    "G" = gravacao no diario falhou (o resto e abandonado).
       01  WS-DIARIO-SW               PIC X(01) VALUE "N".
           88  WS-DIARIO-INCOMPLETO   VALUE "L" "G".
           88  WS-DIARIO-SEM-GRAVACAO VALUE "G".
       01  WS-HORA-SIS.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).
       COPY "MASTREC.CPY" REPLACING LEADING ==MASTREC== BY ==WS-DET==.

      *    Area de montagem dos registros de arquivamento: o registro
      *    e preparado aqui uma vez e gravado na saida da categoria
      *    pelo dispatch de 7500.
           END-IF
           IF ARCHPARM-OVERRIDE-VOL = "S"
               MOVE "Y" TO WS-OVERRIDE-VOL-SW
           END-IF
           IF ARCHPARM-PARTICAO NUMERIC
               AND ARCHPARM-PARTICAO > ZEROS
               MOVE ARCHPARM-PARTICAO  TO WS-PARTICAO
               MOVE ARCHPARM-CHAVE-INI TO WS-CHAVE-INI
               MOVE ARCHPARM-CHAVE-FIM TO WS-CHAVE-FIM
               PERFORM 1200-VALIDAR-PARTICAO
           END-IF.

      *    Mesmas recusas da particao do PURGSCAN: numero fora de
      *    01-20 ou faixa invertida derrubam o job antes de abrir
      *    qualquer saida.
       1200-VALIDAR-PARTICAO.
           DISPLAY "PURGARCH: PARTICAO " WS-PARTICAO
                   " - CHAVES DE [" WS-CHAVE-INI "] ATE ["
                   WS-CHAVE-FIM "]"
           IF WS-PARTICAO > 20
               DISPLAY "PURGARCH: PARTICAO ACIMA DE 20 - A "
                       "CONSOLIDACAO NAO A ACEITARIA"
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF
           IF WS-CHAVE-INI NOT = SPACES
               AND WS-CHAVE-FIM NOT = SPACES
               AND WS-CHAVE-FIM NOT > WS-CHAVE-INI
               DISPLAY "PURGARCH: FAIXA DA PARTICAO INVERTIDA OU "
                       "VAZIA NO CARTAO ARCHPARM"
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF.

      *    Controle de sequencia do ciclo (CYCSTAT.DAT via CYCSTEP):
           MOVE "CHECAR  "            TO CYCSTEP-FUNCAO
           MOVE WS-DATA-HOJE          TO CYCSTEP-DATA-CICLO
           MOVE "N"                   TO CYCSTEP-REINICIO-SW
           MOVE WS-PARTICAO           TO CYCSTEP-PARTICAO
           CALL "CYCSTEP" USING CYCSTEP-PARM
           IF CYCSTEP-RETORNO NOT = 0
               DISPLAY "PURGARCH: " CYCSTEP-MENSAGEM
               END-IF
           END-IF.

      *    So as linhas do job inteiro (particao zero): numa
      *    varredura particionada sao as consolidadas pelo PURGMERG
      *    depois de todas as particoes terminarem bem - a linha de
      *    uma particao sozinha nao diz nada sobre o volume do ciclo.
       3510-COLHER-CONTROLE.
           IF RUNCTL-JOB = "PURGSCAN"
               AND RUNCTL-PARTICAO = ZEROS
               MOVE ZEROS TO WS-CAT-ACHADO
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CAT
                       WS-MASTER-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               IF NOT WS-EXECUCAO-INTEIRA
                   PERFORM 4200-POSICIONAR-FAIXA
               END-IF
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CAT
                          OR WS-ABORTAR
                   PERFORM 4100-ABRIR-SAIDA
               END-PERFORM
               IF NOT WS-ABORTAR AND WS-EXECUCAO-INTEIRA
                   OPEN OUTPUT MASTNEW-FILE
                   IF WS-MASTNEW-STATUS NOT = "00"
                       DISPLAY "PURGARCH: ERRO AO ABRIR MASTNEW - "
                       MOVE "Y" TO WS-ABORTAR-SW
                   END-IF
               END-IF
               IF NOT WS-ABORTAR AND NOT WS-EXECUCAO-INTEIRA
                   OPEN OUTPUT MASTPART-FILE
                   IF WS-MASTPART-STATUS NOT = "00"
                       DISPLAY "PURGARCH: ERRO AO ABRIR MASTPART - "
                               "STATUS " WS-MASTPART-STATUS
                       MOVE "Y" TO WS-ABORTAR-SW
                   END-IF
               END-IF
      *    O diario e aberto junto com as saidas (EXTEND, fallback
      *    OUTPUT): sem ele o arquivamento nao larga, porque o
      *    registro sairia do master sem deixar o ultimo capitulo da
      *    sua historia. A particao nao grava diario: os eventos "AR"
      *    saem na consolidacao, das geracoes montadas.
               IF NOT WS-ABORTAR AND WS-EXECUCAO-INTEIRA
                   OPEN EXTEND MSTJRNL-FILE
                   IF WS-MSTJRNL-STATUS NOT = "00"
                       OPEN OUTPUT MSTJRNL-FILE
                   END-IF
                   IF WS-MSTJRNL-STATUS NOT = "00"
                       DISPLAY "PURGARCH: ERRO AO ABRIR MSTJRNL.DAT - "
                               "STATUS " WS-MSTJRNL-STATUS
                       MOVE "Y" TO WS-ABORTAR-SW
                   END-IF
               END-IF
               IF WS-ABORTAR
                   PERFORM 9100-FECHAR-ARQUIVOS
               END-IF
           END-IF.

      *    START na chave inicial da faixa da particao; status "23" e
      *    faixa sem registro no master - a particao grava so
      *    cabecalhos e rodapes zerados, e a consolidacao fecha igual.
       4200-POSICIONAR-FAIXA.
           IF WS-CHAVE-INI NOT = SPACES
               MOVE WS-CHAVE-INI TO MASTREC-CHAVE
               START MASTER-FILE KEY >= MASTREC-CHAVE
               END-START
               EVALUATE WS-MASTER-STATUS
                   WHEN "00"
                       CONTINUE
                   WHEN "23"
                       MOVE "Y" TO WS-EOF-SW
                   WHEN OTHER
                       DISPLAY "PURGARCH: ERRO NO START DA CHAVE "
                               WS-CHAVE-INI " - STATUS "
                               WS-MASTER-STATUS
                       MOVE "Y" TO WS-ABORTAR-SW
               END-EVALUATE
           END-IF.

       4100-ABRIR-SAIDA.
           EVALUATE WS-CAT-IDX
               WHEN 1
               PERFORM 7500-GRAVAR-SAIDA
           END-PERFORM.

      *    A particao para na primeira chave da particao seguinte
      *    (CHAVE-FIM exclusive).
       6000-LER-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-CHAVE-FIM NOT = SPACES
                       AND MASTREC-CHAVE >= WS-CHAVE-FIM
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      *    Registro marcado "S" vai para o arquivamento DA SUA

       7700-MANTER-REGISTRO.
           ADD 1 TO WS-QTDE-MANTIDOS
           IF WS-EXECUCAO-INTEIRA
               MOVE MASTREC           TO MASTNEW
               WRITE MASTNEW
               IF WS-MASTNEW-STATUS NOT = "00"
                   MOVE "Y" TO WS-ERRO-GRAVACAO-SW
               END-IF
           ELSE
               MOVE MASTREC           TO MASTPART
               WRITE MASTPART
               IF WS-MASTPART-STATUS NOT = "00"
                   MOVE "Y" TO WS-ERRO-GRAVACAO-SW
               END-IF
           END-IF.

      *    Um rodape por saida: a quantidade de arquivados e a da
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *    A particao para aqui: catalogo, diario e avanco do ciclo
      *    sao da consolidacao, sobre as geracoes montadas.
           IF WS-EXECUCAO-INTEIRA
               IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
                   PERFORM 8700-CATALOGAR-GERACOES
               END-IF
               IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
                   PERFORM 8800-REGISTRAR-DIARIO
               END-IF
               CLOSE MSTJRNL-FILE
           END-IF
           PERFORM 9500-GRAVAR-RUNCTL
           IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
               IF WS-EXECUCAO-INTEIRA
                   PERFORM 9700-AVANCAR-CICLO
               ELSE
                   DISPLAY "PURGARCH: PARTICAO " WS-PARTICAO
                           " CONCLUIDA - O CICLO AVANCA NA "
                           "CONSOLIDACAO PURGMERG"
               END-IF
           END-IF.

       9100-FECHAR-ARQUIVOS.
                       CLOSE ARC4-FILE
               END-EVALUATE
           END-PERFORM
           IF WS-EXECUCAO-INTEIRA
               CLOSE MASTNEW-FILE
           ELSE
               CLOSE MASTPART-FILE
           END-IF.

      *    Avanca a etapa do ciclo para PURGARCH - SO com a prova de
      *    batimento fechada: um abort deixa a etapa no PURGSCAN e o
           MOVE "AVANCAR "            TO CYCSTEP-FUNCAO
           MOVE WS-DATA-HOJE          TO CYCSTEP-DATA-CICLO
           MOVE "N"                   TO CYCSTEP-REINICIO-SW
           MOVE WS-PARTICAO           TO CYCSTEP-PARTICAO
           CALL "CYCSTEP" USING CYCSTEP-PARM
           IF CYCSTEP-RETORNO NOT = 0
               DISPLAY "PURGARCH: " CYCSTEP-MENSAGEM
                                              TO ARCCAT-CHAVE-ALTA
                   MOVE WS-CAT-QTDE-ARQ(WS-CAT-IDX)
                                              TO ARCCAT-QTDE-DETALHES
                   MOVE ZEROS                 TO ARCCAT-DATA-DESCARTE
                   MOVE SPACES                TO ARCCAT-APROVADOR
                   WRITE ARCCAT-REC
               END-PERFORM
               CLOSE ARCCAT-FILE
           END-IF.

      *    Eventos "AR" do diario, SO para geracao catalogada: cada
      *    saida ja fechada e relida e cada detalhe vira um evento com
      *    a identificacao da geracao (data de execucao + job de
      *    destino, como em ARCCAT.DAT). Reler a geracao - em vez de
      *    gravar o evento na hora da descarga - garante que o diario
      *    conta o que de fato ficou gravado nela.
       8800-REGISTRAR-DIARIO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-QTDE-CAT
                      OR WS-DIARIO-SEM-GRAVACAO
               PERFORM 8810-ABRIR-GERACAO
               IF WS-ARC-STATUS(WS-CAT-IDX) NOT = "00"
                   DISPLAY "PURGARCH: ERRO AO RELER ARCHGDG DA "
                           "CATEGORIA " WS-CAT-CATEGORIA(WS-CAT-IDX)
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
                   PERFORM 8840-FECHAR-GERACAO
               END-IF
           END-PERFORM
           DISPLAY "PURGARCH: EVENTOS NO DIARIO..: " WS-QTDE-EVENTOS
           IF WS-DIARIO-INCOMPLETO
               DISPLAY "PURGARCH: DIARIO INCOMPLETO APOS O CATALOGO - "
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
           MOVE WS-DATA-HOJE          TO MSTJRNL-DATA-EVENTO
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
           MOVE WS-DATA-HOJE          TO MSTJRNL-GER-DATA-EXEC
           MOVE WS-CAT-JOB-DESTINO(WS-CAT-IDX)
                                      TO MSTJRNL-GER-JOB-DESTINO
           MOVE SPACES                TO MSTJRNL-SOLICITANTE
           MOVE "ARQUIVADO NA GERACAO ARCHGDG"
                                      TO MSTJRNL-DETALHE
           WRITE MSTJRNL-REC
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "PURGARCH: ERRO AO GRAVAR MSTJRNL.DAT - "
                       "STATUS " WS-MSTJRNL-STATUS
               MOVE "G" TO WS-DIARIO-SW
               MOVE "Y" TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-QTDE-EVENTOS
           END-IF.

       8840-FECHAR-GERACAO.
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

      *    Registro de controle de execucao para a reconciliacao do
      *    ciclo (CYCRECON) - uma linha POR CATEGORIA, gravadas mesmo
      *    quando a prova de batimento falhou, com o RETURN-CODE
                   MOVE WS-CAT-DATA-CORTE(WS-CAT-IDX)
                                              TO RUNCTL-DATA-CORTE
                   MOVE RETURN-CODE           TO RUNCTL-RETORNO
                   MOVE WS-PARTICAO           TO RUNCTL-PARTICAO
                   MOVE WS-CHAVE-INI          TO RUNCTL-CHAVE-INI
                   MOVE WS-CHAVE-FIM          TO RUNCTL-CHAVE-FIM
                   WRITE RUNCTL-REC
               END-PERFORM
               CLOSE RUNCTL-FILE
