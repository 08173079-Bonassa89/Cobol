      *    motivo do cartao - "quem devolveu este registro expurgado
      *    e por que" e a primeira pergunta da auditoria, como
      *    CUTOFFAUD.DAT responde pelo lado dos cortes.
      *    O mesmo resultado vai para o diario do ciclo de vida
      *    MSTJRNL.DAT (layout MSTJRNL.CPY) - evento "RT" ou "RC",
      *    com a geracao de origem tirada do cabecalho do grupo -
      *    para a linha do tempo da chave na consulta MSTHIST nao
      *    terminar no arquivamento quando o registro ja voltou.
      *    Cartao que termina sem restaurar nada e conferido contra o
      *    catalogo ARCCAT.DAT: se a chave (ou a faixa da categoria)
      *    estava numa geracao ja descartada pelo ARCDISP, o job diz
      *    qual geracao e "DESCARTADA EM" que data, e encerra RC=4 -
      *    em vez de deixar o solicitante procurando uma geracao que
      *    nao existe mais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHREST.
           SELECT RESTAUD-FILE ASSIGN TO "RESTAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTAUD-STATUS.
           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
           SELECT ARCCAT-FILE ASSIGN TO "ARCCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "RESTAUD.CPY".

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY "MSTJRNL.CPY".

       FD  ARCCAT-FILE
           RECORDING MODE IS F.
       COPY "ARCCAT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-RSTPARM-STATUS          PIC X(02) VALUE "00".
       01  WS-ARCHGDG-STATUS          PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
       01  WS-RESTAUD-STATUS          PIC X(02) VALUE "00".
       01  WS-MSTJRNL-STATUS          PIC X(02) VALUE "00".
       01  WS-ARCCAT-STATUS           PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-CARTAO-ACHOU        VALUE "Y".

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SIS.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).

      *    Solicitacoes do cartao RSTPARM.DAT carregadas em memoria.
      *    50 solicitacoes numa execucao e folga larga para um pedido
               10  WS-CART-DATA-FIM    PIC 9(08).
               10  WS-CART-SOLICITANTE PIC X(08).
               10  WS-CART-MOTIVO      PIC X(30).
      *    Detalhes que o cartao atendeu (restaurados ou recusados
      *    por chave viva) - zero manda o cartao para a conferencia
      *    de geracoes descartadas no encerramento.
               10  WS-CART-QTDE-ATEND  PIC 9(09).
       01  WS-QTDE-CARTOES            PIC 9(02) VALUE ZEROS.
       01  WS-CART-IDX                PIC 9(02) VALUE ZEROS.
       01  WS-CART-ACHADO             PIC 9(02) VALUE ZEROS.
      *    restauracao - e ela que e comparada com a categoria do
      *    cartao e gravada na trilha.
       01  WS-GRUPO-CATEGORIA         PIC X(08) VALUE SPACES.
      *    Identificacao da geracao do grupo corrente (data de
      *    execucao + job de destino do cabecalho, como em
      *    ARCCAT.DAT), levada ao diario do ciclo de vida.
       01  WS-GRUPO-DATA-EXEC         PIC 9(08) VALUE ZEROS.
       01  WS-GRUPO-JOB-DESTINO       PIC X(08) VALUE SPACES.

      *    Contagem de detalhes do grupo corrente na passada de
      *    validacao, batida contra ARCREC-ROD-QTDE-ARQUIV.
       01  WS-QTDE-GRUPOS             PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-RESTAURADOS        PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-COLISOES           PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-SEM-ATEND          PIC 9(02) VALUE ZEROS.
       01  WS-QTDE-DESCARTADAS        PIC 9(09) VALUE ZEROS.

      *    Imagem do detalhe no layout do master, para selecionar por
      *    chave/data antes de tocar o MASTER.DAT.
                       TO WS-CART-SOLICITANTE(WS-QTDE-CARTOES)
                   MOVE RSTPARM-MOTIVO
                       TO WS-CART-MOTIVO(WS-QTDE-CARTOES)
                   MOVE ZEROS
                       TO WS-CART-QTDE-ATEND(WS-QTDE-CARTOES)
               END-IF
           END-IF.

                       MOVE "Y" TO WS-ABORTAR-SW
                       CLOSE ARCHGDG-FILE
                       CLOSE MASTER-FILE
                   ELSE
                       PERFORM 3100-ABRIR-DIARIO
                   END-IF
               END-IF
           END-IF.

      *    O diario do ciclo de vida segue o mesmo principio da
      *    trilha: aberto antes do primeiro WRITE no master, e sem
      *    ele nao ha restauracao.
       3100-ABRIR-DIARIO.
           OPEN EXTEND MSTJRNL-FILE
           IF WS-MSTJRNL-STATUS NOT = "00"
               OPEN OUTPUT MSTJRNL-FILE
           END-IF
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "ARCHREST: ERRO AO ABRIR MSTJRNL.DAT - "
                       "STATUS " WS-MSTJRNL-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
               CLOSE ARCHGDG-FILE
               CLOSE MASTER-FILE
               CLOSE RESTAUD-FILE
           END-IF.

       4000-LER-ARQUIVO.
           READ ARCHGDG-FILE
               AT END
           EVALUATE TRUE
               WHEN ARCREC-CABECALHO
                   MOVE ARCREC-CAB-CATEGORIA TO WS-GRUPO-CATEGORIA
                   MOVE ARCREC-CAB-DATA-EXEC TO WS-GRUPO-DATA-EXEC
                   MOVE ARCREC-CAB-JOB-DESTINO
                                             TO WS-GRUPO-JOB-DESTINO
               WHEN ARCREC-DETALHE
                   MOVE ARCREC-DET-MASTREC TO WS-DET-MASTREC
                   PERFORM 5100-PROCURAR-CARTAO
      *    "C" - sobrepor o registro corrente por causa de uma
      *    restauracao seria pior que a restauracao nao sair.
       6000-RESTAURAR-REGISTRO.
           ADD 1 TO WS-CART-QTDE-ATEND(WS-CART-ACHADO)
           MOVE WS-DET-MASTREC        TO MASTREC
           MOVE "N"                   TO MASTREC-STATUS-EXPURGO
           WRITE MASTREC
                           "RECUSADA"
                   MOVE "C" TO RESTAUD-STATUS
                   PERFORM 7000-GRAVAR-AUDITORIA
                   PERFORM 7100-GRAVAR-DIARIO
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-RESTAURADOS
                   MOVE "R" TO RESTAUD-STATUS
                   PERFORM 7000-GRAVAR-AUDITORIA
                   PERFORM 7100-GRAVAR-DIARIO
           END-WRITE.

       7000-GRAVAR-AUDITORIA.
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Evento do diario espelhando a linha da trilha: "RT" para o
      *    registro devolvido (status "N" no master), "RC" para a
      *    recusa por chave viva (o registro vivo nao foi tocado).
       7100-GRAVAR-DIARIO.
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-DATA-HOJE          TO MSTJRNL-DATA-EVENTO
           MOVE WS-HORA-HHMMSS        TO MSTJRNL-HORA-EVENTO
           MOVE "ARCHREST"            TO MSTJRNL-PROGRAMA
           MOVE WS-DET-CHAVE          TO MSTJRNL-CHAVE
           MOVE WS-GRUPO-CATEGORIA    TO MSTJRNL-CATEGORIA
           MOVE WS-DET-DATA-REF       TO MSTJRNL-DATA-REF
           MOVE SPACE                 TO MSTJRNL-STATUS-ANTERIOR
           MOVE ZEROS                 TO MSTJRNL-DATA-CORTE
           MOVE WS-GRUPO-DATA-EXEC    TO MSTJRNL-GER-DATA-EXEC
           MOVE WS-GRUPO-JOB-DESTINO  TO MSTJRNL-GER-JOB-DESTINO
           MOVE WS-CART-SOLICITANTE(WS-CART-ACHADO)
                                      TO MSTJRNL-SOLICITANTE
           MOVE WS-CART-MOTIVO(WS-CART-ACHADO)
                                      TO MSTJRNL-DETALHE
           IF RESTAUD-STATUS = "R"
               MOVE "RT"              TO MSTJRNL-EVENTO
               MOVE "N"               TO MSTJRNL-STATUS-NOVO
           ELSE
               MOVE "RC"              TO MSTJRNL-EVENTO
               MOVE SPACE             TO MSTJRNL-STATUS-NOVO
           END-IF
           WRITE MSTJRNL-REC
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "ARCHREST: ERRO AO GRAVAR MSTJRNL.DAT - "
                       "STATUS " WS-MSTJRNL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Colisao de chave viva nao e erro do job - e a recusa que o
      *    job existe para dar - mas precisa aparecer no checklist:
      *    RC=4 avisa que parte da solicitacao nao entrou e a trilha
           CLOSE ARCHGDG-FILE
           CLOSE MASTER-FILE
           CLOSE RESTAUD-FILE
           CLOSE MSTJRNL-FILE
           DISPLAY "ARCHREST: REGISTROS LIDOS....: " WS-QTDE-LIDOS
           DISPLAY "ARCHREST: GRUPOS VALIDADOS...: " WS-QTDE-GRUPOS
           DISPLAY "ARCHREST: RESTAURADOS........: "
                   WS-QTDE-RESTAURADOS
           DISPLAY "ARCHREST: COLISOES RECUSADAS.: "
                   WS-QTDE-COLISOES
           PERFORM 9100-CONFERIR-DESCARTES
           IF WS-QTDE-DESCARTADAS > ZEROS
               DISPLAY "ARCHREST: GERACOES DESCARTADAS: "
                       WS-QTDE-DESCARTADAS
           END-IF
           IF (WS-QTDE-COLISOES > ZEROS
                   OR WS-QTDE-DESCARTADAS > ZEROS)
               AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Cartao que nao restaurou nada pode estar pedindo registro
      *    de uma geracao ja descartada - a JCL nao tem mais de onde
      *    concatena-la. O catalogo so e lido se houver cartao nessa
      *    situacao; catalogo indisponivel so e avisado, porque a
      *    restauracao em si ja terminou.
       9100-CONFERIR-DESCARTES.
           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-QTDE-CARTOES
               IF WS-CART-QTDE-ATEND(WS-CART-IDX) = ZEROS
                   ADD 1 TO WS-QTDE-SEM-ATEND
               END-IF
           END-PERFORM
           IF WS-QTDE-SEM-ATEND > ZEROS
               OPEN INPUT ARCCAT-FILE
               IF WS-ARCCAT-STATUS NOT = "00"
                   DISPLAY "ARCHREST: ARCCAT.DAT INDISPONIVEL - "
                           "DESCARTES NAO CONFERIDOS - STATUS "
                           WS-ARCCAT-STATUS
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ ARCCAT-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF ARCCAT-DATA-DESCARTE > ZEROS
                                   AND ARCCAT-QTDE-DETALHES > ZEROS
                                   PERFORM 9110-CONFERIR-GERACAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCCAT-FILE
               END-IF
           END-IF.

      *    CHAVE: a faixa baixa/alta da geracao cobre a chave, como no
      *    ARCHLOOK. FAIXA: mesma categoria e corte posterior ao
      *    inicio da faixa - o arquivado de uma geracao tem DATA-REF
      *    anterior ao corte dela, entao a geracao pode ter levado
      *    registros da faixa pedida.
       9110-CONFERIR-GERACAO.
           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-QTDE-CARTOES
               IF WS-CART-QTDE-ATEND(WS-CART-IDX) = ZEROS
                   EVALUATE TRUE
                       WHEN WS-CART-POR-CHAVE(WS-CART-IDX)
                           IF WS-CART-CHAVE(WS-CART-IDX)
                                   >= ARCCAT-CHAVE-BAIXA
                               AND WS-CART-CHAVE(WS-CART-IDX)
                                   <= ARCCAT-CHAVE-ALTA
                               AND (WS-CART-CATEGORIA(WS-CART-IDX)
                                        = SPACES
                                 OR WS-CART-CATEGORIA(WS-CART-IDX)
                                        = ARCCAT-CATEGORIA)
                               PERFORM 9120-AVISAR-DESCARTE
                           END-IF
                       WHEN WS-CART-POR-FAIXA(WS-CART-IDX)
                           IF WS-CART-CATEGORIA(WS-CART-IDX)
                                   = ARCCAT-CATEGORIA
                               AND ARCCAT-DATA-CORTE
                                   > WS-CART-DATA-INI(WS-CART-IDX)
                               PERFORM 9120-AVISAR-DESCARTE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       9120-AVISAR-DESCARTE.
           ADD 1 TO WS-QTDE-DESCARTADAS
           DISPLAY "ARCHREST: CARTAO " WS-CART-IDX " "
                   WS-CART-FUNCAO(WS-CART-IDX)
                   WS-CART-CHAVE(WS-CART-IDX)
                   " - GERACAO " ARCCAT-DATA-EXEC " "
                   ARCCAT-CATEGORIA " " ARCCAT-JOB-DESTINO
                   " DESCARTADA EM " ARCCAT-DATA-DESCARTE.
