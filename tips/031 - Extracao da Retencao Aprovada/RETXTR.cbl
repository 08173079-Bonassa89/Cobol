      ******************************************************************
      *    PROGRAM-ID. RETXTR
      *    Job noturno de extracao do cluster VSAM RETVER (versoes da
      *    tabela de retencao mantidas pela transacao CICS RETM /
      *    RETMNT) para o RETTAB.DAT sequencial lido por RETCUT,
      *    MSTEDIT, CYCRECON e demais programas batch. Mesmo papel do
      *    CALXTR e do DIASXTR, com uma regra a mais: SO versao
      *    APROVADA entra no extrato. Proposta pendente ou rejeitada
      *    fica de fora, e versao marcada como aprovada sem um
      *    aprovador diferente do proponente (cluster mexido por fora
      *    da transacao, que nao deixa isso acontecer) tambem fica de
      *    fora e encerra o job com RC=4.
      *
      *    Alem de regravar o extrato, o job compara o conteudo novo
      *    com o RETTAB.DAT da noite anterior e produz RETDIF.DAT:
      *    cada versao que ENTRA no extrato sai com quem propos, quem
      *    aprovou e quando (a mesma evidencia que RETLOG guarda com
      *    os valores antes/depois); propostas ainda pendentes sao
      *    listadas para a conformidade cobrar a decisao - pendente
      *    cuja vigencia ja chegou da RC=4, pois nao vai mais vigorar
      *    na data proposta. Versao aprovada nunca e alterada nem
      *    excluida pela transacao, entao linha do extrato anterior
      *    que sumiu ou mudou de conteudo e suspeita e tambem da RC=4.
      *
      *    Cluster sem nenhuma versao aprovada valida NAO regrava o
      *    extrato: RETTAB.DAT vazio derrubaria o RETCUT da madrugada
      *    - o extrato anterior e preservado e o job encerra com RC=8,
      *    como no CALXTR. WRITE perdido no extrato tambem e RC=8.
      *    Todo RC=8 depois de aberto o RETDIF.DAT deixa nele uma
      *    linha "*** FALHA: " com o motivo, no lugar dos totais - o
      *    relatorio nao pode parecer de uma extracao que deu certo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETXTR.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RETVER e o proprio cluster VSAM KSDS que a transacao RETM
      *    mantem (na JCL, //RETVER DD aponta para o cluster).
           SELECT RETVER-FILE ASSIGN TO "RETVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RETVER-CHAVE
               FILE STATUS IS WS-RETVER-STATUS.
      *    RETTAB.DAT e aberto primeiro em INPUT (conteudo da noite
      *    anterior, para a comparacao) e depois regravado em OUTPUT
      *    com as versoes aprovadas do cluster.
           SELECT RETTAB-FILE ASSIGN TO "RETTAB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETTAB-STATUS.
           SELECT RETDIF-FILE ASSIGN TO "RETDIF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETDIF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETVER-FILE.
       COPY "RETVER.CPY".

       FD  RETTAB-FILE
           RECORDING MODE IS F.
       COPY "RETTAB.CPY".

       FD  RETDIF-FILE
           RECORDING MODE IS F.
       01  RETDIF-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RETVER-STATUS           PIC X(02) VALUE "00".
       01  WS-RETTAB-STATUS           PIC X(02) VALUE "00".
       01  WS-RETDIF-STATUS           PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".
       01  WS-ERRO-GRAVACAO-SW        PIC X(01) VALUE "N".
           88  WS-ERRO-GRAVACAO       VALUE "Y".
       01  WS-EXTRAIR-SW              PIC X(01) VALUE "N".
           88  WS-EXTRAIR             VALUE "Y".

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.

      *    Extrato da noite anterior carregado em memoria para a
      *    comparacao. 500 versoes e folga larga para uma tabela de
      *    poucas categorias; o excedente e relatado e ignorado em
      *    vez de indexar fora da tabela.
       01  WS-ANT-TAB.
           05  WS-ANT-ENT              OCCURS 500 TIMES.
               10  WS-ANT-LINHA        PIC X(67).
               10  WS-ANT-VISTO-SW     PIC X(01).
                   88  WS-ANT-VISTO    VALUE "Y".
       01  WS-QTDE-ANT                PIC 9(05) VALUE ZEROS.
       01  WS-IDX                     PIC 9(05) VALUE ZEROS.
       01  WS-IDX-ACHADO              PIC 9(05) VALUE ZEROS.

      *    Vista da linha do extrato anterior para o relatorio.
       01  WS-ANT-REC.
           05  WS-ANT-CATEGORIA       PIC X(08).
           05  WS-ANT-DESCRICAO       PIC X(30).
           05  WS-ANT-QTDE-DIAS       PIC 9(05).
           05  WS-ANT-JOB-DESTINO     PIC X(08).
           05  WS-ANT-DATA-VIGENCIA   PIC 9(08).
           05  WS-ANT-DATA-FIM-VIG    PIC 9(08).

       01  WS-QTDE-LIDOS              PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-EXTRAIDOS          PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-INCLUIDOS          PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-PENDENTES          PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-PEND-VENCIDAS      PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-REJEITADAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-APROV-INVALIDAS    PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-REMOVIDAS          PIC 9(05) VALUE ZEROS.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(37) VALUE
               "RETXTR - EXTRACAO RETVER VSAM X BATCH".
           05  FILLER                  PIC X(16) VALUE
               " - EXECUCAO EM: ".
           05  WS-LIN-CAB-DATA         PIC 9(08).
       01  WS-LIN-VER.
           05  FILLER                  PIC X(05) VALUE "CAT: ".
           05  WS-LIN-VER-CATEGORIA    PIC X(08).
           05  FILLER                  PIC X(06) VALUE " VIG: ".
           05  WS-LIN-VER-VIGENCIA     PIC 9(08).
           05  FILLER                  PIC X(07) VALUE " DIAS: ".
           05  WS-LIN-VER-QTDE-DIAS    PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE " JOB: ".
           05  WS-LIN-VER-JOB          PIC X(08).
           05  FILLER                  PIC X(06) VALUE " FIM: ".
           05  WS-LIN-VER-FIM-VIG      PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-LIN-VER-OCORR        PIC X(40).
       01  WS-LIN-RESP.
           05  FILLER                  PIC X(17) VALUE
               "    PROPOSTA POR ".
           05  WS-LIN-RESP-PROPONENTE  PIC X(08).
           05  FILLER                  PIC X(04) VALUE " EM ".
           05  WS-LIN-RESP-DATA-PROP   PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-LIN-RESP-HORA-PROP   PIC 9(06).
           05  FILLER                  PIC X(15) VALUE
               " - DECISAO POR ".
           05  WS-LIN-RESP-APROVADOR   PIC X(08).
           05  FILLER                  PIC X(04) VALUE " EM ".
           05  WS-LIN-RESP-DATA-APROV  PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-LIN-RESP-HORA-APROV  PIC 9(06).
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(30).
           05  WS-LIN-TOT-QTDE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-CARREGAR-EXTRATO-ANT
           PERFORM 2000-ABRIR-ARQUIVOS
           IF NOT WS-ABORTAR
               PERFORM 3000-PROXIMA-APROVADA
               IF WS-EOF
                   DISPLAY "RETXTR: NENHUMA VERSAO APROVADA NO "
                           "CLUSTER RETVER - EXTRATO ANTERIOR "
                           "PRESERVADO"
                   MOVE "Y" TO WS-ABORTAR-SW
                   MOVE "*** FALHA: NENHUMA VERSAO APROVADA NO "
                       TO RETDIF-LINHA
                   MOVE "CLUSTER - EXTRATO ANTERIOR PRESERVADO"
                       TO RETDIF-LINHA(39:)
                   WRITE RETDIF-LINHA
                   CLOSE RETVER-FILE
                   CLOSE RETDIF-FILE
               ELSE
                   PERFORM 3500-ABRIR-EXTRATO
               END-IF
           END-IF
           IF WS-ABORTAR
               DISPLAY "RETXTR: EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   PERFORM 4000-GRAVAR-EXTRATO
                   PERFORM 3000-PROXIMA-APROVADA
               END-PERFORM
               PERFORM 6000-RELATAR-REMOVIDAS
               PERFORM 7000-TOTALIZAR
               PERFORM 9000-ENCERRAR
           END-IF
           STOP RUN.

      *    Arquivo ausente nao e erro: primeira execucao, e toda
      *    versao aprovada sera relatada como incluida.
       1000-CARREGAR-EXTRATO-ANT.
           OPEN INPUT RETTAB-FILE
           IF WS-RETTAB-STATUS NOT = "00"
               DISPLAY "RETXTR: EXTRATO ANTERIOR AUSENTE - STATUS "
                       WS-RETTAB-STATUS " - COMPARANDO CONTRA VAZIO"
           ELSE
               PERFORM UNTIL WS-EOF
                   READ RETTAB-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-QTDE-ANT < 500
                               ADD 1 TO WS-QTDE-ANT
                               MOVE RETTAB-REC TO
                                   WS-ANT-LINHA(WS-QTDE-ANT)
                               MOVE "N" TO
                                   WS-ANT-VISTO-SW(WS-QTDE-ANT)
                           ELSE
                               DISPLAY "RETXTR: EXTRATO ANTERIOR "
                                       "PASSA DE 500 LINHAS - LINHA "
                                       RETTAB-CATEGORIA " "
                                       RETTAB-DATA-VIGENCIA
                                       " IGNORADA"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETTAB-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       2000-ABRIR-ARQUIVOS.
           OPEN INPUT RETVER-FILE
           IF WS-RETVER-STATUS NOT = "00"
               DISPLAY "RETXTR: ERRO AO ABRIR O CLUSTER RETVER - "
                       "STATUS " WS-RETVER-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               OPEN OUTPUT RETDIF-FILE
               IF WS-RETDIF-STATUS NOT = "00"
                   DISPLAY "RETXTR: ERRO AO ABRIR RETDIF.DAT - "
                           "STATUS " WS-RETDIF-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   CLOSE RETVER-FILE
               ELSE
                   MOVE WS-DATA-HOJE TO WS-LIN-CAB-DATA
                   WRITE RETDIF-LINHA FROM WS-LIN-CAB
               END-IF
           END-IF.

      *    Le o cluster ate a proxima versao que vai para o extrato
      *    (WS-EXTRAIR) ou o fim. As que ficam de fora sao relatadas
      *    aqui mesmo: pendentes (com aviso se a vigencia ja chegou),
      *    rejeitadas (so contadas) e aprovadas sem aprovador valido.
       3000-PROXIMA-APROVADA.
           MOVE "N" TO WS-EXTRAIR-SW
           PERFORM UNTIL WS-EOF OR WS-EXTRAIR
               READ RETVER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-QTDE-LIDOS
                       PERFORM 3100-CLASSIFICAR-VERSAO
               END-READ
           END-PERFORM.

       3100-CLASSIFICAR-VERSAO.
           EVALUATE TRUE
               WHEN RETVER-APROVADA
                   IF RETVER-APROVADOR = SPACES
                      OR RETVER-APROVADOR = RETVER-PROPONENTE
                       ADD 1 TO WS-QTDE-APROV-INVALIDAS
                       MOVE "*** APROVACAO INVALIDA - FORA DO EXTRATO"
                           TO WS-LIN-VER-OCORR
                       PERFORM 5000-RELATAR-VERSAO
                   ELSE
                       MOVE "Y" TO WS-EXTRAIR-SW
                   END-IF
               WHEN RETVER-PROPOSTA
                   ADD 1 TO WS-QTDE-PENDENTES
                   IF RETVER-DATA-VIGENCIA > WS-DATA-HOJE
                       MOVE "PENDENTE DE APROVACAO"
                           TO WS-LIN-VER-OCORR
                   ELSE
                       ADD 1 TO WS-QTDE-PEND-VENCIDAS
                       MOVE "*** PENDENTE COM VIGENCIA JA ALCANCADA"
                           TO WS-LIN-VER-OCORR
                   END-IF
                   PERFORM 5000-RELATAR-VERSAO
               WHEN OTHER
                   ADD 1 TO WS-QTDE-REJEITADAS
           END-EVALUATE.

      *    O extrato so e aberto em OUTPUT depois que o cluster
      *    provou ter ao menos uma versao aprovada - um OPEN OUTPUT
      *    precoce ja teria truncado o RETTAB.DAT da noite anterior.
       3500-ABRIR-EXTRATO.
           OPEN OUTPUT RETTAB-FILE
           IF WS-RETTAB-STATUS NOT = "00"
               DISPLAY "RETXTR: ERRO AO ABRIR RETTAB.DAT PARA "
                       "GRAVACAO - STATUS " WS-RETTAB-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
               MOVE "*** FALHA: ERRO AO ABRIR RETTAB.DAT PARA GRAVACAO"
                   TO RETDIF-LINHA
               WRITE RETDIF-LINHA
               CLOSE RETVER-FILE
               CLOSE RETDIF-FILE
           END-IF.

      *    Versao aprovada vira linha do extrato e e procurada no
      *    extrato anterior: igual nao gera linha de relatorio;
      *    ausente e inclusao, com a evidencia de proponente e
      *    aprovador.
       4000-GRAVAR-EXTRATO.
           MOVE RETVER-CATEGORIA      TO RETTAB-CATEGORIA
           MOVE RETVER-DESCRICAO      TO RETTAB-DESCRICAO
           MOVE RETVER-QTDE-DIAS      TO RETTAB-QTDE-DIAS
           MOVE RETVER-JOB-DESTINO    TO RETTAB-JOB-DESTINO
           MOVE RETVER-DATA-VIGENCIA  TO RETTAB-DATA-VIGENCIA
           MOVE RETVER-DATA-FIM-VIG   TO RETTAB-DATA-FIM-VIG
           WRITE RETTAB-REC
           IF WS-RETTAB-STATUS NOT = "00"
               MOVE "Y" TO WS-ERRO-GRAVACAO-SW
           ELSE
               ADD 1 TO WS-QTDE-EXTRAIDOS
           END-IF
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-ANT
                      OR WS-IDX-ACHADO > ZEROS
               IF WS-ANT-LINHA(WS-IDX) = RETTAB-REC
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO > ZEROS
               MOVE "Y" TO WS-ANT-VISTO-SW(WS-IDX-ACHADO)
           ELSE
               ADD 1 TO WS-QTDE-INCLUIDOS
               MOVE "INCLUIDA NO EXTRATO" TO WS-LIN-VER-OCORR
               PERFORM 5000-RELATAR-VERSAO
           END-IF.

       5000-RELATAR-VERSAO.
           MOVE RETVER-CATEGORIA      TO WS-LIN-VER-CATEGORIA
           MOVE RETVER-DATA-VIGENCIA  TO WS-LIN-VER-VIGENCIA
           MOVE RETVER-QTDE-DIAS      TO WS-LIN-VER-QTDE-DIAS
           MOVE RETVER-JOB-DESTINO    TO WS-LIN-VER-JOB
           MOVE RETVER-DATA-FIM-VIG   TO WS-LIN-VER-FIM-VIG
           WRITE RETDIF-LINHA FROM WS-LIN-VER
           MOVE RETVER-PROPONENTE     TO WS-LIN-RESP-PROPONENTE
           MOVE RETVER-DATA-PROPOSTA  TO WS-LIN-RESP-DATA-PROP
           MOVE RETVER-HORA-PROPOSTA  TO WS-LIN-RESP-HORA-PROP
           MOVE RETVER-APROVADOR      TO WS-LIN-RESP-APROVADOR
           MOVE RETVER-DATA-APROVACAO TO WS-LIN-RESP-DATA-APROV
           MOVE RETVER-HORA-APROVACAO TO WS-LIN-RESP-HORA-APROV
           WRITE RETDIF-LINHA FROM WS-LIN-RESP.

      *    Linhas do extrato anterior que nao sairam identicas do
      *    cluster: a transacao RETM nao altera nem exclui versao
      *    aprovada, entao cada uma e mexida por fora (ou aprovacao
      *    invalidada) e soma para o RC=4.
       6000-RELATAR-REMOVIDAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-ANT
               IF NOT WS-ANT-VISTO(WS-IDX)
                   ADD 1 TO WS-QTDE-REMOVIDAS
                   MOVE WS-ANT-LINHA(WS-IDX) TO WS-ANT-REC
                   MOVE WS-ANT-CATEGORIA     TO WS-LIN-VER-CATEGORIA
                   MOVE WS-ANT-DATA-VIGENCIA TO WS-LIN-VER-VIGENCIA
                   MOVE WS-ANT-QTDE-DIAS     TO WS-LIN-VER-QTDE-DIAS
                   MOVE WS-ANT-JOB-DESTINO   TO WS-LIN-VER-JOB
                   MOVE WS-ANT-DATA-FIM-VIG  TO WS-LIN-VER-FIM-VIG
                   MOVE "*** REMOVIDA/ALTERADA FORA DA TRANSACAO"
                       TO WS-LIN-VER-OCORR
                   WRITE RETDIF-LINHA FROM WS-LIN-VER
               END-IF
           END-PERFORM.

       7000-TOTALIZAR.
           MOVE "VERSOES LIDAS DO CLUSTER.....:" TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-LIDOS         TO WS-LIN-TOT-QTDE
           WRITE RETDIF-LINHA FROM WS-LIN-TOT
           MOVE "VERSOES NO EXTRATO...........:" TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-EXTRAIDOS     TO WS-LIN-TOT-QTDE
           WRITE RETDIF-LINHA FROM WS-LIN-TOT
           MOVE "VERSOES INCLUIDAS............:" TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-INCLUIDOS     TO WS-LIN-TOT-QTDE
           WRITE RETDIF-LINHA FROM WS-LIN-TOT
           MOVE "PROPOSTAS PENDENTES..........:" TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-PENDENTES     TO WS-LIN-TOT-QTDE
           WRITE RETDIF-LINHA FROM WS-LIN-TOT
           MOVE "PENDENTES JA EM VIGENCIA.....:" TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-PEND-VENCIDAS TO WS-LIN-TOT-QTDE
           WRITE RETDIF-LINHA FROM WS-LIN-TOT
           MOVE "PROPOSTAS REJEITADAS.........:" TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-REJEITADAS    TO WS-LIN-TOT-QTDE
           WRITE RETDIF-LINHA FROM WS-LIN-TOT
           MOVE "APROVACOES INVALIDAS.........:" TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-APROV-INVALIDAS TO WS-LIN-TOT-QTDE
           WRITE RETDIF-LINHA FROM WS-LIN-TOT
           MOVE "LINHAS REMOVIDAS/ALTERADAS...:" TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-REMOVIDAS     TO WS-LIN-TOT-QTDE
           WRITE RETDIF-LINHA FROM WS-LIN-TOT
           DISPLAY "RETXTR: VERSOES LIDAS........: " WS-QTDE-LIDOS
           DISPLAY "RETXTR: VERSOES NO EXTRATO...: " WS-QTDE-EXTRAIDOS
           DISPLAY "RETXTR: PROPOSTAS PENDENTES..: " WS-QTDE-PENDENTES
           IF WS-QTDE-PEND-VENCIDAS > ZEROS
              OR WS-QTDE-APROV-INVALIDAS > ZEROS
              OR WS-QTDE-REMOVIDAS > ZEROS
               DISPLAY "RETXTR: VER RETDIF.DAT - PENDENTE VENCIDA, "
                       "APROVACAO INVALIDA OU LINHA MEXIDA POR FORA"
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-ENCERRAR.
           CLOSE RETVER-FILE
           CLOSE RETTAB-FILE
           IF WS-ERRO-GRAVACAO
               DISPLAY "RETXTR: WRITE PERDIDO NO EXTRATO - NAO "
                       "CONFIAR NO RETTAB.DAT DESTA NOITE"
               MOVE "*** FALHA: WRITE PERDIDO NO EXTRATO - NAO "
                   TO RETDIF-LINHA
               MOVE "CONFIAR NO RETTAB.DAT DESTA NOITE"
                   TO RETDIF-LINHA(43:)
               WRITE RETDIF-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE RETDIF-FILE.
