      ******************************************************************
      *    PROGRAM-ID. RETMNT  (transacao CICS RETM)
      *    Tela de manutencao da tabela de retencao (RETTAB.DAT) com
      *    aprovacao em dois tempos. Antes disso o RETTAB.DAT era um
      *    arquivo plano editado na mao: a conformidade pedia, junto
      *    com o RETCOMP.DAT, a evidencia de QUEM mudou um prazo de
      *    retencao e QUEM aprovou, e nao havia nenhuma. Agora cada
      *    versao de categoria e uma linha do cluster VSAM KSDS
      *    RETVER (chave categoria + data de vigencia, layout
      *    RETVER.CPY), mantido por esta transacao com trilha de
      *    auditoria em RETLOG (quem propos, quem aprovou, quando,
      *    valores antes e depois) - o mesmo tratamento que DIASTAB
      *    e CALTAB ganharam com as transacoes DIAS e CALM.
      *
      *    Acoes da tela:
      *      "P" propoe uma versao nova (categoria, vigencia, dias,
      *          job destino, fim de vigencia, descricao). A vigencia
      *          tem de ser FUTURA (a partir de amanha): mudanca de
      *          prazo so vale quando o ciclo alcanca a data, como ja
      *          mandava o RETTAB.CPY, e o ciclo de hoje pode ja ter
      *          rodado com a linha atual. Uma chave ja aprovada nao
      *          e proposta de novo - linha aprovada nao e alterada,
      *          esteja ou nao em vigor; a mudanca e outra versao com
      *          outra vigencia. Uma chave com proposta pendente
      *          tambem e recusada ate ser aprovada ou rejeitada; uma
      *          chave rejeitada pode ser proposta de novo.
      *      "A" aprova a proposta pendente da chave. O aprovador
      *          TEM de ser um usuario diferente do proponente, e a
      *          vigencia ainda tem de ser futura no momento da
      *          aprovacao - uma proposta esquecida ate a data passar
      *          nao entra retroativa; e rejeitada e proposta de novo.
      *      "R" rejeita a proposta pendente (o proprio proponente
      *          pode retirar a sua).
      *    Os valores "antes" da trilha sao os da versao aprovada que
      *    a nova substitui na categoria (a de vigencia mais recente
      *    anterior a da nova) - em branco na primeira versao.
      *
      *    O lado batch continua lendo o RETTAB.DAT sequencial,
      *    regravado toda noite pelo job RETXTR so com as versoes
      *    APROVADAS deste cluster.
      *
      *    NOTA: fonte com EXEC CICS, traduzido pelo pre-processador
      *    CICS do ambiente online e revisado a mao - mesmo criterio
      *    do DIASMNT e do CALMNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMNT.
       AUTHOR. EQUIPE-ONLINE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-USERID                  PIC X(08).
       01  WS-ABSTIME                 PIC S9(15) COMP-3.
       01  WS-HOJE                    PIC 9(08).
       01  WS-AGORA                   PIC 9(06).
       01  WS-ENTRADA-OK-SW           PIC X(01).
           88  WS-ENTRADA-OK           VALUE "Y".
       01  WS-FIM-BROWSE-SW           PIC X(01).
           88  WS-FIM-BROWSE           VALUE "Y".
       01  WS-QTDE-NOVA               PIC 9(05).
       01  WS-FIM-VIG-NOVA            PIC 9(08).

      *    Chave composta do cluster RETVER: categoria + data de
      *    vigencia, montada a partir dos campos da tela.
       01  WS-RID.
           05  WS-RID-CATEGORIA       PIC X(08).
           05  WS-RID-VIGENCIA        PIC 9(08).

      *    Chave de posicionamento do browse que procura a versao
      *    aprovada substituida (6000-OBTER-ANTERIOR).
       01  WS-BRW-RID.
           05  WS-BRW-CATEGORIA       PIC X(08).
           05  WS-BRW-VIGENCIA        PIC 9(08).

      *    Versao aprovada que a nova substitui - valores "antes" da
      *    trilha de auditoria.
       01  WS-ANTERIOR.
           05  WS-ANT-DATA-VIGENCIA   PIC 9(08).
           05  WS-ANT-QTDE-DIAS       PIC 9(05).
           05  WS-ANT-JOB-DESTINO     PIC X(08).
           05  WS-ANT-DATA-FIM-VIG    PIC 9(08).
           05  WS-ANT-DESCRICAO       PIC X(30).

       01  WS-DATA-NUM                PIC 9(08).
       01  WS-DATA-GRP REDEFINES WS-DATA-NUM.
           05  WS-DATA-AAAA            PIC 9(04).
           05  WS-DATA-MM              PIC 9(02).
           05  WS-DATA-DD              PIC 9(02).

       COPY "RETMS.CPY".
       COPY "RETVER.CPY".
       COPY "RETLOG.CPY".

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           IF EIBCALEN = 0
               PERFORM 1000-TELA-INICIAL
           ELSE
               PERFORM 2000-PROCESSAR-MANUTENCAO
           END-IF
           EXEC CICS RETURN
               TRANSID("RETM")
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       1000-TELA-INICIAL.
           MOVE SPACES TO RETMAPO
           MOVE "INFORME CATEGORIA, VIGENCIA E ACAO (P/A/R)" TO MSGOO
           EXEC CICS SEND MAP("RETMAP")
               MAPSET("RETMS")
               ERASE
           END-EXEC.

       2000-PROCESSAR-MANUTENCAO.
           EXEC CICS RECEIVE MAP("RETMAP")
               MAPSET("RETMS")
               INTO(RETMAPI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "ERRO AO RECEBER A TELA - TENTE NOVAMENTE"
                   TO MSGOO
               PERFORM 8000-ENVIAR-TELA
           ELSE
               EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-HOJE)
                   TIME(WS-AGORA)
               END-EXEC
               PERFORM 2050-VALIDAR-ENTRADA
               IF WS-ENTRADA-OK
                   MOVE CATEGI    TO WS-RID-CATEGORIA
                   MOVE VIGENI    TO WS-RID-VIGENCIA
                   EVALUATE ACAOI
                       WHEN "P"
                           PERFORM 3000-PROPOR-VERSAO
                       WHEN "A"
                           PERFORM 4000-APROVAR-VERSAO
                       WHEN "R"
                           PERFORM 5000-REJEITAR-VERSAO
                   END-EVALUATE
               END-IF
           END-IF.

      *    Os campos de tela sao X(n), nao PIC numericas - entrada em
      *    branco, nao numerica ou fora do intervalo e recusada aqui,
      *    antes de virar chave do cluster, no mesmo espirito do
      *    2050-VALIDAR-ENTRADA do CALMNT. Na proposta a vigencia tem
      *    de ser posterior a hoje; na aprovacao a mesma regra e
      *    conferida de novo em 4000, contra a data da aprovacao.
       2050-VALIDAR-ENTRADA.
           MOVE "Y" TO WS-ENTRADA-OK-SW
           IF CATEGI = SPACES
               MOVE "N" TO WS-ENTRADA-OK-SW
               MOVE "INFORME A CATEGORIA DE RETENCAO" TO MSGOO
           END-IF
           IF WS-ENTRADA-OK
               IF ACAOI NOT = "P" AND ACAOI NOT = "A"
                                  AND ACAOI NOT = "R"
                   MOVE "N" TO WS-ENTRADA-OK-SW
                   MOVE "ACAO INVALIDA - INFORME P, A OU R" TO MSGOO
               END-IF
           END-IF
           IF WS-ENTRADA-OK
               IF VIGENI NOT NUMERIC
                   MOVE "N" TO WS-ENTRADA-OK-SW
                   MOVE "DATA DE VIGENCIA INVALIDA (AAAAMMDD)"
                       TO MSGOO
               ELSE
                   MOVE VIGENI TO WS-DATA-NUM
                   MOVE VIGENI TO WS-RID-VIGENCIA
                   PERFORM 2060-CONFERIR-DATA
                   IF NOT WS-ENTRADA-OK
                       MOVE "DATA DE VIGENCIA INVALIDA (AAAAMMDD)"
                           TO MSGOO
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRADA-OK AND ACAOI = "P"
               IF WS-DATA-NUM NOT > WS-HOJE
                   MOVE "N" TO WS-ENTRADA-OK-SW
                   MOVE "VIGENCIA DEVE SER FUTURA (A PARTIR DE AMANHA)"
                       TO MSGOO
               END-IF
           END-IF
           IF WS-ENTRADA-OK AND ACAOI = "P"
               IF QTDDIASI NOT NUMERIC
                   MOVE "N" TO WS-ENTRADA-OK-SW
               ELSE
                   MOVE QTDDIASI TO WS-QTDE-NOVA
                   IF WS-QTDE-NOVA < 1
                       MOVE "N" TO WS-ENTRADA-OK-SW
                   END-IF
               END-IF
               IF NOT WS-ENTRADA-OK
                   MOVE "QTDE DE DIAS INVALIDA (1 A 99999)" TO MSGOO
               END-IF
           END-IF
           IF WS-ENTRADA-OK AND ACAOI = "P"
               IF JOBDESTI = SPACES
                   MOVE "N" TO WS-ENTRADA-OK-SW
                   MOVE "INFORME O JOB DESTINO DA CATEGORIA" TO MSGOO
               END-IF
           END-IF
      *    Fim de vigencia em branco ou zeros = vigencia aberta; se
      *    informado, nao pode ser anterior a propria vigencia.
           IF WS-ENTRADA-OK AND ACAOI = "P"
               IF FIMVIGI = SPACES OR FIMVIGI = ZEROS
                   MOVE ZEROS TO WS-FIM-VIG-NOVA
               ELSE
                   IF FIMVIGI NOT NUMERIC
                       MOVE "N" TO WS-ENTRADA-OK-SW
                   ELSE
                       MOVE FIMVIGI TO WS-DATA-NUM
                       PERFORM 2060-CONFERIR-DATA
                       MOVE FIMVIGI TO WS-FIM-VIG-NOVA
                       IF WS-FIM-VIG-NOVA < WS-RID-VIGENCIA
                           MOVE "N" TO WS-ENTRADA-OK-SW
                       END-IF
                   END-IF
                   IF NOT WS-ENTRADA-OK
                       MOVE "FIM DE VIGENCIA INVALIDO OU ANTES DA "
                           TO MSGOO
                       MOVE "VIGENCIA" TO MSGOO(38:)
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ENTRADA-OK
               PERFORM 8000-ENVIAR-TELA
           END-IF.

       2060-CONFERIR-DATA.
           IF WS-DATA-AAAA < 1601
              OR WS-DATA-MM < 1 OR WS-DATA-MM > 12
              OR WS-DATA-DD < 1 OR WS-DATA-DD > 31
               MOVE "N" TO WS-ENTRADA-OK-SW
           END-IF.

      *    A versao substituida e procurada ANTES do READ UPDATE,
      *    para o browse nao disputar o registro bloqueado.
       3000-PROPOR-VERSAO.
           PERFORM 6000-OBTER-ANTERIOR
           EXEC CICS READ FILE("RETVER")
               RIDFLD(WS-RID)
               INTO(RETVER-REC)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NOTFND)
                   PERFORM 3100-MONTAR-PROPOSTA
                   EXEC CICS WRITE FILE("RETVER")
                       FROM(RETVER-REC)
                       RIDFLD(WS-RID)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE "ERRO AO GRAVAR RETVER - PROPOSTA NAO FEITA"
                           TO MSGOO
                       PERFORM 8000-ENVIAR-TELA
                   ELSE
                       PERFORM 7000-GRAVAR-LOG
                       PERFORM 7500-CONFIRMAR
                   END-IF
               WHEN DFHRESP(NORMAL)
                   IF RETVER-REJEITADA
                       PERFORM 3100-MONTAR-PROPOSTA
                       EXEC CICS REWRITE FILE("RETVER")
                           FROM(RETVER-REC)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE "ERRO AO REGRAVAR RETVER - PROPOSTA "
                               TO MSGOO
                           MOVE "NAO FEITA" TO MSGOO(36:)
                           PERFORM 8000-ENVIAR-TELA
                       ELSE
                           PERFORM 7000-GRAVAR-LOG
                           PERFORM 7500-CONFIRMAR
                       END-IF
                   ELSE
                       EXEC CICS UNLOCK FILE("RETVER") END-EXEC
                       IF RETVER-APROVADA
                           MOVE "VERSAO JA APROVADA - NAO PODE SER "
                               TO MSGOO
                           MOVE "ALTERADA" TO MSGOO(35:)
                       ELSE
                           MOVE "PROPOSTA PENDENTE - APROVE OU REJEITE "
                               TO MSGOO
                           MOVE "ANTES" TO MSGOO(39:)
                       END-IF
                       PERFORM 8000-ENVIAR-TELA
                   END-IF
               WHEN OTHER
                   MOVE "ERRO AO LER RETVER - PROPOSTA NAO FEITA"
                       TO MSGOO
                   PERFORM 8000-ENVIAR-TELA
           END-EVALUATE.

       3100-MONTAR-PROPOSTA.
           MOVE WS-RID-CATEGORIA      TO RETVER-CATEGORIA
           MOVE WS-RID-VIGENCIA       TO RETVER-DATA-VIGENCIA
           MOVE DESCRI                TO RETVER-DESCRICAO
           MOVE WS-QTDE-NOVA          TO RETVER-QTDE-DIAS
           MOVE JOBDESTI              TO RETVER-JOB-DESTINO
           MOVE WS-FIM-VIG-NOVA       TO RETVER-DATA-FIM-VIG
           MOVE "P"                   TO RETVER-SITUACAO
           MOVE WS-USERID             TO RETVER-PROPONENTE
           MOVE WS-HOJE               TO RETVER-DATA-PROPOSTA
           MOVE WS-AGORA              TO RETVER-HORA-PROPOSTA
           MOVE SPACES                TO RETVER-APROVADOR
           MOVE ZEROS                 TO RETVER-DATA-APROVACAO
           MOVE ZEROS                 TO RETVER-HORA-APROVACAO.

       4000-APROVAR-VERSAO.
           PERFORM 6000-OBTER-ANTERIOR
           EXEC CICS READ FILE("RETVER")
               RIDFLD(WS-RID)
               INTO(RETVER-REC)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "VERSAO NAO CADASTRADA PARA ESTA CATEGORIA"
                   TO MSGOO
               PERFORM 8000-ENVIAR-TELA
           ELSE
               IF NOT RETVER-PROPOSTA
                   EXEC CICS UNLOCK FILE("RETVER") END-EXEC
                   MOVE "VERSAO NAO ESTA PENDENTE DE APROVACAO"
                       TO MSGOO
                   PERFORM 8000-ENVIAR-TELA
               ELSE
                   IF RETVER-PROPONENTE = WS-USERID
                       EXEC CICS UNLOCK FILE("RETVER") END-EXEC
                       MOVE "APROVADOR DEVE SER DIFERENTE DO "
                           TO MSGOO
                       MOVE "PROPONENTE" TO MSGOO(33:)
                       PERFORM 8000-ENVIAR-TELA
                   ELSE
                       IF RETVER-DATA-VIGENCIA NOT > WS-HOJE
                           EXEC CICS UNLOCK FILE("RETVER") END-EXEC
                           MOVE "VIGENCIA JA ALCANCADA - REJEITE E "
                               TO MSGOO
                           MOVE "PROPONHA DE NOVO" TO MSGOO(35:)
                           PERFORM 8000-ENVIAR-TELA
                       ELSE
                           PERFORM 4100-REGISTRAR-DECISAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Comum a aprovacao e a rejeicao: grava a situacao (ACAOI),
      *    quem decidiu e quando, e gera a entrada de RETLOG.
       4100-REGISTRAR-DECISAO.
           MOVE ACAOI                 TO RETVER-SITUACAO
           MOVE WS-USERID             TO RETVER-APROVADOR
           MOVE WS-HOJE               TO RETVER-DATA-APROVACAO
           MOVE WS-AGORA              TO RETVER-HORA-APROVACAO
           EXEC CICS REWRITE FILE("RETVER")
               FROM(RETVER-REC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "ERRO AO REGRAVAR RETVER - DECISAO NAO APLICADA"
                   TO MSGOO
               PERFORM 8000-ENVIAR-TELA
           ELSE
               PERFORM 7000-GRAVAR-LOG
               PERFORM 7500-CONFIRMAR
           END-IF.

       5000-REJEITAR-VERSAO.
           PERFORM 6000-OBTER-ANTERIOR
           EXEC CICS READ FILE("RETVER")
               RIDFLD(WS-RID)
               INTO(RETVER-REC)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "VERSAO NAO CADASTRADA PARA ESTA CATEGORIA"
                   TO MSGOO
               PERFORM 8000-ENVIAR-TELA
           ELSE
               IF NOT RETVER-PROPOSTA
                   EXEC CICS UNLOCK FILE("RETVER") END-EXEC
                   MOVE "VERSAO NAO ESTA PENDENTE DE APROVACAO"
                       TO MSGOO
                   PERFORM 8000-ENVIAR-TELA
               ELSE
                   PERFORM 4100-REGISTRAR-DECISAO
               END-IF
           END-IF.

      *    Procura, na mesma categoria, a versao APROVADA de vigencia
      *    mais recente anterior a WS-RID-VIGENCIA - e a linha que a
      *    versao nova substitui no RETCUT. Sem nenhuma, os valores
      *    "antes" ficam em branco/zeros (primeira versao).
       6000-OBTER-ANTERIOR.
           MOVE ZEROS  TO WS-ANT-DATA-VIGENCIA
           MOVE ZEROS  TO WS-ANT-QTDE-DIAS
           MOVE SPACES TO WS-ANT-JOB-DESTINO
           MOVE ZEROS  TO WS-ANT-DATA-FIM-VIG
           MOVE SPACES TO WS-ANT-DESCRICAO
           MOVE "N" TO WS-FIM-BROWSE-SW
           MOVE WS-RID-CATEGORIA      TO WS-BRW-CATEGORIA
           MOVE ZEROS                 TO WS-BRW-VIGENCIA
           EXEC CICS STARTBR FILE("RETVER")
               RIDFLD(WS-BRW-RID)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-FIM-BROWSE
                   EXEC CICS READNEXT FILE("RETVER")
                       INTO(RETVER-REC)
                       RIDFLD(WS-BRW-RID)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                      OR RETVER-CATEGORIA NOT = WS-RID-CATEGORIA
                      OR RETVER-DATA-VIGENCIA NOT < WS-RID-VIGENCIA
                       MOVE "Y" TO WS-FIM-BROWSE-SW
                   ELSE
                       IF RETVER-APROVADA
                           MOVE RETVER-DATA-VIGENCIA
                               TO WS-ANT-DATA-VIGENCIA
                           MOVE RETVER-QTDE-DIAS
                               TO WS-ANT-QTDE-DIAS
                           MOVE RETVER-JOB-DESTINO
                               TO WS-ANT-JOB-DESTINO
                           MOVE RETVER-DATA-FIM-VIG
                               TO WS-ANT-DATA-FIM-VIG
                           MOVE RETVER-DESCRICAO
                               TO WS-ANT-DESCRICAO
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE("RETVER") END-EXEC
           END-IF.

      *    WS-RESP e reavaliado pelo chamador (7500) apos este
      *    PERFORM, para diferenciar "aplicou mas a trilha de
      *    auditoria falhou" de sucesso completo - mesmo contrato do
      *    7000-GRAVAR-LOG do CALMNT. Os valores "depois" vem sempre
      *    do registro do cluster, nao da tela: na aprovacao e na
      *    rejeicao a tela so traz a chave.
       7000-GRAVAR-LOG.
           MOVE WS-HOJE               TO RETLOG-DATA
           MOVE WS-AGORA              TO RETLOG-HORA
           MOVE WS-USERID             TO RETLOG-USUARIO
           MOVE ACAOI                 TO RETLOG-ACAO
           MOVE RETVER-CATEGORIA      TO RETLOG-CATEGORIA
           MOVE RETVER-DATA-VIGENCIA  TO RETLOG-DATA-VIGENCIA
           MOVE RETVER-PROPONENTE     TO RETLOG-PROPONENTE
           MOVE RETVER-APROVADOR      TO RETLOG-APROVADOR
           MOVE WS-ANT-DATA-VIGENCIA  TO RETLOG-ANT-DATA-VIGENCIA
           MOVE WS-ANT-QTDE-DIAS      TO RETLOG-ANT-QTDE-DIAS
           MOVE WS-ANT-JOB-DESTINO    TO RETLOG-ANT-JOB-DESTINO
           MOVE WS-ANT-DATA-FIM-VIG   TO RETLOG-ANT-DATA-FIM-VIG
           MOVE WS-ANT-DESCRICAO      TO RETLOG-ANT-DESCRICAO
           MOVE RETVER-QTDE-DIAS      TO RETLOG-NOVA-QTDE-DIAS
           MOVE RETVER-JOB-DESTINO    TO RETLOG-NOVA-JOB-DESTINO
           MOVE RETVER-DATA-FIM-VIG   TO RETLOG-NOVA-DATA-FIM-VIG
           MOVE RETVER-DESCRICAO      TO RETLOG-NOVA-DESCRICAO
      *    RETLOG e um ESDS (log append-only) - sem RIDFLD, como o
      *    CALLOG da transacao CALM.
           EXEC CICS WRITE FILE("RETLOG")
               FROM(RETLOG-REC)
               RESP(WS-RESP)
           END-EXEC.

       7500-CONFIRMAR.
           MOVE RETVER-CATEGORIA      TO CATEGO
           MOVE RETVER-DATA-VIGENCIA  TO VIGENO
           MOVE RETVER-QTDE-DIAS      TO QTDDIASO
           MOVE RETVER-JOB-DESTINO    TO JOBDESTO
           MOVE RETVER-DATA-FIM-VIG   TO FIMVIGO
           MOVE RETVER-DESCRICAO      TO DESCRO
           MOVE SPACES                TO SITUACO
           EVALUATE TRUE
               WHEN RETVER-PROPOSTA
                   STRING "PROPOSTA POR " RETVER-PROPONENTE
                          " " RETVER-DATA-PROPOSTA
                       DELIMITED BY SIZE INTO SITUACO
               WHEN RETVER-APROVADA
                   STRING "APROVADA POR " RETVER-APROVADOR
                          " " RETVER-DATA-APROVACAO
                       DELIMITED BY SIZE INTO SITUACO
               WHEN OTHER
                   STRING "RECUSADA POR " RETVER-APROVADOR
                          " " RETVER-DATA-APROVACAO
                       DELIMITED BY SIZE INTO SITUACO
           END-EVALUATE
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "TABELA DE RETENCAO ATUALIZADA COM SUCESSO"
                   TO MSGOO
           ELSE
               MOVE "ATUALIZADO, MAS FALHOU A TRILHA DE AUDITORIA"
                   TO MSGOO
           END-IF
           PERFORM 8000-ENVIAR-TELA.

       8000-ENVIAR-TELA.
           EXEC CICS SEND MAP("RETMAP")
               MAPSET("RETMS")
               DATAONLY
           END-EXEC.
