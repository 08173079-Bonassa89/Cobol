      *    Chave duplicada na entrada e contada, relatada e derruba o
      *    job com RC=8 - um master com chave repetida e erro de
      *    origem e nao pode virar a base indexada em silencio.
      *    Cada registro carregado (ou recusado por chave repetida)
      *    deixa um evento no diario do ciclo de vida MSTJRNL.DAT
      *    (layout MSTJRNL.CPY), que a consulta MSTHIST le para
      *    contar a historia de uma chave.
      *    Na esteira noturna a entrada e o MASTOK aprovado pelo
      *    MSTEDIT: o MASTER.DAT existente e aberto em I-O e recebe
      *    os registros novos; so quando ele ainda nao existe (a
      *    carga de reorganizacao) e criado em OUTPUT. No fim, uma
      *    linha por categoria em RUNCTL.DAT (job "MSTLOAD ",
      *    gravados = carregados da categoria) - e o "entrou" do
      *    inventario por categoria INVROLL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTLOAD.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTREC-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY "MASTREC.CPY".

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY "MSTJRNL.CPY".

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-MASTSEQ-STATUS          PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
       01  WS-MSTJRNL-STATUS          PIC X(02) VALUE "00".
       01  WS-RUNCTL-STATUS           PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
       01  WS-QTDE-CARREGADOS         PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-DUPLICADOS         PIC 9(09) VALUE ZEROS.

      *    Carregados por MASTREC-CATEGORIA, declarados em RUNCTL.DAT
      *    no fim. 50 categorias e folga larga; o excedente e somado
      *    na ultima posicao com categoria "OUTRAS".
       01  WS-CAT-TAB.
           05  WS-CAT-ENT              OCCURS 50 TIMES.
               10  WS-CAT-CATEGORIA    PIC X(08).
               10  WS-CAT-QTDE-CARGA   PIC 9(09).
       01  WS-QTDE-CAT                PIC 9(02) VALUE ZEROS.
       01  WS-CAT-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-CAT-ACHADA              PIC 9(02) VALUE ZEROS.

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SIS.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-ABRIR-ARQUIVOS
           IF WS-ABORTAR
               DISPLAY "MSTLOAD: EXECUCAO ABORTADA"
                   END-IF
               END-PERFORM
               PERFORM 9000-ENCERRAR
               PERFORM 9500-GRAVAR-RUNCTL
           END-IF
           STOP RUN.

                       WS-MASTSEQ-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
      *    Status 35 = MASTER.DAT ainda nao existe: carga de
      *    reorganizacao, o arquivo nasce aqui.
               OPEN I-O MASTER-FILE
               IF WS-MASTER-STATUS = "35"
                   OPEN OUTPUT MASTER-FILE
               END-IF
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "MSTLOAD: ERRO AO ABRIR MASTER.DAT - "
                           "STATUS " WS-MASTER-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   CLOSE MASTSEQ-FILE
               ELSE
                   OPEN EXTEND MSTJRNL-FILE
                   IF WS-MSTJRNL-STATUS NOT = "00"
                       OPEN OUTPUT MSTJRNL-FILE
                   END-IF
                   IF WS-MSTJRNL-STATUS NOT = "00"
                       DISPLAY "MSTLOAD: ERRO AO ABRIR MSTJRNL.DAT - "
                               "STATUS " WS-MSTJRNL-STATUS
                       MOVE "Y" TO WS-ABORTAR-SW
                       CLOSE MASTSEQ-FILE
                       CLOSE MASTER-FILE
                   END-IF
               END-IF
           END-IF.

                   ADD 1 TO WS-QTDE-DUPLICADOS
                   DISPLAY "MSTLOAD: CHAVE DUPLICADA NA ENTRADA - "
                           MASTREC-CHAVE
                   MOVE "DU" TO MSTJRNL-EVENTO
                   PERFORM 3100-GRAVAR-DIARIO
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-CARREGADOS
                   PERFORM 3200-CONTAR-CATEGORIA
                   MOVE "CA" TO MSTJRNL-EVENTO
                   PERFORM 3100-GRAVAR-DIARIO
           END-WRITE.

       3200-CONTAR-CATEGORIA.
           MOVE ZEROS TO WS-CAT-ACHADA
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-QTDE-CAT
                      OR WS-CAT-ACHADA > ZEROS
               IF WS-CAT-CATEGORIA(WS-CAT-IDX) = MASTREC-CATEGORIA
                   MOVE WS-CAT-IDX TO WS-CAT-ACHADA
               END-IF
           END-PERFORM
           IF WS-CAT-ACHADA = ZEROS
               IF WS-QTDE-CAT < 50
                   ADD 1 TO WS-QTDE-CAT
                   MOVE WS-QTDE-CAT       TO WS-CAT-ACHADA
                   MOVE MASTREC-CATEGORIA
                       TO WS-CAT-CATEGORIA(WS-CAT-ACHADA)
                   MOVE ZEROS
                       TO WS-CAT-QTDE-CARGA(WS-CAT-ACHADA)
               ELSE
                   MOVE 50 TO WS-CAT-ACHADA
                   MOVE "OUTRAS  " TO WS-CAT-CATEGORIA(50)
               END-IF
           END-IF
           ADD 1 TO WS-CAT-QTDE-CARGA(WS-CAT-ACHADA).

      *    Evento de carga no diario do ciclo de vida: "CA" para o
      *    registro que entrou no MASTER.DAT, "DU" para a segunda
      *    ocorrencia de uma chave repetida, que ficou de fora.
       3100-GRAVAR-DIARIO.
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-DATA-HOJE          TO MSTJRNL-DATA-EVENTO
           MOVE WS-HORA-HHMMSS        TO MSTJRNL-HORA-EVENTO
           MOVE "MSTLOAD "            TO MSTJRNL-PROGRAMA
           MOVE MASTSEQ-CHAVE         TO MSTJRNL-CHAVE
           MOVE MASTSEQ-CATEGORIA     TO MSTJRNL-CATEGORIA
           MOVE MASTSEQ-DATA-REF      TO MSTJRNL-DATA-REF
           MOVE SPACE                 TO MSTJRNL-STATUS-ANTERIOR
           MOVE ZEROS                 TO MSTJRNL-DATA-CORTE
           MOVE ZEROS                 TO MSTJRNL-GER-DATA-EXEC
           MOVE SPACES                TO MSTJRNL-GER-JOB-DESTINO
           MOVE SPACES                TO MSTJRNL-SOLICITANTE
           IF MSTJRNL-CARREGADO
               MOVE MASTSEQ-STATUS-EXPURGO
                                      TO MSTJRNL-STATUS-NOVO
               MOVE "CARREGADO NO MASTER.DAT"
                                      TO MSTJRNL-DETALHE
           ELSE
               MOVE SPACE             TO MSTJRNL-STATUS-NOVO
               MOVE "RECUSADO - CHAVE REPETIDA"
                                      TO MSTJRNL-DETALHE
           END-IF
           WRITE MSTJRNL-REC
           IF WS-MSTJRNL-STATUS NOT = "00"
               DISPLAY "MSTLOAD: ERRO AO GRAVAR MSTJRNL.DAT - "
                       "STATUS " WS-MSTJRNL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-ENCERRAR.
           CLOSE MASTSEQ-FILE
           CLOSE MASTER-FILE
           CLOSE MSTJRNL-FILE
           DISPLAY "MSTLOAD: REGISTROS LIDOS.....: " WS-QTDE-LIDOS
           DISPLAY "MSTLOAD: CARREGADOS..........: "
                   WS-QTDE-CARREGADOS
                       "LIBERAR A BASE INDEXADA"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Registro de controle de execucao - uma linha POR CATEGORIA
      *    carregada, com o RETURN-CODE final, como o MSTEDIT e os
      *    jobs do expurgo. Gravada tambem com RC=8 de chave repetida:
      *    os registros nao repetidos ja estao no MASTER.DAT, e o
      *    inventario precisa saber quantos. Sem nenhuma categoria
      *    carregada (MASTOK vazio, ou rerun so de chaves repetidas)
      *    sai uma linha unica com categoria em branco, como a do
      *    RETCUT: o job rodou e o RC dele tem que constar.
       9500-GRAVAR-RUNCTL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "MSTLOAD: ERRO AO ABRIR RUNCTL.DAT - STATUS "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-QTDE-CAT
                   MOVE "MSTLOAD "            TO RUNCTL-JOB
                   MOVE WS-CAT-CATEGORIA(WS-CAT-IDX)
                                              TO RUNCTL-CATEGORIA
                   MOVE WS-DATA-HOJE          TO RUNCTL-DATA-CICLO
                   MOVE WS-QTDE-LIDOS         TO RUNCTL-QTDE-LIDOS
                   MOVE WS-CAT-QTDE-CARGA(WS-CAT-IDX)
                                              TO RUNCTL-QTDE-GRAVADOS
                   MOVE ZEROS                 TO RUNCTL-DATA-CORTE
                   MOVE RETURN-CODE           TO RUNCTL-RETORNO
                   MOVE ZEROS                 TO RUNCTL-PARTICAO
                   MOVE SPACES                TO RUNCTL-CHAVE-INI
                   MOVE SPACES                TO RUNCTL-CHAVE-FIM
                   WRITE RUNCTL-REC
               END-PERFORM
               IF WS-QTDE-CAT = ZEROS
                   MOVE "MSTLOAD "            TO RUNCTL-JOB
                   MOVE SPACES                TO RUNCTL-CATEGORIA
                   MOVE WS-DATA-HOJE          TO RUNCTL-DATA-CICLO
                   MOVE WS-QTDE-LIDOS         TO RUNCTL-QTDE-LIDOS
                   MOVE ZEROS                 TO RUNCTL-QTDE-GRAVADOS
                   MOVE ZEROS                 TO RUNCTL-DATA-CORTE
                   MOVE RETURN-CODE           TO RUNCTL-RETORNO
                   MOVE ZEROS                 TO RUNCTL-PARTICAO
                   MOVE SPACES                TO RUNCTL-CHAVE-INI
                   MOVE SPACES                TO RUNCTL-CHAVE-FIM
                   WRITE RUNCTL-REC
               END-IF
               CLOSE RUNCTL-FILE
           END-IF.
