      ******************************************************************
      *    PROGRAM-ID. SUSPAGE
      *    Envelhecimento do suspenso da critica de entrada. O
      *    MSTEDIT mantem os rejeitados no suspenso (layout
      *    MSTSUSP.CPY) e os critica de novo toda noite, mas item que
      *    ninguem corrige continua la - e o negocio so percebia
      *    quando o item nunca aparecia no SLARPT.DAT. Este job roda
      *    depois do MSTEDIT, le a geracao corrente do suspenso
      *    (ddname MSTSUSP) e publica em SUSPAGE.DAT:
      *      - a lista dos itens que passaram do limite de dias em
      *        suspenso (cartao SUSPPARM.DAT, padrao 5 dias
      *        corridos), com a identificacao que a area de negocio
      *        usa no SUSPCORR para corrigir ou baixar;
      *      - a grade motivo x faixa de dias em suspenso (000 a 002,
      *        003 a 007, 008 a 015, 016 a 030, acima de 030), contada
      *        pela data de entrada do item - nao pela ultima critica.
      *    As faixas sao datas-limite pre-calculadas (hoje menos N
      *    dias corridos, via DTUTIL funcao SUBDAYS), como as faixas
      *    de idade do modo simulacao do PURGSCAN.
      *    Retorno: RC=0 suspenso vazio; RC=4 ha itens pendentes,
      *    todos dentro do limite; RC=8 algum item passou do limite -
      *    e o que faz o checklist da manha cobrar a correcao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPPARM-FILE ASSIGN TO "SUSPPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPPARM-STATUS.
           SELECT MSTSUSP-FILE ASSIGN TO "MSTSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTSUSP-STATUS.
           SELECT SUSPAGE-FILE ASSIGN TO "SUSPAGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPPARM-FILE
           RECORDING MODE IS F.
       01  SUSPPARM-REC.
      *    Dias corridos em suspenso acima dos quais o item escala o
      *    retorno para RC=8; zeros (ou cartao ausente) = 5.
           05  SUSPPARM-LIMITE-DIAS   PIC 9(03).

       FD  MSTSUSP-FILE
           RECORDING MODE IS F.
       COPY "MSTSUSP.CPY".

       FD  SUSPAGE-FILE
           RECORDING MODE IS F.
       01  SUSPAGE-LINHA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SUSPPARM-STATUS         PIC X(02) VALUE "00".
       01  WS-MSTSUSP-STATUS          PIC X(02) VALUE "00".
       01  WS-SUSPAGE-STATUS          PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-LIMITE-DIAS             PIC 9(03) VALUE 5.
      *    Datas-limite: item com data de entrada ANTERIOR a
      *    WS-DATA-LIMITE passou do limite; igual ou posterior a
      *    WS-LIM-02 tem ate 2 dias em suspenso, e assim por diante.
       01  WS-DATA-LIMITE             PIC 9(08) VALUE ZEROS.
       01  WS-LIM-02                  PIC 9(08) VALUE ZEROS.
       01  WS-LIM-07                  PIC 9(08) VALUE ZEROS.
       01  WS-LIM-15                  PIC 9(08) VALUE ZEROS.
       01  WS-LIM-30                  PIC 9(08) VALUE ZEROS.

       01  WS-QTDE-LIDOS              PIC 9(09) VALUE ZEROS.
       01  WS-QTDE-VENCIDOS           PIC 9(09) VALUE ZEROS.

      *    Rotulos dos motivos da critica, na ordem da grade; a
      *    sexta linha recolhe motivo desconhecido.
       01  WS-MOT-ROTULOS-GRP.
           05  FILLER                  PIC X(32) VALUE
               "CBCB CHAVE EM BRANCO            ".
           05  FILLER                  PIC X(32) VALUE
               "CDCD CHAVE JA VIVA NO MASTER    ".
           05  FILLER                  PIC X(32) VALUE
               "DTDT DATA DE REFERENCIA INVALIDA".
           05  FILLER                  PIC X(32) VALUE
               "EXEX EXPURGO PRE-MARCADO        ".
           05  FILLER                  PIC X(32) VALUE
               "CTCT CATEGORIA SEM LINHA VIGENTE".
           05  FILLER                  PIC X(32) VALUE
               "  OUTROS                        ".
       01  WS-MOT-ROTULOS-TAB REDEFINES WS-MOT-ROTULOS-GRP.
           05  WS-MOT-ENT              OCCURS 6 TIMES.
               10  WS-MOT-CODIGO       PIC X(02).
               10  WS-MOT-ROTULO       PIC X(30).

      *    Grade motivo x faixa; a sexta coluna e o total da linha.
       01  WS-GRD-TAB                  VALUE ZEROS.
           05  WS-GRD-MOT              OCCURS 6 TIMES.
               10  WS-GRD-QTDE         OCCURS 6 TIMES PIC 9(09).
       01  WS-GRD-TOTAIS               VALUE ZEROS.
           05  WS-GRD-TOT              OCCURS 6 TIMES PIC 9(09).
       01  WS-MOT-IDX                 PIC 9(01) VALUE ZEROS.
       01  WS-FAIXA-IDX               PIC 9(01) VALUE ZEROS.
       01  WS-IDX                     PIC 9(01) VALUE ZEROS.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(50) VALUE
               "SUSPAGE - ENVELHECIMENTO DO SUSPENSO DA CRITICA EM".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-CAB-DATA         PIC 9(08).
           05  FILLER                  PIC X(11) VALUE " - LIMITE: ".
           05  WS-LIN-CAB-LIMITE       PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE " DIAS".
       01  WS-LIN-ITEM.
           05  FILLER                  PIC X(08) VALUE "  ITEM: ".
           05  WS-LIN-ITEM-ENTRADA     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-LIN-ITEM-SEQ         PIC 9(06).
           05  FILLER                  PIC X(09) VALUE " MOTIVO: ".
           05  WS-LIN-ITEM-MOTIVO      PIC X(02).
           05  FILLER                  PIC X(09) VALUE " (ENTROU ".
           05  WS-LIN-ITEM-MOT-ORIG    PIC X(02).
           05  FILLER                  PIC X(09) VALUE ") CHAVE: ".
           05  WS-LIN-ITEM-CHAVE       PIC X(10).
           05  FILLER                  PIC X(07) VALUE " CATEG:".
           05  WS-LIN-ITEM-CATEGORIA   PIC X(08).
           05  FILLER                  PIC X(06) VALUE " REF: ".
           05  WS-LIN-ITEM-DATA-REF    PIC 9(08).
           05  FILLER                  PIC X(11) VALUE " CRITICAS: ".
           05  WS-LIN-ITEM-CRITICAS    PIC ZZZ9.
           05  FILLER                  PIC X(09) VALUE " ULTIMA: ".
           05  WS-LIN-ITEM-ULTIMA      PIC 9(08).
       01  WS-LIN-GRD-CAB.
           05  FILLER                  PIC X(32) VALUE
               "MOTIVO / DIAS EM SUSPENSO".
           05  FILLER                  PIC X(36) VALUE
               "   000 A 002   003 A 007   008 A 015".
           05  FILLER                  PIC X(36) VALUE
               "   016 A 030ACIMA DE 030       TOTAL".
       01  WS-LIN-GRD.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LIN-GRD-ROTULO       PIC X(30).
           05  WS-LIN-GRD-COL          OCCURS 6 TIMES.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WS-LIN-GRD-QTDE     PIC ZZZ.ZZZ.ZZ9.
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(33).
           05  WS-LIN-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.

      *    Visao MASTREC da imagem guardada no item.
       COPY "MASTREC.CPY" REPLACING LEADING ==MASTREC== BY ==WS-IMG==.

       COPY "DTUTIL.CPY".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-LER-PARM
           PERFORM 1500-CALCULAR-LIMITES
           IF NOT WS-ABORTAR
               PERFORM 2000-ABRIR-ARQUIVOS
           END-IF
           IF WS-ABORTAR
               DISPLAY "SUSPAGE: EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   PERFORM 3000-LER-SUSPENSO
                   IF NOT WS-EOF
                       PERFORM 4000-CLASSIFICAR-ITEM
                   END-IF
               END-PERFORM
               PERFORM 5000-GRAVAR-GRADE
               PERFORM 9000-ENCERRAR
           END-IF
           STOP RUN.

       1000-LER-PARM.
           OPEN INPUT SUSPPARM-FILE
           IF WS-SUSPPARM-STATUS = "00"
               READ SUSPPARM-FILE
                   NOT AT END
                       IF SUSPPARM-LIMITE-DIAS NUMERIC
                           AND SUSPPARM-LIMITE-DIAS > ZEROS
                           MOVE SUSPPARM-LIMITE-DIAS TO WS-LIMITE-DIAS
                       END-IF
               END-READ
               CLOSE SUSPPARM-FILE
           END-IF.

      *    Dias corridos, como o limite do cartao: o item conta a
      *    idade desde a noite em que foi rejeitado pela primeira vez.
       1500-CALCULAR-LIMITES.
           MOVE WS-LIMITE-DIAS       TO DTUTIL-QTDE-DIAS
           PERFORM 1510-CALCULAR-LIMITE
           MOVE DTUTIL-DATA-SAIDA    TO WS-DATA-LIMITE
           MOVE 2                    TO DTUTIL-QTDE-DIAS
           PERFORM 1510-CALCULAR-LIMITE
           MOVE DTUTIL-DATA-SAIDA    TO WS-LIM-02
           MOVE 7                    TO DTUTIL-QTDE-DIAS
           PERFORM 1510-CALCULAR-LIMITE
           MOVE DTUTIL-DATA-SAIDA    TO WS-LIM-07
           MOVE 15                   TO DTUTIL-QTDE-DIAS
           PERFORM 1510-CALCULAR-LIMITE
           MOVE DTUTIL-DATA-SAIDA    TO WS-LIM-15
           MOVE 30                   TO DTUTIL-QTDE-DIAS
           PERFORM 1510-CALCULAR-LIMITE
           MOVE DTUTIL-DATA-SAIDA    TO WS-LIM-30.

       1510-CALCULAR-LIMITE.
           MOVE "SUSPAGE "           TO DTUTIL-PROGRAMA
           MOVE "SUBDAYS "           TO DTUTIL-FUNCAO
           MOVE "C"                  TO DTUTIL-MODO
           MOVE WS-DATA-HOJE         TO DTUTIL-DATA-ENTRADA
           CALL "DTUTIL" USING DTUTIL-PARM
           IF DTUTIL-RETORNO NOT = 0
               MOVE "Y" TO WS-ABORTAR-SW
               DISPLAY "SUSPAGE: " DTUTIL-MENSAGEM
           END-IF.

      *    O suspenso e gravado pelo MSTEDIT toda noite, mesmo vazio:
      *    sem ele o passo anterior nao rodou, e isso e erro.
       2000-ABRIR-ARQUIVOS.
           OPEN INPUT MSTSUSP-FILE
           IF WS-MSTSUSP-STATUS NOT = "00"
               DISPLAY "SUSPAGE: ERRO AO ABRIR MSTSUSP - STATUS "
                       WS-MSTSUSP-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               OPEN OUTPUT SUSPAGE-FILE
               IF WS-SUSPAGE-STATUS NOT = "00"
                   DISPLAY "SUSPAGE: ERRO AO ABRIR SUSPAGE.DAT - "
                           "STATUS " WS-SUSPAGE-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
                   CLOSE MSTSUSP-FILE
               ELSE
                   MOVE WS-DATA-HOJE      TO WS-LIN-CAB-DATA
                   MOVE WS-LIMITE-DIAS    TO WS-LIN-CAB-LIMITE
                   WRITE SUSPAGE-LINHA FROM WS-LIN-CAB
                   MOVE "*** ITENS ACIMA DO LIMITE ***"
                       TO SUSPAGE-LINHA
                   WRITE SUSPAGE-LINHA
               END-IF
           END-IF.

       3000-LER-SUSPENSO.
           READ MSTSUSP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    Cada item cai numa linha de motivo (o motivo da ultima
      *    critica, que e o que a area de negocio precisa corrigir) e
      *    numa faixa pela data de entrada; acima do limite, sai
      *    tambem na lista.
       4000-CLASSIFICAR-ITEM.
           ADD 1 TO WS-QTDE-LIDOS
           MOVE 6 TO WS-MOT-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5
               IF WS-MOT-CODIGO(WS-IDX) = MSTSUSP-MOTIVO
                   MOVE WS-IDX TO WS-MOT-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN MSTSUSP-DATA-ENTRADA >= WS-LIM-02
                   MOVE 1 TO WS-FAIXA-IDX
               WHEN MSTSUSP-DATA-ENTRADA >= WS-LIM-07
                   MOVE 2 TO WS-FAIXA-IDX
               WHEN MSTSUSP-DATA-ENTRADA >= WS-LIM-15
                   MOVE 3 TO WS-FAIXA-IDX
               WHEN MSTSUSP-DATA-ENTRADA >= WS-LIM-30
                   MOVE 4 TO WS-FAIXA-IDX
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA-IDX
           END-EVALUATE
           ADD 1 TO WS-GRD-QTDE(WS-MOT-IDX, WS-FAIXA-IDX)
           ADD 1 TO WS-GRD-QTDE(WS-MOT-IDX, 6)
           ADD 1 TO WS-GRD-TOT(WS-FAIXA-IDX)
           ADD 1 TO WS-GRD-TOT(6)
           IF MSTSUSP-DATA-ENTRADA < WS-DATA-LIMITE
               ADD 1 TO WS-QTDE-VENCIDOS
               PERFORM 4100-GRAVAR-VENCIDO
           END-IF.

       4100-GRAVAR-VENCIDO.
           MOVE MSTSUSP-IMAGEM            TO WS-IMG
           MOVE MSTSUSP-DATA-ENTRADA      TO WS-LIN-ITEM-ENTRADA
           MOVE MSTSUSP-SEQ               TO WS-LIN-ITEM-SEQ
           MOVE MSTSUSP-MOTIVO            TO WS-LIN-ITEM-MOTIVO
           MOVE MSTSUSP-MOTIVO-ORIGINAL   TO WS-LIN-ITEM-MOT-ORIG
           MOVE WS-IMG-CHAVE              TO WS-LIN-ITEM-CHAVE
           MOVE WS-IMG-CATEGORIA          TO WS-LIN-ITEM-CATEGORIA
           MOVE WS-IMG-DATA-REF           TO WS-LIN-ITEM-DATA-REF
           MOVE MSTSUSP-QTDE-CRITICAS     TO WS-LIN-ITEM-CRITICAS
           MOVE MSTSUSP-DATA-ULT-CRITICA  TO WS-LIN-ITEM-ULTIMA
           WRITE SUSPAGE-LINHA FROM WS-LIN-ITEM.

       5000-GRAVAR-GRADE.
           IF WS-QTDE-VENCIDOS = ZEROS
               MOVE "  NENHUM ITEM ACIMA DO LIMITE" TO SUSPAGE-LINHA
               WRITE SUSPAGE-LINHA
           END-IF
           MOVE SPACES TO SUSPAGE-LINHA
           WRITE SUSPAGE-LINHA
           WRITE SUSPAGE-LINHA FROM WS-LIN-GRD-CAB
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > 6
               MOVE WS-MOT-ROTULO(WS-MOT-IDX) TO WS-LIN-GRD-ROTULO
               PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                       UNTIL WS-FAIXA-IDX > 6
                   MOVE WS-GRD-QTDE(WS-MOT-IDX, WS-FAIXA-IDX)
                       TO WS-LIN-GRD-QTDE(WS-FAIXA-IDX)
               END-PERFORM
               WRITE SUSPAGE-LINHA FROM WS-LIN-GRD
           END-PERFORM
           MOVE "TOTAL" TO WS-LIN-GRD-ROTULO
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 6
               MOVE WS-GRD-TOT(WS-FAIXA-IDX)
                   TO WS-LIN-GRD-QTDE(WS-FAIXA-IDX)
           END-PERFORM
           WRITE SUSPAGE-LINHA FROM WS-LIN-GRD
           MOVE "ITENS EM SUSPENSO...............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-LIDOS         TO WS-LIN-TOT-QTDE
           WRITE SUSPAGE-LINHA FROM WS-LIN-TOT
           MOVE "ACIMA DO LIMITE.................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-VENCIDOS      TO WS-LIN-TOT-QTDE
           WRITE SUSPAGE-LINHA FROM WS-LIN-TOT.

       9000-ENCERRAR.
           CLOSE MSTSUSP-FILE
           CLOSE SUSPAGE-FILE
           DISPLAY "SUSPAGE: ITENS EM SUSPENSO...: " WS-QTDE-LIDOS
           DISPLAY "SUSPAGE: ACIMA DO LIMITE.....: " WS-QTDE-VENCIDOS
           EVALUATE TRUE
               WHEN WS-QTDE-VENCIDOS > ZEROS
                   DISPLAY "SUSPAGE: HA ITENS HA MAIS DE "
                           WS-LIMITE-DIAS " DIAS EM SUSPENSO - "
                           "COBRAR A CORRECAO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTDE-LIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
