      ******************************************************************
      *    PROGRAM-ID. CHKMANHA
      *    Checklist da manha em uma folha so. O turno da manha abria
      *    uma a uma as saidas da noite - CYCEXCEP.DAT, MSTEDIT.DAT,
      *    SUSPAGE.DAT, DTERRSUM.DAT, CALCHK.DAT, IFACKAUD.DAT,
      *    DIASDIF.DAT, RETDIF.DAT, PURGHOLD.DAT, INVROLL.DAT e os
      *    retornos gravados em RUNCTL.DAT - e uma saida que
      *    simplesmente nao foi gerada passava despercebida: nao ha o
      *    que abrir, entao nao ha o que estranhar. Este job roda no
      *    fim da esteira, le todas elas para a data do ciclo e
      *    imprime CHKMANHA.DAT com uma linha por controle:
      *      - situacao OK / WARN / FAIL;
      *      - o numero-chave que explica a situacao ("3 REJEITADOS
      *        CT", "CONFIRMACAO DO PARCEIRO AUSENTE PARA PURGE90",
      *        "HOLCAL MATRIZ COBERTURA TERMINA EM 21 DIAS");
      *      - onde olhar o detalhe.
      *    A data do ciclo e a do ultimo registro do RETCUT em
      *    RUNCTL.DAT (mesmo criterio do CYCRECON); o ciclo anterior
      *    e a data do RETCUT antes dela. Saida datada pela propria
      *    execucao vale se a data for posterior ao ciclo anterior
      *    (o job pode ter rodado antes ou depois da meia-noite);
      *    CYCEXCEP.DAT e INVROLL.DAT, datadas pelo ciclo, tem que
      *    ser do ciclo. Saida esperada ausente, ou sobrando de uma
      *    noite anterior, e FAIL e entra na contagem de saidas
      *    ausentes. PURGHOLD.DAT so e esperada com bloqueio legal
      *    ativo em HOLDLST.DAT (o PURGSCAN so a grava nesse caso);
      *    ARCDISP.DAT e CALVIRA.DAT sao de execucao eventual - sem
      *    saida no ciclo o controle sai OK como "NAO RODOU".
      *    Cada controle repete o criterio de retorno do job que
      *    gerou a saida (o aviso do produtor e WARN, a falha e
      *    FAIL), e os retornos dos jobs que gravam em RUNCTL.DAT
      *    (MSTEDIT, MSTLOAD, RETCUT, PURGSCAN, PURGARCH) saem cada um
      *    na sua linha - vale a ultima linha do job no ciclo, um
      *    rerun substitui a execucao abortada.
      *    Retorno: o pior dos controles - RC=0 tudo OK, RC=4 algum
      *    WARN, RC=8 algum FAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMANHA.
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
           SELECT CYCSTAT-FILE ASSIGN TO "CYCSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCSTAT-STATUS.
           SELECT CYCEXCEP-FILE ASSIGN TO "CYCEXCEP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCEXCEP-STATUS.
           SELECT MSTEDIT-FILE ASSIGN TO "MSTEDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTEDIT-STATUS.
           SELECT SUSPAGE-FILE ASSIGN TO "SUSPAGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPAGE-STATUS.
           SELECT DTERRPRM-FILE ASSIGN TO "DTERRPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTERRPRM-STATUS.
           SELECT DTERRSUM-FILE ASSIGN TO "DTERRSUM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTERRSUM-STATUS.
           SELECT CALCHK-FILE ASSIGN TO "CALCHK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCHK-STATUS.
           SELECT ACKAUD-FILE ASSIGN TO "IFACKAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKAUD-STATUS.
           SELECT DIASDIF-FILE ASSIGN TO "DIASDIF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIASDIF-STATUS.
           SELECT RETDIF-FILE ASSIGN TO "RETDIF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETDIF-STATUS.
           SELECT HOLDLST-FILE ASSIGN TO "HOLDLST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDLST-STATUS.
           SELECT PURGHOLD-FILE ASSIGN TO "PURGHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGHOLD-STATUS.
           SELECT INVROLL-FILE ASSIGN TO "INVROLL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVROLL-STATUS.
           SELECT ARCDISP-FILE ASSIGN TO "ARCDISP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCDISP-STATUS.
           SELECT CALVIRA-FILE ASSIGN TO "CALVIRA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALVIRA-STATUS.
           SELECT CHKMANHA-FILE ASSIGN TO "CHKMANHA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKMANHA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY "RUNCTL.CPY".

       FD  CYCSTAT-FILE
           RECORDING MODE IS F.
       COPY "CYCSTAT.CPY".

       FD  CYCEXCEP-FILE
           RECORDING MODE IS F.
       01  CYCEXCEP-LINHA             PIC X(132).

       FD  MSTEDIT-FILE
           RECORDING MODE IS F.
       01  MSTEDIT-LINHA              PIC X(132).

       FD  SUSPAGE-FILE
           RECORDING MODE IS F.
       01  SUSPAGE-LINHA              PIC X(132).

      *    O mesmo cartao do DTERRSUM: os limites de aviso e critico
      *    por grupo sao os dele.
       FD  DTERRPRM-FILE
           RECORDING MODE IS F.
       01  DTERRPRM-REC.
           05  DTERRPRM-LIM-AVISO     PIC 9(05).
           05  DTERRPRM-LIM-CRITICO   PIC 9(05).
           05  DTERRPRM-RETENCAO      PIC 9(05).
           05  DTERRPRM-DATA-CICLO    PIC 9(08).

       FD  DTERRSUM-FILE
           RECORDING MODE IS F.
       01  DTERRSUM-LINHA             PIC X(132).

       FD  CALCHK-FILE
           RECORDING MODE IS F.
       01  CALCHK-LINHA               PIC X(132).

       FD  ACKAUD-FILE
           RECORDING MODE IS F.
       COPY "ACKAUD.CPY".

       FD  DIASDIF-FILE
           RECORDING MODE IS F.
       01  DIASDIF-LINHA              PIC X(132).

       FD  RETDIF-FILE
           RECORDING MODE IS F.
       01  RETDIF-LINHA               PIC X(132).

       FD  HOLDLST-FILE
           RECORDING MODE IS F.
       COPY "HOLDREC.CPY".

       FD  PURGHOLD-FILE
           RECORDING MODE IS F.
       01  PURGHOLD-LINHA             PIC X(132).

       FD  INVROLL-FILE
           RECORDING MODE IS F.
       01  INVROLL-LINHA              PIC X(132).

       FD  ARCDISP-FILE
           RECORDING MODE IS F.
       01  ARCDISP-LINHA              PIC X(132).

       FD  CALVIRA-FILE
           RECORDING MODE IS F.
       01  CALVIRA-LINHA              PIC X(132).

       FD  CHKMANHA-FILE
           RECORDING MODE IS F.
       01  CHKMANHA-LINHA             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS           PIC X(02) VALUE "00".
       01  WS-CYCSTAT-STATUS          PIC X(02) VALUE "00".
       01  WS-CYCEXCEP-STATUS         PIC X(02) VALUE "00".
       01  WS-MSTEDIT-STATUS          PIC X(02) VALUE "00".
       01  WS-SUSPAGE-STATUS          PIC X(02) VALUE "00".
       01  WS-DTERRPRM-STATUS         PIC X(02) VALUE "00".
       01  WS-DTERRSUM-STATUS         PIC X(02) VALUE "00".
       01  WS-CALCHK-STATUS           PIC X(02) VALUE "00".
       01  WS-ACKAUD-STATUS           PIC X(02) VALUE "00".
       01  WS-DIASDIF-STATUS          PIC X(02) VALUE "00".
       01  WS-RETDIF-STATUS           PIC X(02) VALUE "00".
       01  WS-HOLDLST-STATUS          PIC X(02) VALUE "00".
       01  WS-PURGHOLD-STATUS         PIC X(02) VALUE "00".
       01  WS-INVROLL-STATUS          PIC X(02) VALUE "00".
       01  WS-ARCDISP-STATUS          PIC X(02) VALUE "00".
       01  WS-CALVIRA-STATUS          PIC X(02) VALUE "00".
       01  WS-CHKMANHA-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-CICLO-ACHADO-SW         PIC X(01) VALUE "N".
           88  WS-CICLO-ACHADO        VALUE "Y".
       01  WS-CAB-LIDO-SW             PIC X(01) VALUE "N".
           88  WS-CAB-LIDO            VALUE "Y".
       01  WS-FECHOU-OK-SW            PIC X(01) VALUE "N".
           88  WS-FECHOU-OK           VALUE "Y".

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CICLO              PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CICLO-R REDEFINES WS-DATA-CICLO.
           05  WS-CICLO-AAAA           PIC 9(04).
           05  WS-CICLO-MM             PIC 9(02).
           05  WS-CICLO-DD             PIC 9(02).
      *    Data do RETCUT anterior ao ciclo apurado (zeros = nao ha):
      *    saida datada pela execucao e do ciclo se for posterior a
      *    ela.
       01  WS-DATA-ANTERIOR           PIC 9(08) VALUE ZEROS.

      *    Data lida do cabecalho de uma saida e o criterio aplicado:
      *    "C" = tem que ser a data do ciclo (saida datada pelo
      *    ciclo); "E" = posterior ao ciclo anterior (saida datada
      *    pela execucao).
       01  WS-SAI-DATA-X              PIC X(08) VALUE SPACES.
       01  WS-SAI-DATA REDEFINES WS-SAI-DATA-X PIC 9(08).
       01  WS-SAI-REGRA               PIC X(01) VALUE "E".
       01  WS-SAI-ATUAL-SW            PIC X(01) VALUE "N".
           88  WS-SAI-ATUAL           VALUE "Y".

      *    Controle corrente - montado por cada conferencia e gravado
      *    por 7000-GRAVAR-CONTROLE.
       01  WS-CTL-NOME                PIC X(14) VALUE SPACES.
       01  WS-CTL-SITUACAO            PIC X(04) VALUE SPACES.
           88  WS-CTL-OK              VALUE "OK  ".
           88  WS-CTL-WARN            VALUE "WARN".
           88  WS-CTL-FAIL            VALUE "FAIL".
       01  WS-CTL-NUMERO              PIC X(75) VALUE SPACES.
       01  WS-CTL-ONDE                PIC X(35) VALUE SPACES.
       01  WS-CTL-AUSENTE-SW          PIC X(01) VALUE "N".
           88  WS-CTL-AUSENTE         VALUE "Y".

       01  WS-QTDE-OK                 PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-WARN               PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-FAIL               PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-AUSENTES           PIC 9(05) VALUE ZEROS.
       01  WS-RC-PIOR                 PIC 9(04) VALUE ZEROS.

      *    Jobs que gravam RUNCTL.DAT, na ordem da esteira, e a
      *    ultima linha de particao zero de cada um no ciclo. MSTEDIT
      *    e MSTLOAD datam a linha pela execucao (rodam antes do
      *    RETCUT abrir o ciclo); os demais, como no CYCRECON, pela
      *    data do ciclo.
       01  WS-JOBS-TAB.
           05  WS-JOB-ENT              OCCURS 5 TIMES.
               10  WS-JOB-NOME         PIC X(08).
               10  WS-JOB-REGRA        PIC X(01).
               10  WS-JOB-ACHOU-SW     PIC X(01).
                   88  WS-JOB-ACHOU    VALUE "Y".
               10  WS-JOB-LINHAS       PIC 9(05).
               10  WS-JOB-RETORNO      PIC 9(04).
               10  WS-JOB-CATEGORIA    PIC X(08).
       01  WS-JOB-IDX                 PIC 9(01) VALUE ZEROS.

      *    CYCEXCEP.DAT
       01  WS-CYC-QTDE-EXCECOES       PIC 9(05) VALUE ZEROS.
       01  WS-CYC-QTDE-AVISOS         PIC 9(05) VALUE ZEROS.
       01  WS-CYC-PRIMEIRA            PIC X(60) VALUE SPACES.

      *    MSTEDIT.DAT
       01  WS-EDT-APROVADOS           PIC 9(09) VALUE ZEROS.
       01  WS-EDT-REJEITADOS          PIC 9(09) VALUE ZEROS.
       01  WS-EDT-MOT-TAB.
           05  WS-EDT-MOT-ENT          OCCURS 5 TIMES.
               10  WS-EDT-MOT-CODIGO   PIC X(02).
               10  WS-EDT-MOT-QTDE     PIC 9(09).
       01  WS-EDT-MOT-IDX             PIC 9(01) VALUE ZEROS.
       01  WS-EDT-CORR-PROBLEMA       PIC 9(09) VALUE ZEROS.
       01  WS-EDT-PCT-TXT             PIC X(06) VALUE SPACES.
       01  WS-EDT-LIM-TXT             PIC X(03) VALUE SPACES.
       01  WS-EDT-PCT-EDT             PIC ZZ9,99.
       01  WS-EDT-PCT                 PIC 9(03)V99 VALUE ZEROS.
       01  WS-EDT-LIM-EDT             PIC ZZ9.
       01  WS-EDT-LIM                 PIC 9(03)V99 VALUE ZEROS.

      *    SUSPAGE.DAT
       01  WS-SUS-ITENS               PIC 9(09) VALUE ZEROS.
       01  WS-SUS-VENCIDOS            PIC 9(09) VALUE ZEROS.
       01  WS-SUS-LIMITE-TXT          PIC X(03) VALUE SPACES.

      *    DTERRSUM.DAT - limites do cartao DTERRPRM.DAT (sem cartao
      *    os mesmos padroes do DTERRSUM).
       01  WS-LIM-AVISO               PIC 9(05) VALUE 50.
       01  WS-LIM-CRITICO             PIC 9(05) VALUE 500.
       01  WS-DTE-TOTAL               PIC 9(09) VALUE ZEROS.
       01  WS-DTE-MAIOR               PIC 9(09) VALUE ZEROS.
       01  WS-DTE-MAIOR-PROG          PIC X(08) VALUE SPACES.
       01  WS-DTE-MAIOR-FUNC          PIC X(08) VALUE SPACES.
       01  WS-DTE-GRUPO               PIC 9(09) VALUE ZEROS.
       01  WS-DTE-GRUPOS              PIC 9(05) VALUE ZEROS.

      *    CALCHK.DAT - o primeiro ano sem linhas entre os avisos e o
      *    calendario dele; a cobertura acaba em 31/12 do ano antes.
       01  WS-CAL-AVISOS              PIC 9(05) VALUE ZEROS.
       01  WS-CAL-OK                  PIC 9(05) VALUE ZEROS.
       01  WS-CAL-EXCESSO-SW          PIC X(01) VALUE "N".
           88  WS-CAL-EXCESSO         VALUE "Y".
       01  WS-CAL-ANO-X               PIC X(04) VALUE SPACES.
       01  WS-CAL-ANO REDEFINES WS-CAL-ANO-X PIC 9(04).
       01  WS-CAL-MENOR-ANO           PIC 9(04) VALUE ZEROS.
       01  WS-CAL-MENOR-CAL           PIC X(08) VALUE SPACES.
       01  WS-CAL-DIAS                PIC 9(05) VALUE ZEROS.

      *    Calculo de dias ate o fim da cobertura, sem funcao de
      *    diferenca no DTUTIL: dias que faltam no ano do ciclo mais
      *    os anos inteiros ate o ultimo ano coberto.
       01  WS-ACUM-VALORES            PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  WS-ACUM-TAB REDEFINES WS-ACUM-VALORES.
           05  WS-ACUM-DIAS            OCCURS 12 TIMES PIC 9(03).
       01  WS-BIS-ANO                 PIC 9(04) VALUE ZEROS.
       01  WS-BIS-QUOC                PIC 9(04) VALUE ZEROS.
       01  WS-BIS-RESTO-4             PIC 9(04) VALUE ZEROS.
       01  WS-BIS-RESTO-100           PIC 9(04) VALUE ZEROS.
       01  WS-BIS-RESTO-400           PIC 9(04) VALUE ZEROS.
       01  WS-BIS-DIAS-ANO            PIC 9(03) VALUE ZEROS.
       01  WS-DIA-DO-ANO              PIC 9(03) VALUE ZEROS.
       01  WS-ANO-IDX                 PIC 9(04) VALUE ZEROS.

      *    IFACKAUD.DAT - a ultima execucao do CUTIFACK (linhas da
      *    mesma data e geracao) e o ultimo status de cada categoria
      *    nela.
       01  WS-ACK-GRUPO-DATA          PIC 9(08) VALUE ZEROS.
       01  WS-ACK-GRUPO-GERACAO       PIC 9(04) VALUE ZEROS.
       01  WS-ACK-TAB.
           05  WS-ACK-ENT              OCCURS 50 TIMES.
               10  WS-ACK-CATEGORIA    PIC X(08).
               10  WS-ACK-STATUS       PIC X(01).
       01  WS-QTDE-ACK                PIC 9(02) VALUE ZEROS.
       01  WS-ACK-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-ACK-ACHADO              PIC 9(02) VALUE ZEROS.
       01  WS-ACK-QTDE-G              PIC 9(05) VALUE ZEROS.
       01  WS-ACK-MENSAGEM-G          PIC X(40) VALUE SPACES.
       01  WS-ACK-QTDE-A              PIC 9(05) VALUE ZEROS.
       01  WS-ACK-QTDE-R              PIC 9(05) VALUE ZEROS.
       01  WS-ACK-QTDE-F              PIC 9(05) VALUE ZEROS.
       01  WS-ACK-PRIMEIRA-F          PIC X(08) VALUE SPACES.
       01  WS-ACK-PRIMEIRA-R          PIC X(08) VALUE SPACES.

      *    DIASDIF.DAT e RETDIF.DAT - totais em ZZZZ9.
       01  WS-TOT5-EDT                PIC ZZZZ9.
       01  WS-DIA-ALTERADOS           PIC 9(09) VALUE ZEROS.
       01  WS-DIA-SEM-LOG             PIC 9(09) VALUE ZEROS.
       01  WS-RET-INCLUIDAS           PIC 9(09) VALUE ZEROS.
       01  WS-RET-PENDENTES           PIC 9(09) VALUE ZEROS.
       01  WS-RET-PEND-VENCIDAS       PIC 9(09) VALUE ZEROS.
       01  WS-RET-APROV-INVALIDAS     PIC 9(09) VALUE ZEROS.
       01  WS-RET-REMOVIDAS           PIC 9(09) VALUE ZEROS.
       01  WS-RET-PROBLEMAS           PIC 9(09) VALUE ZEROS.
       01  WS-RET-TOTAIS              PIC 9(05) VALUE ZEROS.
       01  WS-RET-FALHA               PIC X(75) VALUE SPACES.

      *    HOLDLST.DAT / PURGHOLD.DAT
       01  WS-QTDE-HOLDS              PIC 9(09) VALUE ZEROS.
       01  WS-HLD-TOTAIS              PIC 9(05) VALUE ZEROS.
       01  WS-HLD-RETIDOS             PIC 9(09) VALUE ZEROS.
       01  WS-HLD-TOTAL-X             PIC X(09) VALUE SPACES.
       01  WS-HLD-TOTAL REDEFINES WS-HLD-TOTAL-X PIC 9(09).

      *    INVROLL.DAT
       01  WS-INV-EXCECOES            PIC 9(09) VALUE ZEROS.

      *    ARCDISP.DAT
      *    "DESCARTE" no certificado, "PREVIA" na simulacao.
       01  WS-ARC-MODO                PIC X(08) VALUE SPACES.
       01  WS-ARC-RETIDAS             PIC 9(09) VALUE ZEROS.
       01  WS-ARC-SEM-PRAZO           PIC 9(09) VALUE ZEROS.
       01  WS-ARC-DESCARTE            PIC 9(09) VALUE ZEROS.

      *    CALVIRA.DAT - totais em ZZ.ZZ9.
       01  WS-CVI-EDT                 PIC ZZ.ZZ9.
       01  WS-CVI-ANO                 PIC X(04) VALUE SPACES.
       01  WS-CVI-MODO                PIC X(09) VALUE SPACES.
       01  WS-CVI-INCLUSOES           PIC 9(09) VALUE ZEROS.
       01  WS-CVI-PENDENCIAS          PIC 9(09) VALUE ZEROS.
       01  WS-CVI-INTERROMPIDA-SW     PIC X(01) VALUE "N".
           88  WS-CVI-INTERROMPIDA    VALUE "Y".

      *    Totais dos relatorios no padrao label X(33) + ZZZ.ZZZ.ZZ9
      *    e label X(40) + ZZZ.ZZZ.ZZ9 (INVROLL) - lidos de volta por
      *    MOVE para o campo editado e dele para o numerico.
       01  WS-TOT-EDT                 PIC ZZZ.ZZZ.ZZ9.
       01  WS-TOT-VALOR               PIC 9(09) VALUE ZEROS.

      *    Numeros sem os brancos da edicao, para compor o
      *    numero-chave do controle (ate seis por linha).
       01  WS-NUM-TAB.
           05  WS-NUM-ENT              OCCURS 6 TIMES.
               10  WS-NUM-TXT          PIC X(11).
               10  WS-NUM-TAM          PIC 9(02).
       01  WS-NUM-SLOT                PIC 9(01) VALUE ZEROS.
       01  WS-NUM-VALOR               PIC 9(09) VALUE ZEROS.
       01  WS-NUM-EDT                 PIC ZZZ.ZZZ.ZZ9.
       01  WS-NUM-POS                 PIC 9(02) VALUE ZEROS.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(38) VALUE
               "CHKMANHA - CHECKLIST DA MANHA - CICLO ".
           05  WS-LIN-CAB-DATA         PIC 9(08).
           05  FILLER                  PIC X(16) VALUE
               " - EXECUCAO EM: ".
           05  WS-LIN-CAB-HOJE         PIC 9(08).
       01  WS-LIN-COL.
           05  FILLER                  PIC X(21) VALUE
               "CONTROLE       SIT.  ".
           05  FILLER                  PIC X(76) VALUE
               "NUMERO-CHAVE".
           05  FILLER                  PIC X(10) VALUE
               "ONDE OLHAR".
       01  WS-LIN-CTL.
           05  WS-LIN-CTL-NOME         PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-CTL-SITUACAO     PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LIN-CTL-NUMERO       PIC X(75).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-CTL-ONDE         PIC X(35).
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(33).
           05  WS-LIN-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-INICIALIZAR
           PERFORM 1500-DETERMINAR-CICLO
           PERFORM 2000-CONFERIR-ESTADO
           PERFORM 2500-CONFERIR-JOBS
           PERFORM 3000-CONFERIR-CYCEXCEP
           PERFORM 3100-CONFERIR-MSTEDIT
           PERFORM 3200-CONFERIR-SUSPAGE
           PERFORM 3300-CONFERIR-DTERRSUM
           PERFORM 3400-CONFERIR-CALCHK
           PERFORM 3500-CONFERIR-IFACKAUD
           PERFORM 3600-CONFERIR-DIASDIF
           PERFORM 3700-CONFERIR-RETDIF
           PERFORM 3800-CONFERIR-PURGHOLD
           PERFORM 3900-CONFERIR-INVROLL
           PERFORM 4000-CONFERIR-ARCDISP
           PERFORM 4100-CONFERIR-CALVIRA
           PERFORM 9000-ENCERRAR
           STOP RUN.

       1000-INICIALIZAR.
           OPEN OUTPUT CHKMANHA-FILE
           IF WS-CHKMANHA-STATUS NOT = "00"
               DISPLAY "CHKMANHA: ERRO AO ABRIR CHKMANHA.DAT - STATUS "
                       WS-CHKMANHA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "MSTEDIT " TO WS-JOB-NOME(1)
           MOVE "E"        TO WS-JOB-REGRA(1)
           MOVE "MSTLOAD " TO WS-JOB-NOME(2)
           MOVE "E"        TO WS-JOB-REGRA(2)
           MOVE "RETCUT  " TO WS-JOB-NOME(3)
           MOVE "C"        TO WS-JOB-REGRA(3)
           MOVE "PURGSCAN" TO WS-JOB-NOME(4)
           MOVE "C"        TO WS-JOB-REGRA(4)
           MOVE "PURGARCH" TO WS-JOB-NOME(5)
           MOVE "C"        TO WS-JOB-REGRA(5)
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 5
               MOVE "N"    TO WS-JOB-ACHOU-SW(WS-JOB-IDX)
               MOVE ZEROS  TO WS-JOB-LINHAS(WS-JOB-IDX)
               MOVE ZEROS  TO WS-JOB-RETORNO(WS-JOB-IDX)
               MOVE SPACES TO WS-JOB-CATEGORIA(WS-JOB-IDX)
           END-PERFORM
           MOVE "CB" TO WS-EDT-MOT-CODIGO(1)
           MOVE "CD" TO WS-EDT-MOT-CODIGO(2)
           MOVE "DT" TO WS-EDT-MOT-CODIGO(3)
           MOVE "EX" TO WS-EDT-MOT-CODIGO(4)
           MOVE "CT" TO WS-EDT-MOT-CODIGO(5)
           PERFORM VARYING WS-EDT-MOT-IDX FROM 1 BY 1
                   UNTIL WS-EDT-MOT-IDX > 5
               MOVE ZEROS TO WS-EDT-MOT-QTDE(WS-EDT-MOT-IDX)
           END-PERFORM.

      *    Mesmo criterio do CYCRECON: o dono da data do ciclo e o
      *    RETCUT - o ultimo registro dele em RUNCTL.DAT. A data do
      *    RETCUT antes dela (rerun do mesmo ciclo nao conta) e o
      *    ciclo anterior. Sem RETCUT o checklist cai na data
      *    corrente - e isso ja e FAIL.
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
                               IF WS-CICLO-ACHADO
                                   AND RUNCTL-DATA-CICLO
                                       NOT = WS-DATA-CICLO
                                   MOVE WS-DATA-CICLO
                                       TO WS-DATA-ANTERIOR
                               END-IF
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
           WRITE CHKMANHA-LINHA FROM WS-LIN-CAB
           MOVE SPACES TO CHKMANHA-LINHA
           WRITE CHKMANHA-LINHA
           WRITE CHKMANHA-LINHA FROM WS-LIN-COL
           MOVE "CICLO"       TO WS-CTL-NOME
           MOVE "RUNCTL.DAT"  TO WS-CTL-ONDE
           EVALUATE TRUE
               WHEN WS-RUNCTL-STATUS NOT = "00"
                   MOVE "FAIL" TO WS-CTL-SITUACAO
                   MOVE "Y"    TO WS-CTL-AUSENTE-SW
                   MOVE "RUNCTL.DAT INDISPONIVEL - NENHUM JOB GRAVOU "
                       TO WS-CTL-NUMERO
                   MOVE "CONTROLE" TO WS-CTL-NUMERO(45:)
               WHEN NOT WS-CICLO-ACHADO
                   MOVE "FAIL" TO WS-CTL-SITUACAO
                   MOVE "SEM REGISTRO DO RETCUT - USANDO A DATA "
                       TO WS-CTL-NUMERO
                   MOVE "CORRENTE COMO CICLO" TO WS-CTL-NUMERO(40:)
               WHEN OTHER
                   MOVE "OK  " TO WS-CTL-SITUACAO
                   STRING "CICLO " WS-DATA-CICLO
                          " - CICLO ANTERIOR " WS-DATA-ANTERIOR
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
           END-EVALUATE
           PERFORM 7000-GRAVAR-CONTROLE
           DISPLAY "CHKMANHA: DATA DO CICLO......: " WS-DATA-CICLO.

      *    O CYCRECON fecha o estado do ciclo em CYCSTAT.DAT; ciclo
      *    que nao chegou a "FECHADO " parou no meio da esteira (ou
      *    tem particao pendente de reinicio).
       2000-CONFERIR-ESTADO.
           MOVE "ESTADO CICLO" TO WS-CTL-NOME
           MOVE "CYCSTAT.DAT E CYCEXCEP.DAT" TO WS-CTL-ONDE
           OPEN INPUT CYCSTAT-FILE
           IF WS-CYCSTAT-STATUS NOT = "00"
               MOVE "FAIL" TO WS-CTL-SITUACAO
               MOVE "Y"    TO WS-CTL-AUSENTE-SW
               MOVE "CYCSTAT.DAT AUSENTE - NENHUM CICLO ABERTO"
                   TO WS-CTL-NUMERO
           ELSE
               READ CYCSTAT-FILE
                   AT END
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                       MOVE "CYCSTAT.DAT VAZIO - NENHUM CICLO ABERTO"
                           TO WS-CTL-NUMERO
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CYCSTAT-DATA-CICLO NOT = WS-DATA-CICLO
                               MOVE "FAIL" TO WS-CTL-SITUACAO
                               STRING "ESTADO E DO CICLO "
                                      CYCSTAT-DATA-CICLO
                                      " - ETAPA " CYCSTAT-ETAPA
                                   DELIMITED BY SIZE
                                   INTO WS-CTL-NUMERO
                               END-STRING
                           WHEN CYCSTAT-ETAPA-FECHADO
                               MOVE "OK  " TO WS-CTL-SITUACAO
                               MOVE "CICLO FECHADO PELO CYCRECON"
                                   TO WS-CTL-NUMERO
                           WHEN OTHER
                               MOVE "FAIL" TO WS-CTL-SITUACAO
                               STRING "CICLO NAO FECHADO - PAROU NA "
                                      "ETAPA " CYCSTAT-ETAPA
                                   DELIMITED BY SIZE
                                   INTO WS-CTL-NUMERO
                               END-STRING
                       END-EVALUATE
               END-READ
               CLOSE CYCSTAT-FILE
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

      *    Retorno de cada job de RUNCTL.DAT: vale a ultima linha de
      *    particao zero do job no ciclo (todas as linhas de uma
      *    execucao levam o mesmo RETURN-CODE; a do rerun vem
      *    depois da abortada).
       2500-CONFERIR-JOBS.
           IF WS-RUNCTL-STATUS = "00"
               OPEN INPUT RUNCTL-FILE
               PERFORM UNTIL WS-EOF
                   READ RUNCTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RUNCTL-PARTICAO = ZEROS
                               PERFORM 2600-GUARDAR-JOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 5
               PERFORM 2700-CONTROLE-JOB
           END-PERFORM.

       2600-GUARDAR-JOB.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 5
               IF WS-JOB-NOME(WS-JOB-IDX) = RUNCTL-JOB
                   MOVE RUNCTL-DATA-CICLO   TO WS-SAI-DATA
                   MOVE WS-JOB-REGRA(WS-JOB-IDX) TO WS-SAI-REGRA
                   PERFORM 7300-AVALIAR-DATA
                   IF WS-SAI-ATUAL
                       MOVE "Y" TO WS-JOB-ACHOU-SW(WS-JOB-IDX)
                       ADD 1 TO WS-JOB-LINHAS(WS-JOB-IDX)
                       MOVE RUNCTL-RETORNO
                           TO WS-JOB-RETORNO(WS-JOB-IDX)
                       MOVE RUNCTL-CATEGORIA
                           TO WS-JOB-CATEGORIA(WS-JOB-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2700-CONTROLE-JOB.
           MOVE SPACES TO WS-CTL-NOME
           STRING "RC " WS-JOB-NOME(WS-JOB-IDX)
               DELIMITED BY SIZE
               INTO WS-CTL-NOME
           END-STRING
           MOVE SPACES TO WS-CTL-ONDE
           STRING "RUNCTL.DAT E SYSOUT DO "
                  WS-JOB-NOME(WS-JOB-IDX)
               DELIMITED BY SIZE
               INTO WS-CTL-ONDE
           END-STRING
           IF NOT WS-JOB-ACHOU(WS-JOB-IDX)
               MOVE "FAIL" TO WS-CTL-SITUACAO
               MOVE "Y"    TO WS-CTL-AUSENTE-SW
               MOVE "SEM LINHA EM RUNCTL.DAT NO CICLO - JOB NAO RODOU "
                   TO WS-CTL-NUMERO
               MOVE "OU NAO TERMINOU" TO WS-CTL-NUMERO(50:)
           ELSE
               EVALUATE TRUE
                   WHEN WS-JOB-RETORNO(WS-JOB-IDX) >= 8
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                   WHEN WS-JOB-RETORNO(WS-JOB-IDX) > ZEROS
                       MOVE "WARN" TO WS-CTL-SITUACAO
                   WHEN OTHER
                       MOVE "OK  " TO WS-CTL-SITUACAO
               END-EVALUATE
               MOVE 1 TO WS-NUM-SLOT
               MOVE WS-JOB-LINHAS(WS-JOB-IDX) TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               STRING "RC=" WS-JOB-RETORNO(WS-JOB-IDX)
                      " NA ULTIMA LINHA - "
                      WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                      " LINHA(S) NO CICLO"
                   DELIMITED BY SIZE
                   INTO WS-CTL-NUMERO
               END-STRING
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

      *    CYCEXCEP.DAT: alem do cabecalho, das linhas "JOB: " e do
      *    fechamento, o CYCRECON so grava excecoes e os avisos
      *    "ENCERROU COM AVISO (RC=4)" - que ja saem nas linhas RC.
       3000-CONFERIR-CYCEXCEP.
           MOVE "RECONCILIACAO" TO WS-CTL-NOME
           MOVE "CYCEXCEP.DAT"  TO WS-CTL-ONDE
           MOVE "N" TO WS-CAB-LIDO-SW
           MOVE "N" TO WS-FECHOU-OK-SW
           OPEN INPUT CYCEXCEP-FILE
           IF WS-CYCEXCEP-STATUS NOT = "00"
               PERFORM 7100-SAIDA-AUSENTE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CYCEXCEP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3010-CLASSIFICAR-CYCEXCEP
                   END-READ
               END-PERFORM
               CLOSE CYCEXCEP-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "C" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               EVALUATE TRUE
                   WHEN NOT WS-SAI-ATUAL
                       PERFORM 7200-SAIDA-ANTIGA
                   WHEN WS-CYC-QTDE-EXCECOES > ZEROS
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                       MOVE 1 TO WS-NUM-SLOT
                       MOVE WS-CYC-QTDE-EXCECOES TO WS-NUM-VALOR
                       PERFORM 8500-EDITAR-NUMERO
                       STRING WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                              " EXCECAO(OES) - "
                              WS-CYC-PRIMEIRA
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
                   WHEN NOT WS-FECHOU-OK
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                       MOVE "RECONCILIACAO SEM LINHA DE FECHAMENTO - "
                           TO WS-CTL-NUMERO
                       MOVE "CYCRECON NAO TERMINOU"
                           TO WS-CTL-NUMERO(41:)
                   WHEN OTHER
                       MOVE "OK  " TO WS-CTL-SITUACAO
                       MOVE 1 TO WS-NUM-SLOT
                       MOVE WS-CYC-QTDE-AVISOS TO WS-NUM-VALOR
                       PERFORM 8500-EDITAR-NUMERO
                       STRING "SEM EXCECOES - CICLO FECHADO OK ("
                              WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                              " JOB(S) COM AVISO)"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
               END-EVALUATE
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

       3010-CLASSIFICAR-CYCEXCEP.
           EVALUATE TRUE
               WHEN CYCEXCEP-LINHA(1:44) =
                       "CYCRECON - RECONCILIACAO DO CICLO NOTURNO DE"
                   MOVE CYCEXCEP-LINHA(46:8) TO WS-SAI-DATA-X
               WHEN CYCEXCEP-LINHA(1:5) = "JOB: "
                   CONTINUE
               WHEN CYCEXCEP-LINHA(1:31) =
                       "SEM EXCECOES - CICLO FECHADO OK"
                   MOVE "Y" TO WS-FECHOU-OK-SW
               WHEN CYCEXCEP-LINHA(1:4) = "JOB "
                   AND CYCEXCEP-LINHA(13:26) =
                       " ENCERROU COM AVISO (RC=4)"
                   ADD 1 TO WS-CYC-QTDE-AVISOS
               WHEN CYCEXCEP-LINHA = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CYC-QTDE-EXCECOES
                   IF WS-CYC-QTDE-EXCECOES = 1
                       MOVE CYCEXCEP-LINHA TO WS-CYC-PRIMEIRA
                   END-IF
           END-EVALUATE.

      *    MSTEDIT.DAT: mesma escala do MSTEDIT - rejeicao acima do
      *    limite e FAIL (a carga nao roda), rejeicao dentro do limite
      *    ou correcao do SUSPCORR sem efeito e WARN.
       3100-CONFERIR-MSTEDIT.
           MOVE "CRITICA MASTER" TO WS-CTL-NOME
           MOVE "MSTEDIT.DAT E MASTREJ"  TO WS-CTL-ONDE
           OPEN INPUT MSTEDIT-FILE
           IF WS-MSTEDIT-STATUS NOT = "00"
               PERFORM 7100-SAIDA-AUSENTE
           ELSE
               MOVE SPACES TO WS-SAI-DATA-X
               PERFORM UNTIL WS-EOF
                   READ MSTEDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3110-CLASSIFICAR-MSTEDIT
                   END-READ
               END-PERFORM
               CLOSE MSTEDIT-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "E" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               IF NOT WS-SAI-ATUAL
                   PERFORM 7200-SAIDA-ANTIGA
               ELSE
                   PERFORM 3120-AVALIAR-MSTEDIT
               END-IF
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

       3110-CLASSIFICAR-MSTEDIT.
           MOVE MSTEDIT-LINHA(34:11) TO WS-TOT-EDT
           EVALUATE MSTEDIT-LINHA(1:33)
               WHEN "MSTEDIT - CRITICA DA ALIMENTACAO"
                   MOVE MSTEDIT-LINHA(48:8) TO WS-SAI-DATA-X
               WHEN "APROVADOS PARA A CARGA..........:"
                   MOVE WS-TOT-EDT TO WS-EDT-APROVADOS
               WHEN "REJEITADOS......................:"
                   MOVE WS-TOT-EDT TO WS-EDT-REJEITADOS
               WHEN "  CB CHAVE EM BRANCO............:"
                   MOVE WS-TOT-EDT TO WS-EDT-MOT-QTDE(1)
               WHEN "  CD CHAVE JA VIVA NO MASTER....:"
                   MOVE WS-TOT-EDT TO WS-EDT-MOT-QTDE(2)
               WHEN "  DT DATA DE REFERENCIA INVALIDA:"
                   MOVE WS-TOT-EDT TO WS-EDT-MOT-QTDE(3)
               WHEN "  EX EXPURGO PRE-MARCADO........:"
                   MOVE WS-TOT-EDT TO WS-EDT-MOT-QTDE(4)
               WHEN "  CT CATEGORIA SEM LINHA VIGENTE:"
                   MOVE WS-TOT-EDT TO WS-EDT-MOT-QTDE(5)
               WHEN "PERCENTUAL DE REJEICAO..........:"
                   MOVE MSTEDIT-LINHA(34:6) TO WS-EDT-PCT-TXT
                   MOVE MSTEDIT-LINHA(52:3) TO WS-EDT-LIM-TXT
               WHEN "  RECUSADAS.....................:"
                   MOVE WS-TOT-EDT TO WS-TOT-VALOR
                   ADD WS-TOT-VALOR TO WS-EDT-CORR-PROBLEMA
               WHEN "  SEM ITEM NO SUSPENSO..........:"
                   MOVE WS-TOT-EDT TO WS-TOT-VALOR
                   ADD WS-TOT-VALOR TO WS-EDT-CORR-PROBLEMA
           END-EVALUATE.

       3120-AVALIAR-MSTEDIT.
           MOVE WS-EDT-PCT-TXT TO WS-EDT-PCT-EDT
           MOVE WS-EDT-PCT-EDT TO WS-EDT-PCT
           MOVE WS-EDT-LIM-TXT TO WS-EDT-LIM-EDT
           MOVE WS-EDT-LIM-EDT TO WS-EDT-LIM
           EVALUATE TRUE
               WHEN WS-EDT-REJEITADOS > ZEROS
                   AND WS-EDT-PCT > WS-EDT-LIM
                   MOVE "FAIL" TO WS-CTL-SITUACAO
               WHEN WS-EDT-REJEITADOS > ZEROS
                   OR WS-EDT-CORR-PROBLEMA > ZEROS
                   MOVE "WARN" TO WS-CTL-SITUACAO
               WHEN OTHER
                   MOVE "OK  " TO WS-CTL-SITUACAO
           END-EVALUATE
           IF WS-EDT-REJEITADOS = ZEROS
               MOVE 1 TO WS-NUM-SLOT
               MOVE WS-EDT-APROVADOS TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               MOVE 2 TO WS-NUM-SLOT
               MOVE WS-EDT-CORR-PROBLEMA TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               STRING "SEM REJEICOES - "
                      WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                      " APROVADOS - "
                      WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                      " CORRECAO(OES) SEM EFEITO"
                   DELIMITED BY SIZE
                   INTO WS-CTL-NUMERO
               END-STRING
           ELSE
               MOVE 1 TO WS-NUM-SLOT
               MOVE WS-EDT-REJEITADOS TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               PERFORM VARYING WS-EDT-MOT-IDX FROM 1 BY 1
                       UNTIL WS-EDT-MOT-IDX > 5
                   COMPUTE WS-NUM-SLOT = WS-EDT-MOT-IDX + 1
                   MOVE WS-EDT-MOT-QTDE(WS-EDT-MOT-IDX)
                       TO WS-NUM-VALOR
                   PERFORM 8500-EDITAR-NUMERO
               END-PERFORM
               STRING WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                      " REJEITADOS: CB " WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                      " CD " WS-NUM-TXT(3)(1:WS-NUM-TAM(3))
                      " DT " WS-NUM-TXT(4)(1:WS-NUM-TAM(4))
                      " EX " WS-NUM-TXT(5)(1:WS-NUM-TAM(5))
                      " CT " WS-NUM-TXT(6)(1:WS-NUM-TAM(6))
                      " -" WS-EDT-PCT-TXT " % (LIMITE "
                      WS-EDT-LIM-TXT " %)"
                   DELIMITED BY SIZE
                   INTO WS-CTL-NUMERO
               END-STRING
           END-IF.

      *    SUSPAGE.DAT: item acima do limite e FAIL (cobrar a
      *    correcao), item pendente dentro do limite e WARN.
       3200-CONFERIR-SUSPAGE.
           MOVE "SUSPENSO"     TO WS-CTL-NOME
           MOVE "SUSPAGE.DAT"  TO WS-CTL-ONDE
           OPEN INPUT SUSPAGE-FILE
           IF WS-SUSPAGE-STATUS NOT = "00"
               PERFORM 7100-SAIDA-AUSENTE
           ELSE
               MOVE SPACES TO WS-SAI-DATA-X
               PERFORM UNTIL WS-EOF
                   READ SUSPAGE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE SUSPAGE-LINHA(34:11) TO WS-TOT-EDT
                           EVALUATE SUSPAGE-LINHA(1:33)
                               WHEN "SUSPAGE - ENVELHECIMENTO DO SUSPE"
                                   MOVE SUSPAGE-LINHA(52:8)
                                       TO WS-SAI-DATA-X
                                   MOVE SUSPAGE-LINHA(71:3)
                                       TO WS-SUS-LIMITE-TXT
                               WHEN "ITENS EM SUSPENSO...............:"
                                   MOVE WS-TOT-EDT TO WS-SUS-ITENS
                               WHEN "ACIMA DO LIMITE.................:"
                                   MOVE WS-TOT-EDT TO WS-SUS-VENCIDOS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SUSPAGE-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "E" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               MOVE 1 TO WS-NUM-SLOT
               MOVE WS-SUS-VENCIDOS TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               MOVE 2 TO WS-NUM-SLOT
               MOVE WS-SUS-ITENS TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               EVALUATE TRUE
                   WHEN NOT WS-SAI-ATUAL
                       PERFORM 7200-SAIDA-ANTIGA
                   WHEN WS-SUS-VENCIDOS > ZEROS
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                       STRING WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                              " ITEM(NS) HA MAIS DE"
                              WS-SUS-LIMITE-TXT
                              " DIAS EM SUSPENSO (DE "
                              WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                              " PENDENTES)"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
                   WHEN WS-SUS-ITENS > ZEROS
                       MOVE "WARN" TO WS-CTL-SITUACAO
                       STRING WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                              " ITEM(NS) EM SUSPENSO, TODOS DENTRO DO "
                              "LIMITE DE" WS-SUS-LIMITE-TXT " DIAS"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
                   WHEN OTHER
                       MOVE "OK  " TO WS-CTL-SITUACAO
                       MOVE "SUSPENSO VAZIO" TO WS-CTL-NUMERO
               END-EVALUATE
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

      *    DTERRSUM.DAT: a soma de "NESTE CICLO" dos grupos e o maior
      *    grupo, contra os limites do DTERRPRM.DAT - mesma escala do
      *    DTERRSUM (por grupo: aviso WARN, critico FAIL).
       3300-CONFERIR-DTERRSUM.
           OPEN INPUT DTERRPRM-FILE
           IF WS-DTERRPRM-STATUS = "00"
               READ DTERRPRM-FILE
                   NOT AT END
                       IF DTERRPRM-LIM-AVISO NUMERIC
                           AND DTERRPRM-LIM-AVISO > ZEROS
                           MOVE DTERRPRM-LIM-AVISO TO WS-LIM-AVISO
                       END-IF
                       IF DTERRPRM-LIM-CRITICO NUMERIC
                           AND DTERRPRM-LIM-CRITICO > ZEROS
                           MOVE DTERRPRM-LIM-CRITICO
                               TO WS-LIM-CRITICO
                       END-IF
               END-READ
               CLOSE DTERRPRM-FILE
           END-IF
           MOVE "ERROS DE DATA" TO WS-CTL-NOME
           MOVE "DTERRSUM.DAT E DTERR.DAT" TO WS-CTL-ONDE
           OPEN INPUT DTERRSUM-FILE
           IF WS-DTERRSUM-STATUS NOT = "00"
               PERFORM 7100-SAIDA-AUSENTE
           ELSE
               MOVE SPACES TO WS-SAI-DATA-X
               PERFORM UNTIL WS-EOF
                   READ DTERRSUM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3310-CLASSIFICAR-DTERRSUM
                   END-READ
               END-PERFORM
               CLOSE DTERRSUM-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "E" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               MOVE 1 TO WS-NUM-SLOT
               MOVE WS-DTE-TOTAL TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               MOVE 2 TO WS-NUM-SLOT
               MOVE WS-DTE-MAIOR TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               EVALUATE TRUE
                   WHEN NOT WS-SAI-ATUAL
                       PERFORM 7200-SAIDA-ANTIGA
                   WHEN WS-DTE-MAIOR >= WS-LIM-CRITICO
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                   WHEN WS-DTE-MAIOR >= WS-LIM-AVISO
                       MOVE "WARN" TO WS-CTL-SITUACAO
                   WHEN OTHER
                       MOVE "OK  " TO WS-CTL-SITUACAO
               END-EVALUATE
               IF WS-SAI-ATUAL
                   IF WS-DTE-TOTAL = ZEROS
                       MOVE "NENHUM ERRO DE DATA NO CICLO"
                           TO WS-CTL-NUMERO
                   ELSE
                       STRING WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                              " ERRO(S) DE DATA NO CICLO - MAIOR "
                              "GRUPO " WS-DTE-MAIOR-PROG "/"
                              WS-DTE-MAIOR-FUNC " COM "
                              WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
                   END-IF
               END-IF
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

       3310-CLASSIFICAR-DTERRSUM.
           EVALUATE TRUE
               WHEN DTERRSUM-LINHA(1:35) =
                       "DTERRSUM - RESUMO DE ERROS DE DATA "
                   MOVE DTERRSUM-LINHA(41:8) TO WS-SAI-DATA-X
               WHEN DTERRSUM-LINHA(1:10) = "PROGRAMA: "
                   ADD 1 TO WS-DTE-GRUPOS
                   MOVE DTERRSUM-LINHA(68:11) TO WS-TOT-EDT
                   MOVE WS-TOT-EDT TO WS-DTE-GRUPO
                   ADD WS-DTE-GRUPO TO WS-DTE-TOTAL
                   IF WS-DTE-GRUPO > WS-DTE-MAIOR
                       MOVE WS-DTE-GRUPO          TO WS-DTE-MAIOR
                       MOVE DTERRSUM-LINHA(11:8)  TO WS-DTE-MAIOR-PROG
                       MOVE DTERRSUM-LINHA(28:8)  TO WS-DTE-MAIOR-FUNC
                   END-IF
           END-EVALUATE.

      *    CALCHK.DAT: o primeiro ano sem linhas em algum calendario
      *    vira "cobertura termina em N dias" (WARN). Ano do proprio
      *    ciclo ou anterior sem linhas - a cobertura ja acabou e o
      *    modo "B" ja recusa calculo - e FAIL.
       3400-CONFERIR-CALCHK.
           MOVE "CALENDARIOS"  TO WS-CTL-NOME
           MOVE "CALCHK.DAT E TRANSACAO CALM" TO WS-CTL-ONDE
           OPEN INPUT CALCHK-FILE
           IF WS-CALCHK-STATUS NOT = "00"
               PERFORM 7100-SAIDA-AUSENTE
           ELSE
               MOVE SPACES TO WS-SAI-DATA-X
               PERFORM UNTIL WS-EOF
                   READ CALCHK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3410-CLASSIFICAR-CALCHK
                   END-READ
               END-PERFORM
               CLOSE CALCHK-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "E" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               IF NOT WS-SAI-ATUAL
                   PERFORM 7200-SAIDA-ANTIGA
               ELSE
                   PERFORM 3420-AVALIAR-CALCHK
               END-IF
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

       3410-CLASSIFICAR-CALCHK.
           EVALUATE TRUE
               WHEN CALCHK-LINHA(1:32) =
                       "CALCHK - COBERTURA DOS CALENDARI"
                   MOVE CALCHK-LINHA(83:8) TO WS-SAI-DATA-X
               WHEN CALCHK-LINHA(21:15) = " SEM LINHAS EM "
                   ADD 1 TO WS-CAL-AVISOS
                   MOVE CALCHK-LINHA(36:4) TO WS-CAL-ANO-X
                   IF WS-CAL-ANO-X NUMERIC
                       IF WS-CAL-MENOR-ANO = ZEROS
                           OR WS-CAL-ANO < WS-CAL-MENOR-ANO
                           MOVE WS-CAL-ANO TO WS-CAL-MENOR-ANO
                           MOVE CALCHK-LINHA(13:8)
                               TO WS-CAL-MENOR-CAL
                       END-IF
                   END-IF
               WHEN CALCHK-LINHA(21:26) = " COBERTURA OK NO HORIZONTE"
                   ADD 1 TO WS-CAL-OK
               WHEN CALCHK-LINHA(1:26) = "HOLCAL.DAT PASSA DE 20 CAL"
                   MOVE "Y" TO WS-CAL-EXCESSO-SW
           END-EVALUATE.

       3420-AVALIAR-CALCHK.
           MOVE 1 TO WS-NUM-SLOT
           MOVE WS-CAL-AVISOS TO WS-NUM-VALOR
           PERFORM 8500-EDITAR-NUMERO
           EVALUATE TRUE
               WHEN WS-CAL-MENOR-ANO > ZEROS
                   AND WS-CAL-MENOR-ANO <= WS-CICLO-AAAA
                   MOVE "FAIL" TO WS-CTL-SITUACAO
                   STRING "HOLCAL " WS-CAL-MENOR-CAL " SEM LINHAS EM "
                          WS-CAL-MENOR-ANO " - MODO B JA RECUSA ("
                          WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                          " AVISO(S))"
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
               WHEN WS-CAL-MENOR-ANO > ZEROS
                   MOVE "WARN" TO WS-CTL-SITUACAO
                   PERFORM 8600-CALCULAR-DIAS-COBERTURA
                   MOVE 2 TO WS-NUM-SLOT
                   MOVE WS-CAL-DIAS TO WS-NUM-VALOR
                   PERFORM 8500-EDITAR-NUMERO
                   STRING "HOLCAL " WS-CAL-MENOR-CAL
                          " COBERTURA TERMINA EM "
                          WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                          " DIAS - SEM LINHAS EM " WS-CAL-MENOR-ANO
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
               WHEN WS-CAL-EXCESSO
                   MOVE "WARN" TO WS-CTL-SITUACAO
                   MOVE "HOLCAL.DAT PASSA DE 20 CALENDARIOS - "
                       TO WS-CTL-NUMERO
                   MOVE "EXCEDENTES SEM CONFERENCIA DE COBERTURA"
                       TO WS-CTL-NUMERO(39:)
               WHEN OTHER
                   MOVE "OK  " TO WS-CTL-SITUACAO
                   MOVE 2 TO WS-NUM-SLOT
                   MOVE WS-CAL-OK TO WS-NUM-VALOR
                   PERFORM 8500-EDITAR-NUMERO
                   STRING "COBERTURA OK EM "
                          WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                          " CALENDARIO(S)"
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
           END-EVALUATE.

      *    IFACKAUD.DAT: vale a ultima execucao do CUTIFACK (as linhas
      *    do fim do arquivo com a mesma data e geracao) e, nela, o
      *    ultimo status de cada categoria. Como no CUTIFACK, tudo
      *    que nao e "A" e falha - o reenvio tem que sair hoje.
       3500-CONFERIR-IFACKAUD.
           MOVE "ACK PARCEIRO"  TO WS-CTL-NOME
           MOVE "IFACKAUD.DAT E SYSOUT DO CUTIFACK" TO WS-CTL-ONDE
           OPEN INPUT ACKAUD-FILE
           IF WS-ACKAUD-STATUS NOT = "00"
               PERFORM 7100-SAIDA-AUSENTE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ACKAUD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3510-GUARDAR-ACK
                   END-READ
               END-PERFORM
               CLOSE ACKAUD-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE WS-ACK-GRUPO-DATA TO WS-SAI-DATA
               MOVE "E" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               IF NOT WS-SAI-ATUAL
                   PERFORM 7200-SAIDA-ANTIGA
               ELSE
                   PERFORM 3520-AVALIAR-ACK
               END-IF
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

       3510-GUARDAR-ACK.
           IF ACKAUD-DATA-EXECUCAO NOT = WS-ACK-GRUPO-DATA
               OR ACKAUD-GERACAO NOT = WS-ACK-GRUPO-GERACAO
               MOVE ACKAUD-DATA-EXECUCAO TO WS-ACK-GRUPO-DATA
               MOVE ACKAUD-GERACAO       TO WS-ACK-GRUPO-GERACAO
               MOVE ZEROS  TO WS-QTDE-ACK
               MOVE ZEROS  TO WS-ACK-QTDE-G
               MOVE SPACES TO WS-ACK-MENSAGEM-G
           END-IF
           IF ACKAUD-STATUS = "G"
               ADD 1 TO WS-ACK-QTDE-G
               IF WS-ACK-QTDE-G = 1
                   MOVE ACKAUD-MENSAGEM TO WS-ACK-MENSAGEM-G
               END-IF
           ELSE
               MOVE ZEROS TO WS-ACK-ACHADO
               PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                       UNTIL WS-ACK-IDX > WS-QTDE-ACK
                          OR WS-ACK-ACHADO > ZEROS
                   IF WS-ACK-CATEGORIA(WS-ACK-IDX) = ACKAUD-CATEGORIA
                       MOVE WS-ACK-IDX TO WS-ACK-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACK-ACHADO = ZEROS AND WS-QTDE-ACK < 50
                   ADD 1 TO WS-QTDE-ACK
                   MOVE WS-QTDE-ACK TO WS-ACK-ACHADO
                   MOVE ACKAUD-CATEGORIA
                       TO WS-ACK-CATEGORIA(WS-ACK-ACHADO)
               END-IF
               IF WS-ACK-ACHADO > ZEROS
                   MOVE ACKAUD-STATUS TO WS-ACK-STATUS(WS-ACK-ACHADO)
               END-IF
           END-IF.

       3520-AVALIAR-ACK.
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                   UNTIL WS-ACK-IDX > WS-QTDE-ACK
               EVALUATE WS-ACK-STATUS(WS-ACK-IDX)
                   WHEN "A"
                       ADD 1 TO WS-ACK-QTDE-A
                   WHEN "F"
                       ADD 1 TO WS-ACK-QTDE-F
                       IF WS-ACK-QTDE-F = 1
                           MOVE WS-ACK-CATEGORIA(WS-ACK-IDX)
                               TO WS-ACK-PRIMEIRA-F
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-ACK-QTDE-R
                       IF WS-ACK-QTDE-R = 1
                           MOVE WS-ACK-CATEGORIA(WS-ACK-IDX)
                               TO WS-ACK-PRIMEIRA-R
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE 1 TO WS-NUM-SLOT
           MOVE WS-ACK-QTDE-A TO WS-NUM-VALOR
           PERFORM 8500-EDITAR-NUMERO
           MOVE 2 TO WS-NUM-SLOT
           MOVE WS-ACK-QTDE-F TO WS-NUM-VALOR
           PERFORM 8500-EDITAR-NUMERO
           MOVE 3 TO WS-NUM-SLOT
           MOVE WS-ACK-QTDE-R TO WS-NUM-VALOR
           PERFORM 8500-EDITAR-NUMERO
           EVALUATE TRUE
               WHEN WS-ACK-QTDE-F > ZEROS
                   MOVE "FAIL" TO WS-CTL-SITUACAO
                   STRING "CONFIRMACAO DO PARCEIRO AUSENTE PARA "
                          WS-ACK-PRIMEIRA-F " ("
                          WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                          " SEM ACK, "
                          WS-NUM-TXT(3)(1:WS-NUM-TAM(3))
                          " REJEITADA(S))"
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
               WHEN WS-ACK-QTDE-R > ZEROS
                   MOVE "FAIL" TO WS-CTL-SITUACAO
                   STRING "CATEGORIA " WS-ACK-PRIMEIRA-R
                          " REJEITADA PELO PARCEIRO - "
                          WS-NUM-TXT(3)(1:WS-NUM-TAM(3))
                          " REJEITADA(S)"
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
               WHEN WS-ACK-QTDE-G > ZEROS
                   MOVE "FAIL" TO WS-CTL-SITUACAO
                   STRING "GERACAO " WS-ACK-GRUPO-GERACAO ": "
                          WS-ACK-MENSAGEM-G
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
               WHEN OTHER
                   MOVE "OK  " TO WS-CTL-SITUACAO
                   STRING "GERACAO " WS-ACK-GRUPO-GERACAO
                          " CONFIRMADA - "
                          WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                          " CATEGORIA(S) ACEITA(S)"
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
           END-EVALUATE.

      *    DIASDIF.DAT: mudanca do DIASTAB sem entrada em DIASLOG e o
      *    aviso do DIASXTR (WARN).
       3600-CONFERIR-DIASDIF.
           MOVE "DIASTAB"      TO WS-CTL-NOME
           MOVE "DIASDIF.DAT E DIASLOG" TO WS-CTL-ONDE
           OPEN INPUT DIASDIF-FILE
           IF WS-DIASDIF-STATUS NOT = "00"
               PERFORM 7100-SAIDA-AUSENTE
           ELSE
               MOVE SPACES TO WS-SAI-DATA-X
               PERFORM UNTIL WS-EOF
                   READ DIASDIF-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3610-CLASSIFICAR-DIASDIF
                   END-READ
               END-PERFORM
               CLOSE DIASDIF-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "E" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               MOVE 1 TO WS-NUM-SLOT
               MOVE WS-DIA-SEM-LOG TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               MOVE 2 TO WS-NUM-SLOT
               MOVE WS-DIA-ALTERADOS TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               EVALUATE TRUE
                   WHEN NOT WS-SAI-ATUAL
                       PERFORM 7200-SAIDA-ANTIGA
                   WHEN WS-DIA-SEM-LOG > ZEROS
                       MOVE "WARN" TO WS-CTL-SITUACAO
                       STRING WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                              " ALTERACAO(OES) DO DIASTAB SEM DIASLOG"
                              " - MEXIDO POR FORA DA TRANSACAO DIAS"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
                   WHEN OTHER
                       MOVE "OK  " TO WS-CTL-SITUACAO
                       STRING WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                              " TIPO(S) ALTERADO(S), TODOS COM DIASLOG"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
               END-EVALUATE
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

       3610-CLASSIFICAR-DIASDIF.
           MOVE DIASDIF-LINHA(31:5) TO WS-TOT5-EDT
           EVALUATE TRUE
               WHEN DIASDIF-LINHA(1:26) = "DIASXTR - EXTRACAO DIASTAB"
                   MOVE DIASDIF-LINHA(56:8) TO WS-SAI-DATA-X
               WHEN DIASDIF-LINHA(1:30) =
                       "TIPOS ALTERADOS..............:"
                   MOVE WS-TOT5-EDT TO WS-DIA-ALTERADOS
               WHEN DIASDIF-LINHA(1:30) =
                       "ALTERACOES SEM DIASLOG.......:"
                   MOVE WS-TOT5-EDT TO WS-DIA-SEM-LOG
           END-EVALUATE.

      *    RETDIF.DAT: pendente ja em vigencia, aprovacao invalida ou
      *    linha mexida por fora sao o aviso do RETXTR (WARN). O
      *    cabecalho sai antes de o RETXTR poder abortar: linha
      *    "*** FALHA: " ou falta da linha de total (extracao que nao
      *    terminou) e FAIL, como no PURGHOLD.DAT.
       3700-CONFERIR-RETDIF.
           MOVE "RETENCAO"     TO WS-CTL-NOME
           MOVE "RETDIF.DAT E TRANSACAO RETM" TO WS-CTL-ONDE
           OPEN INPUT RETDIF-FILE
           IF WS-RETDIF-STATUS NOT = "00"
               PERFORM 7100-SAIDA-AUSENTE
           ELSE
               MOVE SPACES TO WS-SAI-DATA-X
               PERFORM UNTIL WS-EOF
                   READ RETDIF-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3710-CLASSIFICAR-RETDIF
                   END-READ
               END-PERFORM
               CLOSE RETDIF-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "E" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               COMPUTE WS-RET-PROBLEMAS = WS-RET-PEND-VENCIDAS
                       + WS-RET-APROV-INVALIDAS + WS-RET-REMOVIDAS
               EVALUATE TRUE
                   WHEN NOT WS-SAI-ATUAL
                       PERFORM 7200-SAIDA-ANTIGA
                   WHEN WS-RET-FALHA NOT = SPACES
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                       MOVE WS-RET-FALHA TO WS-CTL-NUMERO
                   WHEN WS-RET-TOTAIS = ZEROS
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                       MOVE "RETDIF.DAT SEM LINHA DE TOTAL - "
                           TO WS-CTL-NUMERO
                       MOVE "EXTRACAO NAO TERMINOU"
                           TO WS-CTL-NUMERO(33:)
                   WHEN WS-RET-PROBLEMAS > ZEROS
                       MOVE "WARN" TO WS-CTL-SITUACAO
                       MOVE 1 TO WS-NUM-SLOT
                       MOVE WS-RET-PEND-VENCIDAS TO WS-NUM-VALOR
                       PERFORM 8500-EDITAR-NUMERO
                       MOVE 2 TO WS-NUM-SLOT
                       MOVE WS-RET-APROV-INVALIDAS TO WS-NUM-VALOR
                       PERFORM 8500-EDITAR-NUMERO
                       MOVE 3 TO WS-NUM-SLOT
                       MOVE WS-RET-REMOVIDAS TO WS-NUM-VALOR
                       PERFORM 8500-EDITAR-NUMERO
                       STRING WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                              " PENDENTE(S) JA EM VIGENCIA, "
                              WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                              " APROVACAO(OES) INVALIDA(S), "
                              WS-NUM-TXT(3)(1:WS-NUM-TAM(3))
                              " LINHA(S) MEXIDA(S) POR FORA"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
                   WHEN OTHER
                       MOVE "OK  " TO WS-CTL-SITUACAO
                       MOVE 1 TO WS-NUM-SLOT
                       MOVE WS-RET-INCLUIDAS TO WS-NUM-VALOR
                       PERFORM 8500-EDITAR-NUMERO
                       MOVE 2 TO WS-NUM-SLOT
                       MOVE WS-RET-PENDENTES TO WS-NUM-VALOR
                       PERFORM 8500-EDITAR-NUMERO
                       STRING WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                              " VERSAO(OES) INCLUIDA(S) NO EXTRATO, "
                              WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                              " PROPOSTA(S) PENDENTE(S)"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
               END-EVALUATE
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

       3710-CLASSIFICAR-RETDIF.
           MOVE RETDIF-LINHA(31:5) TO WS-TOT5-EDT
           IF RETDIF-LINHA(1:11) = "*** FALHA: "
               MOVE RETDIF-LINHA(12:75) TO WS-RET-FALHA
           END-IF
           EVALUATE RETDIF-LINHA(1:30)
               WHEN "RETXTR - EXTRACAO RETVER VSAM "
                   MOVE RETDIF-LINHA(54:8) TO WS-SAI-DATA-X
               WHEN "VERSOES LIDAS DO CLUSTER.....:"
                   ADD 1 TO WS-RET-TOTAIS
               WHEN "VERSOES INCLUIDAS............:"
                   MOVE WS-TOT5-EDT TO WS-RET-INCLUIDAS
               WHEN "PROPOSTAS PENDENTES..........:"
                   MOVE WS-TOT5-EDT TO WS-RET-PENDENTES
               WHEN "PENDENTES JA EM VIGENCIA.....:"
                   MOVE WS-TOT5-EDT TO WS-RET-PEND-VENCIDAS
               WHEN "APROVACOES INVALIDAS.........:"
                   MOVE WS-TOT5-EDT TO WS-RET-APROV-INVALIDAS
               WHEN "LINHAS REMOVIDAS/ALTERADAS...:"
                   MOVE WS-TOT5-EDT TO WS-RET-REMOVIDAS
           END-EVALUATE.

      *    PURGHOLD.DAT: o PURGSCAN so grava o relatorio com bloqueio
      *    legal ativo em HOLDLST.DAT - sem bloqueio, a ausencia e o
      *    normal. O relatorio nao e datado; a execucao do PURGSCAN no
      *    ciclo e conferida na linha RC PURGSCAN. Sem a linha de
      *    total, a varredura nao terminou.
       3800-CONFERIR-PURGHOLD.
           MOVE "BLOQUEIO LEGAL" TO WS-CTL-NOME
           MOVE "PURGHOLD.DAT E HOLDLST.DAT" TO WS-CTL-ONDE
           OPEN INPUT HOLDLST-FILE
           IF WS-HOLDLST-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ HOLDLST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-QTDE-HOLDS
                   END-READ
               END-PERFORM
               CLOSE HOLDLST-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           IF WS-QTDE-HOLDS = ZEROS
               MOVE "OK  " TO WS-CTL-SITUACAO
               MOVE "SEM BLOQUEIO LEGAL ATIVO EM HOLDLST.DAT"
                   TO WS-CTL-NUMERO
           ELSE
               OPEN INPUT PURGHOLD-FILE
               IF WS-PURGHOLD-STATUS NOT = "00"
                   PERFORM 7100-SAIDA-AUSENTE
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ PURGHOLD-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF PURGHOLD-LINHA(1:31) =
                                   "TOTAL RETIDO POR BLOQUEIO LEGAL"
                                   ADD 1 TO WS-HLD-TOTAIS
                                   MOVE PURGHOLD-LINHA(46:9)
                                       TO WS-HLD-TOTAL-X
                                   IF WS-HLD-TOTAL-X NUMERIC
                                       ADD WS-HLD-TOTAL
                                           TO WS-HLD-RETIDOS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PURGHOLD-FILE
                   MOVE "N" TO WS-EOF-SW
                   MOVE 1 TO WS-NUM-SLOT
                   MOVE WS-HLD-RETIDOS TO WS-NUM-VALOR
                   PERFORM 8500-EDITAR-NUMERO
                   MOVE 2 TO WS-NUM-SLOT
                   MOVE WS-QTDE-HOLDS TO WS-NUM-VALOR
                   PERFORM 8500-EDITAR-NUMERO
                   IF WS-HLD-TOTAIS = ZEROS
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                       MOVE "PURGHOLD.DAT SEM LINHA DE TOTAL - "
                           TO WS-CTL-NUMERO
                       MOVE "VARREDURA NAO TERMINOU"
                           TO WS-CTL-NUMERO(35:)
                   ELSE
                       MOVE "OK  " TO WS-CTL-SITUACAO
                       STRING WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                              " REGISTRO(S) RETIDO(S) POR "
                              WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                              " BLOQUEIO(S) LEGAL(IS)"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
                   END-IF
               END-IF
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

      *    INVROLL.DAT e datado pelo ciclo; qualquer excecao do
      *    inventario e FAIL, como no INVROLL.
       3900-CONFERIR-INVROLL.
           MOVE "INVENTARIO"   TO WS-CTL-NOME
           MOVE "INVROLL.DAT"  TO WS-CTL-ONDE
           MOVE "N" TO WS-FECHOU-OK-SW
           OPEN INPUT INVROLL-FILE
           IF WS-INVROLL-STATUS NOT = "00"
               PERFORM 7100-SAIDA-AUSENTE
           ELSE
               MOVE SPACES TO WS-SAI-DATA-X
               PERFORM UNTIL WS-EOF
                   READ INVROLL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           EVALUATE TRUE
                               WHEN INVROLL-LINHA(1:30) =
                                   "INVROLL - INVENTARIO DO MASTER"
                                   MOVE INVROLL-LINHA(54:8)
                                       TO WS-SAI-DATA-X
                               WHEN INVROLL-LINHA(1:18) =
                                   "EXCECOES DO CICLO."
                                   MOVE INVROLL-LINHA(41:11)
                                       TO WS-TOT-EDT
                                   MOVE WS-TOT-EDT TO WS-INV-EXCECOES
                               WHEN INVROLL-LINHA(1:25) =
                                   "SEM EXCECOES - INVENTARIO"
                                   MOVE "Y" TO WS-FECHOU-OK-SW
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE INVROLL-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "C" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               EVALUATE TRUE
                   WHEN NOT WS-SAI-ATUAL
                       PERFORM 7200-SAIDA-ANTIGA
                   WHEN WS-FECHOU-OK
                       MOVE "OK  " TO WS-CTL-SITUACAO
                       MOVE "SEM EXCECOES - INVENTARIO FECHADO OK"
                           TO WS-CTL-NUMERO
                   WHEN OTHER
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                       MOVE 1 TO WS-NUM-SLOT
                       MOVE WS-INV-EXCECOES TO WS-NUM-VALOR
                       PERFORM 8500-EDITAR-NUMERO
                       STRING WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                              " EXCECAO(OES) NO INVENTARIO DO MASTER"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
               END-EVALUATE
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

      *    ARCDISP.DAT: descarte de geracoes, de execucao eventual.
      *    Geracao retida por bloqueio ou categoria sem prazo de
      *    guarda e o aviso do ARCDISP (WARN).
       4000-CONFERIR-ARCDISP.
           MOVE "DESCARTE ARQ." TO WS-CTL-NOME
           MOVE "ARCDISP.DAT"   TO WS-CTL-ONDE
           OPEN INPUT ARCDISP-FILE
           IF WS-ARCDISP-STATUS NOT = "00"
               MOVE "OK  " TO WS-CTL-SITUACAO
               MOVE "NAO RODOU NESTE CICLO" TO WS-CTL-NUMERO
           ELSE
               MOVE SPACES TO WS-SAI-DATA-X
               PERFORM UNTIL WS-EOF
                   READ ARCDISP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 4010-CLASSIFICAR-ARCDISP
                   END-READ
               END-PERFORM
               CLOSE ARCDISP-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "E" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               MOVE 1 TO WS-NUM-SLOT
               MOVE WS-ARC-DESCARTE TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               MOVE 2 TO WS-NUM-SLOT
               MOVE WS-ARC-RETIDAS TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               MOVE 3 TO WS-NUM-SLOT
               MOVE WS-ARC-SEM-PRAZO TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               EVALUATE TRUE
                   WHEN NOT WS-SAI-ATUAL
                       MOVE "OK  " TO WS-CTL-SITUACAO
                       MOVE "NAO RODOU NESTE CICLO" TO WS-CTL-NUMERO
                   WHEN WS-ARC-RETIDAS > ZEROS
                       OR WS-ARC-SEM-PRAZO > ZEROS
                       MOVE "WARN" TO WS-CTL-SITUACAO
                   WHEN OTHER
                       MOVE "OK  " TO WS-CTL-SITUACAO
               END-EVALUATE
               IF WS-SAI-ATUAL
                   STRING WS-ARC-MODO " - "
                          WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                          " GERACAO(OES), "
                          WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                          " RETIDA(S) POR BLOQUEIO, "
                          WS-NUM-TXT(3)(1:WS-NUM-TAM(3))
                          " SEM PRAZO DE GUARDA"
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
               END-IF
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

       4010-CLASSIFICAR-ARCDISP.
           MOVE ARCDISP-LINHA(34:11) TO WS-TOT-EDT
           EVALUATE TRUE
               WHEN ARCDISP-LINHA(42:3) = " - "
                   AND ARCDISP-LINHA(53:14) = " - APROVADOR: "
                   IF ARCDISP-LINHA(1:11) = "CERTIFICADO"
                       MOVE "DESCARTE" TO WS-ARC-MODO
                   ELSE
                       MOVE "PREVIA  " TO WS-ARC-MODO
                   END-IF
                   MOVE ARCDISP-LINHA(45:8)  TO WS-SAI-DATA-X
               WHEN ARCDISP-LINHA(1:33) =
                       "RETIDAS POR BLOQUEIO LEGAL......:"
                   MOVE WS-TOT-EDT TO WS-ARC-RETIDAS
               WHEN ARCDISP-LINHA(1:33) =
                       "CATEGORIA SEM PRAZO DE GUARDA...:"
                   MOVE WS-TOT-EDT TO WS-ARC-SEM-PRAZO
               WHEN ARCDISP-LINHA(1:33) =
                       "GERACOES DESCARTADAS............:"
                   OR ARCDISP-LINHA(1:33) =
                       "GERACOES A DESCARTAR............:"
                   MOVE WS-TOT-EDT TO WS-ARC-DESCARTE
           END-EVALUATE.

      *    CALVIRA.DAT: virada anual, de execucao eventual. Pendencia
      *    da virada e WARN; carga interrompida e FAIL, como no
      *    CALVIRA.
       4100-CONFERIR-CALVIRA.
           MOVE "VIRADA CALEND." TO WS-CTL-NOME
           MOVE "CALVIRA.DAT E TRANSACAO CALM" TO WS-CTL-ONDE
           OPEN INPUT CALVIRA-FILE
           IF WS-CALVIRA-STATUS NOT = "00"
               MOVE "OK  " TO WS-CTL-SITUACAO
               MOVE "NAO RODOU NESTE CICLO" TO WS-CTL-NUMERO
           ELSE
               MOVE SPACES TO WS-SAI-DATA-X
               PERFORM UNTIL WS-EOF
                   READ CALVIRA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 4110-CLASSIFICAR-CALVIRA
                   END-READ
               END-PERFORM
               CLOSE CALVIRA-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "E" TO WS-SAI-REGRA
               PERFORM 7300-AVALIAR-DATA
               MOVE 1 TO WS-NUM-SLOT
               MOVE WS-CVI-INCLUSOES TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               MOVE 2 TO WS-NUM-SLOT
               MOVE WS-CVI-PENDENCIAS TO WS-NUM-VALOR
               PERFORM 8500-EDITAR-NUMERO
               EVALUATE TRUE
                   WHEN NOT WS-SAI-ATUAL
                       MOVE "OK  " TO WS-CTL-SITUACAO
                       MOVE "NAO RODOU NESTE CICLO" TO WS-CTL-NUMERO
                   WHEN WS-CVI-INTERROMPIDA
                       MOVE "FAIL" TO WS-CTL-SITUACAO
                       STRING "ANO " WS-CVI-ANO
                              " - CARGA INTERROMPIDA POR ERRO DE I/O"
                              " - RODAR A APLICACAO DE NOVO"
                           DELIMITED BY SIZE
                           INTO WS-CTL-NUMERO
                       END-STRING
                   WHEN WS-CVI-PENDENCIAS > ZEROS
                       MOVE "WARN" TO WS-CTL-SITUACAO
                   WHEN OTHER
                       MOVE "OK  " TO WS-CTL-SITUACAO
               END-EVALUATE
               IF WS-SAI-ATUAL AND NOT WS-CVI-INTERROMPIDA
                   STRING "ANO " WS-CVI-ANO " " WS-CVI-MODO " - "
                          WS-NUM-TXT(1)(1:WS-NUM-TAM(1))
                          " INCLUSAO(OES), "
                          WS-NUM-TXT(2)(1:WS-NUM-TAM(2))
                          " PENDENCIA(S) (CONFLITO/MODELO)"
                       DELIMITED BY SIZE
                       INTO WS-CTL-NUMERO
                   END-STRING
               END-IF
           END-IF
           PERFORM 7000-GRAVAR-CONTROLE.

       4110-CLASSIFICAR-CALVIRA.
           MOVE CALVIRA-LINHA(34:6) TO WS-CVI-EDT
           EVALUATE TRUE
               WHEN CALVIRA-LINHA(1:35) =
                       "CALVIRA - VIRADA DOS CALENDARIOS - "
                   MOVE CALVIRA-LINHA(40:4)  TO WS-CVI-ANO
                   MOVE CALVIRA-LINHA(47:9)  TO WS-CVI-MODO
                   MOVE CALVIRA-LINHA(59:8)  TO WS-SAI-DATA-X
               WHEN CALVIRA-LINHA(1:31) =
                       "INCLUSOES PROPOSTAS..........: "
                   MOVE WS-CVI-EDT TO WS-CVI-INCLUSOES
               WHEN CALVIRA-LINHA(1:31) =
                       "LINHAS DO MODELO INVALIDAS...: "
                   OR CALVIRA-LINHA(1:31) =
                       "CONFLITOS - RESOLVER NA CALM.: "
                   OR CALVIRA-LINHA(1:31) =
                       "CALENDARIOS SEM MODELO.......: "
                   MOVE WS-CVI-EDT TO WS-TOT-VALOR
                   ADD WS-TOT-VALOR TO WS-CVI-PENDENCIAS
               WHEN CALVIRA-LINHA(1:18) = "CARGA INTERROMPIDA"
                   MOVE "Y" TO WS-CVI-INTERROMPIDA-SW
           END-EVALUATE.

      *    Grava a linha do controle corrente e acumula a situacao no
      *    retorno do checklist (o pior dos controles).
       7000-GRAVAR-CONTROLE.
           EVALUATE TRUE
               WHEN WS-CTL-FAIL
                   ADD 1 TO WS-QTDE-FAIL
                   MOVE 8 TO WS-RC-PIOR
               WHEN WS-CTL-WARN
                   ADD 1 TO WS-QTDE-WARN
                   IF WS-RC-PIOR < 4
                       MOVE 4 TO WS-RC-PIOR
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-QTDE-OK
           END-EVALUATE
           IF WS-CTL-AUSENTE
               ADD 1 TO WS-QTDE-AUSENTES
           END-IF
           MOVE WS-CTL-NOME         TO WS-LIN-CTL-NOME
           MOVE WS-CTL-SITUACAO     TO WS-LIN-CTL-SITUACAO
           MOVE WS-CTL-NUMERO       TO WS-LIN-CTL-NUMERO
           MOVE WS-CTL-ONDE         TO WS-LIN-CTL-ONDE
           WRITE CHKMANHA-LINHA FROM WS-LIN-CTL
           IF NOT WS-CTL-OK
               DISPLAY "CHKMANHA: " WS-CTL-SITUACAO " " WS-CTL-NOME
                       " - " WS-CTL-NUMERO
           END-IF
           MOVE SPACES TO WS-CTL-NOME
           MOVE SPACES TO WS-CTL-SITUACAO
           MOVE SPACES TO WS-CTL-NUMERO
           MOVE SPACES TO WS-CTL-ONDE
           MOVE "N"    TO WS-CTL-AUSENTE-SW.

       7100-SAIDA-AUSENTE.
           MOVE "FAIL" TO WS-CTL-SITUACAO
           MOVE "Y"    TO WS-CTL-AUSENTE-SW
           MOVE "SAIDA ESPERADA AUSENTE NO CICLO - O JOB NAO RODOU OU "
               TO WS-CTL-NUMERO
           MOVE "NAO GEROU A SAIDA" TO WS-CTL-NUMERO(54:).

      *    Saida que sobrou de uma noite anterior conta como ausente:
      *    olhar o arquivo velho e achar que esta tudo bem e
      *    exatamente o que o checklist existe para evitar.
       7200-SAIDA-ANTIGA.
           MOVE "FAIL" TO WS-CTL-SITUACAO
           MOVE "Y"    TO WS-CTL-AUSENTE-SW
           MOVE SPACES TO WS-CTL-NUMERO
           STRING "SAIDA NAO E DO CICLO (DATA NO CABECALHO: "
                  WS-SAI-DATA-X ") - JOB NAO RODOU NO CICLO"
               DELIMITED BY SIZE
               INTO WS-CTL-NUMERO
           END-STRING.

       7300-AVALIAR-DATA.
           MOVE "N" TO WS-SAI-ATUAL-SW
           IF WS-SAI-DATA-X NUMERIC
               IF WS-SAI-REGRA = "C"
                   IF WS-SAI-DATA = WS-DATA-CICLO
                       MOVE "Y" TO WS-SAI-ATUAL-SW
                   END-IF
               ELSE
                   IF WS-SAI-DATA > WS-DATA-ANTERIOR
                       MOVE "Y" TO WS-SAI-ATUAL-SW
                   END-IF
               END-IF
           END-IF.

      *    Numero sem os brancos da edicao, no slot WS-NUM-SLOT.
       8500-EDITAR-NUMERO.
           MOVE WS-NUM-VALOR TO WS-NUM-EDT
           MOVE 1 TO WS-NUM-POS
           PERFORM UNTIL WS-NUM-POS > 10
                      OR WS-NUM-EDT(WS-NUM-POS:1) NOT = SPACE
               ADD 1 TO WS-NUM-POS
           END-PERFORM
           COMPUTE WS-NUM-TAM(WS-NUM-SLOT) = 12 - WS-NUM-POS
           MOVE WS-NUM-EDT(WS-NUM-POS:) TO WS-NUM-TXT(WS-NUM-SLOT).

      *    Dias do ciclo ate 31/12 do ano anterior ao primeiro ano
      *    sem linhas (o ultimo dia coberto): o que falta do ano do
      *    ciclo mais os anos inteiros no meio.
       8600-CALCULAR-DIAS-COBERTURA.
           MOVE WS-CICLO-AAAA TO WS-BIS-ANO
           PERFORM 8650-DIAS-DO-ANO
           COMPUTE WS-DIA-DO-ANO = WS-ACUM-DIAS(WS-CICLO-MM)
                                   + WS-CICLO-DD
           IF WS-BIS-DIAS-ANO = 366 AND WS-CICLO-MM > 2
               ADD 1 TO WS-DIA-DO-ANO
           END-IF
           COMPUTE WS-CAL-DIAS = WS-BIS-DIAS-ANO - WS-DIA-DO-ANO
           COMPUTE WS-ANO-IDX = WS-CICLO-AAAA + 1
           PERFORM UNTIL WS-ANO-IDX >= WS-CAL-MENOR-ANO
               MOVE WS-ANO-IDX TO WS-BIS-ANO
               PERFORM 8650-DIAS-DO-ANO
               ADD WS-BIS-DIAS-ANO TO WS-CAL-DIAS
               ADD 1 TO WS-ANO-IDX
           END-PERFORM.

       8650-DIAS-DO-ANO.
           DIVIDE WS-BIS-ANO BY 4   GIVING WS-BIS-QUOC
               REMAINDER WS-BIS-RESTO-4
           DIVIDE WS-BIS-ANO BY 100 GIVING WS-BIS-QUOC
               REMAINDER WS-BIS-RESTO-100
           DIVIDE WS-BIS-ANO BY 400 GIVING WS-BIS-QUOC
               REMAINDER WS-BIS-RESTO-400
           IF WS-BIS-RESTO-400 = ZEROS
               OR (WS-BIS-RESTO-4 = ZEROS
                   AND WS-BIS-RESTO-100 NOT = ZEROS)
               MOVE 366 TO WS-BIS-DIAS-ANO
           ELSE
               MOVE 365 TO WS-BIS-DIAS-ANO
           END-IF.

       9000-ENCERRAR.
           MOVE SPACES TO CHKMANHA-LINHA
           WRITE CHKMANHA-LINHA
           MOVE "CONTROLES OK....................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-OK            TO WS-LIN-TOT-QTDE
           WRITE CHKMANHA-LINHA FROM WS-LIN-TOT
           MOVE "CONTROLES WARN..................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-WARN          TO WS-LIN-TOT-QTDE
           WRITE CHKMANHA-LINHA FROM WS-LIN-TOT
           MOVE "CONTROLES FAIL..................:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-FAIL          TO WS-LIN-TOT-QTDE
           WRITE CHKMANHA-LINHA FROM WS-LIN-TOT
           MOVE "  SAIDAS ESPERADAS AUSENTES.....:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-AUSENTES      TO WS-LIN-TOT-QTDE
           WRITE CHKMANHA-LINHA FROM WS-LIN-TOT
           MOVE "RETORNO DO CHECKLIST............:"
               TO WS-LIN-TOT-ROTULO
           MOVE WS-RC-PIOR            TO WS-LIN-TOT-QTDE
           WRITE CHKMANHA-LINHA FROM WS-LIN-TOT
           CLOSE CHKMANHA-FILE
           DISPLAY "CHKMANHA: CONTROLES OK.......: " WS-QTDE-OK
           DISPLAY "CHKMANHA: CONTROLES WARN.....: " WS-QTDE-WARN
           DISPLAY "CHKMANHA: CONTROLES FAIL.....: " WS-QTDE-FAIL
           DISPLAY "CHKMANHA: SAIDAS AUSENTES....: " WS-QTDE-AUSENTES
           MOVE WS-RC-PIOR TO RETURN-CODE.
