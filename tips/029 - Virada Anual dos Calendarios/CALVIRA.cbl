      ******************************************************************
      *    PROGRAM-ID. CALVIRA
      *    Virada anual dos calendarios de feriados. Todo dezembro os
      *    feriados do ano seguinte eram digitados na transacao CALM
      *    calendario por calendario (matriz, cada filial, parceiro),
      *    e o CALCHK so avisa quando a cobertura esta acabando. Os
      *    feriados moveis (Carnaval, Sexta-feira Santa, Corpus
      *    Christi) sao onde a digitacao erra. Este job monta, para o
      *    ano-alvo do cartao CALVPARM.DAT, as linhas propostas do
      *    CALTAB de cada calendario:
      *      - a partir do modelo por calendario CALMODEL.DAT (layout
      *        CALMODEL.CPY): data fixa, dia da semana do mes, ou
      *        deslocamento em dias a partir do domingo de Pascoa,
      *        que e CALCULADO para o ano (regra gregoriana) - a data
      *        do feriado movel nao e mais digitada;
      *      - e confronta cada proposta com o que o HOLCAL.DAT ja
      *        tem no ano-alvo:
      *          INCLUSAO   - o calendario nao tem a data nem o
      *                       feriado;
      *          JA EXISTE  - mesma data, mesma descricao;
      *          CONFLITO   - mesma data com outra descricao, ou o
      *                       mesmo feriado cadastrado em outra data
      *                       (o Carnaval digitado na semana errada);
      *          SO CADASTRO - linha do ano que o modelo nao propoe
      *                       (feriado avulso) - so informativa.
      *    Calendario do HOLCAL.DAT sem nenhuma linha no modelo sai no
      *    relatorio como SEM MODELO: ele continuaria sem o ano novo.
      *    Sem CALVPARM-APLICAR = "S" o job e uma previa e o relatorio
      *    CALVIRA.DAT e o que se leva para aprovacao. Com a ordem de
      *    aplicar e o aprovador no cartao, SO as INCLUSOES entram no
      *    cluster VSAM CALTAB - cada uma com a sua entrada "I" em
      *    CALLOG em nome do aprovador, igual a uma inclusao feita
      *    pela transacao CALM (CALMNT) - e chegam ao HOLCAL.DAT na
      *    extracao CALXTR da noite. Conflito nunca e aplicado: a
      *    correcao e decisao de quem mantem o calendario, na tela.
      *    Linha que ja estiver no cluster na hora da carga (incluida
      *    na tela depois da extracao da noite) e pulada e relatada.
      *    Retorno: RC=0 sem pendencias; RC=4 conflito, linha do
      *    modelo invalida ou calendario sem modelo; RC=8 cartao
      *    invalido, modelo ou HOLCAL.DAT indisponiveis, ou erro de
      *    I/O na carga (inclusive a trilha CALLOG - nenhuma inclusao
      *    fica sem auditoria).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALVIRA.
       AUTHOR. EQUIPE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALVPARM-FILE ASSIGN TO "CALVPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALVPARM-STATUS.
           SELECT CALMODEL-FILE ASSIGN TO "CALMODEL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALMODEL-STATUS.
           SELECT HOLCAL-FILE ASSIGN TO "HOLCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.
           SELECT CALVIRA-FILE ASSIGN TO "CALVIRA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALVIRA-STATUS.
      *    CALTAB e o proprio cluster VSAM KSDS que a transacao CALM
      *    mantem (na JCL, //CALTAB DD aponta para o cluster), aberto
      *    so na aplicacao.
           SELECT CALVSAM-FILE ASSIGN TO "CALTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALVSAM-CHAVE
               FILE STATUS IS WS-CALVSAM-STATUS.
      *    CALLOG e a trilha de auditoria da transacao CALM (ESDS
      *    append-only; na JCL, //CALLOG DD aponta para ele).
           SELECT CALLOG-FILE ASSIGN TO "CALLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALVPARM-FILE
           RECORDING MODE IS F.
       01  CALVPARM-REC.
      *    Ano-alvo; zeros = o ano seguinte ao da execucao.
           05  CALVPARM-ANO           PIC 9(04).
      *    Quem aprova a carga - vai para CALLOG-USUARIO de cada
      *    inclusao. Obrigatorio so na aplicacao.
           05  CALVPARM-APROVADOR     PIC X(08).
      *    "S" = carrega as inclusoes no CALTAB; outro valor = previa.
           05  CALVPARM-APLICAR       PIC X(01).

       FD  CALMODEL-FILE
           RECORDING MODE IS F.
       COPY "CALMODEL.CPY".

       FD  HOLCAL-FILE
           RECORDING MODE IS F.
       COPY "CALTAB.CPY".

       FD  CALVIRA-FILE
           RECORDING MODE IS F.
       01  CALVIRA-LINHA              PIC X(132).

      *    Mesmo layout de CALTAB.CPY, com a chave composta
      *    (calendario + data) declarada como grupo para o RECORD
      *    KEY do cluster - como no CALXTR.
       FD  CALVSAM-FILE.
       01  CALVSAM-REC.
           05  CALVSAM-CHAVE.
               10  CALVSAM-CALENDARIO PIC X(08).
               10  CALVSAM-DATA       PIC 9(08).
           05  CALVSAM-DESCRICAO      PIC X(30).

       FD  CALLOG-FILE
           RECORDING MODE IS F.
       COPY "CALLOG.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CALVPARM-STATUS         PIC X(02) VALUE "00".
       01  WS-CALMODEL-STATUS         PIC X(02) VALUE "00".
       01  WS-HOLCAL-STATUS           PIC X(02) VALUE "00".
       01  WS-CALVIRA-STATUS          PIC X(02) VALUE "00".
       01  WS-CALVSAM-STATUS          PIC X(02) VALUE "00".
       01  WS-CALLOG-STATUS           PIC X(02) VALUE "00".
       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ABORTAR-SW              PIC X(01) VALUE "N".
           88  WS-ABORTAR             VALUE "Y".
       01  WS-APLICAR-SW              PIC X(01) VALUE "N".
           88  WS-APLICAR             VALUE "Y".
       01  WS-ERRO-CARGA-SW           PIC X(01) VALUE "N".
           88  WS-ERRO-CARGA          VALUE "Y".
       01  WS-MODELO-OK-SW            PIC X(01) VALUE "N".
           88  WS-MODELO-OK           VALUE "Y".

       01  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-GRP REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-AAAA            PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  WS-ANO-ALVO                PIC 9(04) VALUE ZEROS.
       01  WS-APROVADOR               PIC X(08) VALUE SPACES.
       01  WS-HORA-SIS.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).

      *    Data montada para uma linha do modelo.
       01  WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CALC-GRP REDEFINES WS-DATA-CALC.
           05  WS-CALC-AAAA            PIC 9(04).
           05  WS-CALC-MM              PIC 9(02).
           05  WS-CALC-DD              PIC 9(02).
       01  WS-DATA-PASCOA             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PASCOA-GRP REDEFINES WS-DATA-PASCOA.
           05  WS-PASCOA-AAAA          PIC 9(04).
           05  WS-PASCOA-MM            PIC 9(02).
           05  WS-PASCOA-DD            PIC 9(02).
       01  WS-DATA-LIDA               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-LIDA-GRP REDEFINES WS-DATA-LIDA.
           05  WS-LIDA-AAAA            PIC 9(04).
           05  FILLER                  PIC 9(04).

      *    Termos do calculo do domingo de Pascoa (algoritmo
      *    gregoriano anonimo - Meeus/Jones/Butcher). Toda divisao e
      *    inteira: cada termo recebe o quociente truncado.
       01  WS-PSC-A                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-B                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-C                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-D                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-E                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-F                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-G                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-H                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-I                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-K                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-L                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-M                   PIC S9(05) VALUE ZEROS.
       01  WS-PSC-SOMA                PIC S9(05) VALUE ZEROS.
       01  WS-PSC-QUOC                PIC S9(05) VALUE ZEROS.

      *    Dia da semana (1 = domingo ... 7 = sabado) pela
      *    congruencia de Zeller, para a regra "N".
       01  WS-ZEL-ANO                 PIC S9(05) VALUE ZEROS.
       01  WS-ZEL-MES                 PIC S9(03) VALUE ZEROS.
       01  WS-ZEL-DIA                 PIC S9(03) VALUE ZEROS.
       01  WS-ZEL-J                   PIC S9(05) VALUE ZEROS.
       01  WS-ZEL-K                   PIC S9(05) VALUE ZEROS.
       01  WS-ZEL-T1                  PIC S9(05) VALUE ZEROS.
       01  WS-ZEL-T2                  PIC S9(05) VALUE ZEROS.
       01  WS-ZEL-T3                  PIC S9(05) VALUE ZEROS.
       01  WS-ZEL-SOMA                PIC S9(05) VALUE ZEROS.
       01  WS-ZEL-H                   PIC S9(03) VALUE ZEROS.
       01  WS-DIA-SEMANA              PIC 9(01) VALUE ZEROS.
       01  WS-DIAS-NO-MES             PIC 9(02) VALUE ZEROS.
       01  WS-DESLOC                  PIC S9(03) VALUE ZEROS.

       01  WS-DIAS-MES-TAB.
           05  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-DIAS-MES-R REDEFINES WS-DIAS-MES-TAB.
           05  WS-DIAS-MES             OCCURS 12 TIMES PIC 9(02).

       COPY "DTUTIL.CPY".

      *    Linhas do HOLCAL.DAT no ano-alvo. 500 linhas e folga larga
      *    para um ano de todos os calendarios; tabela maior derruba
      *    o job - uma linha fora da tabela viraria INCLUSAO em
      *    duplicidade.
       01  WS-CAD-TAB.
           05  WS-CAD-ENT              OCCURS 500 TIMES.
               10  WS-CAD-CALENDARIO   PIC X(08).
               10  WS-CAD-DATA         PIC 9(08).
               10  WS-CAD-DESCRICAO    PIC X(30).
               10  WS-CAD-VISTO-SW     PIC X(01).
                   88  WS-CAD-VISTO    VALUE "Y".
       01  WS-QTDE-CAD                PIC 9(03) VALUE ZEROS.
       01  WS-CAD-IDX                 PIC 9(03) VALUE ZEROS.
       01  WS-CAD-ACHADO              PIC 9(03) VALUE ZEROS.

      *    Linhas propostas pelo modelo, ja classificadas.
       01  WS-PRO-TAB.
           05  WS-PRO-ENT              OCCURS 500 TIMES.
               10  WS-PRO-CALENDARIO   PIC X(08).
               10  WS-PRO-DATA         PIC 9(08).
               10  WS-PRO-DESCRICAO    PIC X(30).
               10  WS-PRO-SITUACAO     PIC X(01).
                   88  WS-PRO-INCLUSAO VALUE "I".
                   88  WS-PRO-EXISTE   VALUE "E".
                   88  WS-PRO-CONFLITO VALUE "C".
               10  WS-PRO-CAD          PIC 9(03).
       01  WS-QTDE-PRO                PIC 9(03) VALUE ZEROS.
       01  WS-PRO-IDX                 PIC 9(03) VALUE ZEROS.

      *    Calendarios vistos no HOLCAL.DAT (qualquer ano) e no
      *    modelo - o que esta so no primeiro nao tem virada.
       01  WS-CALS-TAB.
           05  WS-CAL-ENT              OCCURS 50 TIMES.
               10  WS-CAL-CODIGO       PIC X(08).
               10  WS-CAL-NO-MODELO-SW PIC X(01).
                   88  WS-CAL-NO-MODELO
                                       VALUE "Y".
       01  WS-QTDE-CALS               PIC 9(02) VALUE ZEROS.
       01  WS-CAL-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-CAL-ACHADO              PIC 9(02) VALUE ZEROS.
       01  WS-CAL-PESQUISA            PIC X(08) VALUE SPACES.

       01  WS-QTDE-MODELO             PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-MODELO-INV         PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-INCLUSOES          PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-EXISTENTES         PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-CONFLITOS          PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-SO-CADASTRO        PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-SEM-MODELO         PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-CARREGADAS         PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-JA-NO-CLUSTER      PIC 9(05) VALUE ZEROS.

       01  WS-LIN-CAB.
           05  FILLER                  PIC X(35) VALUE
               "CALVIRA - VIRADA DOS CALENDARIOS - ".
           05  FILLER                  PIC X(04) VALUE "ANO ".
           05  WS-LIN-CAB-ANO          PIC 9(04).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-LIN-CAB-MODO         PIC X(09).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-LIN-CAB-DATA         PIC 9(08).
           05  FILLER                  PIC X(14) VALUE
               " - APROVADOR: ".
           05  WS-LIN-CAB-APROVADOR    PIC X(08).
       01  WS-LIN-COL.
           05  FILLER                  PIC X(48) VALUE
               "SITUACAO      CALENDARIO PROPOSTA DESCRICAO".
           05  FILLER                  PIC X(35) VALUE
               "                 CADASTRO DESCRICAO".
       01  WS-LIN-DET.
           05  WS-LIN-DET-SITUACAO     PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-CAL          PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-LIN-DET-DATA-PRO     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-DESC-PRO     PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-DATA-CAD     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-DET-DESC-CAD     PIC X(30).
       01  WS-LIN-MOD.
           05  FILLER                  PIC X(24) VALUE
               "MODELO INVALIDO - CAL.: ".
           05  WS-LIN-MOD-CAL          PIC X(08).
           05  FILLER                  PIC X(08) VALUE " REGRA: ".
           05  WS-LIN-MOD-REGRA        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LIN-MOD-DESC         PIC X(30).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-LIN-MOD-MOTIVO       PIC X(40).
       01  WS-LIN-SEM.
           05  FILLER                  PIC X(14) VALUE
               "SEM MODELO    ".
           05  WS-LIN-SEM-CAL          PIC X(08).
           05  FILLER                  PIC X(47) VALUE
               "   CALENDARIO SEM LINHAS NO MODELO - SEM VIRADA".
       01  WS-LIN-TOT.
           05  WS-LIN-TOT-ROTULO       PIC X(33).
           05  WS-LIN-TOT-QTDE         PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-LER-PARM
           IF NOT WS-ABORTAR
               PERFORM 1500-CALCULAR-PASCOA
               PERFORM 2000-CARREGAR-CADASTRO
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 3000-MONTAR-PROPOSTA
           END-IF
           IF NOT WS-ABORTAR
               PERFORM 4000-CLASSIFICAR-PROPOSTA
               IF WS-APLICAR
                   PERFORM 6000-CARREGAR-CLUSTER
               END-IF
               PERFORM 7000-GRAVAR-RELATORIO
           END-IF
           IF WS-ABORTAR
               DISPLAY "CALVIRA: EXECUCAO ABORTADA - NENHUMA LINHA "
                       "FOI CARREGADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9000-ENCERRAR
           END-IF
           STOP RUN.

      *    Cartao ausente e previa do ano seguinte. A carga so com a
      *    ordem de aplicar E o aprovador - uma inclusao sem quem
      *    aprovou nao teria o que gravar em CALLOG-USUARIO.
       1000-LER-PARM.
           COMPUTE WS-ANO-ALVO = WS-HOJE-AAAA + 1
           OPEN INPUT CALVPARM-FILE
           IF WS-CALVPARM-STATUS = "00"
               READ CALVPARM-FILE
                   NOT AT END
                       IF CALVPARM-ANO NUMERIC
                           AND CALVPARM-ANO > ZEROS
                           MOVE CALVPARM-ANO TO WS-ANO-ALVO
                       END-IF
                       MOVE CALVPARM-APROVADOR TO WS-APROVADOR
                       IF CALVPARM-APLICAR = "S"
                           MOVE "Y" TO WS-APLICAR-SW
                       END-IF
               END-READ
               CLOSE CALVPARM-FILE
           END-IF
           IF WS-ANO-ALVO < 1601
               DISPLAY "CALVIRA: ANO-ALVO INVALIDO NO CARTAO - "
                       WS-ANO-ALVO
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF
           IF WS-APLICAR AND WS-APROVADOR = SPACES
               DISPLAY "CALVIRA: APLICACAO SEM APROVADOR NO CARTAO"
               MOVE "Y" TO WS-ABORTAR-SW
           END-IF
           IF NOT WS-ABORTAR
               IF WS-APLICAR
                   DISPLAY "CALVIRA: ANO " WS-ANO-ALVO " - MODO "
                           "APLICACAO - INCLUSOES SERAO CARREGADAS "
                           "NO CALTAB"
               ELSE
                   DISPLAY "CALVIRA: ANO " WS-ANO-ALVO " - MODO "
                           "PREVIA - CALTAB NAO SERA ALTERADO"
               END-IF
           END-IF.

      *    Domingo de Pascoa do ano-alvo:
      *      a = ano mod 19          b = ano / 100     c = ano mod 100
      *      d = b / 4               e = b mod 4       f = (b + 8) / 25
      *      g = (b - f + 1) / 3
      *      h = (19a + b - d - g + 15) mod 30
      *      i = c / 4               k = c mod 4
      *      l = (32 + 2e + 2i - h - k) mod 7
      *      m = (a + 11h + 22l) / 451
      *      mes = (h + l - 7m + 114) / 31
      *      dia = ((h + l - 7m + 114) mod 31) + 1
       1500-CALCULAR-PASCOA.
           DIVIDE WS-ANO-ALVO BY 19 GIVING WS-PSC-QUOC
               REMAINDER WS-PSC-A
           DIVIDE WS-ANO-ALVO BY 100 GIVING WS-PSC-B
               REMAINDER WS-PSC-C
           DIVIDE WS-PSC-B BY 4 GIVING WS-PSC-D
               REMAINDER WS-PSC-E
           COMPUTE WS-PSC-SOMA = WS-PSC-B + 8
           DIVIDE WS-PSC-SOMA BY 25 GIVING WS-PSC-F
           COMPUTE WS-PSC-SOMA = WS-PSC-B - WS-PSC-F + 1
           DIVIDE WS-PSC-SOMA BY 3 GIVING WS-PSC-G
           COMPUTE WS-PSC-SOMA = (19 * WS-PSC-A) + WS-PSC-B
                   - WS-PSC-D - WS-PSC-G + 15
           DIVIDE WS-PSC-SOMA BY 30 GIVING WS-PSC-QUOC
               REMAINDER WS-PSC-H
           DIVIDE WS-PSC-C BY 4 GIVING WS-PSC-I
               REMAINDER WS-PSC-K
           COMPUTE WS-PSC-SOMA = 32 + (2 * WS-PSC-E) + (2 * WS-PSC-I)
                   - WS-PSC-H - WS-PSC-K
           DIVIDE WS-PSC-SOMA BY 7 GIVING WS-PSC-QUOC
               REMAINDER WS-PSC-L
           COMPUTE WS-PSC-SOMA = WS-PSC-A + (11 * WS-PSC-H)
                   + (22 * WS-PSC-L)
           DIVIDE WS-PSC-SOMA BY 451 GIVING WS-PSC-M
           COMPUTE WS-PSC-SOMA = WS-PSC-H + WS-PSC-L
                   - (7 * WS-PSC-M) + 114
           MOVE WS-ANO-ALVO TO WS-PASCOA-AAAA
           DIVIDE WS-PSC-SOMA BY 31 GIVING WS-PASCOA-MM
               REMAINDER WS-PSC-QUOC
           COMPUTE WS-PASCOA-DD = WS-PSC-QUOC + 1
           DISPLAY "CALVIRA: DOMINGO DE PASCOA EM " WS-DATA-PASCOA.

      *    Uma passada em HOLCAL.DAT: guarda as linhas do ano-alvo e
      *    anota todo calendario visto, em qualquer ano.
       2000-CARREGAR-CADASTRO.
           OPEN INPUT HOLCAL-FILE
           IF WS-HOLCAL-STATUS NOT = "00"
               DISPLAY "CALVIRA: HOLCAL.DAT INDISPONIVEL - STATUS "
                       WS-HOLCAL-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               PERFORM UNTIL WS-EOF OR WS-ABORTAR
                   READ HOLCAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 2100-GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE HOLCAL-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       2100-GUARDAR-LINHA.
           MOVE CALTAB-CALENDARIO TO WS-CAL-PESQUISA
           PERFORM 2200-ANOTAR-CALENDARIO
           MOVE CALTAB-DATA TO WS-DATA-LIDA
           IF WS-LIDA-AAAA = WS-ANO-ALVO
               IF WS-QTDE-CAD >= 500
                   DISPLAY "CALVIRA: HOLCAL.DAT PASSA DE 500 LINHAS "
                           "NO ANO " WS-ANO-ALVO
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   ADD 1 TO WS-QTDE-CAD
                   MOVE CALTAB-CALENDARIO
                       TO WS-CAD-CALENDARIO(WS-QTDE-CAD)
                   MOVE CALTAB-DATA      TO WS-CAD-DATA(WS-QTDE-CAD)
                   MOVE CALTAB-DESCRICAO
                       TO WS-CAD-DESCRICAO(WS-QTDE-CAD)
                   MOVE "N"              TO WS-CAD-VISTO-SW
                                            (WS-QTDE-CAD)
               END-IF
           END-IF.

       2200-ANOTAR-CALENDARIO.
           MOVE ZEROS TO WS-CAL-ACHADO
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-QTDE-CALS
                      OR WS-CAL-ACHADO > ZEROS
               IF WS-CAL-CODIGO(WS-CAL-IDX) = WS-CAL-PESQUISA
                   MOVE WS-CAL-IDX TO WS-CAL-ACHADO
               END-IF
           END-PERFORM
           IF WS-CAL-ACHADO = ZEROS
               IF WS-QTDE-CALS >= 50
                   DISPLAY "CALVIRA: MAIS DE 50 CALENDARIOS"
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   ADD 1 TO WS-QTDE-CALS
                   MOVE WS-QTDE-CALS    TO WS-CAL-ACHADO
                   MOVE WS-CAL-PESQUISA TO WS-CAL-CODIGO(WS-CAL-ACHADO)
                   MOVE "N"             TO WS-CAL-NO-MODELO-SW
                                           (WS-CAL-ACHADO)
               END-IF
           END-IF.

      *    Cada linha valida do modelo vira uma proposta com a data
      *    do ano-alvo. Linha invalida vai para o relatorio e nao
      *    derruba as outras; sem o modelo nao ha o que propor.
       3000-MONTAR-PROPOSTA.
           OPEN INPUT CALMODEL-FILE
           IF WS-CALMODEL-STATUS NOT = "00"
               DISPLAY "CALVIRA: CALMODEL.DAT INDISPONIVEL - STATUS "
                       WS-CALMODEL-STATUS
               MOVE "Y" TO WS-ABORTAR-SW
           ELSE
               OPEN OUTPUT CALVIRA-FILE
               IF WS-CALVIRA-STATUS NOT = "00"
                   DISPLAY "CALVIRA: ERRO AO ABRIR CALVIRA.DAT - "
                           "STATUS " WS-CALVIRA-STATUS
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   MOVE WS-ANO-ALVO    TO WS-LIN-CAB-ANO
                   IF WS-APLICAR
                       MOVE "APLICACAO" TO WS-LIN-CAB-MODO
                   ELSE
                       MOVE "PREVIA"    TO WS-LIN-CAB-MODO
                   END-IF
                   MOVE WS-DATA-HOJE   TO WS-LIN-CAB-DATA
                   MOVE WS-APROVADOR   TO WS-LIN-CAB-APROVADOR
                   WRITE CALVIRA-LINHA FROM WS-LIN-CAB
                   PERFORM UNTIL WS-EOF OR WS-ABORTAR
                       READ CALMODEL-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-QTDE-MODELO
                               PERFORM 3100-AVALIAR-MODELO
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SW
               END-IF
               CLOSE CALMODEL-FILE
               IF NOT WS-ABORTAR AND WS-QTDE-PRO = ZEROS
                   DISPLAY "CALVIRA: CALMODEL.DAT SEM LINHAS VALIDAS"
                   MOVE "Y" TO WS-ABORTAR-SW
               END-IF
               IF WS-ABORTAR AND WS-CALVIRA-STATUS = "00"
                   CLOSE CALVIRA-FILE
               END-IF
           END-IF.

       3100-AVALIAR-MODELO.
           MOVE "Y"         TO WS-MODELO-OK-SW
           MOVE SPACES      TO WS-LIN-MOD-MOTIVO
           MOVE ZEROS       TO WS-DATA-CALC
           IF CALMODEL-CALENDARIO = SPACES
               MOVE "N" TO WS-MODELO-OK-SW
               MOVE "CALENDARIO EM BRANCO" TO WS-LIN-MOD-MOTIVO
           ELSE
               EVALUATE TRUE
                   WHEN CALMODEL-DATA-FIXA
                       PERFORM 3200-REGRA-DATA-FIXA
                   WHEN CALMODEL-PASCOA
                       PERFORM 3300-REGRA-PASCOA
                   WHEN CALMODEL-DIA-SEMANA-MES
                       PERFORM 3400-REGRA-DIA-SEMANA
                   WHEN OTHER
                       MOVE "N" TO WS-MODELO-OK-SW
                       MOVE "REGRA DESCONHECIDA - USE F, P OU N"
                           TO WS-LIN-MOD-MOTIVO
               END-EVALUATE
           END-IF
           IF WS-MODELO-OK
               PERFORM 3500-GUARDAR-PROPOSTA
           END-IF
           IF NOT WS-MODELO-OK
               ADD 1 TO WS-QTDE-MODELO-INV
               MOVE CALMODEL-CALENDARIO TO WS-LIN-MOD-CAL
               MOVE CALMODEL-REGRA      TO WS-LIN-MOD-REGRA
               MOVE CALMODEL-DESCRICAO  TO WS-LIN-MOD-DESC
               WRITE CALVIRA-LINHA FROM WS-LIN-MOD
           END-IF.

      *    Data fixa: validada aqui, no ano-alvo (29/02 so em ano
      *    bissexto) - uma linha de modelo errada e pendencia deste
      *    relatorio, nao erro de data do DTUTIL no DTERR.DAT.
       3200-REGRA-DATA-FIXA.
           IF CALMODEL-MES NOT NUMERIC OR CALMODEL-DIA NOT NUMERIC
               MOVE "N" TO WS-MODELO-OK-SW
               MOVE "MES/DIA NAO NUMERICOS" TO WS-LIN-MOD-MOTIVO
           ELSE
               IF CALMODEL-MES < 1 OR CALMODEL-MES > 12
                   OR CALMODEL-DIA < 1
                   MOVE "N" TO WS-MODELO-OK-SW
                   MOVE "DATA INEXISTENTE NO ANO-ALVO"
                       TO WS-LIN-MOD-MOTIVO
               ELSE
                   MOVE WS-ANO-ALVO  TO WS-CALC-AAAA
                   MOVE CALMODEL-MES TO WS-CALC-MM
                   MOVE CALMODEL-DIA TO WS-CALC-DD
                   PERFORM 3250-OBTER-DIAS-NO-MES
                   IF WS-CALC-DD > WS-DIAS-NO-MES
                       MOVE "N" TO WS-MODELO-OK-SW
                       MOVE "DATA INEXISTENTE NO ANO-ALVO"
                           TO WS-LIN-MOD-MOTIVO
                   END-IF
               END-IF
           END-IF.

       3250-OBTER-DIAS-NO-MES.
           MOVE WS-DIAS-MES(WS-CALC-MM) TO WS-DIAS-NO-MES
           IF WS-CALC-MM = 2
              AND FUNCTION MOD(WS-CALC-AAAA, 4) = 0
              AND (FUNCTION MOD(WS-CALC-AAAA, 100) NOT = 0
                   OR FUNCTION MOD(WS-CALC-AAAA, 400) = 0)
               MOVE 29 TO WS-DIAS-NO-MES
           END-IF.

      *    Pascoa mais o deslocamento, em dias corridos (o modo "C"
      *    do DTUTIL aceita quantidade negativa no SUBDAYS).
       3300-REGRA-PASCOA.
           IF CALMODEL-DESLOC-PASCOA NOT NUMERIC
               MOVE "N" TO WS-MODELO-OK-SW
               MOVE "DESLOCAMENTO NAO NUMERICO" TO WS-LIN-MOD-MOTIVO
           ELSE
               IF CALMODEL-DESLOC-PASCOA = ZEROS
                   MOVE WS-DATA-PASCOA TO WS-DATA-CALC
               ELSE
                   COMPUTE WS-DESLOC = ZEROS - CALMODEL-DESLOC-PASCOA
                   MOVE "CALVIRA "     TO DTUTIL-PROGRAMA
                   MOVE "SUBDAYS "     TO DTUTIL-FUNCAO
                   MOVE "C"            TO DTUTIL-MODO
                   MOVE WS-DATA-PASCOA TO DTUTIL-DATA-ENTRADA
                   MOVE WS-DESLOC      TO DTUTIL-QTDE-DIAS
                   CALL "DTUTIL" USING DTUTIL-PARM
                   IF DTUTIL-RETORNO NOT = 0
                       MOVE "N" TO WS-MODELO-OK-SW
                       MOVE DTUTIL-MENSAGEM TO WS-LIN-MOD-MOTIVO
                   ELSE
                       MOVE DTUTIL-DATA-SAIDA TO WS-DATA-CALC
                   END-IF
               END-IF
               IF WS-MODELO-OK AND WS-CALC-AAAA NOT = WS-ANO-ALVO
                   MOVE "N" TO WS-MODELO-OK-SW
                   MOVE "DESLOCAMENTO SAI DO ANO-ALVO"
                       TO WS-LIN-MOD-MOTIVO
               END-IF
           END-IF.

      *    N-esimo dia da semana do mes: a partir do dia da semana do
      *    dia 1 (ordem 1 a 4) ou do ultimo dia do mes (ordem 5).
       3400-REGRA-DIA-SEMANA.
           IF CALMODEL-MES NOT NUMERIC
               OR CALMODEL-ORDEM NOT NUMERIC
               OR CALMODEL-DIA-SEMANA NOT NUMERIC
               MOVE "N" TO WS-MODELO-OK-SW
               MOVE "MES/ORDEM/DIA DA SEMANA NAO NUMERICOS"
                   TO WS-LIN-MOD-MOTIVO
           ELSE
               IF CALMODEL-MES < 1 OR CALMODEL-MES > 12
                   OR CALMODEL-ORDEM < 1 OR CALMODEL-ORDEM > 5
                   OR CALMODEL-DIA-SEMANA < 1
                   OR CALMODEL-DIA-SEMANA > 7
                   MOVE "N" TO WS-MODELO-OK-SW
                   MOVE "MES 1-12, ORDEM 1-5, DIA DA SEMANA 1-7"
                       TO WS-LIN-MOD-MOTIVO
               END-IF
           END-IF
           IF WS-MODELO-OK
               MOVE WS-ANO-ALVO  TO WS-CALC-AAAA
               MOVE CALMODEL-MES TO WS-CALC-MM
               PERFORM 3250-OBTER-DIAS-NO-MES
               IF CALMODEL-ORDEM = 5
                   MOVE WS-DIAS-NO-MES TO WS-CALC-DD
                   PERFORM 3450-CALCULAR-DIA-SEMANA
                   COMPUTE WS-DESLOC = WS-DIA-SEMANA
                           - CALMODEL-DIA-SEMANA + 7
                   COMPUTE WS-CALC-DD = WS-DIAS-NO-MES
                           - FUNCTION MOD(WS-DESLOC, 7)
               ELSE
                   MOVE 1 TO WS-CALC-DD
                   PERFORM 3450-CALCULAR-DIA-SEMANA
                   COMPUTE WS-DESLOC = CALMODEL-DIA-SEMANA
                           - WS-DIA-SEMANA + 7
                   COMPUTE WS-CALC-DD = 1
                           + FUNCTION MOD(WS-DESLOC, 7)
                           + (7 * (CALMODEL-ORDEM - 1))
               END-IF
           END-IF.

      *    Zeller: janeiro e fevereiro contam como meses 13 e 14 do
      *    ano anterior; h = 0 e sabado, 1 domingo ... 6 sexta.
       3450-CALCULAR-DIA-SEMANA.
           MOVE WS-CALC-AAAA TO WS-ZEL-ANO
           MOVE WS-CALC-MM   TO WS-ZEL-MES
           MOVE WS-CALC-DD   TO WS-ZEL-DIA
           IF WS-ZEL-MES < 3
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANO
           END-IF
           DIVIDE WS-ZEL-ANO BY 100 GIVING WS-ZEL-J
               REMAINDER WS-ZEL-K
           COMPUTE WS-ZEL-SOMA = 13 * (WS-ZEL-MES + 1)
           DIVIDE WS-ZEL-SOMA BY 5 GIVING WS-ZEL-T1
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3
           COMPUTE WS-ZEL-SOMA = WS-ZEL-DIA + WS-ZEL-T1 + WS-ZEL-K
                   + WS-ZEL-T2 + WS-ZEL-T3 + (5 * WS-ZEL-J)
           COMPUTE WS-ZEL-H = FUNCTION MOD(WS-ZEL-SOMA, 7)
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-ZEL-H + 6, 7) + 1.

      *    Duas linhas do modelo caindo na mesma data do mesmo
      *    calendario: vale a primeira, a segunda e relatada.
       3500-GUARDAR-PROPOSTA.
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                   UNTIL WS-PRO-IDX > WS-QTDE-PRO
               IF WS-PRO-CALENDARIO(WS-PRO-IDX) = CALMODEL-CALENDARIO
                   AND WS-PRO-DATA(WS-PRO-IDX) = WS-DATA-CALC
                   MOVE "N" TO WS-MODELO-OK-SW
                   MOVE "MESMA DATA DE OUTRA LINHA DO MODELO"
                       TO WS-LIN-MOD-MOTIVO
               END-IF
           END-PERFORM
           IF WS-MODELO-OK
               IF WS-QTDE-PRO >= 500
                   DISPLAY "CALVIRA: CALMODEL.DAT PASSA DE 500 LINHAS"
                   MOVE "Y" TO WS-ABORTAR-SW
               ELSE
                   ADD 1 TO WS-QTDE-PRO
                   MOVE CALMODEL-CALENDARIO
                       TO WS-PRO-CALENDARIO(WS-QTDE-PRO)
                   MOVE WS-DATA-CALC TO WS-PRO-DATA(WS-QTDE-PRO)
                   MOVE CALMODEL-DESCRICAO
                       TO WS-PRO-DESCRICAO(WS-QTDE-PRO)
                   MOVE "I"          TO WS-PRO-SITUACAO(WS-QTDE-PRO)
                   MOVE ZEROS        TO WS-PRO-CAD(WS-QTDE-PRO)
                   MOVE CALMODEL-CALENDARIO TO WS-CAL-PESQUISA
                   PERFORM 2200-ANOTAR-CALENDARIO
                   IF WS-CAL-ACHADO > ZEROS
                       MOVE "Y" TO WS-CAL-NO-MODELO-SW(WS-CAL-ACHADO)
                   END-IF
               END-IF
           END-IF.

      *    Primeiro a mesma data no mesmo calendario; sem ela, o
      *    mesmo feriado (descricao) em outra data do ano - e o
      *    feriado movel digitado na data errada.
       4000-CLASSIFICAR-PROPOSTA.
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                   UNTIL WS-PRO-IDX > WS-QTDE-PRO
               MOVE ZEROS TO WS-CAD-ACHADO
               PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                       UNTIL WS-CAD-IDX > WS-QTDE-CAD
                          OR WS-CAD-ACHADO > ZEROS
                   IF WS-CAD-CALENDARIO(WS-CAD-IDX)
                           = WS-PRO-CALENDARIO(WS-PRO-IDX)
                       AND WS-CAD-DATA(WS-CAD-IDX)
                           = WS-PRO-DATA(WS-PRO-IDX)
                       MOVE WS-CAD-IDX TO WS-CAD-ACHADO
                   END-IF
               END-PERFORM
               IF WS-CAD-ACHADO > ZEROS
                   IF WS-CAD-DESCRICAO(WS-CAD-ACHADO)
                           = WS-PRO-DESCRICAO(WS-PRO-IDX)
                       MOVE "E" TO WS-PRO-SITUACAO(WS-PRO-IDX)
                   ELSE
                       MOVE "C" TO WS-PRO-SITUACAO(WS-PRO-IDX)
                   END-IF
               ELSE
                   PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                           UNTIL WS-CAD-IDX > WS-QTDE-CAD
                              OR WS-CAD-ACHADO > ZEROS
                       IF WS-CAD-CALENDARIO(WS-CAD-IDX)
                               = WS-PRO-CALENDARIO(WS-PRO-IDX)
                           AND WS-CAD-DESCRICAO(WS-CAD-IDX)
                               = WS-PRO-DESCRICAO(WS-PRO-IDX)
                           AND NOT WS-CAD-VISTO(WS-CAD-IDX)
                           MOVE WS-CAD-IDX TO WS-CAD-ACHADO
                       END-IF
                   END-PERFORM
                   IF WS-CAD-ACHADO > ZEROS
                       MOVE "C" TO WS-PRO-SITUACAO(WS-PRO-IDX)
                   END-IF
               END-IF
               IF WS-CAD-ACHADO > ZEROS
                   MOVE "Y" TO WS-CAD-VISTO-SW(WS-CAD-ACHADO)
                   MOVE WS-CAD-ACHADO TO WS-PRO-CAD(WS-PRO-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-PRO-INCLUSAO(WS-PRO-IDX)
                       ADD 1 TO WS-QTDE-INCLUSOES
                   WHEN WS-PRO-EXISTE(WS-PRO-IDX)
                       ADD 1 TO WS-QTDE-EXISTENTES
                   WHEN OTHER
                       ADD 1 TO WS-QTDE-CONFLITOS
               END-EVALUATE
           END-PERFORM.

      *    A trilha e aberta ANTES do cluster: sem CALLOG nao ha
      *    inclusao. Uma falha de I/O no meio para a carga - o que
      *    ja entrou fica com a sua entrada de auditoria e o rerun
      *    da aplicacao pula o que ja estiver no cluster.
       6000-CARREGAR-CLUSTER.
           OPEN EXTEND CALLOG-FILE
           IF WS-CALLOG-STATUS NOT = "00"
               DISPLAY "CALVIRA: ERRO AO ABRIR CALLOG - STATUS "
                       WS-CALLOG-STATUS " - CARGA NAO FEITA"
               MOVE "Y" TO WS-ERRO-CARGA-SW
           ELSE
               OPEN I-O CALVSAM-FILE
               IF WS-CALVSAM-STATUS NOT = "00"
                   DISPLAY "CALVIRA: ERRO AO ABRIR O CLUSTER CALTAB - "
                           "STATUS " WS-CALVSAM-STATUS
                           " - CARGA NAO FEITA"
                   MOVE "Y" TO WS-ERRO-CARGA-SW
               ELSE
                   PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                           UNTIL WS-PRO-IDX > WS-QTDE-PRO
                              OR WS-ERRO-CARGA
                       IF WS-PRO-INCLUSAO(WS-PRO-IDX)
                           PERFORM 6100-INCLUIR-FERIADO
                       END-IF
                   END-PERFORM
                   CLOSE CALVSAM-FILE
               END-IF
               CLOSE CALLOG-FILE
           END-IF.

      *    Mesma inclusao do 3000-INCLUIR-FERIADO do CALMNT, com a
      *    mesma entrada de CALLOG (acao "I", descricao anterior em
      *    branco), em nome do aprovador do cartao.
       6100-INCLUIR-FERIADO.
           MOVE WS-PRO-CALENDARIO(WS-PRO-IDX) TO CALVSAM-CALENDARIO
           MOVE WS-PRO-DATA(WS-PRO-IDX)       TO CALVSAM-DATA
           MOVE WS-PRO-DESCRICAO(WS-PRO-IDX)  TO CALVSAM-DESCRICAO
           WRITE CALVSAM-REC
           EVALUATE WS-CALVSAM-STATUS
               WHEN "00"
                   ADD 1 TO WS-QTDE-CARREGADAS
                   ACCEPT WS-HORA-SIS FROM TIME
                   MOVE WS-DATA-HOJE          TO CALLOG-DATA
                   MOVE WS-HORA-HHMMSS        TO CALLOG-HORA
                   MOVE WS-APROVADOR          TO CALLOG-USUARIO
                   MOVE CALVSAM-CALENDARIO    TO CALLOG-CALENDARIO
                   MOVE CALVSAM-DATA          TO CALLOG-DATA-FERIADO
                   MOVE "I"                   TO CALLOG-ACAO
                   MOVE SPACES                TO CALLOG-DESC-ANTERIOR
                   MOVE CALVSAM-DESCRICAO     TO CALLOG-DESC-NOVA
                   WRITE CALLOG-REC
                   IF WS-CALLOG-STATUS NOT = "00"
                       DISPLAY "CALVIRA: INCLUIDO MAS FALHOU A "
                               "TRILHA CALLOG - " CALVSAM-CALENDARIO
                               " " CALVSAM-DATA " - STATUS "
                               WS-CALLOG-STATUS
                       MOVE "Y" TO WS-ERRO-CARGA-SW
                   END-IF
               WHEN "22"
                   MOVE "E" TO WS-PRO-SITUACAO(WS-PRO-IDX)
                   SUBTRACT 1 FROM WS-QTDE-INCLUSOES
                   ADD 1 TO WS-QTDE-JA-NO-CLUSTER
               WHEN OTHER
                   DISPLAY "CALVIRA: ERRO AO GRAVAR CALTAB - "
                           CALVSAM-CALENDARIO " " CALVSAM-DATA
                           " - STATUS " WS-CALVSAM-STATUS
                   MOVE "Y" TO WS-ERRO-CARGA-SW
           END-EVALUATE.

       7000-GRAVAR-RELATORIO.
           WRITE CALVIRA-LINHA FROM WS-LIN-COL
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                   UNTIL WS-PRO-IDX > WS-QTDE-PRO
               PERFORM 7100-LINHA-PROPOSTA
           END-PERFORM
           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                   UNTIL WS-CAD-IDX > WS-QTDE-CAD
               IF NOT WS-CAD-VISTO(WS-CAD-IDX)
                   ADD 1 TO WS-QTDE-SO-CADASTRO
                   MOVE "SO CADASTRO"  TO WS-LIN-DET-SITUACAO
                   MOVE WS-CAD-CALENDARIO(WS-CAD-IDX)
                                       TO WS-LIN-DET-CAL
                   MOVE SPACES         TO WS-LIN-DET-DATA-PRO
                   MOVE SPACES         TO WS-LIN-DET-DESC-PRO
                   MOVE WS-CAD-DATA(WS-CAD-IDX)
                                       TO WS-LIN-DET-DATA-CAD
                   MOVE WS-CAD-DESCRICAO(WS-CAD-IDX)
                                       TO WS-LIN-DET-DESC-CAD
                   WRITE CALVIRA-LINHA FROM WS-LIN-DET
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-QTDE-CALS
               IF NOT WS-CAL-NO-MODELO(WS-CAL-IDX)
                   ADD 1 TO WS-QTDE-SEM-MODELO
                   MOVE WS-CAL-CODIGO(WS-CAL-IDX) TO WS-LIN-SEM-CAL
                   WRITE CALVIRA-LINHA FROM WS-LIN-SEM
               END-IF
           END-PERFORM
           MOVE SPACES TO CALVIRA-LINHA
           WRITE CALVIRA-LINHA
           MOVE "LINHAS DO MODELO.............: " TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-MODELO TO WS-LIN-TOT-QTDE
           WRITE CALVIRA-LINHA FROM WS-LIN-TOT
           MOVE "LINHAS DO MODELO INVALIDAS...: " TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-MODELO-INV TO WS-LIN-TOT-QTDE
           WRITE CALVIRA-LINHA FROM WS-LIN-TOT
           MOVE "INCLUSOES PROPOSTAS..........: " TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-INCLUSOES TO WS-LIN-TOT-QTDE
           WRITE CALVIRA-LINHA FROM WS-LIN-TOT
           MOVE "JA EXISTENTES................: " TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-EXISTENTES TO WS-LIN-TOT-QTDE
           WRITE CALVIRA-LINHA FROM WS-LIN-TOT
           MOVE "CONFLITOS - RESOLVER NA CALM.: " TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-CONFLITOS TO WS-LIN-TOT-QTDE
           WRITE CALVIRA-LINHA FROM WS-LIN-TOT
           MOVE "SO NO CADASTRO...............: " TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SO-CADASTRO TO WS-LIN-TOT-QTDE
           WRITE CALVIRA-LINHA FROM WS-LIN-TOT
           MOVE "CALENDARIOS SEM MODELO.......: " TO WS-LIN-TOT-ROTULO
           MOVE WS-QTDE-SEM-MODELO TO WS-LIN-TOT-QTDE
           WRITE CALVIRA-LINHA FROM WS-LIN-TOT
           IF WS-APLICAR
               MOVE "CARREGADAS NO CALTAB.........: "
                   TO WS-LIN-TOT-ROTULO
               MOVE WS-QTDE-CARREGADAS TO WS-LIN-TOT-QTDE
               WRITE CALVIRA-LINHA FROM WS-LIN-TOT
               MOVE "JA ESTAVAM NO CLUSTER........: "
                   TO WS-LIN-TOT-ROTULO
               MOVE WS-QTDE-JA-NO-CLUSTER TO WS-LIN-TOT-QTDE
               WRITE CALVIRA-LINHA FROM WS-LIN-TOT
               IF WS-ERRO-CARGA
                   MOVE "CARGA INTERROMPIDA POR ERRO DE I/O - VEJA "
                       TO CALVIRA-LINHA
                   MOVE "O SYSOUT E RODE A APLICACAO DE NOVO"
                       TO CALVIRA-LINHA(43:)
                   WRITE CALVIRA-LINHA
               END-IF
           END-IF
           CLOSE CALVIRA-FILE.

       7100-LINHA-PROPOSTA.
           EVALUATE TRUE
               WHEN WS-PRO-INCLUSAO(WS-PRO-IDX)
                   IF WS-APLICAR AND NOT WS-ERRO-CARGA
                       MOVE "INCLUIDO"   TO WS-LIN-DET-SITUACAO
                   ELSE
                       MOVE "INCLUSAO"   TO WS-LIN-DET-SITUACAO
                   END-IF
               WHEN WS-PRO-EXISTE(WS-PRO-IDX)
                   MOVE "JA EXISTE"      TO WS-LIN-DET-SITUACAO
               WHEN OTHER
                   MOVE "CONFLITO"       TO WS-LIN-DET-SITUACAO
           END-EVALUATE
           MOVE WS-PRO-CALENDARIO(WS-PRO-IDX) TO WS-LIN-DET-CAL
           MOVE WS-PRO-DATA(WS-PRO-IDX)       TO WS-LIN-DET-DATA-PRO
           MOVE WS-PRO-DESCRICAO(WS-PRO-IDX)  TO WS-LIN-DET-DESC-PRO
           IF WS-PRO-CAD(WS-PRO-IDX) > ZEROS
               MOVE WS-CAD-DATA(WS-PRO-CAD(WS-PRO-IDX))
                                       TO WS-LIN-DET-DATA-CAD
               MOVE WS-CAD-DESCRICAO(WS-PRO-CAD(WS-PRO-IDX))
                                       TO WS-LIN-DET-DESC-CAD
           ELSE
               MOVE SPACES             TO WS-LIN-DET-DATA-CAD
               MOVE SPACES             TO WS-LIN-DET-DESC-CAD
           END-IF
           WRITE CALVIRA-LINHA FROM WS-LIN-DET.

       9000-ENCERRAR.
           DISPLAY "CALVIRA: INCLUSOES PROPOSTAS..: " WS-QTDE-INCLUSOES
           DISPLAY "CALVIRA: JA EXISTENTES........: "
                   WS-QTDE-EXISTENTES
           DISPLAY "CALVIRA: CONFLITOS............: " WS-QTDE-CONFLITOS
           DISPLAY "CALVIRA: MODELO INVALIDO......: "
                   WS-QTDE-MODELO-INV
           DISPLAY "CALVIRA: CALENDARIOS SEM MODELO: "
                   WS-QTDE-SEM-MODELO
           IF WS-APLICAR
               DISPLAY "CALVIRA: CARREGADAS NO CALTAB.: "
                       WS-QTDE-CARREGADAS
           END-IF
           IF WS-QTDE-CONFLITOS > ZEROS
               OR WS-QTDE-MODELO-INV > ZEROS
               OR WS-QTDE-SEM-MODELO > ZEROS
               DISPLAY "CALVIRA: PENDENCIAS NA VIRADA - VEJA "
                       "CALVIRA.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ERRO-CARGA
               DISPLAY "CALVIRA: CARGA INTERROMPIDA - RODE A "
                       "APLICACAO DE NOVO"
               MOVE 8 TO RETURN-CODE
           END-IF.
