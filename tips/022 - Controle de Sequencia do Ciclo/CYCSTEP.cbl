      *    etapa onde estava e o rerun passa pelo CHECAR normalmente.
      *    Estado ausente e tratado como "nenhum ciclo aberto": o
      *    primeiro RETCUT cria o arquivo.
      *    Na execucao particionada do PURGSCAN/PURGARCH cada
      *    particao passa pelo CHECAR como o job inteiro (todas largam
      *    com a etapa ainda no job anterior, e a particao que falhou
      *    reinicia sozinha pelo mesmo caminho), mas o AVANCAR de uma
      *    particao e recusado (CYCSTEP-PARTICAO): a etapa so avanca
      *    pela consolidacao PURGMERG, quando todas terminaram bem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSTEP.
      *    esteira cega, e e melhor o chamador sinalizar isso do que
      *    o proximo job largar contra um estado velho.
       3000-AVANCAR.
           IF CYCSTEP-PARTICAO NUMERIC
               AND CYCSTEP-PARTICAO > ZEROS
               MOVE 8 TO CYCSTEP-RETORNO
               MOVE "CYCSTEP: PARTICAO NAO AVANCA O CICLO - RODE A "
                   TO CYCSTEP-MENSAGEM
               MOVE "CONSOLIDACAO" TO CYCSTEP-MENSAGEM(47:)
           ELSE
               PERFORM 3100-GRAVAR-ESTADO
           END-IF.

       3100-GRAVAR-ESTADO.
           OPEN OUTPUT CYCSTAT-FILE
           IF WS-CYCSTAT-STATUS NOT = "00"
               MOVE 8 TO CYCSTEP-RETORNO
