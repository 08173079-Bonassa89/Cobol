      *    registro segurado por desenho, contagens integras) de
      *    PURGSCAN e PURGARCH do mes, por categoria: so as de uma
      *    execucao abortada (retorno 8) ficam de fora, substituidas
      *    pelo rerun, como no CYCRECON. Na execucao particionada
      *    contam so as linhas consolidadas pelo PURGMERG (particao
      *    zero) - somar tambem as das particoes dobraria o ciclo.
      *    A selecao e pelo job: MSTEDIT e MSTLOAD tambem gravam
      *    linhas por categoria, datadas pela execucao e nao por
      *    ciclo de expurgo - abririam celulas sem corte, marca nem
      *    arquivamento, todas divergentes.
       3000-COLHER-RUNCTL.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
                           IF WS-EXAME-MES = WS-MES
                               AND RUNCTL-RETORNO < 8
                               AND RUNCTL-CATEGORIA NOT = SPACES
                               AND RUNCTL-PARTICAO = ZEROS
                               AND (RUNCTL-JOB = "PURGSCAN"
                                    OR RUNCTL-JOB = "PURGARCH")
                               PERFORM 3100-ANOTAR-CONTROLE
                           END-IF
                   END-READ
