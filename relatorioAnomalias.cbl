      *>daqui em vez da planilha montada sobre o exportTemp.csv.
      *>Mes sem normal gravada (estacao com nenhum ano completo) sai
      *>apontado como tal. Leituras confirmadas ruins (qualidade "X")
      *>e dias estimados (qualidade "E") ficam fora das medias, como
      *>nos demais relatorios.

      *>Divisão para configuração do ambiente
       environment division.
           organization is indexed
           access mode is sequential
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqNormais assign to "arqTempNormais.dat"

       01 ws-linha-excluidas.
          05 filler                                pic x(47) value
             "Leituras ruins/estimadas fora das medias: ".
          05 ws-lin-excluidas-qtd                  pic zzzzzz9.

      *>----Registro de controle de execucao gravado em arqTempJobLog.dat

      *>------------------------------------------------------------------------
      *>  Le o proximo registro de arqTempIndexed.dat em ordem de
      *>  chave, pulando as leituras confirmadas ruins pelo operador e
      *>  os dias estimados
      *>------------------------------------------------------------------------
       le-proxima-temp section.


           perform until fim-arqTemp
                   or ws-fs-arqTemp <> 0
                   or (not fd-qual-conf-ruim
                       and not fd-qual-estimada)

               add 1 to ws-total-excluidas
               read arqTemp next

      *>------------------------------------------------------------------------
      *>  Nota de rodape com a quantidade de leituras confirmadas
      *>  ruins e estimadas que ficaram fora das medias
      *>------------------------------------------------------------------------
       imprime-nota-excluidas section.

