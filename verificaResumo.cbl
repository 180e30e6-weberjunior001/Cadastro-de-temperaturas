      *>(ou um aborto dentro dele) deixa arqTempResumoMensal.dat fora
      *>de passo com arqTempIndexed.dat sem ninguem perceber. Este
      *>batch recomputa cada estacao/ano/mes a partir do indexado
      *>(excluindo as leituras confirmadas ruins e os dias estimados,
      *>como o resumoMensal faz), compara com o registro de resumo (qtd, minima, maxima,
      *>soma) e imprime as divergencias em
      *>relatorioVerificaResumo.dat - meses com valores errados, meses
      *>sem registro de resumo e registros de resumo orfaos (mes sem
           organization is indexed
           access mode is sequential
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqResumo assign to "arqTempResumoMensal.dat"

      *>------------------------------------------------------------------------
      *>  Le o proximo registro de arqTempIndexed.dat em ordem de
      *>  chave, pulando as leituras confirmadas ruins e as estimadas -
      *>  o resumoMensal tambem as exclui, entao elas nao podem entrar no recomputo
      *>------------------------------------------------------------------------
       le-proxima-temp section.


           perform until fim-arqTemp
                   or ws-fs-arqTemp <> 0
                   or (not fd-qual-conf-ruim and not fd-qual-estimada)

               add 1 to ws-total-excluidas
               read arqTemp next

      *>------------------------------------------------------------------------
      *>  Conta no indexado os dias contaveis (fora os confirmados
      *>  ruins e os estimados) do estacao/ano/mes do registro de resumo corrente,
      *>  reposicionando o indexado pela faixa juliana do mes
      *>------------------------------------------------------------------------
       conta-dias-do-mes section.
                       or fd-dia > ws-orf-dia-fim then
                           move "S" to ws-fim-orfao
                       else
                           if not fd-qual-conf-ruim
                           and not fd-qual-estimada then
                               add 1 to ws-orf-qtd
                           end-if
                       end-if
