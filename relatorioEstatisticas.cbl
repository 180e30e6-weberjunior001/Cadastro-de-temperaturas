           organization is indexed
           access mode is sequential
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqRelatorio assign to "relatorioEstatisticas.dat"

       77  ws-total-lidos                          pic  9(07) value zero.

      *>----Leituras confirmadas ruins pelo operador e dias estimados
      *>----pelo estimaTemp, que ficam fora das estatisticas (minima e
      *>----maxima nao podem vir de valor estimado) e entram so na nota
      *>----de rodape
       77  ws-total-excluidas                      pic  9(07) value zero.

       01 ws-linha-excluidas.
          05 filler                                pic x(47) value
             "Leituras ruins ou estimadas fora das medias: ".
          05 ws-lin-excluidas-qtd                  pic zzzzzz9.

      *>----Registro de controle de execucao gravado em arqTempJobLog.dat

      *>------------------------------------------------------------------------
      *>  Le o proximo registro de arqTempIndexed.dat em ordem de chave.
      *>  Leituras confirmadas ruins pelo operador (qualidade "X") e
      *>  dias estimados pelo estimaTemp (qualidade "E") sao
      *>  puladas aqui, para ficarem fora de todas as medias; a
      *>  quantidade pulada sai na nota de rodape do relatorio.
      *>------------------------------------------------------------------------

           perform until fim-arqTemp
                   or ws-fs-arqTemp <> 0
                   or (not fd-qual-conf-ruim and not fd-qual-estimada)

               add 1 to ws-total-excluidas
               read arqTemp next
