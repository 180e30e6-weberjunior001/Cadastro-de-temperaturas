      *>de resumo com o percentual de cobertura geral. Serve para cobrar do fornecedor
      *>do sensor os dias que a carga noturna pulou, antes do fechamento
      *>do mes.
      *>Dia estimado pelo estimaTemp (qualidade "E") conta como coberto
      *>- e o que libera a transmissao do mes - mas sai contado a parte
      *>em cada mes e no resumo da estacao, para a cobranca do
      *>fornecedor continuar enxergando a falha.

      *>Divisão para configuração do ambiente
       environment division.
           organization is indexed
           access mode is sequential
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqCobertura assign to "relatorioCobertura.dat"
       77  ws-estacao-atual                        pic  9(02) value zero.
       77  ws-ano-atual                            pic  9(04) value zero.

      *>----"S" dia com leitura, "E" dia estimado, branco faltante
       01 ws-tab-dias-presentes.
          05 ws-dia-presente                       pic x(01) occurs 366 times.

       77  ws-qtd-prevista                         pic  9(03).
       77  ws-qtd-registrada                       pic  9(03).
       77  ws-qtd-faltante                         pic  9(03).
       77  ws-qtd-estimada                         pic  9(03).
       77  ws-dia-faltante                         pic  9(07).

      *>----Acumuladores do resumo por estacao
       77  ws-est-previstos                        pic  9(05) value zero.
       77  ws-est-registrados                      pic  9(05) value zero.
       77  ws-est-estimados                        pic  9(05) value zero.
       77  ws-perc-cobertura                       pic  9(03)v99.

      *>----Linha de cobertura de um mes
          05 ws-lin-mes-registrados                pic zz9.
          05 filler                                pic x(13) value "  faltantes: ".
          05 ws-lin-mes-faltantes                  pic zz9.
          05 filler                                pic x(08) value "  est.: ".
          05 ws-lin-mes-estimados                  pic zz9.

      *>----Dias aaaaddd faltantes do mes corrente, e a linha com ate
      *>----oito deles por vez, ja convertidos para aaaammdd
          05 filler                                pic x(04) value " de ".
          05 ws-lin-est-previstos                  pic zzzz9.
          05 filler                                pic x(06) value " dias)".
          05 filler                                pic x(14) value " - estimados: ".
          05 ws-lin-est-estimados                  pic zzzz9.

      *>----Variaveis para comunicação entre programas
       linkage section.

               if ws-dia-juliano >= 1
               and ws-dia-juliano <= 366 then
                   if fd-qual-estimada then
                       move "E" to ws-dia-presente(ws-dia-juliano)
                   else
                       move "S" to ws-dia-presente(ws-dia-juliano)
                   end-if
               end-if

               perform le-proxima-temp
           move ws-dias-mes(ws-mes) to ws-qtd-prevista
           move zero                to ws-qtd-registrada
           move zero                to ws-qtd-faltante
           move zero                to ws-qtd-estimada

           perform varying ws-dia-mes from 1 by 1
                   until ws-dia-mes > ws-dias-mes(ws-mes)

               compute ws-juliano-corr = ws-juliano-ini + ws-dia-mes - 1

               if ws-dia-presente(ws-juliano-corr) = "S"
               or ws-dia-presente(ws-juliano-corr) = "E" then
                   add 1 to ws-qtd-registrada
                   if ws-dia-presente(ws-juliano-corr) = "E" then
                       add 1 to ws-qtd-estimada
                   end-if
               else
                   add 1 to ws-qtd-faltante
                   compute ws-dia-faltante =

           add ws-qtd-prevista    to ws-est-previstos
           add ws-qtd-registrada  to ws-est-registrados
           add ws-qtd-estimada    to ws-est-estimados

           move ws-ano-atual              to ws-lin-mes-ano
           move ws-nome-mes(ws-mes)       to ws-lin-mes-nome
           move ws-qtd-prevista           to ws-lin-mes-previstos
           move ws-qtd-registrada         to ws-lin-mes-registrados
           move ws-qtd-faltante           to ws-lin-mes-faltantes
           move ws-qtd-estimada           to ws-lin-mes-estimados

           move ws-linha-mes to fd-linha-cobertura
           write fd-linha-cobertura
           move ws-perc-cobertura    to ws-lin-est-perc
           move ws-est-registrados   to ws-lin-est-registrados
           move ws-est-previstos     to ws-lin-est-previstos
           move ws-est-estimados     to ws-lin-est-estimados

           move ws-linha-estacao to fd-linha-cobertura
           write fd-linha-cobertura

           move zero to ws-est-previstos
           move zero to ws-est-registrados
           move zero to ws-est-estimados
           .
       imprime-resumo-estacao-exit.
           exit.
