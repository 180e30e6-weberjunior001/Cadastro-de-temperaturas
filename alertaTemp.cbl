      *>Os limiares vem de arqAlertaParam.dat, uma linha por estacao,
      *>no molde do arqQualidadeParam.dat do qualidadeTemp; estacao sem
      *>linha de parametro nao gera alerta. Leituras confirmadas ruins
      *>(qualidade "X") e dias estimados pelo estimaTemp (qualidade
      *>"E") nao disparam alerta nem contam na janela.

      *>Divisão para configuração do ambiente
       environment division.
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqParametros assign to "arqAlertaParam.dat"
                           if fd-estacao >= 1 and fd-estacao <= 99 then
                               move fd-estacao to ws-par-ind
                               if par-presente(ws-par-ind)
                               and not fd-qual-conf-ruim
                               and not fd-qual-estimada then
                                   perform examina-dia
                               end-if
                           end-if
      *>------------------------------------------------------------------------
      *>  Onda de calor: conta, para tras a partir do dia em exame, os
      *>  dias de calendario consecutivos com temperatura acima do teto
      *>  da estacao; dia faltante, confirmado ruim ou estimado quebra
      *>  a sequencia. Alerta quando a contagem alcanca o N da estacao.
      *>------------------------------------------------------------------------
       verifica-calor section.

                       end-if

                       if fd-qual-conf-ruim
                       or fd-qual-estimada
                       or fd-temperatura <= ws-par-teto-calor(ws-par-ind) then
                           move "S" to ws-fim-retrocesso
                       else

      *>------------------------------------------------------------------------
      *>  Chuva forte: soma a precipitacao da janela movel de J dias
      *>  terminando no dia em exame; dia faltante, confirmado ruim ou
      *>  estimado conta como zero. Alerta quando a soma alcanca o limite.
      *>------------------------------------------------------------------------
       verifica-chuva section.

               read arqTemp key is fd-chave

               if ws-fs-arqTemp = 0 then
                   if not fd-qual-conf-ruim
                   and not fd-qual-estimada then
                       add fd-precipitacao to ws-chuva-acumulada
                   end-if
               else
