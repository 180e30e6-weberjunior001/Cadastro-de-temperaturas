           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

       i-o-control.
                   else
      *>leitura confirmada ruim pelo operador nao entra nas
      *>estatisticas do mes - o dia continua no indexado, mas fora
      *>da media (o revisaQualidade recomputa o mes ao confirmar); o
      *>dia estimado pelo estimaTemp tambem fica fora - minima e maxima
      *>do mes nao podem vir de estimativa
                   if fd-qual-conf-ruim
                   or fd-qual-estimada then
                       continue
                   else
                       add 1 to ws-rec-qtd
