           organization is indexed
           access mode is sequential
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqQualidade assign to "relatorioQualidade.dat"
               move "S" to fd-qualidade
               rewrite fd-temp

               if ws-fs-arqTemp  <> 00
               and ws-fs-arqTemp <> 02 then
                   move 8                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao regravar arq. arqTemp "    to ws-msn-erro-text
