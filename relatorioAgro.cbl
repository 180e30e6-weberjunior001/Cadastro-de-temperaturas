           organization is indexed
           access mode is sequential
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqRelatorio assign to "relatorioAgro.dat"
