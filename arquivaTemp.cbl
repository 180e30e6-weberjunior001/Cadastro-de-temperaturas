           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqResumo assign to "arqTempResumoMensal.dat"
