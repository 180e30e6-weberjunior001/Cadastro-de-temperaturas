      *>temperatura do mes e a media da precipitacao acumulada do mes.
      *>O arquivo de normais e reconstruido do zero a cada rodada.
      *>Leituras confirmadas ruins pelo operador (qualidade "X") ficam
      *>fora da conta, como nos demais relatorios; dias estimados pelo
      *>estimaTemp (qualidade "E") tambem - a estimativa pode ter saido
      *>da propria normal.

      *>Divisão para configuração do ambiente
       environment division.
           organization is indexed
           access mode is sequential
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqNormais assign to "arqTempNormais.dat"
           end-if

           display "Registros lidos: "        ws-total-lidos
           display "Ruins ou estimadas fora: " ws-total-excluidas
           display "Anos completos: "         ws-total-anos-completos
           display "Normais gravadas: "       ws-total-normais
           .

      *>------------------------------------------------------------------------
      *>  Le o proximo registro de arqTempIndexed.dat em ordem de
      *>  chave, pulando as leituras confirmadas ruins pelo operador e
      *>  os dias estimados
      *>------------------------------------------------------------------------
       le-proxima-temp section.


           perform until fim-arqTemp
                   or ws-fs-arqTemp <> 0
                   or (not fd-qual-conf-ruim and not fd-qual-estimada)

               add 1 to ws-total-excluidas
               read arqTemp next
