      *>gravado com o layout antigo (sem qualidade) devolve status 39
      *>na abertura em todos os programas desta versao. Este batch le
      *>o arquivo vivo com o layout ANTIGO, regrava cada registro em
      *>arqTempIndexedNovo.dat no layout com a qualidade "B" (boa - as
      *>suspeitas serao reapontadas pelo qualidadeTemp na primeira
      *>rodada), e registra a conversao em arqTempJobLog.dat.
      *>O layout gravado e o da versao da qualidade, ainda sem a
      *>origem: quem esta antes da qualidade sobe um degrau de cada
      *>vez, na ordem migraQualidade, migraOrigem (que le exatamente
      *>este layout e sobe as origens do historico) e migraIndiceData,
      *>trocando o arquivo vivo pelo novo depois de cada um.
      *>Depois de conferir os contadores, o operador substitui o
      *>arquivo na mao:
      *>    mv arqTempIndexed.dat     arqTempIndexedAntigo.dat
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-nov-chave
           file status is ws-fs-arqTempNovo.

           select arqJobLog assign to "arqTempJobLog.dat"
          05 fd-ant-umidade                        pic  9(03).
          05 fd-ant-precipitacao                   pic  9(03)v9.

      *>layout da versao da qualidade, sem a origem - e o layout
      *>ANTIGO que o migraOrigem le; tambem definido aqui, e nao pelo
      *>copybook, que ja tem a origem
       fd arqTempNovo.
       01 fd-nov.
          05 fd-nov-chave.
             10 fd-nov-estacao                     pic  9(02).
             10 fd-nov-dia                         pic  9(07).
          05 fd-nov-temperatura                    pic s9(02)v99.
          05 fd-nov-umidade                        pic  9(03).
          05 fd-nov-precipitacao                   pic  9(03)v9.
          05 fd-nov-qualidade                      pic  x(01).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

               add 1 to ws-total-lidos

               move fd-ant-estacao        to fd-nov-estacao
               move fd-ant-dia            to fd-nov-dia
               move fd-ant-temperatura    to fd-nov-temperatura
               move fd-ant-umidade        to fd-nov-umidade
               move fd-ant-precipitacao   to fd-nov-precipitacao
               move "B"                   to fd-nov-qualidade

               write fd-nov
               if ws-fs-arqTempNovo <> 0 then
                   move 4                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTempNovo                        to ws-msn-erro-cod
           display "Confira os contadores e substitua o arquivo vivo:"
           display "    mv arqTempIndexed.dat     arqTempIndexedAntigo.dat"
           display "    mv arqTempIndexedNovo.dat arqTempIndexed.dat"
           display "Em seguida rode o migraOrigem e o migraIndiceData."

           Stop run
           .
