      *>do motivo - assim o mesmo rejeito nunca e trabalhado duas
      *>vezes; linha pulada volta para arqTempRejeitos.dat, que e
      *>regravado no final so com o que ficou pendente.
      *>O registro postado leva a origem "R" (rejeito reposto); um dia
      *>que ja existe com origem de maior precedencia (digitado ou
      *>restaurado no online, ou confirmado pelo operador) nao e
      *>sobrescrito - a correcao e recusada com o motivo, pela mesma
      *>regra da carga (subprograma verificaPrecedencia).

      *>Divisão para configuração do ambiente
       environment division.
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqEstacoes assign to "arqEstacoes.dat"
           access mode is sequential
           file status is ws-fs-arqPendentes.

           select arqHistorico assign to "arqTempHistorico.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHistorico.

       i-o-control.

      *>Declaração de variáveis
       fd arqPendentes.
       01 fd-pendente                               pic x(80).

       fd arqHistorico.
       01 fd-linha-historico                        pic x(70).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRejeitos                       pic  9(02).
       77  ws-fs-arqProcessados                    pic  9(02).
       77  ws-fs-arqPendentes                      pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-fec-parm-situacao                  pic  x(01).
              88  mes-fechado                       value "F".

      *>----Parametros do subprograma verificaPrecedencia - rejeito
      *>----corrigido nao sobrescreve valor de origem mais forte
       01 ws-pre-parm.
          05 ws-pre-origem-nova                    pic  x(01).
          05 ws-pre-origem-atual                   pic  x(01).
          05 ws-pre-qualidade-atual                pic  x(01).
          05 ws-pre-sobreposicao                   pic  x(01).
          05 ws-pre-decisao                        pic  x(01).
              88  pre-permite                       value "P".
              88  pre-supervisor                    value "S".
              88  pre-recusa                        value "N".
          05 ws-pre-motivo                         pic  x(30).

      *>----Linha de auditoria em arqTempHistorico.dat, no layout do
      *>----online; dia existente regravado pela correcao entra como
      *>----alteracao "A" com origem "R", dia novo como cadastro "C"
       01 ws-historico.
          05 ws-hist-estacao                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-hist-dia                           pic 9(07).
          05 filler                                pic x(01) value space.
          05 ws-hist-operacao                      pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-hist-temp-antiga                   pic s9(02)v99.
          05 filler                                pic x(01) value space.
          05 ws-hist-temp-nova                     pic s9(02)v99.
          05 filler                                pic x(01) value space.
          05 ws-hist-umidade-antiga                pic 9(03).
          05 filler                                pic x(01) value space.
          05 ws-hist-umidade-nova                  pic 9(03).
          05 filler                                pic x(01) value space.
          05 ws-hist-precip-antiga                 pic 9(03)v9.
          05 filler                                pic x(01) value space.
          05 ws-hist-precip-nova                   pic 9(03)v9.
          05 filler                                pic x(01) value space.
          05 ws-hist-data                          pic 9(08).
          05 filler                                pic x(01) value space.
          05 ws-hist-hora                          pic 9(08).
          05 filler                                pic x(01) value space.
          05 ws-hist-operador                      pic 9(03).
          05 filler                                pic x(01) value space.
          05 ws-hist-origem                        pic x(01).

      *>----Variaveis para comunicação entre programas
       linkage section.

               move "Erro ao abrir arq. arqPendentes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqHistorico
           if ws-fs-arqHistorico  <> 00
           and ws-fs-arqHistorico <> 05 then
               move 19                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
                   move "mes fechado" to ws-cor-motivo
               end-if
           end-if

      *>dia ja gravado com origem de maior precedencia nao aceita o
      *>reposte - o motivo do conflito volta para o operador
           if correcao-valida then
               move ws-cor-estacao to fd-estacao
               move ws-cor-dia     to fd-dia
               read arqTemp key is fd-chave

               evaluate ws-fs-arqTemp
                   when 0
                       move "R"            to ws-pre-origem-nova
                       move fd-origem      to ws-pre-origem-atual
                       move fd-qualidade   to ws-pre-qualidade-atual
                       move "N"            to ws-pre-sobreposicao
                       call "verificaPrecedencia" using ws-pre-parm

                       if pre-recusa then
                           move "N"            to ws-flag-correcao
                           move ws-pre-motivo  to ws-cor-motivo
                       end-if

                   when 23
                       continue

                   when other
                       move 18                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       valida-correcao-exit.
           exit.
           move ws-cor-precipitacao   to fd-precipitacao
      *>rejeito corrigido pelo operador entra como leitura boa
           move "B"                   to fd-qualidade
           move "R"                   to fd-origem

           write fd-temp

           evaluate ws-fs-arqTemp
               when 0
               when 02
                   display "Registro postado em arqTempIndexed.dat."

                   move ws-cor-estacao        to ws-hist-estacao
                   move ws-cor-dia            to ws-hist-dia
                   move "C"                   to ws-hist-operacao
                   move zero                  to ws-hist-temp-antiga
                   move ws-cor-temperatura    to ws-hist-temp-nova
                   move zero                  to ws-hist-umidade-antiga
                   move ws-cor-umidade        to ws-hist-umidade-nova
                   move zero                  to ws-hist-precip-antiga
                   move ws-cor-precipitacao   to ws-hist-precip-nova
                   perform grava-historico

                   move "I"                 to ws-res-operacao
                   move ws-cor-estacao      to ws-res-estacao
                   move ws-cor-dia          to ws-res-dia
                       perform finaliza-anormal
                   end-if

                   move ws-cor-estacao        to ws-hist-estacao
                   move ws-cor-dia            to ws-hist-dia
                   move "A"                   to ws-hist-operacao
                   move fd-temperatura        to ws-hist-temp-antiga
                   move ws-cor-temperatura    to ws-hist-temp-nova
                   move fd-umidade            to ws-hist-umidade-antiga
                   move ws-cor-umidade        to ws-hist-umidade-nova
                   move fd-precipitacao       to ws-hist-precip-antiga
                   move ws-cor-precipitacao   to ws-hist-precip-nova

                   move ws-cor-temperatura    to fd-temperatura
                   move ws-cor-umidade        to fd-umidade
                   move ws-cor-precipitacao   to fd-precipitacao
                   move "B"                   to fd-qualidade
                   move "R"                   to fd-origem

                   rewrite fd-temp
                   if ws-fs-arqTemp  <> 00
                   and ws-fs-arqTemp <> 02 then
                       move 8                                   to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                       to ws-msn-erro-cod
                       move "Erro ao regravar arq. arqTemp "    to ws-msn-erro-text
                   end-if
                   display "Dia ja existia, regravado com os valores corrigidos."

                   perform grava-historico

      *>o valor do dia mudou - o resumo do mes e recomputado
                   move "R"                 to ws-res-operacao
                   move ws-cor-estacao      to ws-res-estacao
       posta-correcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de auditoria da postagem em arqTempHistorico.dat
      *>------------------------------------------------------------------------
       grava-historico section.

           accept ws-hist-data from date yyyymmdd
           accept ws-hist-hora from time
           move zero                     to ws-hist-operador
           move "R"                      to ws-hist-origem

           move ws-historico to fd-linha-historico
           write fd-linha-historico

           if ws-fs-arqHistorico <> 0 then
               move 20                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqHistorico "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha reprocessada em arqTempRejeitosProc.dat com os
      *>  valores corrigidos e a data do reprocessamento no lugar do
           close arqPendentes
           close arqProcessados
           close arqEstacoes
           close arqHistorico

           close arqTemp
           if ws-fs-arqTemp <> 0 then
