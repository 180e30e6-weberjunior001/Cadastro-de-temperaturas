      *>carga diaria (WRITE, e no status 22 releitura + REWRITE) com o
      *>resumoMensal chamado a cada postagem, para o resumo mensal
      *>continuar correto.
      *>Dia que ja existe so e regravado se a regra de precedencia
      *>entre origens deixar (subprograma verificaPrecedencia): o dia
      *>derivado das horas passa por cima do extrato diario, mas nao
      *>de valor reposto, digitado, restaurado ou confirmado pelo
      *>operador - a nao ser com o parametro SOBREPOE e um supervisor
      *>identificado, como na carga diaria. Recusas e sobrescritas
      *>saem em relatorioConflitosHoraria.dat com valores antigos e
      *>novos, e cada sobrescrita fica em arqTempHistorico.dat como
      *>uma alteracao; dia novo postado entra la como cadastro "C",
      *>para o recordesTemp da noite enxergar toda postagem horaria.
      *>O dia derivado nasce bom, ou suspeito ("S") quando cai numa
      *>janela de manutencao da estacao (subprograma
      *>verificaInstrumento) - o registro horario nao tem qualidade, e
      *>a correcao de calibracao ja foi aplicada nas horas pelo
      *>cargaHorariaTemp.

      *>Divisão para configuração do ambiente
       environment division.
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqRelatorio assign to "relatorioConsolidacao.dat"
           access mode is sequential
           file status is ws-fs-arqJobLog.

           select arqConflitos assign to "relatorioConflitosHoraria.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqConflitos.

           select arqHistorico assign to "arqTempHistorico.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHistorico.

           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ope-codigo
           file status is ws-fs-arqOperadores.

       i-o-control.

      *>Declaração de variáveis
       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

       fd arqConflitos.
       01 fd-linha-conflito                         pic x(132).

       fd arqHistorico.
       01 fd-linha-historico                        pic x(70).

       fd arqOperadores.
           copy OPEREG.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).
       77  ws-fs-arqJobLog                         pic  9(02).
       77  ws-fs-arqConflitos                      pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqOperadores                     pic  9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       77  ws-total-dias                           pic  9(07) value zero.
       77  ws-total-gravados                       pic  9(07) value zero.
       77  ws-total-atualizados                    pic  9(07) value zero.
       77  ws-total-recusados                      pic  9(07) value zero.
       77  ws-total-sobrepostos                    pic  9(07) value zero.
       77  ws-total-inalterados                    pic  9(07) value zero.
       77  ws-total-manutencao                     pic  9(07) value zero.

      *>----Parametro da linha de comando: SOBREPOE pede a sobreposicao
      *>----da regra de precedencia, liberada so para supervisor
       77  ws-parm-linha                           pic  x(20).
           88  modo-sobreposicao                   value "SOBREPOE".

       77  ws-sobreposicao                         pic  x(01) value "N".
           88  sobreposicao-autorizada             value "S".

       77  ws-supervisor-codigo                    pic  9(03) value zero.
       77  ws-sign-codigo                          pic  9(03).
       77  ws-sign-senha                           pic  x(08).

      *>----Parametros do subprograma verificaPrecedencia, que decide se
      *>----o dia derivado pode sobrescrever o valor vigente
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

      *>----Parametros do subprograma verificaInstrumento - aqui so a
      *>----janela de manutencao interessa, o offset ja foi somado nas
      *>----horas pela carga horaria
       01 ws-ins-parm.
          05 ws-ins-parm-estacao                   pic  9(02).
          05 ws-ins-parm-dia                       pic  9(07).
          05 ws-ins-parm-situacao                  pic  x(01).
              88  ins-em-manutencao                 value "M".
              88  ins-calibracao-vencida            value "V".
          05 ws-ins-offset-temperatura             pic s9(02)v99.
          05 ws-ins-offset-umidade                 pic s9(02)v99.
          05 ws-ins-offset-precipitacao            pic s9(02)v99.
          05 ws-ins-instrumento-vencido            pic  9(02).

      *>----Qualidade do dia derivado: boa, ou suspeita em manutencao
       77  ws-qualidade-consolidada                pic  x(01).

      *>----Valores vigentes do dia antes da sobrescrita
       01 ws-dia-antigo.
          05 ws-ant-temperatura                    pic s9(02)v99.
          05 ws-ant-umidade                        pic  9(03).
          05 ws-ant-precipitacao                   pic  9(03)v9.
          05 ws-ant-qualidade                      pic  x(01).
          05 ws-ant-origem                         pic  x(01).

      *>----Linha do relatorio de conflitos, no layout da carga diaria
       01 ws-linha-conflito.
          05 ws-cfl-estacao                        pic  9(02).
          05 filler                                pic x(01) value space.
          05 ws-cfl-dia                            pic  9(07).
          05 filler                                pic x(02) value spaces.
          05 ws-cfl-origem-antiga                  pic  x(01).
          05 filler                                pic x(01) value "/".
          05 ws-cfl-qualidade-antiga               pic  x(01).
          05 filler                                pic x(01) value space.
          05 ws-cfl-temp-antiga                    pic -z9,99.
          05 filler                                pic x(01) value space.
          05 ws-cfl-umid-antiga                    pic zz9.
          05 filler                                pic x(01) value space.
          05 ws-cfl-precip-antiga                  pic zz9,9.
          05 filler                                pic x(04) value " -> ".
          05 ws-cfl-origem-nova                    pic  x(01).
          05 filler                                pic x(01) value space.
          05 ws-cfl-temp-nova                      pic -z9,99.
          05 filler                                pic x(01) value space.
          05 ws-cfl-umid-nova                      pic zz9.
          05 filler                                pic x(01) value space.
          05 ws-cfl-precip-nova                    pic zz9,9.
          05 filler                                pic x(02) value spaces.
          05 ws-cfl-acao                           pic x(20).
          05 filler                                pic x(01) value space.
          05 ws-cfl-motivo                         pic x(30).

      *>----Linha de auditoria em arqTempHistorico.dat, no layout do
      *>----online; a sobrescrita entra como alteracao "A" com origem
      *>----"H"
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

      *>----Registro de controle de execucao gravado em arqTempJobLog.dat
           copy JOBLOG.
           accept ws-job-data-inicio from date yyyymmdd
           accept ws-job-hora-inicio from time

           accept ws-parm-linha from command-line

           if modo-sobreposicao then
               perform identifica-supervisor
           end-if

           open extend arqJobLog
           if ws-fs-arqJobLog  <> 00
           and ws-fs-arqJobLog <> 05 then
           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           open output arqConflitos
           if ws-fs-arqConflitos <> 00 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-arqConflitos                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConflitos "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "RELATORIO DE CONFLITOS DE ORIGEM DA CONSOLIDACAO HORARIA"
                to fd-linha-conflito
           perform grava-linha-conflito
           move "est dia      orig/qual  temp umid precip -> orig temp umid precip  acao / motivo"
                to fd-linha-conflito
           perform grava-linha-conflito
           move spaces to fd-linha-conflito
           perform grava-linha-conflito

           open extend arqHistorico
           if ws-fs-arqHistorico  <> 00
           and ws-fs-arqHistorico <> 05 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consolidacao rodada com SOBREPOE: o supervisor se identifica
      *>  com codigo e senha de arqOperadores.dat, como no sign-on do
      *>  online. Sem supervisor valido vale a precedencia normal.
      *>------------------------------------------------------------------------
       identifica-supervisor section.

           open input arqOperadores
           if ws-fs-arqOperadores <> 00 then
               move 16                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Sobreposicao de precedencia - codigo do supervisor:"
           accept ws-sign-codigo

           display "senha:"
           accept ws-sign-senha

           move ws-sign-codigo to fd-ope-codigo
           read arqOperadores

           evaluate ws-fs-arqOperadores
               when 0
                   if fd-ope-supervisor
                   and fd-ope-ativo
                   and fd-ope-senha = ws-sign-senha then
                       move "S"            to ws-sobreposicao
                       move fd-ope-codigo  to ws-supervisor-codigo
                   end-if

               when 23
                   continue

               when other
                   move 17                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOperadores "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           close arqOperadores

           if sobreposicao-autorizada then
               display "Sobreposicao autorizada pelo supervisor "
                       ws-supervisor-codigo "."
           else
               display "Supervisor nao identificado - a consolidacao segue sem sobreposicao."
           end-if
           .
       identifica-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - quebra de estacao/dia sobre o
      *>  horario em ordem de chave
           display "Dias consolidados: "      ws-total-dias
           display "Dias novos gravados: "    ws-total-gravados
           display "Dias atualizados: "       ws-total-atualizados
           display "  dos quais por supervisor: " ws-total-sobrepostos
           display "Recusados por precedencia: "  ws-total-recusados
           display "Dias sem alteracao: "     ws-total-inalterados
           display "Dias suspeitos por manutencao: " ws-total-manutencao
           display "Dias em mes fechado: "    ws-total-bloqueados
           .
       processa-consolidacao-exit.
           divide ws-con-soma-umid by ws-con-qtd
                  giving ws-con-umid-media rounded

      *>dia consolidado a partir das horas nasce com qualidade boa -
      *>ou suspeita, se a estacao estava em manutencao naquele dia
           move ws-estacao-atual    to ws-ins-parm-estacao
           move ws-dia-atual        to ws-ins-parm-dia
           call "verificaInstrumento" using ws-ins-parm

           if ins-em-manutencao then
               move "S" to ws-qualidade-consolidada
               add 1    to ws-total-manutencao
           else
               move "B" to ws-qualidade-consolidada
           end-if

           move ws-estacao-atual    to fd-estacao
           move ws-dia-atual        to fd-dia
           move ws-con-temp-media   to fd-temperatura
           move ws-con-umid-media   to fd-umidade
           move ws-con-soma-precip  to fd-precipitacao
           move ws-qualidade-consolidada to fd-qualidade
           move "H"                 to fd-origem

           write fd-temp

           evaluate ws-fs-arqTemp
               when 0
               when 02
                   add 1 to ws-total-gravados

      *>dia novo nao passou pela precedencia - a linha leva o
      *>operador 000, nao o supervisor de uma sobrescrita anterior
                   move "P"                   to ws-pre-decisao
                   move ws-estacao-atual      to ws-hist-estacao
                   move ws-dia-atual          to ws-hist-dia
                   move "C"                   to ws-hist-operacao
                   move zero                  to ws-hist-temp-antiga
                   move ws-con-temp-media     to ws-hist-temp-nova
                   move zero                  to ws-hist-umidade-antiga
                   move ws-con-umid-media     to ws-hist-umidade-nova
                   move zero                  to ws-hist-precip-antiga
                   move ws-con-soma-precip    to ws-hist-precip-nova
                   perform grava-historico

                   move "I"                to ws-res-operacao
                   move ws-estacao-atual   to ws-res-estacao
                   move ws-dia-atual       to ws-res-dia
           exit.

      *>------------------------------------------------------------------------
      *>  O dia ja existe no indexado diario (agregado do fornecedor,
      *>  consolidacao anterior ou valor tratado pelo operador) - rele
      *>  e decide pela regra de precedencia se o valor derivado das
      *>  horas pode sobrescrever o vigente. Mesmos valores nao mexem
      *>  no registro; recusa e sobrescrita vao para o relatorio de
      *>  conflitos
      *>------------------------------------------------------------------------
       atualiza-dia-existente section.

           read arqTemp key is fd-chave

           if ws-fs-arqTemp <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqTemp                            to ws-msn-erro-cod
               move "Erro ao reler arq. arqTemp "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>estimativa e sempre substituida pela leitura real, mesmo com
      *>os mesmos valores - o dia deixa de ser estimado
           if fd-temperatura   = ws-con-temp-media
           and fd-umidade      = ws-con-umid-media
           and fd-precipitacao = ws-con-soma-precip
           and not fd-orig-estimativa then
               add 1 to ws-total-inalterados
           else
               move fd-temperatura    to ws-ant-temperatura
               move fd-umidade        to ws-ant-umidade
               move fd-precipitacao   to ws-ant-precipitacao
               move fd-qualidade      to ws-ant-qualidade
               move fd-origem         to ws-ant-origem

               move "H"               to ws-pre-origem-nova
               move fd-origem         to ws-pre-origem-atual
               move fd-qualidade      to ws-pre-qualidade-atual
               move ws-sobreposicao   to ws-pre-sobreposicao
               call "verificaPrecedencia" using ws-pre-parm

               if pre-recusa then
                   add 1 to ws-total-recusados
                   move "recusado"        to ws-cfl-acao
                   perform grava-conflito
               else
                   perform sobrescreve-dia-existente
               end-if
           end-if
           .
       atualiza-dia-existente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o dia existente com os valores derivados das horas,
      *>  recomputando o resumo do mes, e registra a sobrescrita no
      *>  relatorio de conflitos e no historico
      *>------------------------------------------------------------------------
       sobrescreve-dia-existente section.

           move ws-con-temp-media   to fd-temperatura
           move ws-con-umid-media   to fd-umidade
           move ws-con-soma-precip  to fd-precipitacao
           move ws-qualidade-consolidada to fd-qualidade
           move "H"                 to fd-origem

           rewrite fd-temp

           if ws-fs-arqTemp  <> 00
           and ws-fs-arqTemp <> 02 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqTemp                        to ws-msn-erro-cod
               move "Erro ao regravar arq. arqTemp "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-total-atualizados

           if pre-supervisor then
               add 1 to ws-total-sobrepostos
               move "sobrescrito-superv." to ws-cfl-acao
           else
               move "sobrescrito"         to ws-cfl-acao
           end-if
           perform grava-conflito

           move ws-estacao-atual      to ws-hist-estacao
           move ws-dia-atual          to ws-hist-dia
           move "A"                   to ws-hist-operacao
           move ws-ant-temperatura    to ws-hist-temp-antiga
           move ws-con-temp-media     to ws-hist-temp-nova
           move ws-ant-umidade        to ws-hist-umidade-antiga
           move ws-con-umid-media     to ws-hist-umidade-nova
           move ws-ant-precipitacao   to ws-hist-precip-antiga
           move ws-con-soma-precip    to ws-hist-precip-nova
           perform grava-historico

           move "R"                to ws-res-operacao
           move ws-estacao-atual   to ws-res-estacao
           move ws-dia-atual       to ws-res-dia
           move ws-con-temp-media  to ws-res-temperatura
           call "resumoMensal" using ws-res-parm
           .
       sobrescreve-dia-existente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta e grava a linha do relatorio de conflitos com o valor
      *>  vigente e o valor derivado das horas - quem chamou ja deixou
      *>  a acao em ws-cfl-acao
      *>------------------------------------------------------------------------
       grava-conflito section.

           move ws-estacao-atual      to ws-cfl-estacao
           move ws-dia-atual          to ws-cfl-dia
           move ws-ant-origem         to ws-cfl-origem-antiga
           move ws-ant-qualidade      to ws-cfl-qualidade-antiga
           move ws-ant-temperatura    to ws-cfl-temp-antiga
           move ws-ant-umidade        to ws-cfl-umid-antiga
           move ws-ant-precipitacao   to ws-cfl-precip-antiga
           move "H"                   to ws-cfl-origem-nova
           move ws-con-temp-media     to ws-cfl-temp-nova
           move ws-con-umid-media     to ws-cfl-umid-nova
           move ws-con-soma-precip    to ws-cfl-precip-nova
           move ws-pre-motivo         to ws-cfl-motivo

           move ws-linha-conflito to fd-linha-conflito
           perform grava-linha-conflito
           .
       grava-conflito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha ja montada em fd-linha-conflito
      *>------------------------------------------------------------------------
       grava-linha-conflito section.

           write fd-linha-conflito

           if ws-fs-arqConflitos <> 0 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-arqConflitos                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqConflitos "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-conflito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de auditoria em arqTempHistorico.dat para a
      *>  sobrescrita - operador zero quando foi a regra de precedencia
      *>  que deixou, o supervisor quando foi sobreposicao autorizada
      *>------------------------------------------------------------------------
       grava-historico section.

           accept ws-hist-data from date yyyymmdd
           accept ws-hist-hora from time
           if pre-supervisor then
               move ws-supervisor-codigo to ws-hist-operador
           else
               move zero                 to ws-hist-operador
           end-if
           move "H"                      to ws-hist-origem

           move ws-historico to fd-linha-historico
           write fd-linha-historico

           if ws-fs-arqHistorico <> 0 then
               move 15                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqHistorico "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha do dia consolidado, com a minima e a maxima
      *>  que o registro diario nao carrega
           end-if

           close arqRelatorio
           close arqConflitos
           close arqHistorico

           move "N" to ws-job-termino
           perform grava-joblog
