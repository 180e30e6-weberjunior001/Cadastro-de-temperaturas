      *>bissexto) pois o status de arquivo do WRITE/REWRITE nao cobre
      *>chave invalida quando o acesso e dinamico; registros com
      *>estacao/dia fora da faixa sao desviados para um arquivo de
      *>rejeitos. Um dia que ja existe no indexado so e regravado com
      *>os valores do extrato se a regra de precedencia entre origens
      *>deixar (subprograma verificaPrecedencia): valor digitado,
      *>restaurado, reposto dos rejeitos, consolidado das horas ou
      *>confirmado pelo operador no revisaQualidade nao e sobrescrito
      *>pelo extrato, a nao ser que a carga seja rodada com o parametro
      *>SOBREPOE e um supervisor se identifique. Cada dia recusado ou
      *>sobrescrito sai no relatorio de conflitos
      *>(relatorioConflitosCarga.dat) com os valores antigos e novos,
      *>e cada sobrescrita fica em arqTempHistorico.dat como uma
      *>alteracao, igual as do online. Reenvio com os mesmos valores
      *>nao mexe no registro.
      *>Antes da validacao, cada leitura passa pelo cadastro de
      *>instrumentos (subprograma verificaInstrumento): o offset de
      *>calibracao dos instrumentos ativos no dia e somado a
      *>temperatura, umidade e precipitacao; leitura de estacao com
      *>calibracao vencida vai para os rejeitos; e leitura de dia em
      *>janela de manutencao da estacao entra como suspeita ("S") em
      *>vez de boa.

      *>Divisão para configuração do ambiente
       environment division.
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqExtracao assign to "arqTempExtracao.dat"
           access mode is sequential
           file status is ws-fs-arqJobLog.

           select arqConflitos assign to "relatorioConflitosCarga.dat"
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

       77  ws-fs-arqRejeitos                       pic  9(02).
       77  ws-fs-arqEstacoes                       pic  9(02).
       77  ws-fs-arqJobLog                         pic  9(02).
       77  ws-fs-arqConflitos                      pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqOperadores                     pic  9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       77  ws-total-gravados                       pic  9(07) value 0.
       77  ws-total-atualizados                    pic  9(07) value 0.
       77  ws-total-rejeitados                     pic  9(07) value 0.
       77  ws-total-recusados                      pic  9(07) value 0.
       77  ws-total-sobrepostos                    pic  9(07) value 0.
       77  ws-total-inalterados                    pic  9(07) value 0.
       77  ws-total-corrigidos                     pic  9(07) value 0.
       77  ws-total-manutencao                     pic  9(07) value 0.

      *>----Variaveis para validar estacao/dia do extrato antes de gravar
       77  ws-flag-extracao-valida                 pic  x(01).
      *>----parar esperando a confirmacao de carga duplicada
       77  ws-parm-linha                           pic  x(20).
           88  modo-cadeia                         value "CADEIA".
           88  modo-sobreposicao                   value "SOBREPOE".

      *>----Sobreposicao de origem de maior precedencia: so com o
      *>----parametro SOBREPOE e um supervisor identificado aqui, cujo
      *>----codigo vai nas linhas de historico das sobrescritas
       77  ws-sobreposicao                         pic  x(01) value "N".
           88  sobreposicao-autorizada             value "S".

       77  ws-supervisor-codigo                    pic  9(03) value zero.
       77  ws-sign-codigo                          pic  9(03).
       77  ws-sign-senha                           pic  x(08).

      *>----Parametros do subprograma verificaPrecedencia, que decide se
      *>----o extrato pode sobrescrever o valor vigente do dia
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

      *>----Valores vigentes do dia antes da sobrescrita
       01 ws-dia-antigo.
          05 ws-ant-temperatura                    pic s9(02)v99.
          05 ws-ant-umidade                        pic  9(03).
          05 ws-ant-precipitacao                   pic  9(03)v9.
          05 ws-ant-qualidade                      pic  x(01).
          05 ws-ant-origem                         pic  x(01).

      *>----Linha do relatorio de conflitos: valor vigente (origem e
      *>----qualidade) contra o valor do extrato, e o que foi feito
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
      *>----online; a sobrescrita pela carga entra como alteracao "A"
      *>----com a origem do valor novo
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

      *>----Parametros do subprograma resumoMensal, que mantem o
      *>----resumo mensal incremental a cada dia postado
          05 ws-fec-parm-situacao                  pic  x(01).
              88  mes-fechado                       value "F".

      *>----Parametros do subprograma verificaInstrumento - offset de
      *>----calibracao a aplicar, calibracao vencida e janela de
      *>----manutencao da estacao no dia da leitura
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

      *>----Leitura corrigida pela calibracao antes de voltar ao
      *>----registro do extrato - umidade fica entre 0 e 100 e
      *>----precipitacao nao fica negativa
       77  ws-cal-temperatura                      pic s9(03)v99.
       77  ws-cal-umidade                          pic s9(04).
       77  ws-cal-precipitacao                     pic s9(04)v9.

      *>----Qualidade com que a leitura valida entra no indexado: boa,
      *>----ou suspeita quando o dia cai em manutencao da estacao
       77  ws-qualidade-carga                      pic  x(01).

       01 ws-motivo-vencida.
          05 filler                                pic x(26) value "calibracao vencida instr. ".
          05 ws-mot-instrumento                    pic  9(02).

      *>----Variaveis para comunicação entre programas
       linkage section.


           accept ws-parm-linha from command-line

           if modo-sobreposicao then
               perform identifica-supervisor
           end-if

           perform identifica-extrato
           perform verifica-carga-duplicada
           perform abre-joblog
               move "Erro ao abrir arq. arqEstacoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqConflitos
           if ws-fs-arqConflitos <> 00 then
               move 16                                     to ws-msn-erro-ofsset
               move ws-fs-arqConflitos                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConflitos "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "RELATORIO DE CONFLITOS DE ORIGEM DA CARGA DIARIA"
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
               move 18                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga rodada com SOBREPOE: o supervisor se identifica com
      *>  codigo e senha de arqOperadores.dat, como no sign-on do
      *>  online. Sem supervisor valido a carga segue com a regra de
      *>  precedencia normal - nada e sobrescrito sem autorizacao.
      *>------------------------------------------------------------------------
       identifica-supervisor section.

           open input arqOperadores
           if ws-fs-arqOperadores <> 00 then
               move 20                                     to ws-msn-erro-ofsset
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
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOperadores "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           close arqOperadores

           if sobreposicao-autorizada then
               display "Sobreposicao autorizada pelo supervisor "
                       ws-supervisor-codigo "."
           else
               display "Supervisor nao identificado - a carga segue sem sobreposicao."
           end-if
           .
       identifica-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passada previa no extrato para levantar a identificacao desta
      *>  carga: primeira chave, ultima chave e total de linhas. O
                   move fd-ext-temperatura    to fd-temperatura
                   move fd-ext-umidade        to fd-umidade
                   move fd-ext-precipitacao   to fd-precipitacao
      *>leitura recem carregada nasce com qualidade boa - ou suspeita,
      *>se a estacao estava em manutencao; quem mais a poe em suspeita
      *>e o batch qualidadeTemp
                   move ws-qualidade-carga    to fd-qualidade
                   move "D"                   to fd-origem

                   write fd-temp

                   evaluate ws-fs-arqTemp
                       when 0
                       when 02
                           add 1 to ws-total-gravados

                           move "I"                 to ws-res-operacao
           display "Leitura do extrato: "       ws-total-lidos
           display "Gravados com sucesso: "     ws-total-gravados
           display "Atualizados (dia existia): " ws-total-atualizados
           display "  dos quais por supervisor: " ws-total-sobrepostos
           display "Recusados por precedencia: "  ws-total-recusados
           display "Reenviados sem alteracao: "   ws-total-inalterados
           display "Corrigidos pela calibracao: " ws-total-corrigidos
           display "Suspeitos por manutencao: "   ws-total-manutencao
           display "Rejeitados: "               ws-total-rejeitados
           .
       processa-lote-exit.
           move "S"    to ws-flag-extracao-valida
           move spaces to ws-motivo-rejeicao

           perform aplica-calibracao

           move fd-ext-estacao to fd-est-codigo
           read arqEstacoes

                   move "mes fechado" to ws-motivo-rejeicao
               end-if
           end-if

      *>instrumento com calibracao vencida no dia - a leitura nao e
      *>confiavel nem corrigivel, vai para os rejeitos como chegou
           if ins-calibracao-vencida then
               move "N" to ws-flag-extracao-valida
               if ws-motivo-rejeicao = spaces then
                   move ws-ins-instrumento-vencido to ws-mot-instrumento
                   move ws-motivo-vencida          to ws-motivo-rejeicao
               end-if
           end-if

           if extracao-valida and ins-em-manutencao then
               add 1 to ws-total-manutencao
           end-if
           .
       valida-extracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta o cadastro de instrumentos para a estacao/dia da
      *>  leitura e soma o offset de calibracao dos instrumentos ativos
      *>  direto no registro do extrato, antes dos limites plausiveis -
      *>  o que e validado, gravado e eventualmente rejeitado e o valor
      *>  ja corrigido. Com a calibracao vencida nada e corrigido. A
      *>  qualidade de entrada (boa ou suspeita) fica em
      *>  ws-qualidade-carga. Hora seca continua seca: o offset do
      *>  pluviometro so entra quando houve chuva. Valor corrigido que
      *>  nao cabe no registro nao e truncado - a leitura vai para os
      *>  rejeitos como chegou.
      *>------------------------------------------------------------------------
       aplica-calibracao section.

           move fd-ext-estacao to ws-ins-parm-estacao
           move fd-ext-dia     to ws-ins-parm-dia
           call "verificaInstrumento" using ws-ins-parm

           if ins-em-manutencao then
               move "S" to ws-qualidade-carga
           else
               move "B" to ws-qualidade-carga
           end-if

           if not ins-calibracao-vencida
           and (ws-ins-offset-temperatura  <> zero
             or ws-ins-offset-umidade      <> zero
             or ws-ins-offset-precipitacao <> zero) then

               compute ws-cal-temperatura =
                       fd-ext-temperatura + ws-ins-offset-temperatura

               compute ws-cal-umidade rounded =
                       fd-ext-umidade + ws-ins-offset-umidade
               if ws-cal-umidade < 0 then
                   move 0   to ws-cal-umidade
               end-if
               if ws-cal-umidade > 100 then
                   move 100 to ws-cal-umidade
               end-if

               move fd-ext-precipitacao to ws-cal-precipitacao
               if fd-ext-precipitacao > 0 then
                   compute ws-cal-precipitacao rounded =
                           fd-ext-precipitacao + ws-ins-offset-precipitacao
                   if ws-cal-precipitacao < 0 then
                       move 0 to ws-cal-precipitacao
                   end-if
               end-if

               if ws-cal-temperatura < -99,99
               or ws-cal-temperatura >  99,99
               or ws-cal-precipitacao > 999,9 then
                   move "N" to ws-flag-extracao-valida
                   move "valor calibrado fora da faixa" to ws-motivo-rejeicao
               else
                   move ws-cal-temperatura  to fd-ext-temperatura
                   move ws-cal-umidade      to fd-ext-umidade
                   move ws-cal-precipitacao to fd-ext-precipitacao

                   add 1 to ws-total-corrigidos
               end-if
           end-if
           .
       aplica-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O dia ja existe em arqTemp (status 22 no WRITE) - rele o
      *>  registro para reposicionar a chave e decide pela regra de
      *>  precedencia entre origens se o valor do extrato pode
      *>  sobrescrever o vigente. Reenvio com os mesmos valores nao
      *>  mexe no registro (a qualidade fica como esta); recusa e
      *>  sobrescrita vao para o relatorio de conflitos, e a
      *>  sobrescrita tambem para o historico.
      *>------------------------------------------------------------------------
       atualiza-existente section.

           read arqTemp key is fd-chave

           if ws-fs-arqTemp <> 0 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqTemp                            to ws-msn-erro-cod
               move "Erro ao reler arq. arqTemp "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>estimativa e sempre substituida pela leitura real, mesmo com
      *>os mesmos valores - o dia deixa de ser estimado
           if fd-temperatura  = fd-ext-temperatura
           and fd-umidade     = fd-ext-umidade
           and fd-precipitacao = fd-ext-precipitacao
           and not fd-orig-estimativa then
               add 1 to ws-total-inalterados
           else
               move fd-temperatura    to ws-ant-temperatura
               move fd-umidade        to ws-ant-umidade
               move fd-precipitacao   to ws-ant-precipitacao
               move fd-qualidade      to ws-ant-qualidade
               move fd-origem         to ws-ant-origem

               move "D"               to ws-pre-origem-nova
               move fd-origem         to ws-pre-origem-atual
               move fd-qualidade      to ws-pre-qualidade-atual
               move ws-sobreposicao   to ws-pre-sobreposicao
               call "verificaPrecedencia" using ws-pre-parm

               if pre-recusa then
                   add 1 to ws-total-recusados
                   move "recusado"        to ws-cfl-acao
                   perform grava-conflito
               else
                   perform sobrescreve-existente
               end-if
           end-if
           .
       atualiza-existente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o dia existente com os valores do extrato - o valor
      *>  novo e uma leitura nova, volta a valer como boa (suspeita em
      *>  janela de manutencao) com origem no extrato diario - e
      *>  registra a sobrescrita no relatorio de conflitos e no
      *>  historico
      *>------------------------------------------------------------------------
       sobrescreve-existente section.

           move fd-ext-temperatura    to fd-temperatura
           move fd-ext-umidade        to fd-umidade
           move fd-ext-precipitacao   to fd-precipitacao
           move ws-qualidade-carga    to fd-qualidade
           move "D"                   to fd-origem

           rewrite fd-temp

           if ws-fs-arqTemp  <> 00
           and ws-fs-arqTemp <> 02 then
               move 8                                    to ws-msn-erro-ofsset
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

           move fd-ext-estacao        to ws-hist-estacao
           move fd-ext-dia            to ws-hist-dia
           move "A"                   to ws-hist-operacao
           move ws-ant-temperatura    to ws-hist-temp-antiga
           move fd-ext-temperatura    to ws-hist-temp-nova
           move ws-ant-umidade        to ws-hist-umidade-antiga
           move fd-ext-umidade        to ws-hist-umidade-nova
           move ws-ant-precipitacao   to ws-hist-precip-antiga
           move fd-ext-precipitacao   to ws-hist-precip-nova
           perform grava-historico

      *>o dia mudou de valor - o min/max do mes pode ter ido embora,
      *>entao o resumo do mes e recomputado em vez de somado
           move "R"                 to ws-res-operacao
           move fd-ext-estacao      to ws-res-estacao
           move fd-ext-dia          to ws-res-dia
           move fd-ext-temperatura  to ws-res-temperatura
           call "resumoMensal" using ws-res-parm
           .
       sobrescreve-existente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta e grava a linha do relatorio de conflitos com o valor
      *>  vigente e o valor do extrato - quem chamou ja deixou a acao
      *>  em ws-cfl-acao
      *>------------------------------------------------------------------------
       grava-conflito section.

           move fd-ext-estacao        to ws-cfl-estacao
           move fd-ext-dia            to ws-cfl-dia
           move ws-ant-origem         to ws-cfl-origem-antiga
           move ws-ant-qualidade      to ws-cfl-qualidade-antiga
           move ws-ant-temperatura    to ws-cfl-temp-antiga
           move ws-ant-umidade        to ws-cfl-umid-antiga
           move ws-ant-precipitacao   to ws-cfl-precip-antiga
           move "D"                   to ws-cfl-origem-nova
           move fd-ext-temperatura    to ws-cfl-temp-nova
           move fd-ext-umidade        to ws-cfl-umid-nova
           move fd-ext-precipitacao   to ws-cfl-precip-nova
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
               move 17                                     to ws-msn-erro-ofsset
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
           move "D"                      to ws-hist-origem

           move ws-historico to fd-linha-historico
           write fd-linha-historico

           if ws-fs-arqHistorico <> 0 then
               move 19                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqHistorico "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o proximo registro do extrato do fornecedor
      *>------------------------------------------------------------------------
           close arqExtracao
           close arqRejeitos
           close arqEstacoes
           close arqConflitos
           close arqHistorico

           move "N" to ws-job-termino
           perform grava-joblog
