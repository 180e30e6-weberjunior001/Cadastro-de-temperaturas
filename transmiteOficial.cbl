      *>arqTempIndexed.dat para um arquivo de layout fixo
      *>(arqTransmissaoEEAAAAMM.dat) com:
      *>  - header "01": estacao, ano/mes, nome, municipio e altitude
      *>    vindos de arqEstacoes.dat, a data de geracao e o numero
      *>    da retificacao (00 na transmissao original);
      *>  - um detalhe "02" por dia do mes, com dia juliano, data de
      *>    calendario, temperatura, umidade, precipitacao e o
      *>    indicador de dia estimado ("E" quando o valor veio do
      *>    estimaTemp, branco para leitura real);
      *>  - trailer "09" com a contagem de detalhes e as somas de
      *>    conferencia de temperatura e precipitacao - a multa veio
      *>    justamente de um trailer com contagem errada montado na mao.
      *>nao vai para o orgao. Dia confirmado ruim ("X") pelo operador
      *>conta como faltante - valor sabidamente errado tambem nao vai
      *>para o orgao; a recusa diz quantos foram excluidos por isso e
      *>a quantidade fica no contador 4 do job log. Dia estimado
      *>conta como coberto e vai marcado no detalhe. Mes ainda nao
      *>fechado gera aviso, mas nao impede - o fechamento formal e
      *>outra rotina.
      *>Cada geracao (e cada recusa) fica registrada em
      *>arqTempJobLog.dat: a prova do que foi gerado, para qual mes e
      *>quando.
      *>A situacao de cada estacao/mes fica em arqTransmissoes.dat
      *>(copybook TXCREG). Geracao ainda nao enviada pode ser refeita;
      *>enviada aguardando retorno, aceita ou rejeitada pelo orgao e
      *>recusada - o mes tem de ser reaberto no online, o que deixa a
      *>retificacao pendente. A retificacao leva o numero dela no
      *>header e sai em arqTransmissaoEEAAAAMMRnn.dat, sem sobrepor o
      *>arquivo que o orgao ja recebeu.

      *>Divisão para configuração do ambiente
       environment division.
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqEstacoes assign to "arqEstacoes.dat"
           record key is fd-est-codigo
           file status is ws-fs-arqEstacoes.

           select arqTransmissoes assign to "arqTransmissoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-txc-chave
           file status is ws-fs-arqTransmissoes.

           select arqTransmissao assign to ws-nome-arquivo
           organization is line sequential
           access mode is sequential
       fd arqEstacoes.
           copy ESTREG.

       fd arqTransmissoes.
           copy TXCREG.

       fd arqTransmissao.
       01 fd-linha-transmissao                      pic x(100).

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-arqEstacoes                       pic  9(02).
       77  ws-fs-arqTransmissao                    pic  9(02).
       77  ws-fs-arqTransmissoes                   pic  9(02).
       77  ws-fs-arqJobLog                         pic  9(02).

       01 ws-msn-erro.
      *>----Nome montado do arquivo de transmissao
       77  ws-nome-arquivo                         pic  x(40).

      *>----Controle da transmissao: numero da retificacao gerada
      *>----(00 = original) e se o estacao/mes ja tinha registro
       77  ws-tx-retificacao                       pic  9(02) value zero.
       77  ws-txc-existe                           pic  x(01) value "N".
           88  txc-existe                           value "S".

      *>----Registro de controle de execucao gravado em arqTempJobLog.dat
           copy JOBLOG.

       77  ws-dias-previstos                       pic  9(03) value zero.
       77  ws-dias-presentes                       pic  9(03) value zero.
       77  ws-dias-ruins                           pic  9(03) value zero.
       77  ws-dias-estimados                       pic  9(03) value zero.
       77  ws-fim-faixa                            pic  x(01).
           88  fim-faixa                            value "S".

          05 ws-hdr-municipio                      pic  x(30).
          05 ws-hdr-altitude                       pic  9(04).
          05 ws-hdr-data-geracao                   pic  9(08).
          05 ws-hdr-retificacao                    pic  9(02).

       01 ws-registro-detalhe.
          05 filler                                pic x(02) value "02".
                                                   sign leading separate.
          05 ws-det-umidade                        pic  9(03).
          05 ws-det-precipitacao                   pic  9(03)v9.
          05 ws-det-estimado                       pic  x(01).

       01 ws-registro-trailer.
          05 filler                                pic x(02) value "09".
           if not mes-fechado then
               display "Aviso: mes ainda nao fechado - os valores podem mudar."
           end-if

           perform confere-controle
           .
       inicializa-exit.
           exit.
       calcula-faixa-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere em arqTransmissoes.dat se o estacao/mes pode ser
      *>  gerado e com que numero de retificacao. O arquivo e criado
      *>  na primeira vez (status 35), como o de fechamentos no online.
      *>------------------------------------------------------------------------
       confere-controle section.

           open i-o arqTransmissoes
           if ws-fs-arqTransmissoes = 35 then
               open output arqTransmissoes
               close arqTransmissoes
               open i-o arqTransmissoes
           end-if
           if ws-fs-arqTransmissoes  <> 00
           and ws-fs-arqTransmissoes <> 05 then
               move 12                                        to ws-msn-erro-ofsset
               move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTransmissoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-tx-estacao to fd-txc-estacao
           move ws-tx-ano     to fd-txc-ano
           move ws-tx-mes     to fd-txc-mes
           read arqTransmissoes

           evaluate ws-fs-arqTransmissoes
               when 0
                   move "S" to ws-txc-existe
               when 23
                   move "N" to ws-txc-existe
               when other
                   move 13                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTransmissoes "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if txc-existe then
               evaluate true
                   when fd-txc-gerada
      *>gerado e ainda nao enviado: a geracao nova substitui a anterior
                       move fd-txc-retificacao to ws-tx-retificacao
                       display "Geracao anterior de " fd-txc-data-geracao
                               " nao enviada - sera substituida."

                   when fd-txc-retif-pendente
                   and fd-txc-retificacao < 99
                       compute ws-tx-retificacao = fd-txc-retificacao + 1
                       display "Mes reaberto apos a transmissao - gerando a retificacao "
                               ws-tx-retificacao "."

                   when other
                       evaluate true
                           when fd-txc-enviada
                               display "Transmissao enviada em " fd-txc-data-envio
                                       " aguardando retorno do orgao."
                           when fd-txc-aceita
                               display "Mes aceito pelo orgao em " fd-txc-data-retorno "."
                               display "Para retificar, reabra o mes no online e corrija os dias."
                           when fd-txc-rejeitada
                               display "Mes rejeitado pelo orgao em " fd-txc-data-retorno
                                       " (" fd-txc-qtd-rejeitados " dias)."
                               display "Reabra o mes no online, corrija os dias do"
                               display "relatorioRetorno.dat e gere a retificacao."
                           when other
                               display "Limite de retificacoes do mes atingido."
                       end-evaluate
                       display "Transmissao recusada."

                       move "A" to ws-job-termino
                       perform grava-joblog
                       move "N" to ws-joblog-aberto
                       close arqJobLog
                       close arqTemp
                       close arqEstacoes
                       close arqTransmissoes
                       Stop run
               end-evaluate
           end-if
           .
       confere-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira passada na faixa do mes: conta os dias presentes e
      *>  recusa a geracao quando a cobertura esta incompleta - os
               close arqJobLog
               close arqTemp
               close arqEstacoes
               close arqTransmissoes
               Stop run
           end-if
           .
       gera-transmissao section.

           move spaces to ws-nome-arquivo
           if ws-tx-retificacao = 0 then
               string "arqTransmissao" delimited by size
                      ws-tx-estacao    delimited by size
                      ws-tx-ano        delimited by size
                      ws-tx-mes        delimited by size
                      ".dat"           delimited by size
                      into ws-nome-arquivo
           else
               string "arqTransmissao"  delimited by size
                      ws-tx-estacao     delimited by size
                      ws-tx-ano         delimited by size
                      ws-tx-mes         delimited by size
                      "R"               delimited by size
                      ws-tx-retificacao delimited by size
                      ".dat"            delimited by size
                      into ws-nome-arquivo
           end-if

           open output arqTransmissao
           if ws-fs-arqTransmissao <> 00 then

           close arqTransmissao

           perform grava-controle

           display "Transmissao gerada em " ws-nome-arquivo
           display "Detalhes: " ws-total-detalhes
           if ws-dias-estimados > 0 then
               display "Dias estimados (marcados 'E' no detalhe): "
                       ws-dias-estimados
           end-if
           .
       gera-transmissao-exit.
           exit.
           move fd-est-municipio   to ws-hdr-municipio
           move fd-est-altitude    to ws-hdr-altitude
           accept ws-hdr-data-geracao from date yyyymmdd
           move ws-tx-retificacao  to ws-hdr-retificacao

           move ws-registro-header to fd-linha-transmissao
           write fd-linha-transmissao
           move fd-umidade        to ws-det-umidade
           move fd-precipitacao   to ws-det-precipitacao

           if fd-qual-estimada then
               move "E"   to ws-det-estimado
               add 1      to ws-dias-estimados
           else
               move space to ws-det-estimado
           end-if

           move ws-registro-detalhe to fd-linha-transmissao
           write fd-linha-transmissao
           perform confere-fs-arqTransmissao
       grava-trailer-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra a geracao em arqTransmissoes.dat com os totais do
      *>  trailer - e com eles que o retornoOficial casa a resposta do
      *>  orgao. Envio e retorno de uma geracao anterior sao zerados.
      *>------------------------------------------------------------------------
       grava-controle section.

           move ws-tx-estacao         to fd-txc-estacao
           move ws-tx-ano             to fd-txc-ano
           move ws-tx-mes             to fd-txc-mes
           move "G"                   to fd-txc-situacao
           move ws-tx-retificacao     to fd-txc-retificacao
           move ws-hdr-data-geracao   to fd-txc-data-geracao
           move zero                  to fd-txc-data-envio
           move zero                  to fd-txc-operador-envio
           move zero                  to fd-txc-data-retorno
           move ws-total-detalhes     to fd-txc-qtd-detalhes
           move ws-soma-temperatura   to fd-txc-soma-temp
           move ws-soma-precipitacao  to fd-txc-soma-precip
           move zero                  to fd-txc-qtd-rejeitados

           if txc-existe then
               rewrite fd-txc
           else
               write fd-txc
           end-if

           if ws-fs-arqTransmissoes <> 0 then
               move 14                                        to ws-msn-erro-ofsset
               move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTransmissoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o status apos cada gravação no arquivo de
      *>  transmissao - arquivo parcial nao pode ir para o orgao
                  "/"            delimited by size
                  ws-tx-mes      delimited by size
                  into ws-job-identificacao
           if ws-tx-retificacao > 0 then
               move "R"               to ws-job-identificacao(24:1)
               move ws-tx-retificacao to ws-job-identificacao(25:2)
           end-if

           move ws-dias-previstos     to ws-job-contador-1
           move ws-dias-presentes     to ws-job-contador-2
           end-if

           close arqEstacoes
           close arqTransmissoes

           move "N" to ws-job-termino
           perform grava-joblog
