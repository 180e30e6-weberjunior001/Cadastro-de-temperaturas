           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqCSV assign to "exportTemp.csv"
           record key is fd-fec-chave
           file status is ws-fs-arqFechamentos.

           select arqTransmissoes assign to "arqTransmissoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-txc-chave
           file status is ws-fs-arqTransmissoes.

           select arqInstrumentos assign to "arqInstrumentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ins-chave
           file status is ws-fs-arqInstrumentos.

           select arqManutencoes assign to "arqManutencoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-man-chave
           file status is ws-fs-arqManutencoes.

           select arqRecordes assign to "arqTempRecordes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rec-chave
           file status is ws-fs-arqRecordes.

           select arqPedidos assign to "arqPedidos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ped-numero
           file status is ws-fs-arqPedidos.

      *>um dos seis arquivos de parametros dos batches, escolhido na
      *>manutencao de parametros
           select arqParametro assign to ws-prm-nome-arquivo
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametro.

       i-o-control.

      *>Declaração de variáveis
       fd arqFechamentos.
           copy FECREG.

       fd arqTransmissoes.
           copy TXCREG.

       fd arqInstrumentos.
           copy INSREG.

       fd arqManutencoes.
           copy MANREG.

       fd arqRecordes.
           copy RECREG.

       fd arqPedidos.
           copy PEDREG.

      *>do tamanho da linha mais longa, a de arqContratoParam.dat
       fd arqParametro.
       01 fd-linha-parametro                        pic x(32).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqResumo                         pic  9(02).
       77  ws-fs-arqOperadores                     pic  9(02).
       77  ws-fs-arqFechamentos                    pic  9(02).
       77  ws-fs-arqTransmissoes                   pic  9(02).
       77  ws-fs-arqInstrumentos                   pic  9(02).
       77  ws-fs-arqManutencoes                    pic  9(02).
       77  ws-fs-arqRecordes                       pic  9(02).
       77  ws-fs-arqParametro                      pic  9(02).
       77  ws-fs-arqPedidos                        pic  9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).

       77  ws-est-motivo                           pic  x(30).

      *>----Descricao da situacao de qualidade e da origem do registro
      *>----consultado
       77  ws-nome-qualidade                       pic  x(15).
       77  ws-nome-origem                          pic  x(20).

      *>----Sign-on e operador identificado na sessao; o codigo dele
      *>----acompanha cada linha de historico, versao e checkpoint, e
       77  ws-fm-mes                               pic  9(02).
       77  ws-fm-dia-historico                     pic  9(07).

      *>----Consulta e marcacao de envio das transmissoes ao orgao
       77  ws-txc-nome-situacao                    pic  x(24).
       77  ws-txc-qtd                              pic  9(03).
       77  ws-fim-transmissoes                     pic  x(01).
           88  fim-transmissoes                     value "S".

      *>----Pedidos de dados dos clientes externos - cadastrados aqui,
      *>----atendidos de noite pelo batch atendePedidos
       77  ws-ped-numero                           pic  9(05).
       77  ws-ped-ind                              pic  9(02).
       77  ws-ped-qtd                              pic  9(05).
       77  ws-ped-prompt                           pic  x(50).
       77  ws-ped-nome-situacao                    pic  x(20).
       77  ws-ped-lista-estacoes                   pic  x(30).
       77  ws-ped-ponteiro                         pic  9(02).

       77  ws-ped-resposta                         pic  x(01).
           88  ped-resposta-valida                  value "S" "N".

       77  ws-ped-formato-novo                     pic  x(01).
           88  ped-formato-valido                   value "F" "C".

       77  ws-ped-filtro                           pic  x(01).
           88  ped-filtro-valido                    value "A" "F" "C" " ".

       77  ws-fim-pedidos                          pic  x(01).
           88  fim-pedidos                          value "S".

      *>limites plausiveis da estacao corrente; caem para a faixa
      *>generica -60/+60 quando a estacao nao esta no cadastro
       01 ws-est-limites.
       77  ws-est-situacao-nova                    pic  x(01).
          88  situacao-nova-valida                  value "A" "I".

      *>----Variaveis para manutencao do cadastro de instrumentos e do
      *>----diario de manutencao das estacoes (datas gregorianas
      *>----aaaammdd validadas pelo dataJuliana; zero so onde o campo
      *>----admite "sem data")
       77  ws-ins-estacao                          pic  9(02).
       77  ws-ins-numero                           pic  9(02).

       77  ws-ins-variavel-nova                    pic  x(01).
          88  variavel-nova-valida                  value "T" "U" "P".

       77  ws-ins-data                             pic  9(08).
       77  ws-ins-prompt                           pic  x(50).

       77  ws-ins-aceita-zero                      pic  x(01).
          88  ins-aceita-zero                       value "S".

       77  ws-flag-data-ins                        pic  x(01).
          88  data-ins-valida                       value "S".

       77  ws-ins-offset-exibido                   pic -z9,99.
       77  ws-ins-qtd                              pic  9(03).

       77  ws-fim-instrumentos                     pic  x(01).
          88  fim-instrumentos                      value "S".

       77  ws-fim-manutencoes                      pic  x(01).
          88  fim-manutencoes                       value "S".

      *>----Variaveis para exportação em CSV
       77  ws-fim-exportacao                       pic  x(01).
          88  fim-exportacao                        value "S".
              88  hist-op-restauracao               value "R".
              88  hist-op-fechamento                value "F".
              88  hist-op-reabertura                value "B".
              88  hist-op-parametro                 value "P".
          05 filler                                pic x(01) value space.
          05 ws-hist-valores.
             10 ws-hist-temp-antiga                pic s9(02)v99.
             10 filler                             pic x(01) value space.
             10 ws-hist-temp-nova                  pic s9(02)v99.
             10 filler                             pic x(01) value space.
             10 ws-hist-umidade-antiga             pic 9(03).
             10 filler                             pic x(01) value space.
             10 ws-hist-umidade-nova               pic 9(03).
             10 filler                             pic x(01) value space.
             10 ws-hist-precip-antiga              pic 9(03)v9.
             10 filler                             pic x(01) value space.
             10 ws-hist-precip-nova                pic 9(03)v9.
      *>linha de alteracao de parametro ("P"): um campo por linha, com
      *>o arquivo, o numero do campo, os valores antigo e novo como
      *>exibidos e a acao (I inclusao, A alteracao, E exclusao)
          05 ws-hist-parametro redefines ws-hist-valores.
             10 ws-hist-par-arquivo                pic x(01).
             10 filler                             pic x(01).
             10 ws-hist-par-campo                  pic 9(02).
             10 filler                             pic x(01).
             10 ws-hist-par-antigo                 pic x(08).
             10 filler                             pic x(01).
             10 ws-hist-par-novo                   pic x(08).
             10 filler                             pic x(01).
             10 ws-hist-par-acao                   pic x(01).
             10 filler                             pic x(03).
          05 filler                                pic x(01) value space.
          05 ws-hist-data                          pic 9(08).
          05 filler                                pic x(01) value space.
          05 ws-hist-hora                          pic 9(08).
          05 filler                                pic x(01) value space.
          05 ws-hist-operador                      pic 9(03).
          05 filler                                pic x(01) value space.
          05 ws-hist-origem                        pic x(01).

       77  ws-temp-antiga                          pic s9(02)v99.
       77  ws-umidade-antiga                       pic  9(03).
       77  ws-con-mes                              pic  9(02).
       77  ws-con-media                            pic s9(02)v99.

      *>----Variaveis da consulta online ao livro de recordes
       77  ws-rcd-ano                              pic  9(04).
       77  ws-rcd-mes-dia                          pic  9(04).
       77  ws-rcd-mes                              pic  9(02).
       77  ws-rcd-dia-mes                          pic  9(02).
       77  ws-rcd-temp-exibida                     pic -z9,99.
       77  ws-rcd-precip-exibida                   pic zz9,9.

       77  ws-flag-recorde                         pic  x(01).
          88  recorde-encontrado                    value "S".

      *>----Painel da rede: leituras do dia por estacao (o codigo da
      *>----estacao e o proprio indice), carregadas pela chave
      *>----alternada de data e mostradas na ordem do cadastro
       01 ws-tab-painel.
          05 ws-pnl-ent occurs 99 times.
             10 ws-pnl-presente                    pic  x(01).
             10 ws-pnl-temperatura                 pic s9(02)v99.
             10 ws-pnl-umidade                     pic  9(03).
             10 ws-pnl-precipitacao                pic  9(03)v9.
             10 ws-pnl-qualidade                   pic  x(01).

       77  ws-pnl-ind                              pic  9(02).
       77  ws-pnl-com-leitura                      pic  9(03).
       77  ws-pnl-sem-leitura                      pic  9(03).

       77  ws-fim-painel                           pic  x(01).
          88  fim-painel                            value "S".

       77  ws-fim-estacoes-painel                  pic  x(01).
          88  fim-estacoes-painel                   value "S".

       01 ws-linha-painel.
          05 ws-lp-estacao                         pic  9(02).
          05 filler                                pic  x(01) value space.
          05 ws-lp-nome                            pic  x(20).
          05 filler                                pic  x(01) value space.
          05 ws-lp-sem-leitura.
             10 ws-lp-temperatura                  pic -z9,99.
             10 filler                             pic  x(03) value spaces.
             10 ws-lp-umidade                      pic  zz9.
             10 filler                             pic  x(02) value spaces.
             10 ws-lp-precipitacao                 pic  zz9,9.
             10 filler                             pic  x(01) value space.
             10 ws-lp-qualidade                    pic  x(15).

      *>----Manutencao dos arquivos de parametros dos batches. O
      *>----arquivo escolhido e carregado inteiro na tabela, alterado
      *>----nela e regravado; cada linha e vista pelo layout do batch
      *>----que a le (qualidadeTemp, alertaTemp, relatorioAgro,
      *>----arquivaTemp, desempenhoFornecedor e retornoOficial)
       77  ws-prm-nome-arquivo                     pic  x(30).

       77  ws-prm-arquivo                          pic  x(01).
          88  prm-arquivo-valido                    value "Q" "A" "G" "M" "C" "R".
          88  prm-arq-qualidade                     value "Q".
          88  prm-arq-alerta                        value "A".
          88  prm-arq-agro                          value "G".
          88  prm-arq-arquiva                       value "M".
          88  prm-arq-contrato                      value "C".
          88  prm-arq-retorno                       value "R".

       77  ws-prm-acao                             pic  x(01).
          88  prm-acao-valida                       value "L" "I" "A" "E".
          88  prm-acao-inclusao                     value "I".
          88  prm-acao-alteracao                    value "A".
          88  prm-acao-exclusao                     value "E".

       01 ws-tab-parametros.
          05 ws-prm-linha occurs 99 times          pic  x(32).

       77  ws-prm-qtd                              pic  9(03).
       77  ws-prm-ind                              pic  9(03).
       77  ws-prm-pos                              pic  9(03).
       77  ws-prm-estacao                          pic  9(02).

       77  ws-fim-parametro                        pic  x(01).
          88  fim-parametro                         value "S".

       77  ws-prm-campo-ok                         pic  x(01).
          88  prm-campo-valido                      value "S".

       77  ws-prm-confirma                         pic  x(01).
          88  prm-confirmada                        value "S" "s".

      *>faixa plausivel de temperatura da estacao da linha de alerta
       77  ws-prm-temp-minima                      pic s9(02)v99.
       77  ws-prm-temp-maxima                      pic s9(02)v99.

       77  ws-prm-hoje                             pic  9(08).
       77  ws-prm-ano-atual                        pic  9(04).

      *>linha nova (ou a que esta sendo mostrada) e linha antiga, cada
      *>uma com as seis vistas
       01 ws-prm-novo.
          05 ws-pnv-alerta.
             10 ws-pnv-ale-estacao                 pic  9(02).
             10 ws-pnv-ale-piso-geada              pic s9(02)v99.
             10 ws-pnv-ale-teto-calor              pic s9(02)v99.
             10 ws-pnv-ale-dias-calor              pic  9(02).
             10 ws-pnv-ale-janela-chuva            pic  9(02).
             10 ws-pnv-ale-limite-chuva            pic  9(04)v9.
             10 filler                             pic  x(13).
          05 ws-pnv-qualidade redefines ws-pnv-alerta.
             10 ws-pnv-qua-salto-maximo            pic  9(02)v99.
             10 ws-pnv-qua-dias-umidade            pic  9(02).
             10 ws-pnv-qua-umidade-min-chuva       pic  9(03).
             10 filler                             pic  x(23).
          05 ws-pnv-agro redefines ws-pnv-alerta.
             10 ws-pnv-agr-base-graus-dia          pic  9(02)v99.
             10 filler                             pic  x(28).
          05 ws-pnv-arquiva redefines ws-pnv-alerta.
             10 ws-pnv-arq-ano-corte               pic  9(04).
             10 ws-pnv-arq-data-corte              pic  9(08).
             10 filler                             pic  x(20).
          05 ws-pnv-contrato redefines ws-pnv-alerta.
             10 ws-pnv-ctr-tolerancia-dias         pic  9(02).
             10 ws-pnv-ctr-min-entregues           pic  9(03)v99.
             10 ws-pnv-ctr-max-atrasados           pic  9(03)v99.
             10 ws-pnv-ctr-max-rejeitados          pic  9(03)v99.
             10 ws-pnv-ctr-max-horas-faltantes     pic  9(03)v99.
             10 ws-pnv-ctr-max-marcados            pic  9(03)v99.
             10 ws-pnv-ctr-max-divergencias        pic  9(03)v99.
          05 ws-pnv-retorno redefines ws-pnv-alerta.
             10 ws-pnv-rtp-dias-sem-resposta       pic  9(03).
             10 filler                             pic  x(29).

       01 ws-prm-antigo.
          05 ws-pan-alerta.
             10 ws-pan-ale-estacao                 pic  9(02).
             10 ws-pan-ale-piso-geada              pic s9(02)v99.
             10 ws-pan-ale-teto-calor              pic s9(02)v99.
             10 ws-pan-ale-dias-calor              pic  9(02).
             10 ws-pan-ale-janela-chuva            pic  9(02).
             10 ws-pan-ale-limite-chuva            pic  9(04)v9.
             10 filler                             pic  x(13).
          05 ws-pan-qualidade redefines ws-pan-alerta.
             10 ws-pan-qua-salto-maximo            pic  9(02)v99.
             10 ws-pan-qua-dias-umidade            pic  9(02).
             10 ws-pan-qua-umidade-min-chuva       pic  9(03).
             10 filler                             pic  x(23).
          05 ws-pan-agro redefines ws-pan-alerta.
             10 ws-pan-agr-base-graus-dia          pic  9(02)v99.
             10 filler                             pic  x(28).
          05 ws-pan-arquiva redefines ws-pan-alerta.
             10 ws-pan-arq-ano-corte               pic  9(04).
             10 ws-pan-arq-data-corte              pic  9(08).
             10 filler                             pic  x(20).
          05 ws-pan-contrato redefines ws-pan-alerta.
             10 ws-pan-ctr-tolerancia-dias         pic  9(02).
             10 ws-pan-ctr-min-entregues           pic  9(03)v99.
             10 ws-pan-ctr-max-atrasados           pic  9(03)v99.
             10 ws-pan-ctr-max-rejeitados          pic  9(03)v99.
             10 ws-pan-ctr-max-horas-faltantes     pic  9(03)v99.
             10 ws-pan-ctr-max-marcados            pic  9(03)v99.
             10 ws-pan-ctr-max-divergencias        pic  9(03)v99.
          05 ws-pan-retorno redefines ws-pan-alerta.
             10 ws-pan-rtp-dias-sem-resposta       pic  9(03).
             10 filler                             pic  x(29).

       77  ws-prm-posicao-achada                   pic  x(01).
          88  prm-posicao-achada                    value "S".

      *>valores exibidos e gravados no historico, campo a campo
       77  ws-prm-ed-temp                          pic -z9,99.
       77  ws-prm-ed-minima                        pic -z9,99.
       77  ws-prm-ed-maxima                        pic -z9,99.
       77  ws-prm-ed-inteiro                       pic  zz9.
       77  ws-prm-ed-chuva                         pic  zzz9,9.
       77  ws-prm-ed-percentual                    pic  zz9,99.

       77  ws-hpa-campo                            pic  9(02).
       77  ws-hpa-antigo                           pic  x(08).
       77  ws-hpa-novo                             pic  x(08).
       77  ws-hpa-estacao                          pic  9(02).

       01 ws-linha-prm-alerta.
          05 filler                                pic  x(08) value "estacao ".
          05 ws-lpa-estacao                        pic  9(02).
          05 filler                                pic  x(07) value "  piso ".
          05 ws-lpa-piso                           pic -z9,99.
          05 filler                                pic  x(07) value "  teto ".
          05 ws-lpa-teto                           pic -z9,99.
          05 filler                                pic  x(13) value "  dias calor ".
          05 ws-lpa-dias-calor                     pic  z9.
          05 filler                                pic  x(09) value "  janela ".
          05 ws-lpa-janela                         pic  z9.
          05 filler                                pic  x(09) value "  limite ".
          05 ws-lpa-limite                         pic  zzz9,9.

      *>a linha de parametro usa a area de valores da linha de
      *>historico; o conteudo anterior e guardado e devolvido
       77  ws-hist-valores-salvos                  pic  x(27).

      *>----Variaveis para checkpoint/restart de sessoes longas de cadastro
       01 ws-checkpoint.
          05 ws-chk-contador                       pic 9(07).
                               " da estacao " ws-fm-estacao " reaberto."
                       move "B" to ws-hist-operacao
                       perform grava-historico-mes
                       perform marca-retificacao-pendente
                   else
                       display "Mes nao esta fechado."
                   end-if
       reabrir-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mes reaberto que ja foi respondido pelo orgao (aceito ou
      *>  rejeitado) fica com a retificacao pendente em
      *>  arqTransmissoes.dat - e isso que libera o transmiteOficial a
      *>  gerar a retificacao depois da correcao
      *>------------------------------------------------------------------------
       marca-retificacao-pendente section.

           open i-o arqTransmissoes

           if ws-fs-arqTransmissoes = 35 then
               continue
           else
               if ws-fs-arqTransmissoes <> 0 then
                   move 72                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransmissoes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-fm-estacao to fd-txc-estacao
               move ws-fm-ano     to fd-txc-ano
               move ws-fm-mes     to fd-txc-mes
               read arqTransmissoes

               evaluate ws-fs-arqTransmissoes
                   when 0
                       if fd-txc-aceita
                       or fd-txc-rejeitada then
                           move "P" to fd-txc-situacao
                           rewrite fd-txc
                           if ws-fs-arqTransmissoes <> 0 then
                               move 73                                        to ws-msn-erro-ofsset
                               move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
                               move "Erro ao regravar arq. arqTransmissoes "  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           display "Mes ja respondido pelo orgao - retificacao pendente."
                           display "Corrija os dias e gere a retificacao no transmiteOficial."
                       end-if

                   when 23
                       continue

                   when other
                       move 74                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransmissoes "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               close arqTransmissoes
           end-if
           .
       marca-retificacao-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no historico a linha do fechamento ("F") ou da
      *>  reabertura ("B") do mes - quem chamou ja deixou a operacao
           move zero                 to ws-hist-umidade-nova
           move zero                 to ws-hist-precip-antiga
           move zero                 to ws-hist-precip-nova
           move space                to ws-hist-origem
           perform grava-historico
           .
       grava-historico-mes-exit.
               display "'Co' cadastrar operador"
               display "'Fm' fechar mes"
               display "'Rf' reabrir mes"
               display "'In' cadastrar instrumento"
               display "'Ai' alterar instrumento / calibracao"
               display "'Li' listar instrumentos da estacao"
               display "'Mn' registrar manutencao da estacao"
               display "'Em' encerrar manutencao da estacao"
               display "'Lm' listar manutencoes da estacao"
               display "'Rc' recordes da estacao para uma data"
               display "'Pd' painel da rede em uma data"
               display "'Pm' parametros dos batches"
               display "'Tx' transmissoes da estacao ao orgao"
               display "'Te' marcar transmissao enviada"
               display "'Pe' cadastrar pedido de dados de cliente"
               display "'Pl' listar pedidos de dados"
               display "'Px' cancelar pedido de dados"

               accept ws-menu

                           display "Opcao restrita a supervisor."
                       end-if

                   when = "In"
                       if operador-supervisor then
                           perform cadastra-instrumento
                       else
                           display "Opcao restrita a supervisor."
                       end-if

                   when = "Ai"
                       if operador-supervisor then
                           perform alterar-instrumento
                       else
                           display "Opcao restrita a supervisor."
                       end-if

                   when = "Li"
                       perform lista-instrumentos

                   when = "Mn"
                       if operador-supervisor then
                           perform registra-manutencao
                       else
                           display "Opcao restrita a supervisor."
                       end-if

                   when = "Em"
                       if operador-supervisor then
                           perform encerra-manutencao
                       else
                           display "Opcao restrita a supervisor."
                       end-if

                   when = "Lm"
                       perform lista-manutencoes

                   when = "Rc"
                       perform consulta-recordes

                   when = "Pd"
                       perform painel-rede

                   when = "Pm"
                       if operador-supervisor then
                           perform manutencao-parametros
                       else
                           display "Opcao restrita a supervisor."
                       end-if

                   when = "Tx"
                       perform lista-transmissoes

                   when = "Te"
                       perform marca-envio-transmissao

                   when = "Pe"
                       perform cadastra-pedido

                   when = "Pl"
                       perform lista-pedidos

                   when = "Px"
                       if operador-supervisor then
                           perform cancela-pedido
                       else
                           display "Opcao restrita a supervisor."
                       end-if

                   when other
                       display "opcao invalida"
               end-evaluate
      *>------------------------------------------------------------------------
      *>  Mostra por extenso a situacao de qualidade do registro que
      *>  acabou de ser lido em fd-temp (boa / suspeita / confirmada
      *>  ruim / confirmada boa / estimada), mantida pelo qualidadeTemp,
      *>  pelo revisaQualidade e pelo estimaTemp, e a origem do valor
      *>  vigente.
      *>------------------------------------------------------------------------
       exibe-qualidade section.

                   move "confirmada ruim" to ws-nome-qualidade
               when fd-qual-conf-boa
                   move "confirmada boa"  to ws-nome-qualidade
               when fd-qual-estimada
                   move "estimada"        to ws-nome-qualidade
               when other
                   move "boa"             to ws-nome-qualidade
           end-evaluate

           display "qualidade: " ws-nome-qualidade

           evaluate true
               when fd-orig-diaria
                   move "extrato diario"       to ws-nome-origem
               when fd-orig-horaria
                   move "consolidacao horaria" to ws-nome-origem
               when fd-orig-rejeito
                   move "rejeito reposto"      to ws-nome-origem
               when fd-orig-manual
                   move "digitado no online"   to ws-nome-origem
               when fd-orig-restauracao
                   move "versao restaurada"    to ws-nome-origem
               when fd-orig-estimativa
                   move "estimativa"           to ws-nome-origem
               when fd-orig-estimativa-ruim
                   move "estimativa dia ruim"  to ws-nome-origem
               when other
                   move "nao informada"        to ws-nome-origem
           end-evaluate

           display "origem: " ws-nome-origem
           .
       exibe-qualidade-exit.
           exit.
                           move ws-estacao        to ws-hist-estacao
                           move ws-dia            to ws-hist-dia
                           move "E"                to ws-hist-operacao
                           move "M"                to ws-hist-origem
                           move ws-temp-antiga     to ws-hist-temp-antiga
                           move zero               to ws-hist-temp-nova
                           move ws-umidade-antiga  to ws-hist-umidade-antiga
                       move ws-temperatura  to fd-temperatura
                       move ws-umidade      to fd-umidade
                       move ws-precipitacao to fd-precipitacao
      *>valor corrigido pelo operador volta a valer como leitura boa,
      *>com origem manual - a carga nao o sobrescreve mais sem
      *>autorizacao de supervisor
                       move "B"             to fd-qualidade
                       move "M"             to fd-origem
                       rewrite fd-temp
      *>conferindo a estabilidade do programa dps de executar a função de arquivo
                       if  ws-fs-arqTemp = 0
                       or  ws-fs-arqTemp = 02 then
                           display "Temperatura do dia " ws-dia " alterada com sucesso!"

                           move ws-estacao       to ws-hist-estacao
                           move ws-dia           to ws-hist-dia
                           move "A"               to ws-hist-operacao
                           move "M"               to ws-hist-origem
                           move ws-temp-antiga    to ws-hist-temp-antiga
                           move ws-temperatura    to ws-hist-temp-nova
                           move ws-umidade-antiga to ws-hist-umidade-antiga
      *>leitura digitada nasce com qualidade boa; quem a poe em suspeita
      *>e o batch qualidadeTemp, e quem confirma e o revisaQualidade
               move "B"     to fd-qualidade
               move "M"     to fd-origem
               write fd-temp
               if ws-fs-arqTemp  <> 00
               and ws-fs-arqTemp <> 02 then
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao escrever arq. arqTemp "    to ws-msn-erro-text
               move ws-estacao      to ws-hist-estacao
               move ws-dia          to ws-hist-dia
               move "C"              to ws-hist-operacao
               move "M"              to ws-hist-origem
               move zero             to ws-hist-temp-antiga
               move ws-temperatura   to ws-hist-temp-nova
               move zero             to ws-hist-umidade-antiga
               move ws-rest-umidade       to fd-umidade
               move ws-rest-precipitacao  to fd-precipitacao
               move "B"                   to fd-qualidade
               move "V"                   to fd-origem

               write fd-temp
               if ws-fs-arqTemp  <> 00
               and ws-fs-arqTemp <> 02 then
                   move 21                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao escrever arq. arqTemp "    to ws-msn-erro-text
               move ws-estacao             to ws-hist-estacao
               move ws-dia                 to ws-hist-dia
               move "R"                     to ws-hist-operacao
               move "V"                     to ws-hist-origem
               move zero                    to ws-hist-temp-antiga
               move ws-rest-temperatura     to ws-hist-temp-nova
               move zero                    to ws-hist-umidade-antiga
                   move ws-rest-umidade       to fd-umidade
                   move ws-rest-precipitacao  to fd-precipitacao
                   move "B"                   to fd-qualidade
                   move "V"                   to fd-origem

                   rewrite fd-temp
                   if ws-fs-arqTemp  <> 00
                   and ws-fs-arqTemp <> 02 then
                       move 23                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                       to ws-msn-erro-cod
                       move "Erro ao regravar arq. arqTemp "    to ws-msn-erro-text
                   move ws-estacao             to ws-hist-estacao
                   move ws-dia                 to ws-hist-dia
                   move "R"                     to ws-hist-operacao
                   move "V"                     to ws-hist-origem
                   move ws-temp-antiga          to ws-hist-temp-antiga
                   move ws-rest-temperatura     to ws-hist-temp-nova
                   move ws-umidade-antiga       to ws-hist-umidade-antiga
       inativar-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre arqInstrumentos.dat em i-o para a manutencao do
      *>  cadastro, criando o arquivo na primeira vez (status 35)
      *>------------------------------------------------------------------------
       abre-instrumentos section.

           open i-o arqInstrumentos
           if ws-fs-arqInstrumentos = 35 then
               open output arqInstrumentos
               close arqInstrumentos
               open i-o arqInstrumentos
           end-if
           if ws-fs-arqInstrumentos  <> 00
           and ws-fs-arqInstrumentos <> 05 then
               move 46                                        to ws-msn-erro-ofsset
               move ws-fs-arqInstrumentos                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqInstrumentos "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-instrumentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre arqManutencoes.dat em i-o para o registro e o
      *>  encerramento de manutencoes, criando o arquivo na primeira
      *>  vez (status 35)
      *>------------------------------------------------------------------------
       abre-manutencoes section.

           open i-o arqManutencoes
           if ws-fs-arqManutencoes = 35 then
               open output arqManutencoes
               close arqManutencoes
               open i-o arqManutencoes
           end-if
           if ws-fs-arqManutencoes  <> 00
           and ws-fs-arqManutencoes <> 05 then
               move 47                                        to ws-msn-erro-ofsset
               move ws-fs-arqManutencoes                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqManutencoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-manutencoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le uma data gregoriana aaaammdd em ws-ins-data com a
      *>  pergunta deixada em ws-ins-prompt, repetindo ate o
      *>  dataJuliana aceitar; zero so passa quando quem chamou ligou
      *>  ws-ins-aceita-zero (data de retirada / fim de manutencao)
      *>------------------------------------------------------------------------
       le-data-instrumento section.

           move "N" to ws-flag-data-ins

           perform until data-ins-valida
               display ws-ins-prompt
               accept ws-ins-data

               if ws-ins-data = zero and ins-aceita-zero then
                   move "S" to ws-flag-data-ins
               else
                   move "J"         to ws-dj-operacao
                   move ws-ins-data to ws-dj-gregoriana
                   call "dataJuliana" using ws-dj-parm
                   move ws-dj-valida to ws-flag-data-ins
                   if not data-ins-valida then
                       display "Data invalida."
                   end-if
               end-if
           end-perform
           .
       le-data-instrumento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a estacao informada em ws-ins-estacao no cadastro de
      *>  estacoes - liga estacao-valida so se ela existir
      *>------------------------------------------------------------------------
       confere-estacao-instrumento section.

           move "N" to ws-flag-estacao

           move ws-ins-estacao to fd-est-codigo
           read arqEstacoes

           evaluate ws-fs-arqEstacoes
               when 0
                   move "S" to ws-flag-estacao
               when 23
                   display "Estacao nao cadastrada!"
               when other
                   move 48                                     to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstacoes "        to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       confere-estacao-instrumento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro de instrumento - so supervisor chega aqui. Inclui
      *>  um instrumento instalado numa estacao existente, com a
      *>  variavel medida, a calibracao vigente e o offset que as
      *>  cargas passam a somar nas leituras.
      *>------------------------------------------------------------------------
       cadastra-instrumento section.

           display "codigo da estacao: "
           accept ws-ins-estacao

           perform confere-estacao-instrumento

           if estacao-valida then
               display "numero do instrumento na estacao: "
               accept ws-ins-numero

               perform abre-instrumentos

               move ws-ins-estacao to fd-ins-estacao
               move ws-ins-numero  to fd-ins-instrumento
               read arqInstrumentos

               if ws-fs-arqInstrumentos = 0 then
                   display "Instrumento " ws-ins-numero " ja cadastrado: "
                           fd-ins-serie
               else
                   if ws-fs-arqInstrumentos <> 23 then
                       move 49                                        to ws-msn-erro-ofsset
                       move ws-fs-arqInstrumentos                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqInstrumentos "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-ins-estacao to fd-ins-estacao
                   move ws-ins-numero  to fd-ins-instrumento

                   display "numero de serie: "
                   accept fd-ins-serie

                   move space to ws-ins-variavel-nova
                   perform until variavel-nova-valida
                       display "variavel ('T' temperatura, 'U' umidade, 'P' precipitacao): "
                       accept ws-ins-variavel-nova
                   end-perform
                   move ws-ins-variavel-nova to fd-ins-variavel

                   move "N" to ws-ins-aceita-zero
                   move "data de instalacao (aaaammdd): " to ws-ins-prompt
                   perform le-data-instrumento
                   move ws-ins-data to fd-ins-data-instalacao

                   move zero to fd-ins-data-retirada

                   move "data da ultima calibracao (aaaammdd): " to ws-ins-prompt
                   perform le-data-instrumento
                   move ws-ins-data to fd-ins-data-calibracao

                   display "validade da calibracao em meses (00 = nao vence): "
                   accept fd-ins-validade-meses

                   display "offset de calibracao (somado a leitura): "
                   accept fd-ins-offset

                   move ws-operador-codigo to fd-ins-operador

                   write fd-ins
                   if ws-fs-arqInstrumentos = 0 then
                       display "Instrumento " ws-ins-numero " da estacao "
                               ws-ins-estacao " cadastrado com sucesso!"
                   else
                       move 50                                        to ws-msn-erro-ofsset
                       move ws-fs-arqInstrumentos                     to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqInstrumentos "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqInstrumentos
           end-if
           .
       cadastra-instrumento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alteracao de instrumento - so supervisor chega aqui. Regrava
      *>  serie, variavel, datas, calibracao e offset: a recalibracao
      *>  (data nova + offset novo) e a retirada do instrumento (data
      *>  de retirada) passam por aqui.
      *>------------------------------------------------------------------------
       alterar-instrumento section.

           display "codigo da estacao: "
           accept ws-ins-estacao

           display "numero do instrumento na estacao: "
           accept ws-ins-numero

           perform abre-instrumentos

           move ws-ins-estacao to fd-ins-estacao
           move ws-ins-numero  to fd-ins-instrumento
           read arqInstrumentos

           if ws-fs-arqInstrumentos = 23 then
               display "Instrumento nao cadastrado!"
           else
               if ws-fs-arqInstrumentos <> 0 then
                   move 51                                        to ws-msn-erro-ofsset
                   move ws-fs-arqInstrumentos                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqInstrumentos "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "serie atual: " fd-ins-serie
               display "novo numero de serie: "
               accept fd-ins-serie

               display "variavel atual: " fd-ins-variavel
               move space to ws-ins-variavel-nova
               perform until variavel-nova-valida
                   display "nova variavel ('T' temperatura, 'U' umidade, 'P' precipitacao): "
                   accept ws-ins-variavel-nova
               end-perform
               move ws-ins-variavel-nova to fd-ins-variavel

               display "instalacao atual: " fd-ins-data-instalacao
               move "N" to ws-ins-aceita-zero
               move "nova data de instalacao (aaaammdd): " to ws-ins-prompt
               perform le-data-instrumento
               move ws-ins-data to fd-ins-data-instalacao

               display "retirada atual: " fd-ins-data-retirada
               move "S" to ws-ins-aceita-zero
               move "data de retirada (aaaammdd, 0 = instalado): " to ws-ins-prompt
               perform le-data-instrumento
               move ws-ins-data to fd-ins-data-retirada

               display "ultima calibracao atual: " fd-ins-data-calibracao
               move "N" to ws-ins-aceita-zero
               move "nova data da ultima calibracao (aaaammdd): " to ws-ins-prompt
               perform le-data-instrumento
               move ws-ins-data to fd-ins-data-calibracao

               display "validade atual (meses): " fd-ins-validade-meses
               display "nova validade em meses (00 = nao vence): "
               accept fd-ins-validade-meses

               move fd-ins-offset to ws-ins-offset-exibido
               display "offset atual: " ws-ins-offset-exibido
               display "novo offset de calibracao: "
               accept fd-ins-offset

               move ws-operador-codigo to fd-ins-operador

               rewrite fd-ins
               if ws-fs-arqInstrumentos = 0 then
                   display "Instrumento " ws-ins-numero " da estacao "
                           ws-ins-estacao " alterado com sucesso!"
               else
                   move 52                                        to ws-msn-erro-ofsset
                   move ws-fs-arqInstrumentos                     to ws-msn-erro-cod
                   move "Erro ao regravar arq. arqInstrumentos "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqInstrumentos
           .
       alterar-instrumento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os instrumentos cadastrados para uma estacao, com as
      *>  datas, a calibracao e o offset de cada um
      *>------------------------------------------------------------------------
       lista-instrumentos section.

           display "codigo da estacao: "
           accept ws-ins-estacao

           open input arqInstrumentos

           if ws-fs-arqInstrumentos = 35 then
               display "Nenhum instrumento cadastrado ainda."
           else
               if ws-fs-arqInstrumentos <> 0 then
                   move 53                                        to ws-msn-erro-ofsset
                   move ws-fs-arqInstrumentos                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqInstrumentos "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move zero           to ws-ins-qtd
               move "N"            to ws-fim-instrumentos
               move ws-ins-estacao to fd-ins-estacao
               move zero           to fd-ins-instrumento
               start arqInstrumentos key is not less than fd-ins-chave

               if ws-fs-arqInstrumentos <> 0 then
                   move "S" to ws-fim-instrumentos
               end-if

               perform until fim-instrumentos

                   read arqInstrumentos next

                   if ws-fs-arqInstrumentos = 10 then
                       move "S" to ws-fim-instrumentos
                   else
                       if ws-fs-arqInstrumentos <> 0 then
                           move 54                                        to ws-msn-erro-ofsset
                           move ws-fs-arqInstrumentos                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqInstrumentos "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-ins-estacao <> ws-ins-estacao then
                           move "S" to ws-fim-instrumentos
                       else
                           add 1 to ws-ins-qtd
                           move fd-ins-offset to ws-ins-offset-exibido
                           display "instrumento: " fd-ins-instrumento
                                   " serie: "      fd-ins-serie
                                   " variavel: "   fd-ins-variavel
                           display "   instalado: "   fd-ins-data-instalacao
                                   " retirado: "      fd-ins-data-retirada
                                   " calibrado: "     fd-ins-data-calibracao
                                   " validade: "      fd-ins-validade-meses
                                   " offset: "        ws-ins-offset-exibido
                       end-if
                   end-if

               end-perform

               if ws-ins-qtd = zero then
                   display "Nenhum instrumento cadastrado para a estacao."
               end-if

               close arqInstrumentos
           end-if
           .
       lista-instrumentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra uma manutencao da estacao - so supervisor chega
      *>  aqui. As leituras dos dias entre o inicio e o fim (fim zero =
      *>  ainda em servico) entram pela carga como suspeitas.
      *>------------------------------------------------------------------------
       registra-manutencao section.

           display "codigo da estacao: "
           accept ws-ins-estacao

           perform confere-estacao-instrumento

           if estacao-valida then
               move "N" to ws-ins-aceita-zero
               move "inicio da manutencao (aaaammdd): " to ws-ins-prompt
               perform le-data-instrumento

               perform abre-manutencoes

               move ws-ins-estacao to fd-man-estacao
               move ws-ins-data    to fd-man-data-inicio
               read arqManutencoes

               if ws-fs-arqManutencoes = 0 then
                   display "Ja existe manutencao iniciada nesta data: "
                           fd-man-motivo
               else
                   if ws-fs-arqManutencoes <> 23 then
                       move 55                                        to ws-msn-erro-ofsset
                       move ws-fs-arqManutencoes                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqManutencoes "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-ins-estacao to fd-man-estacao
                   move ws-ins-data    to fd-man-data-inicio

                   move "S" to ws-ins-aceita-zero
                   move "N" to ws-flag-data-ins
                   perform until data-ins-valida
                       move "fim da manutencao (aaaammdd, 0 = em andamento): "
                            to ws-ins-prompt
                       perform le-data-instrumento
                       if ws-ins-data <> zero
                       and ws-ins-data < fd-man-data-inicio then
                           display "Fim anterior ao inicio."
                           move "N" to ws-flag-data-ins
                       end-if
                   end-perform
                   move ws-ins-data to fd-man-data-fim

                   display "motivo: "
                   accept fd-man-motivo

                   move ws-operador-codigo to fd-man-operador

                   write fd-man
                   if ws-fs-arqManutencoes = 0 then
                       display "Manutencao da estacao " ws-ins-estacao
                               " registrada com sucesso!"
                   else
                       move 56                                        to ws-msn-erro-ofsset
                       move ws-fs-arqManutencoes                      to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqManutencoes "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqManutencoes
           end-if
           .
       registra-manutencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerra uma manutencao registrada em andamento (fim zero) -
      *>  so supervisor chega aqui
      *>------------------------------------------------------------------------
       encerra-manutencao section.

           display "codigo da estacao: "
           accept ws-ins-estacao

           move "N" to ws-ins-aceita-zero
           move "inicio da manutencao (aaaammdd): " to ws-ins-prompt
           perform le-data-instrumento

           perform abre-manutencoes

           move ws-ins-estacao to fd-man-estacao
           move ws-ins-data    to fd-man-data-inicio
           read arqManutencoes

           evaluate ws-fs-arqManutencoes
               when 0
                   if fd-man-data-fim <> zero then
                       display "Manutencao ja encerrada em " fd-man-data-fim "."
                   else
                       move "N" to ws-flag-data-ins
                       perform until data-ins-valida
                           move "fim da manutencao (aaaammdd): " to ws-ins-prompt
                           perform le-data-instrumento
                           if ws-ins-data < fd-man-data-inicio then
                               display "Fim anterior ao inicio."
                               move "N" to ws-flag-data-ins
                           end-if
                       end-perform
                       move ws-ins-data        to fd-man-data-fim
                       move ws-operador-codigo to fd-man-operador

                       rewrite fd-man
                       if ws-fs-arqManutencoes = 0 then
                           display "Manutencao da estacao " ws-ins-estacao
                                   " encerrada em " fd-man-data-fim "."
                       else
                           move 57                                        to ws-msn-erro-ofsset
                           move ws-fs-arqManutencoes                      to ws-msn-erro-cod
                           move "Erro ao regravar arq. arqManutencoes "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               when 23
                   display "Manutencao nao registrada!"

               when other
                   move 58                                        to ws-msn-erro-ofsset
                   move ws-fs-arqManutencoes                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqManutencoes "        to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           close arqManutencoes
           .
       encerra-manutencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as manutencoes registradas para uma estacao
      *>------------------------------------------------------------------------
       lista-manutencoes section.

           display "codigo da estacao: "
           accept ws-ins-estacao

           open input arqManutencoes

           if ws-fs-arqManutencoes = 35 then
               display "Nenhuma manutencao registrada ainda."
           else
               if ws-fs-arqManutencoes <> 0 then
                   move 59                                        to ws-msn-erro-ofsset
                   move ws-fs-arqManutencoes                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqManutencoes "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move zero           to ws-ins-qtd
               move "N"            to ws-fim-manutencoes
               move ws-ins-estacao to fd-man-estacao
               move zero           to fd-man-data-inicio
               start arqManutencoes key is not less than fd-man-chave

               if ws-fs-arqManutencoes <> 0 then
                   move "S" to ws-fim-manutencoes
               end-if

               perform until fim-manutencoes

                   read arqManutencoes next

                   if ws-fs-arqManutencoes = 10 then
                       move "S" to ws-fim-manutencoes
                   else
                       if ws-fs-arqManutencoes <> 0 then
                           move 60                                        to ws-msn-erro-ofsset
                           move ws-fs-arqManutencoes                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqManutencoes "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-man-estacao <> ws-ins-estacao then
                           move "S" to ws-fim-manutencoes
                       else
                           add 1 to ws-ins-qtd
                           display "inicio: " fd-man-data-inicio
                                   " fim: "    fd-man-data-fim
                                   " motivo: " fd-man-motivo
                                   " operador: " fd-man-operador
                       end-if
                   end-if

               end-perform

               if ws-ins-qtd = zero then
                   display "Nenhuma manutencao registrada para a estacao."
               end-if

               close arqManutencoes
           end-if
           .
       lista-manutencoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os meses da estacao em arqTransmissoes.dat com a
      *>  situacao da transmissao ao orgao e as datas de geracao,
      *>  envio e retorno
      *>------------------------------------------------------------------------
       lista-transmissoes section.

           display "codigo da estacao: "
           accept ws-fm-estacao

           open input arqTransmissoes

           if ws-fs-arqTransmissoes = 35 then
               display "Nenhuma transmissao registrada ainda."
           else
               if ws-fs-arqTransmissoes <> 0 then
                   move 75                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransmissoes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move zero          to ws-txc-qtd
               move "N"           to ws-fim-transmissoes
               move ws-fm-estacao to fd-txc-estacao
               move zero          to fd-txc-ano
               move zero          to fd-txc-mes
               start arqTransmissoes key is not less than fd-txc-chave

               if ws-fs-arqTransmissoes <> 0 then
                   move "S" to ws-fim-transmissoes
               end-if

               perform until fim-transmissoes

                   read arqTransmissoes next

                   if ws-fs-arqTransmissoes = 10 then
                       move "S" to ws-fim-transmissoes
                   else
                       if ws-fs-arqTransmissoes <> 0 then
                           move 76                                        to ws-msn-erro-ofsset
                           move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTransmissoes "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-txc-estacao <> ws-fm-estacao then
                           move "S" to ws-fim-transmissoes
                       else
                           add 1 to ws-txc-qtd
                           perform nomeia-situacao-transmissao
                           display "mes " fd-txc-ano "/" fd-txc-mes
                                   " retif " fd-txc-retificacao
                                   " - " ws-txc-nome-situacao
                           display "    gerada " fd-txc-data-geracao
                                   " enviada " fd-txc-data-envio
                                   " retorno " fd-txc-data-retorno
                                   " dias rejeitados " fd-txc-qtd-rejeitados
                       end-if
                   end-if

               end-perform

               if ws-txc-qtd = zero then
                   display "Nenhuma transmissao registrada para a estacao."
               end-if

               close arqTransmissoes
           end-if
           .
       lista-transmissoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca como enviada ao orgao a transmissao gerada de um
      *>  estacao/mes - a partir daqui o mes conta os dias sem resposta
      *>  na lista noturna do retornoOficial
      *>------------------------------------------------------------------------
       marca-envio-transmissao section.

           display "estacao:"
           accept ws-fm-estacao

           display "ano (aaaa):"
           accept ws-fm-ano

           display "mes (01 a 12):"
           accept ws-fm-mes

           open i-o arqTransmissoes

           if ws-fs-arqTransmissoes = 35 then
               display "Nenhuma transmissao registrada ainda."
           else
               if ws-fs-arqTransmissoes <> 0 then
                   move 77                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransmissoes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-fm-estacao to fd-txc-estacao
               move ws-fm-ano     to fd-txc-ano
               move ws-fm-mes     to fd-txc-mes
               read arqTransmissoes

               evaluate ws-fs-arqTransmissoes
                   when 0
                       if fd-txc-gerada then
                           move "E"                to fd-txc-situacao
                           accept fd-txc-data-envio from date yyyymmdd
                           move ws-operador-codigo to fd-txc-operador-envio

                           rewrite fd-txc
                           if ws-fs-arqTransmissoes <> 0 then
                               move 78                                        to ws-msn-erro-ofsset
                               move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
                               move "Erro ao regravar arq. arqTransmissoes "  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           display "Transmissao " ws-fm-ano "/" ws-fm-mes
                                   " da estacao " ws-fm-estacao
                                   " marcada como enviada."
                       else
                           perform nomeia-situacao-transmissao
                           display "Transmissao nao esta aguardando envio: "
                                   ws-txc-nome-situacao
                       end-if

                   when 23
                       display "Mes nao gerado pelo transmiteOficial."

                   when other
                       move 79                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransmissoes "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               close arqTransmissoes
           end-if
           .
       marca-envio-transmissao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome da situacao do registro corrente de arqTransmissoes.dat
      *>------------------------------------------------------------------------
       nomeia-situacao-transmissao section.

           evaluate true
               when fd-txc-gerada
                   move "gerada, nao enviada"      to ws-txc-nome-situacao
               when fd-txc-enviada
                   move "enviada, sem retorno"     to ws-txc-nome-situacao
               when fd-txc-aceita
                   move "aceita pelo orgao"        to ws-txc-nome-situacao
               when fd-txc-rejeitada
                   move "rejeitada pelo orgao"     to ws-txc-nome-situacao
               when fd-txc-retif-pendente
                   move "retificacao pendente"     to ws-txc-nome-situacao
               when other
                   move "situacao desconhecida"    to ws-txc-nome-situacao
           end-evaluate
           .
       nomeia-situacao-transmissao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre arqPedidos.dat em i-o para o cadastro e o cancelamento
      *>  de pedidos de dados, criando o arquivo na primeira vez
      *>  (status 35)
      *>------------------------------------------------------------------------
       abre-pedidos section.

           open i-o arqPedidos
           if ws-fs-arqPedidos = 35 then
               open output arqPedidos
               close arqPedidos
               open i-o arqPedidos
           end-if
           if ws-fs-arqPedidos  <> 00
           and ws-fs-arqPedidos <> 05 then
               move 80                                        to ws-msn-erro-ofsset
               move ws-fs-arqPedidos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPedidos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-pedidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proximo numero de pedido em ws-ped-numero: o ultimo numero
      *>  cadastrado mais um (00001 no arquivo vazio)
      *>------------------------------------------------------------------------
       proximo-numero-pedido section.

           move zero to ws-ped-numero
           move "N"  to ws-fim-pedidos

           move zero to fd-ped-numero
           start arqPedidos key is not less than fd-ped-numero

           if ws-fs-arqPedidos <> 0 then
               move "S" to ws-fim-pedidos
           end-if

           perform until fim-pedidos

               read arqPedidos next

               if ws-fs-arqPedidos = 10 then
                   move "S" to ws-fim-pedidos
               else
                   if ws-fs-arqPedidos <> 0 then
                       move 81                                        to ws-msn-erro-ofsset
                       move ws-fs-arqPedidos                          to ws-msn-erro-cod
                       move "Erro ao ler arq. arqPedidos "            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move fd-ped-numero to ws-ped-numero
               end-if

           end-perform

           add 1 to ws-ped-numero
           .
       proximo-numero-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le uma resposta S/N em ws-ped-resposta com a pergunta deixada
      *>  em ws-ped-prompt, repetindo ate vir S ou N
      *>------------------------------------------------------------------------
       le-resposta-pedido section.

           move space to ws-ped-resposta

           perform until ped-resposta-valida
               display ws-ped-prompt
               accept ws-ped-resposta
           end-perform
           .
       le-resposta-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro de pedido de dados de cliente externo: estacoes
      *>  (00 = rede inteira), periodo gregoriano, variaveis, formato
      *>  do extrato e se dias estimados/suspeitos podem ir junto. O
      *>  pedido entra aberto; o atendePedidos gera o extrato e a
      *>  cobranca na noite seguinte ao fim do periodo.
      *>------------------------------------------------------------------------
       cadastra-pedido section.

           perform abre-pedidos
           perform proximo-numero-pedido

           move ws-ped-numero to fd-ped-numero

           display "cliente (empresa ou instituicao): "
           accept fd-ped-cliente

           move 99 to fd-ped-qtd-estacoes
           perform until fd-ped-qtd-estacoes <= 10
               display "quantidade de estacoes (00 = rede inteira, ate 10): "
               accept fd-ped-qtd-estacoes
           end-perform

           move zeros to fd-ped-estacoes
           perform varying ws-ped-ind from 1 by 1
                   until ws-ped-ind > fd-ped-qtd-estacoes
               move "N" to ws-flag-estacao
               perform until estacao-valida
                   display "codigo da estacao " ws-ped-ind ": "
                   accept ws-ins-estacao
                   perform confere-estacao-instrumento
               end-perform
               move ws-ins-estacao to fd-ped-estacao(ws-ped-ind)
           end-perform

           move "N" to ws-ins-aceita-zero
           move "data inicial (aaaammdd): " to ws-ins-prompt
           perform le-data-instrumento
           move ws-ins-data to fd-ped-data-inicial

           move zero to fd-ped-data-final
           perform until fd-ped-data-final >= fd-ped-data-inicial
               move "data final (aaaammdd): " to ws-ins-prompt
               perform le-data-instrumento
               move ws-ins-data to fd-ped-data-final
               if fd-ped-data-final < fd-ped-data-inicial then
                   display "Data final anterior a data inicial."
               end-if
           end-perform

           move "NNN" to fd-ped-variaveis
           perform until fd-ped-quer-temperatura
                      or fd-ped-quer-umidade
                      or fd-ped-quer-precipitacao
               move "temperatura (S/N): " to ws-ped-prompt
               perform le-resposta-pedido
               move ws-ped-resposta to fd-ped-var-temperatura

               move "umidade (S/N): " to ws-ped-prompt
               perform le-resposta-pedido
               move ws-ped-resposta to fd-ped-var-umidade

               move "precipitacao (S/N): " to ws-ped-prompt
               perform le-resposta-pedido
               move ws-ped-resposta to fd-ped-var-precipitacao

               if fd-ped-variaveis = "NNN" then
                   display "Escolha ao menos uma variavel."
               end-if
           end-perform

           move space to ws-ped-formato-novo
           perform until ped-formato-valido
               display "formato do extrato ('F' layout fixo, 'C' CSV): "
               accept ws-ped-formato-novo
           end-perform
           move ws-ped-formato-novo to fd-ped-formato

           move "incluir dias estimados (S/N): " to ws-ped-prompt
           perform le-resposta-pedido
           move ws-ped-resposta to fd-ped-inclui-estimados

           move "incluir dias suspeitos (S/N): " to ws-ped-prompt
           perform le-resposta-pedido
           move ws-ped-resposta to fd-ped-inclui-suspeitos

           move "A"                to fd-ped-situacao
           accept fd-ped-data-pedido from date yyyymmdd
           move ws-operador-codigo to fd-ped-operador
           move zero               to fd-ped-data-atendimento
           move spaces             to fd-ped-arquivo
           move zero               to fd-ped-estacao-dias

           write fd-ped
           if ws-fs-arqPedidos = 0 then
               display "Pedido " ws-ped-numero " cadastrado - sera atendido"
               display "na noite seguinte ao fim do periodo."
           else
               move 82                                        to ws-msn-erro-ofsset
               move ws-fs-arqPedidos                          to ws-msn-erro-cod
               move "Erro ao gravar arq. arqPedidos "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPedidos
           .
       cadastra-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os pedidos de dados, com filtro opcional pela situacao
      *>------------------------------------------------------------------------
       lista-pedidos section.

           move "X" to ws-ped-filtro
           perform until ped-filtro-valido
               display "situacao ('A' abertos, 'F' atendidos, 'C' cancelados,"
               display "em branco lista todos):"
               accept ws-ped-filtro
           end-perform

           open input arqPedidos

           if ws-fs-arqPedidos = 35 then
               display "Nenhum pedido cadastrado ainda."
           else
               if ws-fs-arqPedidos <> 0 then
                   move 83                                        to ws-msn-erro-ofsset
                   move ws-fs-arqPedidos                          to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqPedidos "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move zero to ws-ped-qtd
               move "N"  to ws-fim-pedidos
               move zero to fd-ped-numero
               start arqPedidos key is not less than fd-ped-numero

               if ws-fs-arqPedidos <> 0 then
                   move "S" to ws-fim-pedidos
               end-if

               perform until fim-pedidos

                   read arqPedidos next

                   if ws-fs-arqPedidos = 10 then
                       move "S" to ws-fim-pedidos
                   else
                       if ws-fs-arqPedidos <> 0 then
                           move 84                                        to ws-msn-erro-ofsset
                           move ws-fs-arqPedidos                          to ws-msn-erro-cod
                           move "Erro ao ler arq. arqPedidos "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-ped-filtro = space
                       or ws-ped-filtro = fd-ped-situacao then
                           add 1 to ws-ped-qtd
                           perform exibe-pedido
                       end-if
                   end-if

               end-perform

               if ws-ped-qtd = zero then
                   display "Nenhum pedido nesta situacao."
               end-if

               close arqPedidos
           end-if
           .
       lista-pedidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra o pedido corrente em fd-ped
      *>------------------------------------------------------------------------
       exibe-pedido section.

           perform nomeia-situacao-pedido

           display "pedido " fd-ped-numero " " fd-ped-cliente
                   " - " ws-ped-nome-situacao
           display "    periodo " fd-ped-data-inicial " a " fd-ped-data-final
                   " formato " fd-ped-formato
                   " cadastrado " fd-ped-data-pedido
                   " operador " fd-ped-operador
           display "    temperatura " fd-ped-var-temperatura
                   " umidade " fd-ped-var-umidade
                   " precipitacao " fd-ped-var-precipitacao
                   " estimados " fd-ped-inclui-estimados
                   " suspeitos " fd-ped-inclui-suspeitos

           move spaces to ws-ped-lista-estacoes
           if fd-ped-qtd-estacoes = zero then
               move "rede inteira" to ws-ped-lista-estacoes
           else
               move 1 to ws-ped-ponteiro
               perform varying ws-ped-ind from 1 by 1
                       until ws-ped-ind > fd-ped-qtd-estacoes
                   string fd-ped-estacao(ws-ped-ind) delimited by size
                          " "                        delimited by size
                          into ws-ped-lista-estacoes
                          with pointer ws-ped-ponteiro
               end-perform
           end-if
           display "    estacoes: " ws-ped-lista-estacoes

           if fd-ped-atendido then
               display "    atendido " fd-ped-data-atendimento
                       " em " fd-ped-arquivo
                       " estacao-dias " fd-ped-estacao-dias
           end-if
           .
       exibe-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cancela um pedido ainda aberto - so supervisor chega aqui.
      *>  Pedido atendido ja foi cobrado e nao volta atras.
      *>------------------------------------------------------------------------
       cancela-pedido section.

           display "numero do pedido: "
           accept ws-ped-numero

           open i-o arqPedidos

           if ws-fs-arqPedidos = 35 then
               display "Nenhum pedido cadastrado ainda."
           else
               if ws-fs-arqPedidos <> 0 then
                   move 85                                        to ws-msn-erro-ofsset
                   move ws-fs-arqPedidos                          to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqPedidos "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ped-numero to fd-ped-numero
               read arqPedidos

               evaluate ws-fs-arqPedidos
                   when 0
                       if fd-ped-aberto then
                           move "C" to fd-ped-situacao

                           rewrite fd-ped
                           if ws-fs-arqPedidos <> 0 then
                               move 86                                        to ws-msn-erro-ofsset
                               move ws-fs-arqPedidos                          to ws-msn-erro-cod
                               move "Erro ao regravar arq. arqPedidos "       to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           display "Pedido " ws-ped-numero " cancelado."
                       else
                           perform nomeia-situacao-pedido
                           display "Pedido nao esta aberto: " ws-ped-nome-situacao
                       end-if

                   when 23
                       display "Pedido nao cadastrado."

                   when other
                       move 87                                        to ws-msn-erro-ofsset
                       move ws-fs-arqPedidos                          to ws-msn-erro-cod
                       move "Erro ao ler arq. arqPedidos "            to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               close arqPedidos
           end-if
           .
       cancela-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome da situacao do registro corrente de arqPedidos.dat
      *>------------------------------------------------------------------------
       nomeia-situacao-pedido section.

           evaluate true
               when fd-ped-aberto
                   move "aberto"                 to ws-ped-nome-situacao
               when fd-ped-atendido
                   move "atendido"               to ws-ped-nome-situacao
               when fd-ped-cancelado
                   move "cancelado"              to ws-ped-nome-situacao
               when other
                   move "situacao desconhecida"  to ws-ped-nome-situacao
           end-evaluate
           .
       nomeia-situacao-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta ao livro de recordes - para a estacao e a data
      *>  informadas mostra a leitura do dia (se houver) ao lado dos
      *>  recordes do dia de calendario e do mes, com a data em que
      *>  cada um foi estabelecido. O livro e montado e mantido pelo
      *>  batch recordesTemp.
      *>------------------------------------------------------------------------
       consulta-recordes section.

           display "informe a estacao:"
           accept ws-estacao

           move "N" to ws-flag-dia
           perform until dia-valido
               display "informe a data (aaaammdd):"
               accept ws-data-digitada
               perform converte-dia-digitado
               if not dia-valido then
                   display "Data invalida! Informe aaaammdd."
               end-if
           end-perform

           divide ws-data-digitada by 10000 giving ws-rcd-ano
                                          remainder ws-rcd-mes-dia
           divide ws-rcd-mes-dia by 100 giving ws-rcd-mes
                                       remainder ws-rcd-dia-mes

           move ws-chave to fd-chave
           read arqTemp

           if ws-fs-arqTemp = 23 then
               display "Sem leitura da estacao nesta data."
           else
               if ws-fs-arqTemp <> 0 then
                   move 61                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move fd-temperatura  to ws-rcd-temp-exibida
               move fd-precipitacao to ws-rcd-precip-exibida
               display "leitura de " ws-data-digitada
                       ": temperatura " ws-rcd-temp-exibida
                       "  precipitacao " ws-rcd-precip-exibida
               perform exibe-qualidade
           end-if

           open input arqRecordes

           if ws-fs-arqRecordes = 35 then
               display "Livro de recordes ainda nao montado."
           else
               if ws-fs-arqRecordes <> 0 then
                   move 62                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRecordes "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-estacao     to fd-rec-estacao
               move "D"            to fd-rec-tipo
               move ws-rcd-mes     to fd-rec-mes
               move ws-rcd-dia-mes to fd-rec-dia-mes
               perform le-recorde

               if recorde-encontrado then
                   display "recordes do dia " ws-rcd-dia-mes "/" ws-rcd-mes ":"
                   perform exibe-recorde
               else
                   display "Sem recorde para o dia " ws-rcd-dia-mes "/" ws-rcd-mes "."
               end-if

               move ws-estacao     to fd-rec-estacao
               move "M"            to fd-rec-tipo
               move ws-rcd-mes     to fd-rec-mes
               move zero           to fd-rec-dia-mes
               perform le-recorde

               if recorde-encontrado then
                   display "recordes do mes " ws-rcd-mes ":"
                   perform exibe-recorde
               else
                   display "Sem recorde para o mes " ws-rcd-mes "."
               end-if

               close arqRecordes
           end-if
           .
       consulta-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o recorde da chave montada em fd-rec-chave
      *>------------------------------------------------------------------------
       le-recorde section.

           move "N" to ws-flag-recorde

           read arqRecordes

           if ws-fs-arqRecordes = 0 then
               move "S" to ws-flag-recorde
           else
               if ws-fs-arqRecordes <> 23 then
                   move 63                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRecordes "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       le-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra os tres recordes do registro lido, com as datas
      *>------------------------------------------------------------------------
       exibe-recorde section.

           move fd-rec-temp-maxima to ws-rcd-temp-exibida
           display "   temperatura maxima: " ws-rcd-temp-exibida
                   "  em " fd-rec-data-temp-maxima

           move fd-rec-temp-minima to ws-rcd-temp-exibida
           display "   temperatura minima: " ws-rcd-temp-exibida
                   "  em " fd-rec-data-temp-minima

           move fd-rec-precip-maxima to ws-rcd-precip-exibida
           display "   maior precipitacao: " ws-rcd-precip-exibida
                   "  em " fd-rec-data-precip-maxima
           .
       exibe-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Painel da rede - para a data informada, le pela chave
      *>  alternada de data todas as leituras do dia e mostra uma linha
      *>  por estacao ativa do cadastro: temperatura, umidade,
      *>  precipitacao e qualidade, ou "sem leitura". Substitui a
      *>  conferencia da rede estacao por estacao pelo 'Ci'.
      *>------------------------------------------------------------------------
       painel-rede section.

           move "N" to ws-flag-dia
           perform until dia-valido
               display "informe a data do painel (aaaammdd):"
               accept ws-data-digitada
               perform converte-dia-digitado
               if not dia-valido then
                   display "Data invalida! Informe aaaammdd."
               end-if
           end-perform

           perform varying ws-pnl-ind from 1 by 1
                   until ws-pnl-ind > 99
               move "N" to ws-pnl-presente(ws-pnl-ind)
           end-perform

           move "N"    to ws-fim-painel
           move ws-dia to fd-dia
           start arqTemp key is not less than fd-dia

           if ws-fs-arqTemp <> 0 then
               if ws-fs-arqTemp = 23 then
                   move "S" to ws-fim-painel
               else
                   move 64                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqTemp "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-painel

               read arqTemp next

      *>02 na leitura pela chave alternada = o proximo registro e do
      *>mesmo dia - leitura normal
               if ws-fs-arqTemp = 10 then
                   move "S" to ws-fim-painel
               else
                   if ws-fs-arqTemp  <> 00
                   and ws-fs-arqTemp <> 02 then
                       move 65                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-dia <> ws-dia then
                       move "S" to ws-fim-painel
                   else
                       if fd-estacao >= 1 and fd-estacao <= 99 then
                           move fd-estacao      to ws-pnl-ind
                           move "S"             to ws-pnl-presente(ws-pnl-ind)
                           move fd-temperatura  to ws-pnl-temperatura(ws-pnl-ind)
                           move fd-umidade      to ws-pnl-umidade(ws-pnl-ind)
                           move fd-precipitacao to ws-pnl-precipitacao(ws-pnl-ind)
                           move fd-qualidade    to ws-pnl-qualidade(ws-pnl-ind)
                       end-if
                   end-if
               end-if

           end-perform

           display "Painel da rede em " ws-data-digitada
                   " (juliano " ws-dia ")"
           display "EE NOME                  TEMP. UMID. PRECIP. QUALIDADE"

           move zero to ws-pnl-com-leitura
           move zero to ws-pnl-sem-leitura
           move "N"  to ws-fim-estacoes-painel

           move zero to fd-est-codigo
           start arqEstacoes key is not less than fd-est-codigo
           if ws-fs-arqEstacoes <> 0 then
               move "S" to ws-fim-estacoes-painel
           end-if

           perform until fim-estacoes-painel

               read arqEstacoes next

               if ws-fs-arqEstacoes = 10 then
                   move "S" to ws-fim-estacoes-painel
               else
                   if ws-fs-arqEstacoes <> 0 then
                       move 66                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstacoes "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-est-ativa
                   and fd-est-codigo >= 1 then
                       perform exibe-linha-painel
                   end-if
               end-if

           end-perform

           display "Estacoes ativas com leitura: " ws-pnl-com-leitura
           display "Estacoes ativas sem leitura: " ws-pnl-sem-leitura
           .
       painel-rede-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra a linha do painel da estacao corrente do cadastro
      *>------------------------------------------------------------------------
       exibe-linha-painel section.

           move fd-est-codigo to ws-pnl-ind
           move spaces        to ws-linha-painel
           move fd-est-codigo to ws-lp-estacao
           move fd-est-nome   to ws-lp-nome

           if ws-pnl-presente(ws-pnl-ind) = "S" then
               move ws-pnl-temperatura(ws-pnl-ind)  to ws-lp-temperatura
               move ws-pnl-umidade(ws-pnl-ind)      to ws-lp-umidade
               move ws-pnl-precipitacao(ws-pnl-ind) to ws-lp-precipitacao

               evaluate ws-pnl-qualidade(ws-pnl-ind)
                   when "S"
                       move "suspeita"        to ws-lp-qualidade
                   when "X"
                       move "confirmada ruim" to ws-lp-qualidade
                   when "C"
                       move "confirmada boa"  to ws-lp-qualidade
                   when "E"
                       move "estimada"        to ws-lp-qualidade
                   when other
                       move "boa"             to ws-lp-qualidade
               end-evaluate

               add 1 to ws-pnl-com-leitura
           else
               move "sem leitura" to ws-lp-sem-leitura
               add 1 to ws-pnl-sem-leitura
           end-if

           display ws-linha-painel
           .
       exibe-linha-painel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao dos arquivos de parametros dos batches - so
      *>  supervisor chega aqui. Escolhe o arquivo e a acao, carrega o
      *>  arquivo inteiro na tabela e, em inclusao/alteracao/exclusao,
      *>  regrava o arquivo e registra no historico cada campo mudado,
      *>  com o operador e os valores antigo e novo.
      *>------------------------------------------------------------------------
       manutencao-parametros section.

           move space to ws-prm-arquivo
           perform until prm-arquivo-valido
               display "arquivo de parametros:"
               display "  'Q' qualidade     (arqQualidadeParam.dat - qualidadeTemp)"
               display "  'A' alertas       (arqAlertaParam.dat - alertaTemp, por estacao)"
               display "  'G' graus-dia     (arqAgroParam.dat - relatorioAgro)"
               display "  'M' arquivamento  (arqArquivaParam.dat - arquivaTemp)"
               display "  'C' contrato      (arqContratoParam.dat - desempenhoFornecedor)"
               display "  'R' retorno       (arqRetornoParam.dat - retornoOficial)"
               accept ws-prm-arquivo
           end-perform

           evaluate true
               when prm-arq-qualidade
                   move "arqQualidadeParam.dat" to ws-prm-nome-arquivo
               when prm-arq-alerta
                   move "arqAlertaParam.dat"    to ws-prm-nome-arquivo
               when prm-arq-agro
                   move "arqAgroParam.dat"      to ws-prm-nome-arquivo
               when prm-arq-arquiva
                   move "arqArquivaParam.dat"   to ws-prm-nome-arquivo
               when prm-arq-contrato
                   move "arqContratoParam.dat"  to ws-prm-nome-arquivo
               when prm-arq-retorno
                   move "arqRetornoParam.dat"   to ws-prm-nome-arquivo
           end-evaluate

           move space to ws-prm-acao
           perform until prm-acao-valida
               display "'L' listar  'I' incluir  'A' alterar  'E' excluir:"
               accept ws-prm-acao
           end-perform

           perform carrega-arq-parametros

           evaluate true
               when prm-acao-inclusao
                   perform inclui-parametro
               when prm-acao-alteracao
                   perform altera-parametro
               when prm-acao-exclusao
                   perform exclui-parametro
               when other
                   perform lista-parametros
           end-evaluate
           .
       manutencao-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as linhas do arquivo de parametros escolhido na
      *>  tabela; arquivo inexistente (status 35) e tabela vazia
      *>------------------------------------------------------------------------
       carrega-arq-parametros section.

           move zero to ws-prm-qtd

           open input arqParametro

           if ws-fs-arqParametro = 35 then
               continue
           else
               if ws-fs-arqParametro <> 0 then
                   move 67                                     to ws-msn-erro-ofsset
                   move ws-fs-arqParametro                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqParametro "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-parametro

               perform until fim-parametro

                   read arqParametro
                   if ws-fs-arqParametro = 10 then
                       move "S" to ws-fim-parametro
                   else
                       if ws-fs-arqParametro <> 0 then
                           move 68                                     to ws-msn-erro-ofsset
                           move ws-fs-arqParametro                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqParametro "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-linha-parametro <> spaces
                       and ws-prm-qtd < 99 then
                           add 1 to ws-prm-qtd
                           move fd-linha-parametro to ws-prm-linha(ws-prm-qtd)
                       end-if
                   end-if

               end-perform

               close arqParametro
           end-if
           .
       carrega-arq-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o arquivo de parametros inteiro a partir da tabela
      *>------------------------------------------------------------------------
       regrava-arq-parametros section.

           open output arqParametro
           if ws-fs-arqParametro <> 0 then
               move 69                                     to ws-msn-erro-ofsset
               move ws-fs-arqParametro                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParametro "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-prm-ind from 1 by 1
                   until ws-prm-ind > ws-prm-qtd
               move ws-prm-linha(ws-prm-ind) to fd-linha-parametro
               write fd-linha-parametro
               if ws-fs-arqParametro <> 0 then
                   move 70                                     to ws-msn-erro-ofsset
                   move ws-fs-arqParametro                     to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqParametro "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqParametro
           .
       regrava-arq-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha a linha a tratar: em arqAlertaParam.dat a da estacao
      *>  pedida; nos demais, que tem uma linha so, a primeira.
      *>  ws-prm-pos fica zero quando nao ha linha.
      *>------------------------------------------------------------------------
       localiza-parametro section.

           move zero to ws-prm-pos

           if prm-arq-alerta then
               display "codigo da estacao: "
               accept ws-prm-estacao
               perform procura-estacao-parametro
           else
               if ws-prm-qtd > 0 then
                   move 1 to ws-prm-pos
               end-if
           end-if
           .
       localiza-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura na tabela a linha de alerta da estacao ws-prm-estacao
      *>------------------------------------------------------------------------
       procura-estacao-parametro section.

           move zero to ws-prm-pos

           perform varying ws-prm-ind from 1 by 1
                   until ws-prm-ind > ws-prm-qtd
                   or ws-prm-pos > 0
               move ws-prm-linha(ws-prm-ind) to ws-prm-antigo
               if ws-pan-ale-estacao = ws-prm-estacao then
                   move ws-prm-ind to ws-prm-pos
               end-if
           end-perform
           .
       procura-estacao-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A estacao da linha de alerta tem de existir no cadastro; a
      *>  faixa plausivel dela limita o piso de geada e o teto de calor
      *>------------------------------------------------------------------------
       confere-estacao-parametro section.

           move "N" to ws-flag-estacao

           move ws-prm-estacao to fd-est-codigo
           read arqEstacoes

           evaluate ws-fs-arqEstacoes
               when 0
                   move "S"                 to ws-flag-estacao
                   move fd-est-temp-minima  to ws-prm-temp-minima
                   move fd-est-temp-maxima  to ws-prm-temp-maxima
               when 23
                   display "Estacao nao cadastrada em arqEstacoes.dat!"
               when other
                   move 71                                     to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstacoes "        to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       confere-estacao-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as linhas do arquivo de parametros escolhido
      *>------------------------------------------------------------------------
       lista-parametros section.

           if ws-prm-qtd = 0 then
               display "Nenhuma linha em " ws-prm-nome-arquivo
               evaluate true
                   when prm-arq-alerta
                       display "Nenhuma estacao gera alerta."
                   when prm-arq-arquiva
                       display "O arquivaTemp nao roda sem esta linha."
                   when other
                       display "O batch usa os valores padrao dele."
               end-evaluate
           else
               perform varying ws-prm-ind from 1 by 1
                       until ws-prm-ind > ws-prm-qtd
                   move ws-prm-linha(ws-prm-ind) to ws-prm-novo
                   perform exibe-parametro
               end-perform
               display "Linhas: " ws-prm-qtd
           end-if
           .
       lista-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra a linha em ws-prm-novo pelo layout do arquivo
      *>------------------------------------------------------------------------
       exibe-parametro section.

           evaluate true
               when prm-arq-qualidade
                   move ws-pnv-qua-salto-maximo       to ws-prm-ed-temp
                   display "salto maximo de temperatura: " ws-prm-ed-temp
                   move ws-pnv-qua-dias-umidade       to ws-prm-ed-inteiro
                   display "dias de umidade parada:      " ws-prm-ed-inteiro
                   move ws-pnv-qua-umidade-min-chuva  to ws-prm-ed-inteiro
                   display "umidade minima com chuva:    " ws-prm-ed-inteiro

               when prm-arq-alerta
                   move ws-pnv-ale-estacao       to ws-lpa-estacao
                   move ws-pnv-ale-piso-geada    to ws-lpa-piso
                   move ws-pnv-ale-teto-calor    to ws-lpa-teto
                   move ws-pnv-ale-dias-calor    to ws-lpa-dias-calor
                   move ws-pnv-ale-janela-chuva  to ws-lpa-janela
                   move ws-pnv-ale-limite-chuva  to ws-lpa-limite
                   display ws-linha-prm-alerta

               when prm-arq-agro
                   move ws-pnv-agr-base-graus-dia to ws-prm-ed-temp
                   display "temperatura base dos graus-dia: " ws-prm-ed-temp

               when prm-arq-arquiva
                   display "ano de corte:  " ws-pnv-arq-ano-corte
                   display "data de corte: " ws-pnv-arq-data-corte

               when prm-arq-contrato
                   move ws-pnv-ctr-tolerancia-dias     to ws-prm-ed-inteiro
                   display "tolerancia de atraso (dias):    " ws-prm-ed-inteiro
                   move ws-pnv-ctr-min-entregues       to ws-prm-ed-percentual
                   display "% minimo de dias entregues:     " ws-prm-ed-percentual
                   move ws-pnv-ctr-max-atrasados       to ws-prm-ed-percentual
                   display "% maximo de dias atrasados:     " ws-prm-ed-percentual
                   move ws-pnv-ctr-max-rejeitados      to ws-prm-ed-percentual
                   display "% maximo de rejeicao:           " ws-prm-ed-percentual
                   move ws-pnv-ctr-max-horas-faltantes to ws-prm-ed-percentual
                   display "% maximo de horas faltantes:    " ws-prm-ed-percentual
                   move ws-pnv-ctr-max-marcados        to ws-prm-ed-percentual
                   display "% maximo de dias marcados S/X:  " ws-prm-ed-percentual
                   move ws-pnv-ctr-max-divergencias    to ws-prm-ed-percentual
                   display "% maximo de divergencias:       " ws-prm-ed-percentual

               when prm-arq-retorno
                   move ws-pnv-rtp-dias-sem-resposta to ws-prm-ed-inteiro
                   display "dias sem resposta do orgao: " ws-prm-ed-inteiro
           end-evaluate
           .
       exibe-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclusao de linha: uma por estacao em arqAlertaParam.dat
      *>  (mantido em ordem de estacao), uma so nos demais
      *>------------------------------------------------------------------------
       inclui-parametro section.

           if prm-arq-alerta then
               display "codigo da estacao: "
               accept ws-prm-estacao

               perform confere-estacao-parametro

               if estacao-valida then
                   perform procura-estacao-parametro

                   evaluate true
                       when ws-prm-pos > 0
                           display "Estacao ja tem linha - use 'A' alterar."
                       when ws-prm-qtd >= 99
                           display "Arquivo ja tem 99 linhas."
                       when other
                           move spaces         to ws-prm-novo
                           move ws-prm-estacao to ws-pnv-ale-estacao
                           perform le-campos-parametro
                           perform insere-linha-alerta
                           perform regrava-arq-parametros
                           perform audita-parametro
                           display "Linha da estacao " ws-prm-estacao " incluida."
                   end-evaluate
               end-if
           else
               if ws-prm-qtd > 0 then
                   display "O arquivo ja tem a linha de parametros - use 'A' alterar."
               else
                   move spaces to ws-prm-novo
                   perform le-campos-parametro
                   move 1           to ws-prm-qtd
                   move ws-prm-novo to ws-prm-linha(1)
                   perform regrava-arq-parametros
                   perform audita-parametro
                   display "Linha incluida em " ws-prm-nome-arquivo
               end-if
           end-if
           .
       inclui-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe a linha nova de alerta na tabela na posicao da estacao,
      *>  deslocando para baixo as de estacao maior
      *>------------------------------------------------------------------------
       insere-linha-alerta section.

           compute ws-prm-pos = ws-prm-qtd + 1
           move "N" to ws-prm-posicao-achada

           perform varying ws-prm-ind from ws-prm-qtd by -1
                   until ws-prm-ind < 1
                   or prm-posicao-achada
               move ws-prm-linha(ws-prm-ind) to ws-prm-antigo
               if ws-pan-ale-estacao > ws-pnv-ale-estacao then
                   move ws-prm-linha(ws-prm-ind) to ws-prm-linha(ws-prm-ind + 1)
                   move ws-prm-ind               to ws-prm-pos
               else
                   move "S" to ws-prm-posicao-achada
               end-if
           end-perform

           add 1 to ws-prm-qtd
           move ws-prm-novo to ws-prm-linha(ws-prm-pos)
           .
       insere-linha-alerta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alteracao de linha: mostra os valores atuais e pede todos os
      *>  campos de novo, como na alteracao de instrumento
      *>------------------------------------------------------------------------
       altera-parametro section.

           perform localiza-parametro

           if ws-prm-pos = 0 then
               display "Linha nao encontrada - use 'I' incluir."
           else
               move ws-prm-linha(ws-prm-pos) to ws-prm-novo
               move ws-prm-linha(ws-prm-pos) to ws-prm-antigo

               display "valores atuais:"
               perform exibe-parametro

               move "S" to ws-flag-estacao
               if prm-arq-alerta then
                   perform confere-estacao-parametro
               end-if

               if estacao-valida then
                   perform le-campos-parametro

                   if ws-prm-novo = ws-prm-antigo then
                       display "Nenhum valor alterado."
                   else
                       move ws-prm-novo to ws-prm-linha(ws-prm-pos)
                       perform regrava-arq-parametros
                       perform audita-parametro
                       display "Linha alterada em " ws-prm-nome-arquivo
                   end-if
               else
                   display "Linha de estacao fora do cadastro - so pode ser excluida."
               end-if
           end-if
           .
       altera-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclusao de linha, com confirmacao
      *>------------------------------------------------------------------------
       exclui-parametro section.

           perform localiza-parametro

           if ws-prm-pos = 0 then
               display "Linha nao encontrada."
           else
               move ws-prm-linha(ws-prm-pos) to ws-prm-novo
               move ws-prm-linha(ws-prm-pos) to ws-prm-antigo

               perform exibe-parametro

               evaluate true
                   when prm-arq-alerta
                       display "Sem a linha a estacao deixa de gerar alertas."
                   when prm-arq-arquiva
                       display "Sem a linha o arquivaTemp nao roda."
                   when other
                       display "Sem a linha o batch volta aos valores padrao."
               end-evaluate

               display "confirma a exclusao (S/N)?"
               accept ws-prm-confirma

               if prm-confirmada then
                   perform varying ws-prm-ind from ws-prm-pos by 1
                           until ws-prm-ind >= ws-prm-qtd
                       move ws-prm-linha(ws-prm-ind + 1) to ws-prm-linha(ws-prm-ind)
                   end-perform
                   subtract 1 from ws-prm-qtd

                   perform regrava-arq-parametros
                   perform audita-parametro
                   display "Linha excluida de " ws-prm-nome-arquivo
               else
                   display "Exclusao cancelada."
               end-if
           end-if
           .
       exclui-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede os campos da linha em ws-prm-novo, cada um conferido
      *>  contra o layout e a faixa plausivel do batch que o usa
      *>------------------------------------------------------------------------
       le-campos-parametro section.

           evaluate true
               when prm-arq-qualidade
                   perform le-campos-qualidade
               when prm-arq-alerta
                   perform le-campos-alerta
               when prm-arq-agro
                   perform le-campos-agro
               when prm-arq-arquiva
                   perform le-campos-arquiva
               when prm-arq-contrato
                   perform le-campos-contrato
               when prm-arq-retorno
                   perform le-campos-retorno
           end-evaluate
           .
       le-campos-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campos de arqQualidadeParam.dat
      *>------------------------------------------------------------------------
       le-campos-qualidade section.

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "salto maximo de temperatura entre dias seguidos (1,00 a 60,00): "
               accept ws-pnv-qua-salto-maximo
               if ws-pnv-qua-salto-maximo >= 1
               and ws-pnv-qua-salto-maximo <= 60 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "dias de umidade parada para suspeita (2 a 30): "
               accept ws-pnv-qua-dias-umidade
               if ws-pnv-qua-dias-umidade >= 2
               and ws-pnv-qua-dias-umidade <= 30 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "umidade minima em dia de chuva (0 a 100): "
               accept ws-pnv-qua-umidade-min-chuva
               if ws-pnv-qua-umidade-min-chuva <= 100 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform
           .
       le-campos-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campos de arqAlertaParam.dat - a estacao ja esta na linha e a
      *>  faixa plausivel dela ja foi carregada
      *>------------------------------------------------------------------------
       le-campos-alerta section.

           move ws-prm-temp-minima to ws-prm-ed-minima
           move ws-prm-temp-maxima to ws-prm-ed-maxima

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "piso de geada (" ws-prm-ed-minima " a " ws-prm-ed-maxima "): "
               accept ws-pnv-ale-piso-geada
               if ws-pnv-ale-piso-geada >= ws-prm-temp-minima
               and ws-pnv-ale-piso-geada <= ws-prm-temp-maxima then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa plausivel da estacao."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "teto de calor (acima do piso, ate " ws-prm-ed-maxima "): "
               accept ws-pnv-ale-teto-calor
               if ws-pnv-ale-teto-calor > ws-pnv-ale-piso-geada
               and ws-pnv-ale-teto-calor <= ws-prm-temp-maxima then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "dias seguidos acima do teto para onda de calor (1 a 30): "
               accept ws-pnv-ale-dias-calor
               if ws-pnv-ale-dias-calor >= 1
               and ws-pnv-ale-dias-calor <= 30 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "janela de chuva em dias (0 a 30, 0 = sem alerta de chuva): "
               accept ws-pnv-ale-janela-chuva
               if ws-pnv-ale-janela-chuva <= 30 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "limite de chuva acumulada na janela em mm (ate 2000,0): "
               accept ws-pnv-ale-limite-chuva
               if ws-pnv-ale-limite-chuva > 2000 then
                   display "Fora da faixa."
               else
                   if ws-pnv-ale-janela-chuva > 0
                   and ws-pnv-ale-limite-chuva = 0 then
                       display "Com janela de chuva o limite nao pode ser zero."
                   else
                       move "S" to ws-prm-campo-ok
                   end-if
               end-if
           end-perform
           .
       le-campos-alerta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campo de arqAgroParam.dat
      *>------------------------------------------------------------------------
       le-campos-agro section.

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "temperatura base dos graus-dia (0,00 a 40,00): "
               accept ws-pnv-agr-base-graus-dia
               if ws-pnv-agr-base-graus-dia <= 40 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform
           .
       le-campos-agro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campos de arqArquivaParam.dat - nenhum corte no futuro
      *>------------------------------------------------------------------------
       le-campos-arquiva section.

           accept ws-prm-hoje from date yyyymmdd
           divide ws-prm-hoje by 10000 giving ws-prm-ano-atual

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "ano de corte - anos anteriores saem do indexado (1900 a "
                       ws-prm-ano-atual "): "
               accept ws-pnv-arq-ano-corte
               if ws-pnv-arq-ano-corte >= 1900
               and ws-pnv-arq-ano-corte <= ws-prm-ano-atual then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "data de corte do historico e versoes (aaaammdd, ate hoje): "
               accept ws-pnv-arq-data-corte
               move "J"                   to ws-dj-operacao
               move ws-pnv-arq-data-corte to ws-dj-gregoriana
               call "dataJuliana" using ws-dj-parm
               if ws-dj-valida = "S"
               and ws-pnv-arq-data-corte <= ws-prm-hoje then
                   move "S" to ws-prm-campo-ok
               else
                   display "Data invalida ou no futuro."
               end-if
           end-perform
           .
       le-campos-arquiva-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campos de arqContratoParam.dat - metas do contrato com o
      *>  fornecedor do sensor, em percentual do mes
      *>------------------------------------------------------------------------
       le-campos-contrato section.

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "tolerancia de atraso da carga, em dias (0 a 30): "
               accept ws-pnv-ctr-tolerancia-dias
               if ws-pnv-ctr-tolerancia-dias <= 30 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "% minimo de dias entregues (0,00 a 100,00): "
               accept ws-pnv-ctr-min-entregues
               if ws-pnv-ctr-min-entregues <= 100 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "% maximo de dias atrasados (0,00 a 100,00): "
               accept ws-pnv-ctr-max-atrasados
               if ws-pnv-ctr-max-atrasados <= 100 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "% maximo de rejeicao (0,00 a 100,00): "
               accept ws-pnv-ctr-max-rejeitados
               if ws-pnv-ctr-max-rejeitados <= 100 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "% maximo de horas faltantes (0,00 a 100,00): "
               accept ws-pnv-ctr-max-horas-faltantes
               if ws-pnv-ctr-max-horas-faltantes <= 100 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "% maximo de dias marcados S/X (0,00 a 100,00): "
               accept ws-pnv-ctr-max-marcados
               if ws-pnv-ctr-max-marcados <= 100 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "% maximo de divergencias do oficial (0,00 a 100,00): "
               accept ws-pnv-ctr-max-divergencias
               if ws-pnv-ctr-max-divergencias <= 100 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform
           .
       le-campos-contrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campos de arqRetornoParam.dat
      *>------------------------------------------------------------------------
       le-campos-retorno section.

           move "N" to ws-prm-campo-ok
           perform until prm-campo-valido
               display "dias sem resposta do orgao ate a transmissao ser cobrada (1 a 365): "
               accept ws-pnv-rtp-dias-sem-resposta
               if ws-pnv-rtp-dias-sem-resposta >= 1
               and ws-pnv-rtp-dias-sem-resposta <= 365 then
                   move "S" to ws-prm-campo-ok
               else
                   display "Fora da faixa."
               end-if
           end-perform
           .
       le-campos-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra no historico os campos da linha incluida, alterada
      *>  ou excluida - na alteracao so os que mudaram. A inclusao nao
      *>  tem valor antigo e a exclusao nao tem valor novo.
      *>------------------------------------------------------------------------
       audita-parametro section.

           if prm-acao-inclusao then
               move ws-prm-novo to ws-prm-antigo
           end-if
           if prm-acao-exclusao then
               move ws-prm-antigo to ws-prm-novo
           end-if

           move zero to ws-hpa-estacao

           evaluate true
               when prm-arq-qualidade
                   move 1                              to ws-hpa-campo
                   move ws-pan-qua-salto-maximo        to ws-prm-ed-temp
                   move ws-prm-ed-temp                 to ws-hpa-antigo
                   move ws-pnv-qua-salto-maximo        to ws-prm-ed-temp
                   move ws-prm-ed-temp                 to ws-hpa-novo
                   perform grava-historico-parametro

                   move 2                              to ws-hpa-campo
                   move ws-pan-qua-dias-umidade        to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-antigo
                   move ws-pnv-qua-dias-umidade        to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-novo
                   perform grava-historico-parametro

                   move 3                              to ws-hpa-campo
                   move ws-pan-qua-umidade-min-chuva   to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-antigo
                   move ws-pnv-qua-umidade-min-chuva   to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-novo
                   perform grava-historico-parametro

               when prm-arq-alerta
                   move ws-pnv-ale-estacao             to ws-hpa-estacao

                   move 1                              to ws-hpa-campo
                   move ws-pan-ale-piso-geada          to ws-prm-ed-temp
                   move ws-prm-ed-temp                 to ws-hpa-antigo
                   move ws-pnv-ale-piso-geada          to ws-prm-ed-temp
                   move ws-prm-ed-temp                 to ws-hpa-novo
                   perform grava-historico-parametro

                   move 2                              to ws-hpa-campo
                   move ws-pan-ale-teto-calor          to ws-prm-ed-temp
                   move ws-prm-ed-temp                 to ws-hpa-antigo
                   move ws-pnv-ale-teto-calor          to ws-prm-ed-temp
                   move ws-prm-ed-temp                 to ws-hpa-novo
                   perform grava-historico-parametro

                   move 3                              to ws-hpa-campo
                   move ws-pan-ale-dias-calor          to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-antigo
                   move ws-pnv-ale-dias-calor          to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-novo
                   perform grava-historico-parametro

                   move 4                              to ws-hpa-campo
                   move ws-pan-ale-janela-chuva        to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-antigo
                   move ws-pnv-ale-janela-chuva        to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-novo
                   perform grava-historico-parametro

                   move 5                              to ws-hpa-campo
                   move ws-pan-ale-limite-chuva        to ws-prm-ed-chuva
                   move ws-prm-ed-chuva                to ws-hpa-antigo
                   move ws-pnv-ale-limite-chuva        to ws-prm-ed-chuva
                   move ws-prm-ed-chuva                to ws-hpa-novo
                   perform grava-historico-parametro

               when prm-arq-agro
                   move 1                              to ws-hpa-campo
                   move ws-pan-agr-base-graus-dia      to ws-prm-ed-temp
                   move ws-prm-ed-temp                 to ws-hpa-antigo
                   move ws-pnv-agr-base-graus-dia      to ws-prm-ed-temp
                   move ws-prm-ed-temp                 to ws-hpa-novo
                   perform grava-historico-parametro

               when prm-arq-arquiva
                   move 1                              to ws-hpa-campo
                   move ws-pan-arq-ano-corte           to ws-hpa-antigo
                   move ws-pnv-arq-ano-corte           to ws-hpa-novo
                   perform grava-historico-parametro

                   move 2                              to ws-hpa-campo
                   move ws-pan-arq-data-corte          to ws-hpa-antigo
                   move ws-pnv-arq-data-corte          to ws-hpa-novo
                   perform grava-historico-parametro

               when prm-arq-contrato
                   move 1                              to ws-hpa-campo
                   move ws-pan-ctr-tolerancia-dias     to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-antigo
                   move ws-pnv-ctr-tolerancia-dias     to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-novo
                   perform grava-historico-parametro

                   move 2                              to ws-hpa-campo
                   move ws-pan-ctr-min-entregues       to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-antigo
                   move ws-pnv-ctr-min-entregues       to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-novo
                   perform grava-historico-parametro

                   move 3                              to ws-hpa-campo
                   move ws-pan-ctr-max-atrasados       to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-antigo
                   move ws-pnv-ctr-max-atrasados       to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-novo
                   perform grava-historico-parametro

                   move 4                              to ws-hpa-campo
                   move ws-pan-ctr-max-rejeitados      to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-antigo
                   move ws-pnv-ctr-max-rejeitados      to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-novo
                   perform grava-historico-parametro

                   move 5                              to ws-hpa-campo
                   move ws-pan-ctr-max-horas-faltantes to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-antigo
                   move ws-pnv-ctr-max-horas-faltantes to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-novo
                   perform grava-historico-parametro

                   move 6                              to ws-hpa-campo
                   move ws-pan-ctr-max-marcados        to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-antigo
                   move ws-pnv-ctr-max-marcados        to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-novo
                   perform grava-historico-parametro

                   move 7                              to ws-hpa-campo
                   move ws-pan-ctr-max-divergencias    to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-antigo
                   move ws-pnv-ctr-max-divergencias    to ws-prm-ed-percentual
                   move ws-prm-ed-percentual           to ws-hpa-novo
                   perform grava-historico-parametro

               when prm-arq-retorno
                   move 1                              to ws-hpa-campo
                   move ws-pan-rtp-dias-sem-resposta   to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-antigo
                   move ws-pnv-rtp-dias-sem-resposta   to ws-prm-ed-inteiro
                   move ws-prm-ed-inteiro              to ws-hpa-novo
                   perform grava-historico-parametro
           end-evaluate
           .
       audita-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha "P" de um campo de parametro no historico,
      *>  preservando a area de valores da linha de historico corrente
      *>------------------------------------------------------------------------
       grava-historico-parametro section.

           if prm-acao-inclusao then
               move spaces to ws-hpa-antigo
           end-if
           if prm-acao-exclusao then
               move spaces to ws-hpa-novo
           end-if

           if prm-acao-alteracao
           and ws-hpa-antigo = ws-hpa-novo then
               continue
           else
               move ws-hist-valores to ws-hist-valores-salvos

               move spaces          to ws-hist-parametro
               move ws-prm-arquivo  to ws-hist-par-arquivo
               move ws-hpa-campo    to ws-hist-par-campo
               move ws-hpa-antigo   to ws-hist-par-antigo
               move ws-hpa-novo     to ws-hist-par-novo
               move ws-prm-acao     to ws-hist-par-acao

               move ws-hpa-estacao  to ws-hist-estacao
               move zero            to ws-hist-dia
               move "P"             to ws-hist-operacao
               move space           to ws-hist-origem
               perform grava-historico

               move ws-hist-valores-salvos to ws-hist-valores
           end-if
           .
       grava-historico-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
