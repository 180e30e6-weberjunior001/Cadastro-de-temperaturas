      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "resumoRegional".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch do resumo regional diario: para cada dia do
      *>periodo informado (datas aaaammdd), le pela chave alternada de
      *>data de arqTempIndexed.dat as leituras de todas as estacoes
      *>ativas do cadastro naquele dia e grava em relatorioRegional.dat
      *>uma linha com a menor e a maior temperatura da rede (com a
      *>estacao de cada uma), a media das temperaturas, a media da
      *>umidade e a media e a maior precipitacao, seguida da lista das
      *>estacoes ativas sem leitura no dia. Dia sem nenhuma leitura
      *>sai com todas as estacoes ativas na lista.
      *>Leituras confirmadas ruins ("X") e estimadas ("E") contam
      *>como leitura do dia (a estacao nao sai como faltante) mas
      *>ficam fora de minimo, maximo e medias, como nas estatisticas;
      *>a quantidade delas sai na coluna FORA.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqTemp assign to "arqTempIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-est-codigo
           file status is ws-fs-arqEstacoes.

           select arqRelatorio assign to "relatorioRegional.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorio.

           select arqJobLog assign to "arqTempJobLog.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJobLog.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqTemp.
           copy TEMPREG.

       fd arqEstacoes.
           copy ESTREG.

       fd arqRelatorio.
       01 fd-linha-relatorio                        pic x(80).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-arqEstacoes                       pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).
       77  ws-fs-arqJobLog                         pic  9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>----Registro de controle de execucao gravado em arqTempJobLog.dat
           copy JOBLOG.

       77  ws-joblog-aberto                        pic  x(01) value "N".
           88  joblog-aberto                       value "S".

      *>----Periodo pedido, em data de calendario e em juliano
       77  ws-data-inicial                         pic  9(08).
       77  ws-data-final                           pic  9(08).
       77  ws-dia-inicial                          pic  9(07).
       77  ws-dia-final                            pic  9(07).

      *>----Parametros do subprograma dataJuliana
       01 ws-dj-parm.
          05 ws-dj-operacao                        pic  x(01).
          05 ws-dj-gregoriana                      pic  9(08).
          05 ws-dj-juliano                         pic  9(07).
          05 ws-dj-valida                          pic  x(01).
              88  dj-valida                         value "S".

      *>----Estacoes ativas do cadastro (o codigo e o proprio indice) e
      *>----a marca de leitura de cada uma no dia corrente
       01 ws-tab-estacoes.
          05 ws-tes-ent occurs 99 times.
             10 ws-tes-ativa                       pic  x(01).
                 88  tes-ativa                      value "S".
             10 ws-tes-leu-dia                     pic  x(01).
                 88  tes-leu-dia                    value "S".

       77  ws-tes-ind                              pic  9(03).
       77  ws-total-ativas                         pic  9(03) value zero.

       77  ws-fim-estacoes                         pic  x(01) value "N".
           88  fim-estacoes                        value "S".

      *>----Varredura em ordem de data
       77  ws-fim-leitura                          pic  x(01) value "N".
           88  fim-leitura                         value "S".

       77  ws-dia-corrente                         pic  9(07).
       77  ws-ano-corrente                         pic  9(04).
       77  ws-data-corrente                        pic  9(08).

      *>----Acumuladores do dia
       77  ws-dia-qtd                              pic  9(03).
       77  ws-dia-fora                             pic  9(03).
       77  ws-dia-faltas                           pic  9(03).
       77  ws-dia-temp-min                         pic s9(02)v99.
       77  ws-dia-est-min                          pic  9(02).
       77  ws-dia-temp-max                         pic s9(02)v99.
       77  ws-dia-est-max                          pic  9(02).
       77  ws-dia-temp-soma                        pic s9(05)v99.
       77  ws-dia-umid-soma                        pic  9(06).
       77  ws-dia-prec-soma                        pic  9(06)v9.
       77  ws-dia-prec-max                         pic  9(03)v9.
       77  ws-dia-est-prec                         pic  9(02).
       77  ws-dia-media                            pic s9(02)v99.
       77  ws-dia-umid-media                       pic  9(03).
       77  ws-dia-prec-media                       pic  9(03)v9.

      *>----Contadores da rodada
       77  ws-total-dias                           pic  9(07) value zero.
       77  ws-total-leituras                       pic  9(07) value zero.
       77  ws-total-faltas                         pic  9(07) value zero.
       77  ws-total-fora                           pic  9(07) value zero.

      *>----Linha do dia no relatorio
       01 ws-linha-dia.
          05 ws-ld-data                            pic  9(08).
          05 filler                                pic  x(01) value space.
          05 ws-ld-qtd                             pic  zz9.
          05 filler                                pic  x(01) value space.
          05 ws-ld-fora                            pic  zz9.
          05 filler                                pic  x(01) value space.
          05 ws-ld-temp-min                        pic -z9,99.
          05 filler                                pic  x(01) value space.
          05 ws-ld-est-min                         pic  9(02).
          05 filler                                pic  x(01) value space.
          05 ws-ld-temp-max                        pic -z9,99.
          05 filler                                pic  x(01) value space.
          05 ws-ld-est-max                         pic  9(02).
          05 filler                                pic  x(01) value space.
          05 ws-ld-media                           pic -z9,99.
          05 filler                                pic  x(02) value spaces.
          05 ws-ld-umid                            pic  zz9.
          05 filler                                pic  x(02) value spaces.
          05 ws-ld-prec-media                      pic  zz9,9.
          05 filler                                pic  x(01) value space.
          05 ws-ld-prec-max                        pic  zz9,9.
          05 filler                                pic  x(01) value space.
          05 ws-ld-est-prec                        pic  9(02).
          05 filler                                pic  x(01) value space.
          05 ws-ld-faltas                          pic  zz9.

      *>----Linha das estacoes sem leitura, ate 18 codigos por linha
       01 ws-linha-faltas.
          05 ws-lf-rotulo                          pic  x(17).
          05 ws-lf-codigo occurs 18 times.
             10 filler                             pic  x(01).
             10 ws-lf-estacao                      pic  9(02).

       01 ws-linha-faltas-x redefines ws-linha-faltas pic x(71).

       77  ws-lf-ind                               pic  9(02).

       01 ws-linha-total.
          05 ws-lt-texto                           pic  x(40).
          05 ws-lt-valor                           pic  z.zzz.zz9.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processa-periodo.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-job-data-inicio from date yyyymmdd
           accept ws-job-hora-inicio from time

           display "data inicial do resumo (aaaammdd):"
           accept ws-data-inicial
           move "J"             to ws-dj-operacao
           move ws-data-inicial to ws-dj-gregoriana
           call "dataJuliana" using ws-dj-parm
           if not dj-valida then
               display "Data inicial invalida."
               Stop run
           end-if
           move ws-dj-juliano to ws-dia-inicial

           display "data final do resumo (aaaammdd):"
           accept ws-data-final
           move "J"             to ws-dj-operacao
           move ws-data-final   to ws-dj-gregoriana
           call "dataJuliana" using ws-dj-parm
           if not dj-valida then
               display "Data final invalida."
               Stop run
           end-if
           move ws-dj-juliano to ws-dia-final

           if ws-dia-final < ws-dia-inicial then
               display "Data final anterior a inicial."
               Stop run
           end-if

           open extend arqJobLog
           if ws-fs-arqJobLog  <> 00
           and ws-fs-arqJobLog <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqJobLog                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqJobLog "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S" to ws-joblog-aberto

           open input arqTemp
           if ws-fs-arqTemp <> 00 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemp "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelatorio "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carrega-estacoes

           move spaces to fd-linha-relatorio
           string "RESUMO REGIONAL DIARIO - "  delimited by size
                  ws-data-inicial              delimited by size
                  " a "                        delimited by size
                  ws-data-final                delimited by size
                  into fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "DATA     QTD FORA  TMIN EE   TMAX EE TMEDIA  UMID PMED.  PMAX EE FALT."
                to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as estacoes ativas do cadastro na tabela em memoria
      *>------------------------------------------------------------------------
       carrega-estacoes section.

           perform varying ws-tes-ind from 1 by 1
                   until ws-tes-ind > 99
               move "N" to ws-tes-ativa(ws-tes-ind)
           end-perform

           move zero to fd-est-codigo
           start arqEstacoes key is not less than fd-est-codigo
           if ws-fs-arqEstacoes <> 0 then
               move "S" to ws-fim-estacoes
           end-if

           perform until fim-estacoes

               read arqEstacoes next

               if ws-fs-arqEstacoes = 10 then
                   move "S" to ws-fim-estacoes
               else
                   if ws-fs-arqEstacoes <> 0 then
                       move 5                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstacoes "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-est-ativa
                   and fd-est-codigo >= 1 then
                       move fd-est-codigo to ws-tes-ind
                       move "S"           to ws-tes-ativa(ws-tes-ind)
                       add 1 to ws-total-ativas
                   end-if
               end-if

           end-perform

           display "Estacoes ativas no cadastro: " ws-total-ativas
           .
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - posiciona a chave alternada de
      *>  data no primeiro dia do periodo e percorre o calendario dia a
      *>  dia; as leituras de cada dia vem juntas, em sequencia
      *>------------------------------------------------------------------------
       processa-periodo section.

           move ws-dia-inicial to fd-dia
           start arqTemp key is not less than fd-dia

           if ws-fs-arqTemp <> 0 then
               if ws-fs-arqTemp = 23 then
                   move "S" to ws-fim-leitura
               else
                   move 6                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqTemp "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               perform ler-proxima
           end-if

           move ws-dia-inicial to ws-dia-corrente

           perform until ws-dia-corrente > ws-dia-final
               perform processa-dia
               perform avanca-dia
           end-perform

           display "Dias resumidos: "            ws-total-dias
           display "Leituras da rede: "          ws-total-leituras
           display "Estacao-dias sem leitura: "  ws-total-faltas
           .
       processa-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula as leituras do dia corrente, grava a linha do dia e
      *>  a lista das estacoes ativas que nao leram
      *>------------------------------------------------------------------------
       processa-dia section.

           move zero to ws-dia-qtd
           move zero to ws-dia-fora
           move zero to ws-dia-faltas
           move zero to ws-dia-temp-soma
           move zero to ws-dia-umid-soma
           move zero to ws-dia-prec-soma
           move zero to ws-dia-prec-max
           move zero to ws-dia-est-prec
           move zero to ws-dia-est-min
           move zero to ws-dia-est-max

           perform varying ws-tes-ind from 1 by 1
                   until ws-tes-ind > 99
               move "N" to ws-tes-leu-dia(ws-tes-ind)
           end-perform

           perform until fim-leitura
                   or fd-dia <> ws-dia-corrente

               if fd-estacao >= 1 and fd-estacao <= 99 then
                   move fd-estacao to ws-tes-ind
                   if tes-ativa(ws-tes-ind) then
                       move "S" to ws-tes-leu-dia(ws-tes-ind)
                       perform acumula-leitura
                   end-if
               end-if

               perform ler-proxima

           end-perform

           add 1 to ws-total-dias

           move "G"             to ws-dj-operacao
           move ws-dia-corrente to ws-dj-juliano
           call "dataJuliana" using ws-dj-parm
           move ws-dj-gregoriana to ws-data-corrente

           move spaces            to ws-linha-dia
           move ws-data-corrente  to ws-ld-data
           move ws-dia-qtd        to ws-ld-qtd
           move ws-dia-fora       to ws-ld-fora

           if ws-dia-qtd > zero then
               compute ws-dia-media rounded =
                       ws-dia-temp-soma / ws-dia-qtd
               compute ws-dia-umid-media rounded =
                       ws-dia-umid-soma / ws-dia-qtd
               compute ws-dia-prec-media rounded =
                       ws-dia-prec-soma / ws-dia-qtd

               move ws-dia-temp-min    to ws-ld-temp-min
               move ws-dia-est-min     to ws-ld-est-min
               move ws-dia-temp-max    to ws-ld-temp-max
               move ws-dia-est-max     to ws-ld-est-max
               move ws-dia-media       to ws-ld-media
               move ws-dia-umid-media  to ws-ld-umid
               move ws-dia-prec-media  to ws-ld-prec-media
               move ws-dia-prec-max    to ws-ld-prec-max
               move ws-dia-est-prec    to ws-ld-est-prec
           end-if

           perform lista-faltas-dia
           .
       processa-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a leitura corrente nas estatisticas do dia - confirmada
      *>  ruim e estimada ficam de fora
      *>------------------------------------------------------------------------
       acumula-leitura section.

           add 1 to ws-total-leituras

           if fd-qual-conf-ruim or fd-qual-estimada then
               add 1 to ws-dia-fora
               add 1 to ws-total-fora
           else
               add 1 to ws-dia-qtd

               if ws-dia-qtd = 1
               or fd-temperatura < ws-dia-temp-min then
                   move fd-temperatura to ws-dia-temp-min
                   move fd-estacao     to ws-dia-est-min
               end-if

               if ws-dia-qtd = 1
               or fd-temperatura > ws-dia-temp-max then
                   move fd-temperatura to ws-dia-temp-max
                   move fd-estacao     to ws-dia-est-max
               end-if

               if ws-dia-qtd = 1
               or fd-precipitacao > ws-dia-prec-max then
                   move fd-precipitacao to ws-dia-prec-max
                   move fd-estacao      to ws-dia-est-prec
               end-if

               add fd-temperatura  to ws-dia-temp-soma
               add fd-umidade      to ws-dia-umid-soma
               add fd-precipitacao to ws-dia-prec-soma
           end-if
           .
       acumula-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as estacoes ativas sem leitura no dia, grava a linha do
      *>  dia e, abaixo dela, os codigos das faltantes
      *>------------------------------------------------------------------------
       lista-faltas-dia section.

           perform varying ws-tes-ind from 1 by 1
                   until ws-tes-ind > 99
               if tes-ativa(ws-tes-ind)
               and not tes-leu-dia(ws-tes-ind) then
                   add 1 to ws-dia-faltas
               end-if
           end-perform

           add ws-dia-faltas to ws-total-faltas
           move ws-dia-faltas to ws-ld-faltas

           move ws-linha-dia to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           if ws-dia-faltas > zero then
               move spaces            to ws-linha-faltas
               move "   sem leitura:" to ws-lf-rotulo
               move zero              to ws-lf-ind

               perform varying ws-tes-ind from 1 by 1
                       until ws-tes-ind > 99
                   if tes-ativa(ws-tes-ind)
                   and not tes-leu-dia(ws-tes-ind) then
                       if ws-lf-ind = 18 then
                           perform grava-linha-faltas
                       end-if
                       add 1 to ws-lf-ind
                       move ws-tes-ind to ws-lf-estacao(ws-lf-ind)
                   end-if
               end-perform

               if ws-lf-ind > zero then
                   perform grava-linha-faltas
               end-if
           end-if
           .
       lista-faltas-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de codigos faltantes e limpa para a proxima
      *>------------------------------------------------------------------------
       grava-linha-faltas section.

           move ws-linha-faltas-x to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move spaces to ws-linha-faltas
           move zero   to ws-lf-ind
           .
       grava-linha-faltas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proximo dia de calendario em juliano - passado o ultimo dia
      *>  do ano (o dataJuliana recusa o juliano), vira para 001 do ano
      *>  seguinte
      *>------------------------------------------------------------------------
       avanca-dia section.

           add 1 to ws-dia-corrente

           move "G"             to ws-dj-operacao
           move ws-dia-corrente to ws-dj-juliano
           call "dataJuliana" using ws-dj-parm

           if not dj-valida then
               divide ws-dia-corrente by 1000 giving ws-ano-corrente
               compute ws-dia-corrente = (ws-ano-corrente + 1) * 1000 + 1
           end-if
           .
       avanca-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o proximo registro na ordem da chave alternada de data;
      *>  passado o ultimo dia do periodo a leitura termina
      *>------------------------------------------------------------------------
       ler-proxima section.

           read arqTemp next

      *>02 = o proximo registro e do mesmo dia - leitura normal
           if ws-fs-arqTemp = 10 then
               move "S" to ws-fim-leitura
           else
               if ws-fs-arqTemp  <> 00
               and ws-fs-arqTemp <> 02 then
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-dia > ws-dia-final then
                   move "S" to ws-fim-leitura
               end-if
           end-if
           .
       ler-proxima-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o status apos cada gravação em arqRelatorio
      *>------------------------------------------------------------------------
       confere-fs-arqRelatorio section.

           if ws-fs-arqRelatorio <> 0 then
               move 8                                         to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelatorio "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       confere-fs-arqRelatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro de controle desta execucao no job log. A
      *>  identificacao carrega o periodo; os contadores sao dias,
      *>  leituras, estacao-dias sem leitura e leituras fora das
      *>  medias.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "resumoRegional"      to ws-job-programa
           move spaces                to ws-job-identificacao
           string ws-data-inicial     delimited by size
                  " a "               delimited by size
                  ws-data-final       delimited by size
                  into ws-job-identificacao
           move ws-total-dias         to ws-job-contador-1
           move ws-total-leituras     to ws-job-contador-2
           move ws-total-faltas       to ws-job-contador-3
           move ws-total-fora         to ws-job-contador-4
           accept ws-job-data-fim from date yyyymmdd
           accept ws-job-hora-fim from time

           move ws-job-log to fd-linha-joblog
           write fd-linha-joblog

           if ws-fs-arqJobLog <> 0 then
               display "Falha ao gravar arqTempJobLog.dat - status "
                       ws-fs-arqJobLog
           end-if
           .
       grava-joblog-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
      *>se o job log ja estava aberto, o termino anormal fica
      *>registrado; o flag e desligado antes para uma falha na propria
      *>gravacao nao entrar em laco
           if joblog-aberto then
               move "N" to ws-joblog-aberto
               move "A" to ws-job-termino
               perform grava-joblog
               close arqJobLog
           end-if

           display erase
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Dias resumidos"                 to ws-lt-texto
           move ws-total-dias                    to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Leituras das estacoes ativas"   to ws-lt-texto
           move ws-total-leituras                to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Fora das medias (confirmada ruim/estim.)" to ws-lt-texto
           move ws-total-fora                    to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Estacao-dias sem leitura"       to ws-lt-texto
           move ws-total-faltas                  to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 9                                to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstacoes
           close arqRelatorio

           move "N" to ws-job-termino
           perform grava-joblog
           move "N" to ws-joblog-aberto
           close arqJobLog

           display "Relatorio gerado em relatorioRegional.dat"

           Stop run
           .
       finaliza-exit.
           exit.
