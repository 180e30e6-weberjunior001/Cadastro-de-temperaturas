      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "desempenhoFornecedor".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch mensal de desempenho do fornecedor do sensor:
      *>para o ano/mes informado, apura por estacao ativa e para a
      *>rede inteira os niveis de servico do contrato e grava em
      *>relatorioFornecedor.dat as medidas e as quebras de meta:
      *>  - dias entregues x esperados: esperado e todo dia do mes
      *>    (no mes corrente, ate ontem); entregue e o dia presente em
      *>    arqTempIndexed.dat que nao foi estimado pelo estimaTemp nem
      *>    digitado no online - as mesmas faltas que o coberturaTemp
      *>    lista, contadas aqui direto do indexado;
      *>  - dias atrasados: dia de origem "D" cuja primeira carga do
      *>    cargaLoteTemp que o cobre (janela de estacoes e dias da
      *>    identificacao gravada em arqTempJobLog.dat) rodou depois do
      *>    dia da leitura mais a tolerancia do contrato. Dia sem carga
      *>    registrada que o cubra sai contado a parte, sem atraso;
      *>  - rejeicao: linhas do mes em arqTempRejeitos.dat (pendentes,
      *>    com o motivo), em arqTempRejeitosProc.dat (ja corrigidas e
      *>    repostas) e em arqTempHorRejeitos.dat (horas), sobre o que
      *>    chegou (entregue + rejeitado), com a quebra por motivo no
      *>    fim do relatorio;
      *>  - horas faltantes do feed horario: 24 horas por dia esperado
      *>    menos as horas em arqTempHorIndexed.dat - so para estacao
      *>    que tem alguma hora no arquivo (estacao sem sensor horario
      *>    nao e cobrada);
      *>  - dias depois marcados suspeitos ("S") ou confirmados ruins
      *>    ("X"), sobre os entregues;
      *>  - divergencias do extrato oficial: linhas do mes em
      *>    reconciliacaoTemp.dat (ultimo reconciliaTemp rodado), sobre
      *>    os entregues.
      *>As metas vem de arqContratoParam.dat, mantido no online como os
      *>demais arquivos de parametros; sem ele valem os padroes abaixo.

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

           select arqTempHor assign to "arqTempHorIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hor-chave
           file status is ws-fs-arqTempHor.

           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-est-codigo
           file status is ws-fs-arqEstacoes.

           select arqParametros assign to "arqContratoParam.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

           select arqRejeitos assign to "arqTempRejeitos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRejeitos.

           select arqProcessados assign to "arqTempRejeitosProc.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqProcessados.

           select arqHorRejeitos assign to "arqTempHorRejeitos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHorRejeitos.

           select arqReconciliacao assign to "reconciliacaoTemp.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqReconciliacao.

           select arqRelatorio assign to "relatorioFornecedor.dat"
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

       fd arqTempHor.
           copy HORREG.

       fd arqEstacoes.
           copy ESTREG.

      *>metas do contrato: tolerancia em dias e percentuais
       fd arqParametros.
       01 fd-parametros.
          05 fd-ctr-tolerancia-dias                 pic  9(02).
          05 fd-ctr-min-entregues                   pic  9(03)v99.
          05 fd-ctr-max-atrasados                   pic  9(03)v99.
          05 fd-ctr-max-rejeitados                  pic  9(03)v99.
          05 fd-ctr-max-horas-faltantes             pic  9(03)v99.
          05 fd-ctr-max-marcados                    pic  9(03)v99.
          05 fd-ctr-max-divergencias                pic  9(03)v99.

       fd arqRejeitos.
       01 fd-rejeito.
          05 fd-rej-estacao                         pic  x(02).
          05 filler                                 pic  x(01).
          05 fd-rej-dia                             pic  x(07).
          05 filler                                 pic  x(15).
          05 fd-rej-motivo                          pic  x(30).
          05 filler                                 pic  x(25).

       fd arqProcessados.
       01 fd-processado.
          05 fd-pro-estacao                         pic  x(02).
          05 filler                                 pic  x(01).
          05 fd-pro-dia                             pic  x(07).
          05 filler                                 pic  x(70).

       fd arqHorRejeitos.
       01 fd-hor-rejeito.
          05 fd-hrj-estacao                         pic  x(02).
          05 filler                                 pic  x(01).
          05 fd-hrj-dia                             pic  x(07).
          05 filler                                 pic  x(18).
          05 fd-hrj-motivo                          pic  x(30).
          05 filler                                 pic  x(22).

       fd arqReconciliacao.
       01 fd-linha-reconciliacao.
          05 fd-rcn-estacao                         pic  x(02).
          05 filler                                 pic  x(01).
          05 fd-rcn-dia                             pic  x(07).
          05 filler                                 pic  x(90).

       fd arqRelatorio.
       01 fd-linha-relatorio                        pic x(132).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-arqTempHor                        pic  9(02).
       77  ws-fs-arqEstacoes                       pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).
       77  ws-fs-arqRejeitos                       pic  9(02).
       77  ws-fs-arqProcessados                    pic  9(02).
       77  ws-fs-arqHorRejeitos                    pic  9(02).
       77  ws-fs-arqReconciliacao                  pic  9(02).
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

      *>----Metas do contrato, com os padroes usados quando
      *>----arqContratoParam.dat nao existe
       77  ws-meta-tolerancia                      pic  9(02)    value 1.
       77  ws-meta-entregues                       pic  9(03)v99 value 98,00.
       77  ws-meta-atrasados                       pic  9(03)v99 value 5,00.
       77  ws-meta-rejeitados                      pic  9(03)v99 value 2,00.
       77  ws-meta-horas-faltantes                 pic  9(03)v99 value 5,00.
       77  ws-meta-marcados                        pic  9(03)v99 value 3,00.
       77  ws-meta-divergencias                    pic  9(03)v99 value 2,00.

      *>----Mes avaliado
       77  ws-df-ano                               pic  9(04).
       77  ws-df-mes                               pic  9(02).
       77  ws-data-ini-mes                         pic  9(08).
       77  ws-data-fim-mes                         pic  9(08).
       77  ws-dia-ini-mes                          pic  9(07).
       77  ws-dia-fim-mes                          pic  9(07).
       77  ws-dias-esperados                       pic  9(02).
       77  ws-data-hoje                            pic  9(08).
       77  ws-dia-hoje                             pic  9(07).
       77  ws-dia-mes-teste                        pic  9(02).

      *>----Parametros do subprograma dataJuliana
       01 ws-dj-parm.
          05 ws-dj-operacao                        pic  x(01).
          05 ws-dj-gregoriana                      pic  9(08).
          05 ws-dj-juliano                         pic  9(07).
          05 ws-dj-valida                          pic  x(01).
              88  dj-valida                         value "S".

      *>----Apuracao por estacao (o codigo e o proprio indice)
       01 ws-tab-fornecedor.
          05 ws-frn-ent occurs 99 times.
             10 ws-frn-ativa                       pic  x(01).
             10 ws-frn-feed-horario                pic  x(01).
             10 ws-frn-entregues                   pic  9(05).
             10 ws-frn-estimados                   pic  9(05).
             10 ws-frn-digitados                   pic  9(05).
             10 ws-frn-atrasados                   pic  9(05).
             10 ws-frn-sem-carga                   pic  9(05).
             10 ws-frn-marcados                    pic  9(05).
             10 ws-frn-rej-dia                     pic  9(05).
             10 ws-frn-rej-hora                    pic  9(06).
             10 ws-frn-horas                       pic  9(06).
             10 ws-frn-divergencias                pic  9(05).

       77  ws-frn-ind                              pic  9(02).

      *>----Totais da rede
       01 ws-rede.
          05 ws-rede-estacoes                      pic  9(03).
          05 ws-rede-estacoes-horario              pic  9(03).
          05 ws-rede-esperados                     pic  9(07).
          05 ws-rede-entregues                     pic  9(07).
          05 ws-rede-estimados                     pic  9(07).
          05 ws-rede-digitados                     pic  9(07).
          05 ws-rede-atrasados                     pic  9(07).
          05 ws-rede-sem-carga                     pic  9(07).
          05 ws-rede-marcados                      pic  9(07).
          05 ws-rede-rej-dia                       pic  9(07).
          05 ws-rede-rej-hora                      pic  9(07).
          05 ws-rede-horas                         pic  9(07).
          05 ws-rede-horas-esperadas               pic  9(07).
          05 ws-rede-divergencias                  pic  9(07).

      *>----Medidas da linha em impressao (estacao ou rede)
       01 ws-medidas.
          05 ws-med-esperados                      pic  9(07).
          05 ws-med-entregues                      pic  9(07).
          05 ws-med-atrasados                      pic  9(07).
          05 ws-med-rej-dia                        pic  9(07).
          05 ws-med-rej-hora                       pic  9(07).
          05 ws-med-horas                          pic  9(07).
          05 ws-med-horas-esperadas                pic  9(07).
          05 ws-med-horas-faltantes                pic  9(07).
          05 ws-med-marcados                       pic  9(07).
          05 ws-med-divergencias                   pic  9(07).
          05 ws-med-feed-horario                   pic  x(01).
              88  med-feed-horario                  value "S".

       01 ws-percentuais.
          05 ws-pct-entregues                      pic  9(03)v99.
          05 ws-pct-atrasados                      pic  9(03)v99.
          05 ws-pct-rej-dia                        pic  9(03)v99.
          05 ws-pct-rej-hora                       pic  9(03)v99.
          05 ws-pct-horas-faltantes                pic  9(03)v99.
          05 ws-pct-marcados                       pic  9(03)v99.
          05 ws-pct-divergencias                   pic  9(03)v99.

       77  ws-pct-base                             pic  9(07).
       77  ws-quebras-linha                        pic  9(02).
       77  ws-total-quebras                        pic  9(05) value zero.
       77  ws-estacoes-com-quebra                  pic  9(03) value zero.

      *>----Cargas do cargaLoteTemp lidas do job log: janela de
      *>----estacoes e dias de cada uma e o dia em que rodou, em ordem
      *>----de execucao; so as que tocam o mes avaliado
       01 ws-tab-cargas.
          05 ws-crg-ent occurs 500 times.
             10 ws-crg-est-ini                     pic  9(02).
             10 ws-crg-est-fim                     pic  9(02).
             10 ws-crg-dia-ini                     pic  9(07).
             10 ws-crg-dia-fim                     pic  9(07).
             10 ws-crg-dia-carga                   pic  9(07).

       77  ws-crg-qtd                              pic  9(03) value zero.
       77  ws-crg-ind                              pic  9(03).
       77  ws-crg-ignoradas                        pic  9(05) value zero.

       77  ws-achou-carga                          pic  x(01).
           88  achou-carga                          value "S".

      *>----Linha lida do job log
       01 ws-job-lida.
          05 ws-jl-programa                        pic  x(24).
          05 filler                                pic  x(01).
          05 ws-jl-data-inicio                     pic  9(08).
          05 filler                                pic  x(01).
          05 ws-jl-hora-inicio                     pic  9(08).
          05 filler                                pic  x(01).
          05 ws-jl-data-fim                        pic  9(08).
          05 filler                                pic  x(01).
          05 ws-jl-hora-fim                        pic  9(08).
          05 filler                                pic  x(01).
          05 ws-jl-identificacao                   pic  x(30).
          05 filler                                pic  x(33).
          05 ws-jl-termino                         pic  x(01).

      *>identificacao da carga como o cargaLoteTemp a monta: primeira
      *>chave, ultima chave e quantidade
       01 ws-ident-carga                           pic  x(30).
       01 ws-ident-carga-r redefines ws-ident-carga.
          05 ws-id-primeira                        pic  9(09).
          05 filler                                pic  x(01).
          05 ws-id-ultima                          pic  9(09).
          05 filler                                pic  x(01).
          05 ws-id-qtd                             pic  9(07).
          05 filler                                pic  x(03).

       77  ws-crg-est-a                            pic  9(02).
       77  ws-crg-est-b                            pic  9(02).
       77  ws-crg-dia-a                            pic  9(07).
       77  ws-crg-dia-b                            pic  9(07).
       77  ws-crg-troca                            pic  9(07).

      *>----Prazo de um dia: dia da leitura mais a tolerancia, com a
      *>----virada de ano
       77  ws-prazo                                pic  9(07).
       77  ws-prazo-ano                            pic  9(04).

      *>----Motivos de rejeicao do mes: "D" dia, "H" hora
       01 ws-tab-motivos.
          05 ws-mot-ent occurs 60 times.
             10 ws-mot-tipo                        pic  x(01).
             10 ws-mot-texto                       pic  x(30).
             10 ws-mot-qtd                         pic  9(07).

       77  ws-mot-qtd-usados                       pic  9(02) value zero.
       77  ws-mot-ind                              pic  9(02).

       77  ws-mot-achado                           pic  x(01).
           88  motivo-na-tabela                     value "S".

      *>----Linha de rejeito em apuracao
       77  ws-rj-tipo                              pic  x(01).
       77  ws-rj-estacao                           pic  9(02).
       77  ws-rj-dia                               pic  9(07).
       77  ws-rj-motivo                            pic  x(30).

       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                          value "S".

       77  ws-fim-estacao                          pic  x(01).
           88  fim-estacao                          value "S".

      *>----Linha de medidas por estacao e da rede
       01 ws-linha-medidas.
          05 ws-lm-rotulo                          pic  x(04).
          05 filler                                pic  x(01) value space.
          05 ws-lm-esperados                       pic  zzzz9.
          05 filler                                pic  x(01) value space.
          05 ws-lm-entregues                       pic  zzzz9.
          05 filler                                pic  x(01) value space.
          05 ws-lm-pct-entregues                   pic  zz9,99.
          05 filler                                pic  x(01) value space.
          05 ws-lm-atrasados                       pic  zzzz9.
          05 filler                                pic  x(01) value space.
          05 ws-lm-pct-atrasados                   pic  zz9,99.
          05 filler                                pic  x(01) value space.
          05 ws-lm-rej-dia                         pic  zzzz9.
          05 filler                                pic  x(01) value space.
          05 ws-lm-pct-rej-dia                     pic  zz9,99.
          05 filler                                pic  x(01) value space.
          05 ws-lm-rej-hora                        pic  zzzzz9.
          05 filler                                pic  x(01) value space.
          05 ws-lm-pct-rej-hora                    pic  zz9,99.
          05 filler                                pic  x(01) value space.
          05 ws-lm-horario.
             10 ws-lm-horas-faltantes              pic  zzzzz9.
             10 filler                             pic  x(01) value space.
             10 ws-lm-pct-horas                    pic  zz9,99.
          05 ws-lm-horario-x redefines ws-lm-horario
                                                   pic  x(13).
          05 filler                                pic  x(01) value space.
          05 ws-lm-marcados                        pic  zzzz9.
          05 filler                                pic  x(01) value space.
          05 ws-lm-pct-marcados                    pic  zz9,99.
          05 filler                                pic  x(01) value space.
          05 ws-lm-divergencias                    pic  zzzz9.
          05 filler                                pic  x(01) value space.
          05 ws-lm-pct-divergencias                pic  zz9,99.
          05 filler                                pic  x(01) value space.
          05 ws-lm-quebras                         pic  z9.

      *>----Linha de quebra de meta
       01 ws-linha-quebra.
          05 filler                                pic  x(05) value spaces.
          05 filler                                pic  x(08) value "QUEBRA: ".
          05 ws-lq-medida                          pic  x(30).
          05 ws-lq-valor                           pic  zz9,99.
          05 filler                                pic  x(01) value "%".
          05 ws-lq-sentido                         pic  x(16).
          05 ws-lq-meta                            pic  zz9,99.
          05 filler                                pic  x(01) value "%".

       77  ws-lq-pct                               pic  9(03)v99.
       77  ws-lq-meta-pct                          pic  9(03)v99.

      *>----Linha de motivo de rejeicao
       01 ws-linha-motivo.
          05 filler                                pic  x(05) value spaces.
          05 ws-lmo-tipo                           pic  x(05).
          05 ws-lmo-texto                          pic  x(30).
          05 filler                                pic  x(01) value space.
          05 ws-lmo-qtd                            pic  zzzzzz9.
          05 filler                                pic  x(02) value spaces.
          05 ws-lmo-pct                            pic  zz9,99.
          05 filler                                pic  x(01) value "%".

      *>----Linha das metas no cabecalho
       01 ws-linha-metas.
          05 filler                                pic  x(18) value
             "Metas: entregues >".
          05 ws-lme-entregues                      pic  zz9,99.
          05 filler                                pic  x(12) value
             "%  atrasos <".
          05 ws-lme-atrasados                      pic  zz9,99.
          05 filler                                pic  x(13) value
             "%  rejeicao <".
          05 ws-lme-rejeitados                     pic  zz9,99.
          05 filler                                pic  x(18) value
             "%  horas faltant <".
          05 ws-lme-horas                          pic  zz9,99.
          05 filler                                pic  x(14) value
             "%  marcados <".
          05 ws-lme-marcados                       pic  zz9,99.
          05 filler                                pic  x(17) value
             "%  divergencias <".
          05 ws-lme-divergencias                   pic  zz9,99.
          05 filler                                pic  x(01) value "%".

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
           perform processa-desempenho.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-job-data-inicio from date yyyymmdd
           accept ws-job-hora-inicio from time

           display "ano de referencia (aaaa):"
           accept ws-df-ano

           display "mes de referencia (01 a 12):"
           accept ws-df-mes

           if ws-df-mes < 1 or ws-df-mes > 12 then
               display "Mes invalido."
               Stop run
           end-if

           perform calcula-periodo

           perform carrega-metas

      *>o job log e lido inteiro antes de ser aberto para a gravacao
      *>do registro desta execucao
           perform carrega-cargas

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
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemp                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemp "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTempHor
           if ws-fs-arqTempHor  <> 00
           and ws-fs-arqTempHor <> 35 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqTempHor                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTempHor "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelatorio "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-relatorio
           string "DESEMPENHO DO FORNECEDOR - MES " delimited by size
                  ws-df-ano                         delimited by size
                  "/"                               delimited by size
                  ws-df-mes                         delimited by size
                  " - DIAS "                        delimited by size
                  ws-data-ini-mes                   delimited by size
                  " A "                             delimited by size
                  ws-data-fim-mes                   delimited by size
                  " - TOLERANCIA DE ATRASO "        delimited by size
                  ws-meta-tolerancia                delimited by size
                  " DIA(S)"                         delimited by size
                  into fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move ws-meta-entregues       to ws-lme-entregues
           move ws-meta-atrasados       to ws-lme-atrasados
           move ws-meta-rejeitados      to ws-lme-rejeitados
           move ws-meta-horas-faltantes to ws-lme-horas
           move ws-meta-marcados        to ws-lme-marcados
           move ws-meta-divergencias    to ws-lme-divergencias
           move ws-linha-metas to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "EST. ESPER ENTR.  %ENTR ATRAS %ATRAS REJ.D %REJ.D  REJ.H %REJ.H H.FALT %HFALT MARC.  %MARC DIVER %DIVER QB"
                to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeiro e ultimo dia do mes, em gregoriano e juliano; no mes
      *>  corrente o ultimo dia esperado e ontem
      *>------------------------------------------------------------------------
       calcula-periodo section.

           compute ws-data-ini-mes = ws-df-ano * 10000 + ws-df-mes * 100 + 1

           move "J"             to ws-dj-operacao
           move ws-data-ini-mes to ws-dj-gregoriana
           call "dataJuliana" using ws-dj-parm
           if not dj-valida then
               display "Ano/mes invalido."
               Stop run
           end-if
           move ws-dj-juliano to ws-dia-ini-mes

      *>o ultimo dia do mes e o maior de 31, 30, 29 e 28 que o
      *>dataJuliana aceita
           move "N" to ws-dj-valida
           perform varying ws-dia-mes-teste from 31 by -1
                   until dj-valida
                   or ws-dia-mes-teste < 28
               compute ws-data-fim-mes = ws-df-ano * 10000
                                       + ws-df-mes * 100
                                       + ws-dia-mes-teste
               move "J"             to ws-dj-operacao
               move ws-data-fim-mes to ws-dj-gregoriana
               call "dataJuliana" using ws-dj-parm
           end-perform
           move ws-dj-juliano to ws-dia-fim-mes

           accept ws-data-hoje from date yyyymmdd
           if ws-data-ini-mes >= ws-data-hoje then
               display "O mes ainda nao tem dias vencidos para avaliar."
               Stop run
           end-if

           if ws-data-fim-mes >= ws-data-hoje then
               move "J"          to ws-dj-operacao
               move ws-data-hoje to ws-dj-gregoriana
               call "dataJuliana" using ws-dj-parm
               compute ws-dia-fim-mes = ws-dj-juliano - 1

               move "G"            to ws-dj-operacao
               move ws-dia-fim-mes to ws-dj-juliano
               call "dataJuliana" using ws-dj-parm
               move ws-dj-gregoriana to ws-data-fim-mes
           end-if

           compute ws-dias-esperados = ws-dia-fim-mes - ws-dia-ini-mes + 1
           .
       calcula-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le as metas de arqContratoParam.dat, se o arquivo existir;
      *>  sem ele (status 35) permanecem os padroes do working-storage.
      *>------------------------------------------------------------------------
       carrega-metas section.

           open input arqParametros

           if ws-fs-arqParametros = 35 then
               continue
           else
               if ws-fs-arqParametros <> 0 then
                   move 6                                       to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqParametros "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqParametros
               if ws-fs-arqParametros = 0 then
                   move fd-ctr-tolerancia-dias      to ws-meta-tolerancia
                   move fd-ctr-min-entregues        to ws-meta-entregues
                   move fd-ctr-max-atrasados        to ws-meta-atrasados
                   move fd-ctr-max-rejeitados       to ws-meta-rejeitados
                   move fd-ctr-max-horas-faltantes  to ws-meta-horas-faltantes
                   move fd-ctr-max-marcados         to ws-meta-marcados
                   move fd-ctr-max-divergencias     to ws-meta-divergencias
               else
                   if ws-fs-arqParametros <> 10 then
                       move 7                                       to ws-msn-erro-ofsset
                       move ws-fs-arqParametros                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqParametros "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqParametros
           end-if
           .
       carrega-metas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega, na ordem do job log, as cargas normais do
      *>  cargaLoteTemp cuja janela de dias toca o mes avaliado
      *>------------------------------------------------------------------------
       carrega-cargas section.

           open input arqJobLog

           if ws-fs-arqJobLog = 35 then
               continue
           else
               if ws-fs-arqJobLog <> 0 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqJobLog                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqJobLog "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-arquivo

               perform until fim-arquivo

                   read arqJobLog
                   if ws-fs-arqJobLog = 10 then
                       move "S" to ws-fim-arquivo
                   else
                       if ws-fs-arqJobLog <> 0 then
                           move 9                                      to ws-msn-erro-ofsset
                           move ws-fs-arqJobLog                        to ws-msn-erro-cod
                           move "Erro ao ler arq. arqJobLog "          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move fd-linha-joblog to ws-job-lida

                       if ws-jl-programa = "cargaLoteTemp"
                       and ws-jl-termino = "N" then
                           perform guarda-carga
                       end-if
                   end-if

               end-perform

               close arqJobLog
           end-if

           if ws-crg-ignoradas > 0 then
               display "Cargas alem da tabela, ignoradas: " ws-crg-ignoradas
           end-if
           .
       carrega-cargas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desmonta a identificacao de uma carga em janela de estacoes e
      *>  de dias e guarda na tabela se ela toca o mes
      *>------------------------------------------------------------------------
       guarda-carga section.

           move ws-jl-identificacao to ws-ident-carga

           if ws-id-primeira is numeric
           and ws-id-ultima is numeric then

               divide ws-id-primeira by 10000000
                      giving ws-crg-est-a remainder ws-crg-dia-a
               divide ws-id-ultima   by 10000000
                      giving ws-crg-est-b remainder ws-crg-dia-b

               if ws-crg-dia-a > ws-crg-dia-b then
                   move ws-crg-dia-a to ws-crg-troca
                   move ws-crg-dia-b to ws-crg-dia-a
                   move ws-crg-troca to ws-crg-dia-b
               end-if

               if ws-crg-dia-b >= ws-dia-ini-mes
               and ws-crg-dia-a <= ws-dia-fim-mes then
                   if ws-crg-qtd < 500 then
                       move "J"               to ws-dj-operacao
                       move ws-jl-data-inicio to ws-dj-gregoriana
                       call "dataJuliana" using ws-dj-parm

                       add 1 to ws-crg-qtd
                       move ws-crg-est-a  to ws-crg-est-ini(ws-crg-qtd)
                       move ws-crg-est-b  to ws-crg-est-fim(ws-crg-qtd)
                       move ws-crg-dia-a  to ws-crg-dia-ini(ws-crg-qtd)
                       move ws-crg-dia-b  to ws-crg-dia-fim(ws-crg-qtd)
                       move ws-dj-juliano to ws-crg-dia-carga(ws-crg-qtd)
                   else
                       add 1 to ws-crg-ignoradas
                   end-if
               end-if
           end-if
           .
       guarda-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processa-desempenho section.

           initialize ws-tab-fornecedor
           initialize ws-rede

           perform carrega-estacoes

           perform varying ws-frn-ind from 1 by 1
                   until ws-frn-ind > 99
               if ws-frn-ativa(ws-frn-ind) = "S" then
                   perform apura-diario
                   perform apura-horario
               end-if
           end-perform

           perform conta-rejeitos
           perform conta-processados
           perform conta-rejeitos-hora
           perform conta-divergencias

           perform varying ws-frn-ind from 1 by 1
                   until ws-frn-ind > 99
               if ws-frn-ativa(ws-frn-ind) = "S" then
                   perform imprime-estacao
               end-if
           end-perform

           perform imprime-rede
           perform imprime-motivos

           display "Estacoes avaliadas: "      ws-rede-estacoes
           display "Estacoes com quebra: "     ws-estacoes-com-quebra
           display "Quebras de meta: "         ws-total-quebras
           .
       processa-desempenho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca as estacoes ativas do cadastro - sao elas que o
      *>  fornecedor tem de entregar
      *>------------------------------------------------------------------------
       carrega-estacoes section.

           move "N" to ws-fim-arquivo

           move zero to fd-est-codigo
           start arqEstacoes key is not less than fd-est-codigo
           if ws-fs-arqEstacoes <> 0 then
               move "S" to ws-fim-arquivo
           end-if

           perform until fim-arquivo

               read arqEstacoes next

               if ws-fs-arqEstacoes = 10 then
                   move "S" to ws-fim-arquivo
               else
                   if ws-fs-arqEstacoes <> 0 then
                       move 10                                     to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstacoes "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-est-ativa
                   and fd-est-codigo >= 1 then
                       move "S" to ws-frn-ativa(fd-est-codigo)
                       add 1 to ws-rede-estacoes
                   end-if
               end-if

           end-perform
           .
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias do mes da estacao em arqTempIndexed.dat: entregues,
      *>  estimados, digitados, marcados e o atraso de cada dia do
      *>  extrato diario
      *>------------------------------------------------------------------------
       apura-diario section.

           move "N" to ws-fim-estacao

           move ws-frn-ind     to fd-estacao
           move ws-dia-ini-mes to fd-dia
           start arqTemp key is not less than fd-chave

           if ws-fs-arqTemp <> 0 then
               if ws-fs-arqTemp = 23 then
                   move "S" to ws-fim-estacao
               else
                   move 11                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqTemp "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-estacao

               read arqTemp next

               if ws-fs-arqTemp = 10 then
                   move "S" to ws-fim-estacao
               else
                   if ws-fs-arqTemp  <> 00
                   and ws-fs-arqTemp <> 02 then
                       move 12                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-estacao <> ws-frn-ind
                   or fd-dia > ws-dia-fim-mes then
                       move "S" to ws-fim-estacao
                   else
                       evaluate true
                           when fd-qual-estimada
                               add 1 to ws-frn-estimados(ws-frn-ind)
                           when fd-orig-manual
                               add 1 to ws-frn-digitados(ws-frn-ind)
                           when other
                               add 1 to ws-frn-entregues(ws-frn-ind)
                               if fd-qual-suspeita
                               or fd-qual-conf-ruim then
                                   add 1 to ws-frn-marcados(ws-frn-ind)
                               end-if
                               if fd-orig-diaria then
                                   perform confere-atraso
                               end-if
                       end-evaluate
                   end-if
               end-if

           end-perform
           .
       apura-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha a primeira carga que cobre a estacao/dia do registro
      *>  corrente e compara o dia em que ela rodou com o prazo
      *>------------------------------------------------------------------------
       confere-atraso section.

           move "N" to ws-achou-carga

           perform varying ws-crg-ind from 1 by 1
                   until ws-crg-ind > ws-crg-qtd
                   or achou-carga
               if fd-estacao >= ws-crg-est-ini(ws-crg-ind)
               and fd-estacao <= ws-crg-est-fim(ws-crg-ind)
               and fd-dia     >= ws-crg-dia-ini(ws-crg-ind)
               and fd-dia     <= ws-crg-dia-fim(ws-crg-ind) then
                   move "S" to ws-achou-carga
               end-if
           end-perform

           if achou-carga then
      *>o varying ja passou uma posicao alem da carga achada
               subtract 1 from ws-crg-ind

               move fd-dia to ws-prazo
               perform avanca-prazo ws-meta-tolerancia times

               if ws-crg-dia-carga(ws-crg-ind) > ws-prazo then
                   add 1 to ws-frn-atrasados(ws-frn-ind)
               end-if
           else
               add 1 to ws-frn-sem-carga(ws-frn-ind)
           end-if
           .
       confere-atraso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avanca o prazo em um dia juliano, virando para 001 do ano
      *>  seguinte depois do ultimo dia do ano
      *>------------------------------------------------------------------------
       avanca-prazo section.

           add 1 to ws-prazo

           move "G"      to ws-dj-operacao
           move ws-prazo to ws-dj-juliano
           call "dataJuliana" using ws-dj-parm

           if not dj-valida then
               divide ws-prazo by 1000 giving ws-prazo-ano
               compute ws-prazo = (ws-prazo-ano + 1) * 1000 + 1
           end-if
           .
       avanca-prazo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Horas do mes da estacao em arqTempHorIndexed.dat; sem hora no
      *>  mes, confere se a estacao tem feed horario em algum dia
      *>------------------------------------------------------------------------
       apura-horario section.

           if ws-fs-arqTempHor = 35 then
               move "N" to ws-fim-estacao
           else
               move "N" to ws-fim-estacao

               move ws-frn-ind     to fd-hor-estacao
               move ws-dia-ini-mes to fd-hor-dia
               move zero           to fd-hor-hora
               start arqTempHor key is not less than fd-hor-chave

               if ws-fs-arqTempHor <> 0 then
                   if ws-fs-arqTempHor = 23 then
                       move "S" to ws-fim-estacao
                   else
                       move 13                                   to ws-msn-erro-ofsset
                       move ws-fs-arqTempHor                     to ws-msn-erro-cod
                       move "Erro ao posicionar arq. arqTempHor " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               perform until fim-estacao

                   read arqTempHor next

                   if ws-fs-arqTempHor = 10 then
                       move "S" to ws-fim-estacao
                   else
                       if ws-fs-arqTempHor <> 0 then
                           move 14                                  to ws-msn-erro-ofsset
                           move ws-fs-arqTempHor                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTempHor "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-hor-estacao <> ws-frn-ind
                       or fd-hor-dia > ws-dia-fim-mes then
                           move "S" to ws-fim-estacao
                       else
                           if fd-hor-hora <= 23 then
                               add 1 to ws-frn-horas(ws-frn-ind)
                           end-if
                       end-if
                   end-if

               end-perform

               if ws-frn-horas(ws-frn-ind) > 0 then
                   move "S" to ws-frn-feed-horario(ws-frn-ind)
               else
                   perform procura-feed-horario
               end-if
           end-if
           .
       apura-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estacao sem hora no mes: tem feed horario se tiver qualquer
      *>  hora no arquivo - ai o mes inteiro conta como horas faltantes
      *>------------------------------------------------------------------------
       procura-feed-horario section.

           move ws-frn-ind to fd-hor-estacao
           move zero       to fd-hor-dia
           move zero       to fd-hor-hora
           start arqTempHor key is not less than fd-hor-chave

           if ws-fs-arqTempHor = 0 then
               read arqTempHor next
               if ws-fs-arqTempHor = 0
               and fd-hor-estacao = ws-frn-ind then
                   move "S" to ws-frn-feed-horario(ws-frn-ind)
               end-if
           end-if
           .
       procura-feed-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rejeitos pendentes do extrato diario, com o motivo
      *>------------------------------------------------------------------------
       conta-rejeitos section.

           open input arqRejeitos

           if ws-fs-arqRejeitos = 35 then
               continue
           else
               if ws-fs-arqRejeitos <> 0 then
                   move 15                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRejeitos                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRejeitos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-arquivo

               perform until fim-arquivo

                   read arqRejeitos
                   if ws-fs-arqRejeitos = 10 then
                       move "S" to ws-fim-arquivo
                   else
                       if ws-fs-arqRejeitos <> 0 then
                           move 16                                     to ws-msn-erro-ofsset
                           move ws-fs-arqRejeitos                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRejeitos "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-rej-estacao is numeric
                       and fd-rej-dia is numeric then
                           move "D"            to ws-rj-tipo
                           move fd-rej-estacao to ws-rj-estacao
                           move fd-rej-dia     to ws-rj-dia
                           move fd-rej-motivo  to ws-rj-motivo
                           perform conta-rejeito
                       end-if
                   end-if

               end-perform

               close arqRejeitos
           end-if
           .
       conta-rejeitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rejeitos do extrato diario ja corrigidos e repostos pelo
      *>  corrigeRejeitos - o motivo original nao fica guardado
      *>------------------------------------------------------------------------
       conta-processados section.

           open input arqProcessados

           if ws-fs-arqProcessados = 35 then
               continue
           else
               if ws-fs-arqProcessados <> 0 then
                   move 17                                     to ws-msn-erro-ofsset
                   move ws-fs-arqProcessados                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqProcessados "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-arquivo

               perform until fim-arquivo

                   read arqProcessados
                   if ws-fs-arqProcessados = 10 then
                       move "S" to ws-fim-arquivo
                   else
                       if ws-fs-arqProcessados <> 0 then
                           move 18                                     to ws-msn-erro-ofsset
                           move ws-fs-arqProcessados                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqProcessados "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-pro-estacao is numeric
                       and fd-pro-dia is numeric then
                           move "D"                          to ws-rj-tipo
                           move fd-pro-estacao               to ws-rj-estacao
                           move fd-pro-dia                   to ws-rj-dia
                           move "(corrigido e reposto)"      to ws-rj-motivo
                           perform conta-rejeito
                       end-if
                   end-if

               end-perform

               close arqProcessados
           end-if
           .
       conta-processados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rejeitos do feed horario, com o motivo
      *>------------------------------------------------------------------------
       conta-rejeitos-hora section.

           open input arqHorRejeitos

           if ws-fs-arqHorRejeitos = 35 then
               continue
           else
               if ws-fs-arqHorRejeitos <> 0 then
                   move 19                                     to ws-msn-erro-ofsset
                   move ws-fs-arqHorRejeitos                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHorRejeitos "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-arquivo

               perform until fim-arquivo

                   read arqHorRejeitos
                   if ws-fs-arqHorRejeitos = 10 then
                       move "S" to ws-fim-arquivo
                   else
                       if ws-fs-arqHorRejeitos <> 0 then
                           move 20                                     to ws-msn-erro-ofsset
                           move ws-fs-arqHorRejeitos                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHorRejeitos "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-hrj-estacao is numeric
                       and fd-hrj-dia is numeric then
                           move "H"            to ws-rj-tipo
                           move fd-hrj-estacao to ws-rj-estacao
                           move fd-hrj-dia     to ws-rj-dia
                           move fd-hrj-motivo  to ws-rj-motivo
                           perform conta-rejeito
                       end-if
                   end-if

               end-perform

               close arqHorRejeitos
           end-if
           .
       conta-rejeitos-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um rejeito do mes: soma na estacao (se ativa), na rede e no
      *>  motivo. Estacao fora do cadastro conta so na rede - a linha
      *>  chegou do fornecedor do mesmo jeito.
      *>------------------------------------------------------------------------
       conta-rejeito section.

           if ws-rj-dia >= ws-dia-ini-mes
           and ws-rj-dia <= ws-dia-fim-mes then

               if ws-rj-tipo = "D" then
                   add 1 to ws-rede-rej-dia
               else
                   add 1 to ws-rede-rej-hora
               end-if

               if ws-rj-estacao >= 1 then
                   if ws-frn-ativa(ws-rj-estacao) = "S" then
                       if ws-rj-tipo = "D" then
                           add 1 to ws-frn-rej-dia(ws-rj-estacao)
                       else
                           add 1 to ws-frn-rej-hora(ws-rj-estacao)
                       end-if
                   end-if
               end-if

               move "N" to ws-mot-achado
               perform varying ws-mot-ind from 1 by 1
                       until ws-mot-ind > ws-mot-qtd-usados
                       or motivo-na-tabela
                   if ws-mot-tipo(ws-mot-ind)  = ws-rj-tipo
                   and ws-mot-texto(ws-mot-ind) = ws-rj-motivo then
                       add 1 to ws-mot-qtd(ws-mot-ind)
                       move "S" to ws-mot-achado
                   end-if
               end-perform

               if not motivo-na-tabela
               and ws-mot-qtd-usados < 60 then
                   add 1 to ws-mot-qtd-usados
                   move ws-rj-tipo   to ws-mot-tipo(ws-mot-qtd-usados)
                   move ws-rj-motivo to ws-mot-texto(ws-mot-qtd-usados)
                   move 1            to ws-mot-qtd(ws-mot-qtd-usados)
               end-if
           end-if
           .
       conta-rejeito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Divergencias do mes no ultimo relatorio do reconciliaTemp -
      *>  so as linhas de discrepancia comecam por estacao e dia
      *>------------------------------------------------------------------------
       conta-divergencias section.

           open input arqReconciliacao

           if ws-fs-arqReconciliacao = 35 then
               display "reconciliacaoTemp.dat nao encontrado - divergencias zeradas."
           else
               if ws-fs-arqReconciliacao <> 0 then
                   move 21                                      to ws-msn-erro-ofsset
                   move ws-fs-arqReconciliacao                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqReconciliacao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-arquivo

               perform until fim-arquivo

                   read arqReconciliacao
                   if ws-fs-arqReconciliacao = 10 then
                       move "S" to ws-fim-arquivo
                   else
                       if ws-fs-arqReconciliacao <> 0 then
                           move 22                                      to ws-msn-erro-ofsset
                           move ws-fs-arqReconciliacao                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqReconciliacao "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-rcn-estacao is numeric
                       and fd-rcn-dia is numeric then
                           move fd-rcn-estacao to ws-rj-estacao
                           move fd-rcn-dia     to ws-rj-dia
                           if ws-rj-dia >= ws-dia-ini-mes
                           and ws-rj-dia <= ws-dia-fim-mes
                           and ws-rj-estacao >= 1 then
                               if ws-frn-ativa(ws-rj-estacao) = "S" then
                                   add 1 to ws-frn-divergencias(ws-rj-estacao)
                               end-if
                           end-if
                       end-if
                   end-if

               end-perform

               close arqReconciliacao
           end-if
           .
       conta-divergencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha e quebras de uma estacao, somando na rede
      *>------------------------------------------------------------------------
       imprime-estacao section.

           move ws-dias-esperados                 to ws-med-esperados
           move ws-frn-entregues(ws-frn-ind)      to ws-med-entregues
           move ws-frn-atrasados(ws-frn-ind)      to ws-med-atrasados
           move ws-frn-rej-dia(ws-frn-ind)        to ws-med-rej-dia
           move ws-frn-rej-hora(ws-frn-ind)       to ws-med-rej-hora
           move ws-frn-horas(ws-frn-ind)          to ws-med-horas
           move ws-frn-marcados(ws-frn-ind)       to ws-med-marcados
           move ws-frn-divergencias(ws-frn-ind)   to ws-med-divergencias
           move ws-frn-feed-horario(ws-frn-ind)   to ws-med-feed-horario

           if med-feed-horario then
               compute ws-med-horas-esperadas = ws-dias-esperados * 24
               add 1                        to ws-rede-estacoes-horario
               add ws-med-horas-esperadas   to ws-rede-horas-esperadas
               add ws-med-horas             to ws-rede-horas
           else
               move zero to ws-med-horas-esperadas
           end-if

           add ws-med-esperados                  to ws-rede-esperados
           add ws-med-entregues                  to ws-rede-entregues
           add ws-frn-estimados(ws-frn-ind)      to ws-rede-estimados
           add ws-frn-digitados(ws-frn-ind)      to ws-rede-digitados
           add ws-med-atrasados                  to ws-rede-atrasados
           add ws-frn-sem-carga(ws-frn-ind)      to ws-rede-sem-carga
           add ws-med-marcados                   to ws-rede-marcados
           add ws-med-divergencias               to ws-rede-divergencias

           move spaces     to ws-lm-rotulo
           move ws-frn-ind to ws-lm-rotulo(1:2)

           perform calcula-percentuais
           perform imprime-medidas

           if ws-quebras-linha > 0 then
               add 1 to ws-estacoes-com-quebra
           end-if
           .
       imprime-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha e quebras da rede inteira
      *>------------------------------------------------------------------------
       imprime-rede section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move ws-rede-esperados        to ws-med-esperados
           move ws-rede-entregues        to ws-med-entregues
           move ws-rede-atrasados        to ws-med-atrasados
           move ws-rede-rej-dia          to ws-med-rej-dia
           move ws-rede-rej-hora         to ws-med-rej-hora
           move ws-rede-horas            to ws-med-horas
           move ws-rede-horas-esperadas  to ws-med-horas-esperadas
           move ws-rede-marcados         to ws-med-marcados
           move ws-rede-divergencias     to ws-med-divergencias

           if ws-rede-estacoes-horario > 0 then
               move "S" to ws-med-feed-horario
           else
               move "N" to ws-med-feed-horario
           end-if

           move "REDE" to ws-lm-rotulo

           perform calcula-percentuais
           perform imprime-medidas

           move spaces to fd-linha-relatorio
           string "Dias estimados (nao entregues): " delimited by size
                  ws-rede-estimados                  delimited by size
                  "   digitados no online: "         delimited by size
                  ws-rede-digitados                  delimited by size
                  "   do extrato sem carga no job log: " delimited by size
                  ws-rede-sem-carga                  delimited by size
                  into fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       imprime-rede-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percentuais das medidas em ws-medidas. A rejeicao e sobre o
      *>  que chegou (aceito + rejeitado); atraso, marcacao e
      *>  divergencia sobre os entregues.
      *>------------------------------------------------------------------------
       calcula-percentuais section.

           initialize ws-percentuais

           if ws-med-horas-esperadas > ws-med-horas then
               compute ws-med-horas-faltantes =
                       ws-med-horas-esperadas - ws-med-horas
           else
               move zero to ws-med-horas-faltantes
           end-if

           if ws-med-esperados > 0 then
               compute ws-pct-entregues rounded =
                       ws-med-entregues * 100 / ws-med-esperados
           end-if

           if ws-med-entregues > 0 then
               compute ws-pct-atrasados rounded =
                       ws-med-atrasados * 100 / ws-med-entregues
               compute ws-pct-marcados rounded =
                       ws-med-marcados * 100 / ws-med-entregues
               if ws-med-divergencias > ws-med-entregues then
                   move 100 to ws-pct-divergencias
               else
                   compute ws-pct-divergencias rounded =
                           ws-med-divergencias * 100 / ws-med-entregues
               end-if
           else
               if ws-med-divergencias > 0 then
                   move 100 to ws-pct-divergencias
               end-if
           end-if

           compute ws-pct-base = ws-med-entregues + ws-med-rej-dia
           if ws-pct-base > 0 then
               compute ws-pct-rej-dia rounded =
                       ws-med-rej-dia * 100 / ws-pct-base
           end-if

           compute ws-pct-base = ws-med-horas + ws-med-rej-hora
           if ws-pct-base > 0 then
               compute ws-pct-rej-hora rounded =
                       ws-med-rej-hora * 100 / ws-pct-base
           end-if

           if ws-med-horas-esperadas > 0 then
               compute ws-pct-horas-faltantes rounded =
                       ws-med-horas-faltantes * 100 / ws-med-horas-esperadas
           end-if
           .
       calcula-percentuais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de medidas e, abaixo dela, uma linha por meta
      *>  quebrada
      *>------------------------------------------------------------------------
       imprime-medidas section.

           move zero to ws-quebras-linha

           if ws-pct-entregues < ws-meta-entregues then
               add 1 to ws-quebras-linha
           end-if
           if ws-pct-atrasados > ws-meta-atrasados then
               add 1 to ws-quebras-linha
           end-if
           if ws-pct-rej-dia > ws-meta-rejeitados then
               add 1 to ws-quebras-linha
           end-if
           if ws-pct-rej-hora > ws-meta-rejeitados then
               add 1 to ws-quebras-linha
           end-if
           if med-feed-horario
           and ws-pct-horas-faltantes > ws-meta-horas-faltantes then
               add 1 to ws-quebras-linha
           end-if
           if ws-pct-marcados > ws-meta-marcados then
               add 1 to ws-quebras-linha
           end-if
           if ws-pct-divergencias > ws-meta-divergencias then
               add 1 to ws-quebras-linha
           end-if

           add ws-quebras-linha to ws-total-quebras

           move ws-med-esperados        to ws-lm-esperados
           move ws-med-entregues        to ws-lm-entregues
           move ws-pct-entregues        to ws-lm-pct-entregues
           move ws-med-atrasados        to ws-lm-atrasados
           move ws-pct-atrasados        to ws-lm-pct-atrasados
           move ws-med-rej-dia          to ws-lm-rej-dia
           move ws-pct-rej-dia          to ws-lm-pct-rej-dia
           move ws-med-rej-hora         to ws-lm-rej-hora
           move ws-pct-rej-hora         to ws-lm-pct-rej-hora
           if med-feed-horario then
               move ws-med-horas-faltantes  to ws-lm-horas-faltantes
               move ws-pct-horas-faltantes  to ws-lm-pct-horas
           else
               move "  sem horario" to ws-lm-horario-x
           end-if
           move ws-med-marcados         to ws-lm-marcados
           move ws-pct-marcados         to ws-lm-pct-marcados
           move ws-med-divergencias     to ws-lm-divergencias
           move ws-pct-divergencias     to ws-lm-pct-divergencias
           move ws-quebras-linha        to ws-lm-quebras

           move ws-linha-medidas to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           if ws-pct-entregues < ws-meta-entregues then
               move "dias entregues"          to ws-lq-medida
               move ws-pct-entregues          to ws-lq-pct
               move ws-meta-entregues         to ws-lq-meta-pct
               move " abaixo da meta "        to ws-lq-sentido
               perform grava-quebra
           end-if
           if ws-pct-atrasados > ws-meta-atrasados then
               move "dias atrasados"          to ws-lq-medida
               move ws-pct-atrasados          to ws-lq-pct
               move ws-meta-atrasados         to ws-lq-meta-pct
               move " acima da meta  "        to ws-lq-sentido
               perform grava-quebra
           end-if
           if ws-pct-rej-dia > ws-meta-rejeitados then
               move "rejeicao do extrato diario" to ws-lq-medida
               move ws-pct-rej-dia            to ws-lq-pct
               move ws-meta-rejeitados        to ws-lq-meta-pct
               move " acima da meta  "        to ws-lq-sentido
               perform grava-quebra
           end-if
           if ws-pct-rej-hora > ws-meta-rejeitados then
               move "rejeicao do feed horario" to ws-lq-medida
               move ws-pct-rej-hora           to ws-lq-pct
               move ws-meta-rejeitados        to ws-lq-meta-pct
               move " acima da meta  "        to ws-lq-sentido
               perform grava-quebra
           end-if
           if med-feed-horario
           and ws-pct-horas-faltantes > ws-meta-horas-faltantes then
               move "horas faltantes"         to ws-lq-medida
               move ws-pct-horas-faltantes    to ws-lq-pct
               move ws-meta-horas-faltantes   to ws-lq-meta-pct
               move " acima da meta  "        to ws-lq-sentido
               perform grava-quebra
           end-if
           if ws-pct-marcados > ws-meta-marcados then
               move "dias marcados S/X"       to ws-lq-medida
               move ws-pct-marcados           to ws-lq-pct
               move ws-meta-marcados          to ws-lq-meta-pct
               move " acima da meta  "        to ws-lq-sentido
               perform grava-quebra
           end-if
           if ws-pct-divergencias > ws-meta-divergencias then
               move "divergencias do oficial" to ws-lq-medida
               move ws-pct-divergencias       to ws-lq-pct
               move ws-meta-divergencias      to ws-lq-meta-pct
               move " acima da meta  "        to ws-lq-sentido
               perform grava-quebra
           end-if
           .
       imprime-medidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de quebra de meta
      *>------------------------------------------------------------------------
       grava-quebra section.

           move ws-lq-pct      to ws-lq-valor
           move ws-lq-meta-pct to ws-lq-meta

           move ws-linha-quebra to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       grava-quebra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rejeicao da rede por motivo, sobre o que chegou de cada feed
      *>------------------------------------------------------------------------
       imprime-motivos section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "REJEICAO POR MOTIVO (REDE)" to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           if ws-mot-qtd-usados = 0 then
               move "     Nenhum rejeito no mes." to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-if

           perform varying ws-mot-ind from 1 by 1
                   until ws-mot-ind > ws-mot-qtd-usados

               move zero to ws-lq-pct
               if ws-mot-tipo(ws-mot-ind) = "D" then
                   move "dia  "  to ws-lmo-tipo
                   compute ws-pct-base = ws-rede-entregues + ws-rede-rej-dia
               else
                   move "hora "  to ws-lmo-tipo
                   compute ws-pct-base = ws-rede-horas + ws-rede-rej-hora
               end-if
               if ws-pct-base > 0 then
                   compute ws-lq-pct rounded =
                           ws-mot-qtd(ws-mot-ind) * 100 / ws-pct-base
               end-if

               move ws-mot-texto(ws-mot-ind) to ws-lmo-texto
               move ws-mot-qtd(ws-mot-ind)   to ws-lmo-qtd
               move ws-lq-pct                to ws-lmo-pct

               move ws-linha-motivo to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-perform
           .
       imprime-motivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o status apos cada gravação em arqRelatorio
      *>------------------------------------------------------------------------
       confere-fs-arqRelatorio section.

           if ws-fs-arqRelatorio <> 0 then
               move 23                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelatorio "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       confere-fs-arqRelatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro de controle desta execucao no job log. A
      *>  identificacao carrega o mes avaliado; os contadores sao
      *>  estacoes avaliadas, quebras de meta, dias esperados e dias
      *>  entregues na rede.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "desempenhoFornecedor"  to ws-job-programa
           move spaces                  to ws-job-identificacao
           string "mes "                delimited by size
                  ws-df-ano             delimited by size
                  ws-df-mes             delimited by size
                  into ws-job-identificacao
           move ws-rede-estacoes        to ws-job-contador-1
           move ws-total-quebras        to ws-job-contador-2
           move ws-rede-esperados       to ws-job-contador-3
           move ws-rede-entregues       to ws-job-contador-4
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

           move "Estacoes avaliadas"             to ws-lt-texto
           move ws-rede-estacoes                 to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Estacoes com quebra de meta"    to ws-lt-texto
           move ws-estacoes-com-quebra           to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Quebras de meta (estacoes e rede)" to ws-lt-texto
           move ws-total-quebras                 to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           close arqTemp
           if ws-fs-arqTempHor <> 35 then
               close arqTempHor
           end-if
           close arqEstacoes
           close arqRelatorio

           move "N" to ws-job-termino
           perform grava-joblog
           move "N" to ws-joblog-aberto
           close arqJobLog

           display "Relatorio gerado em relatorioFornecedor.dat"

           Stop run
           .
       finaliza-exit.
           exit.
