      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "retornoOficial".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch de processamento do retorno do orgao
      *>meteorologico as transmissoes geradas pelo transmiteOficial.
      *>O orgao devolve arqRetornoOficial.dat com um bloco por
      *>estacao/mes transmitido:
      *>  - header "01": estacao, ano/mes, numero da retificacao a que
      *>    responde, data de processamento no orgao e o resultado
      *>    ("A" aceito, "R" rejeitado);
      *>  - um detalhe "02" por dia rejeitado, com dia juliano, data,
      *>    codigo e descricao do erro;
      *>  - trailer "09" com a contagem de detalhes e as somas de
      *>    temperatura e precipitacao como o orgao as recebeu, e a
      *>    quantidade de dias rejeitados.
      *>Cada bloco e casado com a transmissao a que se refere pelo
      *>controle em arqTransmissoes.dat (estacao/ano/mes e numero da
      *>retificacao) e pelo trailer do proprio
      *>arqTransmissaoEEAAAAMM[Rnn].dat: contagem e somas tem de bater.
      *>Bloco casado atualiza a situacao do controle para aceito ou
      *>rejeitado; o rejeitado de mes que ja esta aberto fica direto
      *>com a retificacao pendente, porque os dias ja podem ser
      *>corrigidos. Bloco que nao casa nao mexe no controle e sai no
      *>relatorio com o motivo. Retorno ja processado (mesma data de
      *>processamento) e pulado, para o arquivo poder ser relido.
      *>O relatorio de trabalho relatorioRetorno.dat lista os dias
      *>rejeitados com o erro e o valor enviado, para a correcao, e
      *>fecha com as transmissoes geradas ou enviadas ha mais de N
      *>dias ainda sem resposta - N vem de arqRetornoParam.dat. Roda
      *>todas as noites como passo 7 da cadeiaDiaria; sem
      *>arquivo de retorno sai so a lista das pendentes.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqTransmissoes assign to "arqTransmissoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-txc-chave
           file status is ws-fs-arqTransmissoes.

           select arqRetorno assign to "arqRetornoOficial.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRetorno.

           select arqTransmissao assign to ws-nome-arquivo
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqTransmissao.

           select arqParametros assign to "arqRetornoParam.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

           select arqRelatorio assign to "relatorioRetorno.dat"
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
       fd arqTransmissoes.
           copy TXCREG.

       fd arqRetorno.
       01 fd-linha-retorno                          pic x(100).

       fd arqTransmissao.
       01 fd-linha-transmissao                      pic x(100).

      *>dias sem resposta do orgao ate a transmissao entrar na lista
       fd arqParametros.
       01 fd-parametros.
          05 fd-rtp-dias-sem-resposta               pic  9(03).

       fd arqRelatorio.
       01 fd-linha-relatorio                        pic x(100).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTransmissoes                   pic  9(02).
       77  ws-fs-arqRetorno                        pic  9(02).
       77  ws-fs-arqTransmissao                    pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).
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

      *>----Dias sem resposta - padrao quando arqRetornoParam.dat nao
      *>----existe
       77  ws-dias-sem-resposta                    pic  9(03) value 15.

       77  ws-data-hoje                            pic  9(08).
       77  ws-data-limite                          pic  9(08).
       77  ws-limite                               pic  9(07).
       77  ws-limite-ano                           pic  9(04).
       77  ws-limite-ddd                           pic  9(03).

      *>----Parametros do subprograma dataJuliana
       01 ws-dj-parm.
          05 ws-dj-operacao                        pic  x(01).
          05 ws-dj-gregoriana                      pic  9(08).
          05 ws-dj-juliano                         pic  9(07).
          05 ws-dj-valida                          pic  x(01).
              88  dj-valida                         value "S".

      *>----Parametros do subprograma verificaFechamento - rejeitado de
      *>----mes ainda aberto ja fica com a retificacao pendente
       01 ws-fec-parm.
          05 ws-fec-parm-estacao                   pic  9(02).
          05 ws-fec-parm-dia                       pic  9(07).
          05 ws-fec-parm-situacao                  pic  x(01).
              88  mes-fechado                       value "F".

      *>----Layout do retorno do orgao: header "01", dia rejeitado "02",
      *>----trailer "09"
       01 ws-ret-linha                             pic  x(100).

       01 ws-ret-header redefines ws-ret-linha.
          05 ws-rh-tipo                            pic  x(02).
          05 ws-rh-estacao                         pic  9(02).
          05 ws-rh-ano                             pic  9(04).
          05 ws-rh-mes                             pic  9(02).
          05 ws-rh-retificacao                     pic  9(02).
          05 ws-rh-data-processamento              pic  9(08).
          05 ws-rh-resultado                       pic  x(01).
          05 filler                                pic  x(79).

       01 ws-ret-detalhe redefines ws-ret-linha.
          05 ws-rd-tipo                            pic  x(02).
          05 ws-rd-estacao                         pic  9(02).
          05 ws-rd-dia                             pic  9(07).
          05 ws-rd-data                            pic  9(08).
          05 ws-rd-codigo                          pic  x(04).
          05 ws-rd-descricao                       pic  x(40).
          05 filler                                pic  x(37).

       01 ws-ret-trailer redefines ws-ret-linha.
          05 ws-rt-tipo                            pic  x(02).
          05 ws-rt-qtd                             pic  9(05).
          05 ws-rt-soma-temp                       pic s9(07)v99
                                                   sign leading separate.
          05 ws-rt-soma-precip                     pic  9(07)v9.
          05 ws-rt-qtd-rejeitados                  pic  9(05).
          05 filler                                pic  x(70).

      *>----Bloco do retorno em processamento
       77  ws-bloco-aberto                         pic  x(01) value "N".
           88  bloco-aberto                         value "S".

       01 ws-bloco.
          05 ws-blk-estacao                        pic  9(02).
          05 ws-blk-ano                            pic  9(04).
          05 ws-blk-mes                            pic  9(02).
          05 ws-blk-retificacao                    pic  9(02).
          05 ws-blk-data-processamento             pic  9(08).
          05 ws-blk-resultado                      pic  x(01).
              88  blk-aceito                        value "A".
              88  blk-rejeitado                     value "R".
              88  blk-resultado-valido              value "A" "R".
          05 ws-blk-trl-qtd                        pic  9(05).
          05 ws-blk-trl-soma-temp                  pic s9(07)v99.
          05 ws-blk-trl-soma-precip                pic  9(07)v9.

      *>dias rejeitados do bloco - mais de um erro no mesmo dia vem em
      *>linhas separadas
       01 ws-tab-rejeitados.
          05 ws-rej-ent occurs 62 times.
             10 ws-rej-dia                         pic  9(07).
             10 ws-rej-data                        pic  9(08).
             10 ws-rej-codigo                      pic  x(04).
             10 ws-rej-descricao                   pic  x(40).

       77  ws-rej-qtd                              pic  9(03).
       77  ws-rej-excedentes                       pic  9(03).
       77  ws-rej-ind                              pic  9(03).

      *>----Transmissao a que o bloco responde: detalhes por dia do mes
      *>----(o valor enviado sai ao lado do dia rejeitado) e trailer
       01 ws-tx-linha                              pic  x(100).

       01 ws-tx-detalhe redefines ws-tx-linha.
          05 ws-txd-tipo                           pic  x(02).
          05 ws-txd-estacao                        pic  9(02).
          05 ws-txd-dia                            pic  9(07).
          05 ws-txd-data                           pic  9(08).
          05 ws-txd-temperatura                    pic s9(02)v99
                                                   sign leading separate.
          05 ws-txd-umidade                        pic  9(03).
          05 ws-txd-precipitacao                   pic  9(03)v9.
          05 ws-txd-estimado                       pic  x(01).
          05 filler                                pic  x(68).

       01 ws-tx-trailer redefines ws-tx-linha.
          05 ws-txt-tipo                           pic  x(02).
          05 ws-txt-qtd                            pic  9(05).
          05 ws-txt-soma-temp                      pic s9(07)v99
                                                   sign leading separate.
          05 ws-txt-soma-precip                    pic  9(07)v9.
          05 filler                                pic  x(75).

       01 ws-tab-enviados.
          05 ws-env-ent occurs 31 times.
             10 ws-env-presente                    pic  x(01).
             10 ws-env-temperatura                 pic s9(02)v99.
             10 ws-env-umidade                     pic  9(03).
             10 ws-env-precipitacao                pic  9(03)v9.

       77  ws-env-dia-mes                          pic  9(02).
       77  ws-env-aaaamm                           pic  9(06).

       77  ws-env-achou-trailer                    pic  x(01).
           88  env-achou-trailer                    value "S".

       01 ws-env-totais.
          05 ws-env-qtd                            pic  9(05).
          05 ws-env-soma-temp                      pic s9(07)v99.
          05 ws-env-soma-precip                    pic  9(07)v9.

       77  ws-nome-arquivo                         pic  x(40).

       77  ws-fim-transmissao                      pic  x(01).
           88  fim-transmissao                      value "S".

      *>----Resultado do casamento do bloco
       77  ws-resultado-bloco                      pic  x(60).
       77  ws-bloco-repetido                       pic  x(01).
           88  bloco-repetido                       value "S".
       77  ws-totais-divergentes                   pic  x(01).
           88  totais-divergentes                   value "S".
       77  ws-sem-arquivo-transmissao              pic  x(01).
           88  sem-arquivo-transmissao              value "S".
       77  ws-ed-retificacao                       pic  9(02).

       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                          value "S".

      *>----Contadores
       77  ws-total-blocos                         pic  9(05) value zero.
       77  ws-total-aceitos                        pic  9(05) value zero.
       77  ws-total-rejeitados                     pic  9(05) value zero.
       77  ws-total-dias-rejeitados                pic  9(05) value zero.
       77  ws-total-nao-casados                    pic  9(05) value zero.
       77  ws-total-repetidos                      pic  9(05) value zero.
       77  ws-total-linhas-invalidas               pic  9(05) value zero.
       77  ws-total-pendentes                      pic  9(05) value zero.
       77  ws-total-aguardando-retif               pic  9(05) value zero.

      *>----Linhas do relatorio
       01 ws-linha-bloco.
          05 filler                                pic  x(04) value "EST ".
          05 ws-lb-estacao                         pic  9(02).
          05 filler                                pic  x(05) value " MES ".
          05 ws-lb-ano                             pic  9(04).
          05 filler                                pic  x(01) value "/".
          05 ws-lb-mes                             pic  9(02).
          05 filler                                pic  x(07) value " RETIF ".
          05 ws-lb-retificacao                     pic  9(02).
          05 filler                                pic  x(09) value " RETORNO ".
          05 ws-lb-data                            pic  9(08).
          05 filler                                pic  x(03) value " - ".
          05 ws-lb-resultado                       pic  x(53).

       01 ws-linha-rejeitado.
          05 filler                                pic  x(06) value spaces.
          05 ws-lr-dia                             pic  9(07).
          05 filler                                pic  x(01) value space.
          05 ws-lr-data                            pic  9(08).
          05 filler                                pic  x(01) value space.
          05 ws-lr-codigo                          pic  x(04).
          05 filler                                pic  x(01) value space.
          05 ws-lr-descricao                       pic  x(40).
          05 filler                                pic  x(01) value space.
          05 ws-lr-enviado.
             10 ws-lr-temperatura                  pic -z9,99.
             10 filler                             pic  x(01) value space.
             10 ws-lr-umidade                      pic  zz9.
             10 filler                             pic  x(01) value space.
             10 ws-lr-precipitacao                 pic  zz9,9.
          05 ws-lr-enviado-x redefines ws-lr-enviado
                                                   pic  x(16).

       01 ws-linha-totais.
          05 filler                                pic  x(06) value spaces.
          05 ws-lto-origem                         pic  x(12).
          05 filler                                pic  x(08) value " - qtd ".
          05 ws-lto-qtd                            pic  zzzz9.
          05 filler                                pic  x(07) value "  temp ".
          05 ws-lto-soma-temp                      pic -zzzzzz9,99.
          05 filler                                pic  x(09) value "  precip ".
          05 ws-lto-soma-precip                    pic  zzzzzz9,9.

       01 ws-linha-pendente.
          05 filler                                pic  x(04) value "EST ".
          05 ws-lp-estacao                         pic  9(02).
          05 filler                                pic  x(05) value " MES ".
          05 ws-lp-ano                             pic  9(04).
          05 filler                                pic  x(01) value "/".
          05 ws-lp-mes                             pic  9(02).
          05 filler                                pic  x(07) value " RETIF ".
          05 ws-lp-retificacao                     pic  9(02).
          05 filler                                pic  x(11) value " GERADA EM ".
          05 ws-lp-data-geracao                    pic  9(08).
          05 filler                                pic  x(01) value space.
          05 ws-lp-envio                           pic  x(30).

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
           perform processa-retorno.
           perform lista-pendentes.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-job-data-inicio from date yyyymmdd
           accept ws-job-hora-inicio from time
           accept ws-data-hoje from date yyyymmdd

           open extend arqJobLog
           if ws-fs-arqJobLog  <> 00
           and ws-fs-arqJobLog <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqJobLog                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqJobLog "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S" to ws-joblog-aberto

           perform carrega-parametros

      *>controle inexistente e criado vazio, como no transmiteOficial
           open i-o arqTransmissoes
           if ws-fs-arqTransmissoes = 35 then
               open output arqTransmissoes
               close arqTransmissoes
               open i-o arqTransmissoes
           end-if
           if ws-fs-arqTransmissoes  <> 00
           and ws-fs-arqTransmissoes <> 05 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTransmissoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelatorio "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-relatorio
           string "RETORNO DO ORGAO METEOROLOGICO - PROCESSAMENTO DE "
                                     delimited by size
                  ws-data-hoje       delimited by size
                  into fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le os dias sem resposta de arqRetornoParam.dat, se o arquivo
      *>  existir; sem ele (status 35) vale o padrao
      *>------------------------------------------------------------------------
       carrega-parametros section.

           open input arqParametros

           if ws-fs-arqParametros = 35 then
               continue
           else
               if ws-fs-arqParametros <> 0 then
                   move 4                                       to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqParametros "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqParametros
               if ws-fs-arqParametros = 0 then
                   move fd-rtp-dias-sem-resposta to ws-dias-sem-resposta
               else
                   if ws-fs-arqParametros <> 10 then
                       move 5                                       to ws-msn-erro-ofsset
                       move ws-fs-arqParametros                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqParametros "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqParametros
           end-if
           .
       carrega-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arquivo de retorno bloco a bloco: o header abre o bloco,
      *>  os detalhes sao guardados e o trailer fecha e processa
      *>------------------------------------------------------------------------
       processa-retorno section.

           open input arqRetorno

           if ws-fs-arqRetorno = 35 then
               move "Nenhum arquivo de retorno do orgao (arqRetornoOficial.dat)."
                    to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
               display "arqRetornoOficial.dat nao encontrado - so a lista de pendentes."
           else
               if ws-fs-arqRetorno <> 0 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRetorno                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRetorno "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-arquivo
               move "N" to ws-bloco-aberto

               perform until fim-arquivo

                   read arqRetorno
                   if ws-fs-arqRetorno = 10 then
                       move "S" to ws-fim-arquivo
                   else
                       if ws-fs-arqRetorno <> 0 then
                           move 7                                      to ws-msn-erro-ofsset
                           move ws-fs-arqRetorno                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRetorno "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move fd-linha-retorno to ws-ret-linha

                       evaluate ws-rh-tipo
                           when "01"
                               if bloco-aberto then
                                   perform bloco-sem-trailer
                               end-if
                               perform inicia-bloco

                           when "02"
                               if bloco-aberto then
                                   perform guarda-rejeitado
                               else
                                   add 1 to ws-total-linhas-invalidas
                               end-if

                           when "09"
                               if bloco-aberto then
                                   perform processa-bloco
                                   move "N" to ws-bloco-aberto
                               else
                                   add 1 to ws-total-linhas-invalidas
                               end-if

                           when other
                               add 1 to ws-total-linhas-invalidas
                       end-evaluate
                   end-if

               end-perform

               if bloco-aberto then
                   perform bloco-sem-trailer
               end-if

               close arqRetorno
           end-if
           .
       processa-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Header "01": guarda a chave e o resultado do bloco. Header com
      *>  campo numerico invalido nao abre bloco - as linhas dele saem
      *>  como invalidas.
      *>------------------------------------------------------------------------
       inicia-bloco section.

           if ws-rh-estacao            is numeric
           and ws-rh-ano               is numeric
           and ws-rh-mes               is numeric
           and ws-rh-retificacao       is numeric
           and ws-rh-data-processamento is numeric then
               move "S"                       to ws-bloco-aberto
               move ws-rh-estacao             to ws-blk-estacao
               move ws-rh-ano                 to ws-blk-ano
               move ws-rh-mes                 to ws-blk-mes
               move ws-rh-retificacao         to ws-blk-retificacao
               move ws-rh-data-processamento  to ws-blk-data-processamento
               move ws-rh-resultado           to ws-blk-resultado
               move zero to ws-rej-qtd
               move zero to ws-rej-excedentes
           else
               move "N" to ws-bloco-aberto
               add 1 to ws-total-linhas-invalidas
           end-if
           .
       inicia-bloco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Detalhe "02": guarda o dia rejeitado do bloco
      *>------------------------------------------------------------------------
       guarda-rejeitado section.

           if ws-rej-qtd < 62 then
               add 1 to ws-rej-qtd
               if ws-rd-dia is numeric then
                   move ws-rd-dia  to ws-rej-dia(ws-rej-qtd)
               else
                   move zero       to ws-rej-dia(ws-rej-qtd)
               end-if
               if ws-rd-data is numeric then
                   move ws-rd-data to ws-rej-data(ws-rej-qtd)
               else
                   move zero       to ws-rej-data(ws-rej-qtd)
               end-if
               move ws-rd-codigo     to ws-rej-codigo(ws-rej-qtd)
               move ws-rd-descricao  to ws-rej-descricao(ws-rej-qtd)
           else
               add 1 to ws-rej-excedentes
           end-if
           .
       guarda-rejeitado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco que terminou sem trailer - nao ha como casar os totais
      *>------------------------------------------------------------------------
       bloco-sem-trailer section.

           add 1 to ws-total-blocos
           add 1 to ws-total-nao-casados

           move "NAO CASADO: bloco sem trailer no retorno" to ws-resultado-bloco
           perform grava-linha-bloco
           move "N" to ws-bloco-aberto
           .
       bloco-sem-trailer-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trailer "09": casa o bloco com o controle e com a transmissao
      *>  e, casado, aplica o resultado
      *>------------------------------------------------------------------------
       processa-bloco section.

           add 1 to ws-total-blocos

           move spaces to ws-resultado-bloco
           move "N"    to ws-bloco-repetido
           move "N"    to ws-totais-divergentes
           move "N"    to ws-sem-arquivo-transmissao

           if ws-rt-qtd is numeric
           and ws-rt-soma-temp is numeric
           and ws-rt-soma-precip is numeric then
               move ws-rt-qtd           to ws-blk-trl-qtd
               move ws-rt-soma-temp     to ws-blk-trl-soma-temp
               move ws-rt-soma-precip   to ws-blk-trl-soma-precip
           else
               move "trailer do retorno invalido" to ws-resultado-bloco
           end-if

           move ws-blk-estacao to fd-txc-estacao
           move ws-blk-ano     to fd-txc-ano
           move ws-blk-mes     to fd-txc-mes
           read arqTransmissoes

           if ws-fs-arqTransmissoes <> 0
           and ws-fs-arqTransmissoes <> 23 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqTransmissoes                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqTransmissoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate true
               when ws-resultado-bloco <> spaces
                   continue

               when not blk-resultado-valido
                   move "resultado do header invalido" to ws-resultado-bloco

               when ws-fs-arqTransmissoes = 23
                   move "transmissao nao registrada no controle" to ws-resultado-bloco

               when fd-txc-retificacao <> ws-blk-retificacao
                   move fd-txc-retificacao to ws-ed-retificacao
                   string "responde a outra geracao - a atual e a RETIF "
                                            delimited by size
                          ws-ed-retificacao delimited by size
                          into ws-resultado-bloco

               when not fd-txc-sem-resposta
               and fd-txc-data-retorno = ws-blk-data-processamento
                   move "S" to ws-bloco-repetido

               when not fd-txc-sem-resposta
                   string "mes ja respondido pelo orgao em "
                                              delimited by size
                          fd-txc-data-retorno delimited by size
                          into ws-resultado-bloco

               when other
                   perform confere-totais
           end-evaluate

           evaluate true
               when bloco-repetido
                   add 1 to ws-total-repetidos
                   move "ja processado anteriormente - pulado" to ws-resultado-bloco
                   perform grava-linha-bloco

               when ws-resultado-bloco <> spaces
                   add 1 to ws-total-nao-casados
                   move ws-resultado-bloco to ws-lb-resultado
                   move spaces               to ws-resultado-bloco
                   string "NAO CASADO: "    delimited by size
                          ws-lb-resultado   delimited by size
                          into ws-resultado-bloco
                   perform grava-linha-bloco
                   if totais-divergentes then
                       perform grava-totais-divergentes
                   end-if

               when other
                   perform aplica-retorno
           end-evaluate
           .
       processa-bloco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a transmissao a que o bloco responde, guardando o valor
      *>  enviado de cada dia, e confere o trailer dela com o do
      *>  retorno. Arquivo de transmissao que ja nao existe e
      *>  conferido pelos totais gravados no controle.
      *>------------------------------------------------------------------------
       confere-totais section.

           initialize ws-tab-enviados
           initialize ws-env-totais
           move "N" to ws-env-achou-trailer

           move spaces to ws-nome-arquivo
           if ws-blk-retificacao = 0 then
               string "arqTransmissao"  delimited by size
                      ws-blk-estacao    delimited by size
                      ws-blk-ano        delimited by size
                      ws-blk-mes        delimited by size
                      ".dat"            delimited by size
                      into ws-nome-arquivo
           else
               string "arqTransmissao"   delimited by size
                      ws-blk-estacao     delimited by size
                      ws-blk-ano         delimited by size
                      ws-blk-mes         delimited by size
                      "R"                delimited by size
                      ws-blk-retificacao delimited by size
                      ".dat"             delimited by size
                      into ws-nome-arquivo
           end-if

           compute ws-env-aaaamm = ws-blk-ano * 100 + ws-blk-mes

           open input arqTransmissao

           if ws-fs-arqTransmissao = 35 then
               move "S"                   to ws-sem-arquivo-transmissao
               move "S"                   to ws-env-achou-trailer
               move fd-txc-qtd-detalhes   to ws-env-qtd
               move fd-txc-soma-temp      to ws-env-soma-temp
               move fd-txc-soma-precip    to ws-env-soma-precip
           else
               if ws-fs-arqTransmissao <> 0 then
                   move 9                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTransmissao                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransmissao "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-transmissao

               perform until fim-transmissao

                   read arqTransmissao
                   if ws-fs-arqTransmissao = 10 then
                       move "S" to ws-fim-transmissao
                   else
                       if ws-fs-arqTransmissao <> 0 then
                           move 10                                        to ws-msn-erro-ofsset
                           move ws-fs-arqTransmissao                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTransmissao "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move fd-linha-transmissao to ws-tx-linha

                       evaluate ws-txd-tipo
                           when "02"
                               perform guarda-enviado
                           when "09"
                               move "S"                to ws-env-achou-trailer
                               move ws-txt-qtd         to ws-env-qtd
                               move ws-txt-soma-temp   to ws-env-soma-temp
                               move ws-txt-soma-precip to ws-env-soma-precip
                       end-evaluate
                   end-if

               end-perform

               close arqTransmissao
           end-if

           if not env-achou-trailer then
               move "arquivo de transmissao sem trailer" to ws-resultado-bloco
           else
               if ws-env-qtd         <> ws-blk-trl-qtd
               or ws-env-soma-temp   <> ws-blk-trl-soma-temp
               or ws-env-soma-precip <> ws-blk-trl-soma-precip then
                   move "S" to ws-totais-divergentes
                   move "totais do trailer nao conferem com a transmissao"
                        to ws-resultado-bloco
               end-if
           end-if
           .
       confere-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o valor enviado de um detalhe da transmissao pelo dia
      *>  do mes da data de calendario
      *>------------------------------------------------------------------------
       guarda-enviado section.

           if ws-txd-data is numeric then
               divide ws-txd-data by 100 giving ws-env-aaaamm
                      remainder ws-env-dia-mes
               if ws-env-dia-mes >= 1
               and ws-env-dia-mes <= 31 then
                   move "S"                  to ws-env-presente(ws-env-dia-mes)
                   move ws-txd-temperatura   to ws-env-temperatura(ws-env-dia-mes)
                   move ws-txd-umidade       to ws-env-umidade(ws-env-dia-mes)
                   move ws-txd-precipitacao  to ws-env-precipitacao(ws-env-dia-mes)
               end-if
           end-if
           .
       guarda-enviado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco casado: grava o resultado no controle e lista os dias
      *>  rejeitados com o erro e o valor enviado
      *>------------------------------------------------------------------------
       aplica-retorno section.

           if fd-txc-gerada then
      *>resposta de transmissao que ninguem marcou como enviada - o
      *>orgao recebeu, entao foi enviada
               display "Estacao " ws-blk-estacao " mes " ws-blk-ano "/" ws-blk-mes
                       ": envio nao registrado no online."
           end-if

           move ws-blk-data-processamento to fd-txc-data-retorno

           if blk-aceito then
               move "A"  to fd-txc-situacao
               move zero to fd-txc-qtd-rejeitados
               add 1 to ws-total-aceitos
               move "ACEITO" to ws-resultado-bloco
           else
               compute fd-txc-qtd-rejeitados = ws-rej-qtd + ws-rej-excedentes
               add 1                     to ws-total-rejeitados
               add fd-txc-qtd-rejeitados to ws-total-dias-rejeitados

      *>mes ainda aberto ja pode ser corrigido: a retificacao fica
      *>pendente sem precisar de reabertura
               compute ws-dj-gregoriana = ws-blk-ano * 10000 + ws-blk-mes * 100 + 1
               move "J" to ws-dj-operacao
               call "dataJuliana" using ws-dj-parm

               move ws-blk-estacao to ws-fec-parm-estacao
               move ws-dj-juliano  to ws-fec-parm-dia
               call "verificaFechamento" using ws-fec-parm

               if mes-fechado then
                   move "R" to fd-txc-situacao
               else
                   move "P" to fd-txc-situacao
               end-if

               move spaces to ws-resultado-bloco
               string "REJEITADO - "           delimited by size
                      fd-txc-qtd-rejeitados    delimited by size
                      " dia(s)"                delimited by size
                      into ws-resultado-bloco
           end-if

           rewrite fd-txc
           if ws-fs-arqTransmissoes <> 0 then
               move 11                                        to ws-msn-erro-ofsset
               move ws-fs-arqTransmissoes                     to ws-msn-erro-cod
               move "Erro ao regravar arq. arqTransmissoes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform grava-linha-bloco

           if blk-rejeitado then
               perform grava-dias-rejeitados
           end-if
           .
       aplica-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista de trabalho dos dias rejeitados do bloco
      *>------------------------------------------------------------------------
       grava-dias-rejeitados section.

           move "         DIA     DATA COD. DESCRICAO DO ERRO                          TEMP UMID PRECIP"
                to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           perform varying ws-rej-ind from 1 by 1
                   until ws-rej-ind > ws-rej-qtd

               move ws-rej-dia(ws-rej-ind)        to ws-lr-dia
               move ws-rej-data(ws-rej-ind)       to ws-lr-data
               move ws-rej-codigo(ws-rej-ind)     to ws-lr-codigo
               move ws-rej-descricao(ws-rej-ind)  to ws-lr-descricao

               move zero to ws-env-dia-mes
               divide ws-rej-data(ws-rej-ind) by 100 giving ws-env-aaaamm
                      remainder ws-env-dia-mes

               if ws-env-dia-mes >= 1
               and ws-env-dia-mes <= 31 then
                   if ws-env-presente(ws-env-dia-mes) = "S" then
                       move ws-env-temperatura(ws-env-dia-mes)  to ws-lr-temperatura
                       move ws-env-umidade(ws-env-dia-mes)      to ws-lr-umidade
                       move ws-env-precipitacao(ws-env-dia-mes) to ws-lr-precipitacao
                   else
                       move spaces to ws-lr-enviado-x
                   end-if
               else
                   move spaces to ws-lr-enviado-x
               end-if

               move ws-linha-rejeitado to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-perform

           if ws-rej-excedentes > 0 then
               move spaces to fd-linha-relatorio
               string "      mais "        delimited by size
                      ws-rej-excedentes    delimited by size
                      " linha(s) de erro nao listadas - ver o arquivo de retorno"
                                           delimited by size
                      into fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-if

           if fd-txc-rejeitada then
               move "      -> mes fechado: reabra no online, corrija os dias e gere a retificacao"
                    to fd-linha-relatorio
           else
               move "      -> mes aberto: corrija os dias e gere a retificacao no transmiteOficial"
                    to fd-linha-relatorio
           end-if
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       grava-dias-rejeitados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um bloco do retorno com o resultado em
      *>  ws-resultado-bloco
      *>------------------------------------------------------------------------
       grava-linha-bloco section.

           move ws-blk-estacao             to ws-lb-estacao
           move ws-blk-ano                 to ws-lb-ano
           move ws-blk-mes                 to ws-lb-mes
           move ws-blk-retificacao         to ws-lb-retificacao
           move ws-blk-data-processamento  to ws-lb-data
           move ws-resultado-bloco         to ws-lb-resultado

           move ws-linha-bloco to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       grava-linha-bloco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais da transmissao e do retorno lado a lado
      *>------------------------------------------------------------------------
       grava-totais-divergentes section.

           if sem-arquivo-transmissao then
               move "controle"     to ws-lto-origem
           else
               move "transmissao"  to ws-lto-origem
           end-if
           move ws-env-qtd          to ws-lto-qtd
           move ws-env-soma-temp    to ws-lto-soma-temp
           move ws-env-soma-precip  to ws-lto-soma-precip
           move ws-linha-totais to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "retorno"              to ws-lto-origem
           move ws-blk-trl-qtd         to ws-lto-qtd
           move ws-blk-trl-soma-temp   to ws-lto-soma-temp
           move ws-blk-trl-soma-precip to ws-lto-soma-precip
           move ws-linha-totais to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       grava-totais-divergentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Transmissoes geradas ou enviadas ate a data limite (hoje menos
      *>  os dias sem resposta) que o orgao ainda nao respondeu
      *>------------------------------------------------------------------------
       lista-pendentes section.

           perform calcula-data-limite

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move spaces to fd-linha-relatorio
           string "TRANSMISSOES SEM RESPOSTA HA MAIS DE "  delimited by size
                  ws-dias-sem-resposta                      delimited by size
                  " DIAS (GERADAS ATE "                     delimited by size
                  ws-data-limite                            delimited by size
                  ")"                                       delimited by size
                  into fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "N" to ws-fim-arquivo

           move low-values to fd-txc-chave
           start arqTransmissoes key is not less than fd-txc-chave
           if ws-fs-arqTransmissoes <> 0 then
               move "S" to ws-fim-arquivo
           end-if

           perform until fim-arquivo

               read arqTransmissoes next

               if ws-fs-arqTransmissoes = 10 then
                   move "S" to ws-fim-arquivo
               else
                   if ws-fs-arqTransmissoes <> 0 then
                       move 12                                       to ws-msn-erro-ofsset
                       move ws-fs-arqTransmissoes                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransmissoes "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-txc-rejeitada
                   or fd-txc-retif-pendente then
                       add 1 to ws-total-aguardando-retif
                   end-if

                   if fd-txc-sem-resposta
                   and fd-txc-data-geracao <= ws-data-limite then
                       perform grava-pendente
                   end-if
               end-if

           end-perform

           if ws-total-pendentes = 0 then
               move "     Nenhuma." to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-if
           .
       lista-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Data limite: hoje recuado dia a dia, com a virada de ano, e
      *>  devolvido em aaaammdd para comparar com a data de geracao
      *>------------------------------------------------------------------------
       calcula-data-limite section.

           move "J"          to ws-dj-operacao
           move ws-data-hoje to ws-dj-gregoriana
           call "dataJuliana" using ws-dj-parm
           move ws-dj-juliano to ws-limite

           perform recua-limite ws-dias-sem-resposta times

           move "G"       to ws-dj-operacao
           move ws-limite to ws-dj-juliano
           call "dataJuliana" using ws-dj-parm
           move ws-dj-gregoriana to ws-data-limite
           .
       calcula-data-limite-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recua o limite em um dia juliano; do dia 001 vai para o
      *>  ultimo dia do ano anterior (366 se valido, senao 365)
      *>------------------------------------------------------------------------
       recua-limite section.

           subtract 1 from ws-limite
           divide ws-limite by 1000 giving ws-limite-ano
                  remainder ws-limite-ddd

           if ws-limite-ddd = 0 then
               compute ws-limite = (ws-limite-ano - 1) * 1000 + 366
               move "G"       to ws-dj-operacao
               move ws-limite to ws-dj-juliano
               call "dataJuliana" using ws-dj-parm
               if not dj-valida then
                   compute ws-limite = (ws-limite-ano - 1) * 1000 + 365
               end-if
           end-if
           .
       recua-limite-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma transmissao sem resposta
      *>------------------------------------------------------------------------
       grava-pendente section.

           add 1 to ws-total-pendentes

           move fd-txc-estacao       to ws-lp-estacao
           move fd-txc-ano           to ws-lp-ano
           move fd-txc-mes           to ws-lp-mes
           move fd-txc-retificacao   to ws-lp-retificacao
           move fd-txc-data-geracao  to ws-lp-data-geracao

           move spaces to ws-lp-envio
           if fd-txc-enviada then
               string "ENVIADA EM "       delimited by size
                      fd-txc-data-envio   delimited by size
                      into ws-lp-envio
           else
               move "NAO MARCADA COMO ENVIADA" to ws-lp-envio
           end-if

           move ws-linha-pendente to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       grava-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o status apos cada gravação em arqRelatorio
      *>------------------------------------------------------------------------
       confere-fs-arqRelatorio section.

           if ws-fs-arqRelatorio <> 0 then
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelatorio "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       confere-fs-arqRelatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro de controle desta execucao no job log. Os
      *>  contadores sao blocos do retorno, aceitos, rejeitados e
      *>  transmissoes sem resposta alem do prazo.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "retornoOficial"      to ws-job-programa
           move spaces                to ws-job-identificacao
           string "retorno de "       delimited by size
                  ws-data-hoje        delimited by size
                  into ws-job-identificacao
           move ws-total-blocos       to ws-job-contador-1
           move ws-total-aceitos      to ws-job-contador-2
           move ws-total-rejeitados   to ws-job-contador-3
           move ws-total-pendentes    to ws-job-contador-4
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

           move "Blocos no retorno"                to ws-lt-texto
           move ws-total-blocos                    to ws-lt-valor
           move ws-linha-total                     to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Meses aceitos"                    to ws-lt-texto
           move ws-total-aceitos                   to ws-lt-valor
           move ws-linha-total                     to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Meses rejeitados"                 to ws-lt-texto
           move ws-total-rejeitados                to ws-lt-valor
           move ws-linha-total                     to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Dias rejeitados"                  to ws-lt-texto
           move ws-total-dias-rejeitados           to ws-lt-valor
           move ws-linha-total                     to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Blocos nao casados"               to ws-lt-texto
           move ws-total-nao-casados               to ws-lt-valor
           move ws-linha-total                     to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Blocos ja processados"            to ws-lt-texto
           move ws-total-repetidos                 to ws-lt-valor
           move ws-linha-total                     to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Linhas invalidas no retorno"      to ws-lt-texto
           move ws-total-linhas-invalidas          to ws-lt-valor
           move ws-linha-total                     to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Transmissoes sem resposta no prazo" to ws-lt-texto
           move ws-total-pendentes                 to ws-lt-valor
           move ws-linha-total                     to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Meses aguardando retificacao"     to ws-lt-texto
           move ws-total-aguardando-retif          to ws-lt-valor
           move ws-linha-total                     to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           close arqTransmissoes
           close arqRelatorio

           display "Blocos no retorno: "         ws-total-blocos
           display "Aceitos: "                   ws-total-aceitos
           display "Rejeitados: "                ws-total-rejeitados
           display "Nao casados: "               ws-total-nao-casados
           display "Sem resposta no prazo: "     ws-total-pendentes
           display "Relatorio gerado em relatorioRetorno.dat"

           move "N" to ws-job-termino
           perform grava-joblog
           move "N" to ws-joblog-aberto
           close arqJobLog

           Stop run
           .
       finaliza-exit.
           exit.
