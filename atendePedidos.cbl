      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "atendePedidos".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch noturno de atendimento dos pedidos de dados dos
      *>clientes externos (arqPedidos.dat, copybook PEDREG, cadastrados
      *>no online). Para cada pedido aberto cujo periodo ja terminou:
      *>  - gera um extrato proprio, pedidoNNNNN.dat (layout fixo) ou
      *>    pedidoNNNNN.csv (separador ";" e virgula decimal, como o
      *>    exportTemp.csv), com um header que descreve o conteudo -
      *>    pedido, cliente, periodo, estacoes, variaveis, se entram
      *>    dias estimados/suspeitos e a data de geracao;
      *>  - um detalhe por estacao-dia, em ordem de ano, estacao e
      *>    dia, so com as variaveis pedidas e o indicador de
      *>    qualidade ("E" estimado, "S" suspeito, branco boa);
      *>  - marca o pedido atendido com a data, o extrato e a
      *>    quantidade de estacao-dias entregues;
      *>  - grava a linha de cobranca em arqFaturamento.dat (copybook
      *>    FATREG), de onde o financeiro fatura.
      *>Os dados vem de arqTempIndexed.dat, ou do arquivo morto do ano
      *>(arqTempArquivoAAAA.dat, gravado pelo arquivaTemp) quando ele
      *>existe - o expurgo move o ano inteiro, entao um ano esta em um
      *>lugar ou no outro. Dia confirmado ruim ("X") pelo operador
      *>nunca sai; dia estimado ou suspeito so sai quando o pedido
      *>permite.
      *>Pedido com periodo que ainda nao terminou (data final de hoje
      *>em diante) fica aberto para a noite em que os dados estiverem
      *>completos.
      *>
      *>Layout fixo do extrato:
      *>  header "01": pedido, cliente, data inicial e final, as tres
      *>    variaveis pedidas (S/N - temperatura, umidade,
      *>    precipitacao), estimados S/N, suspeitos S/N, data de
      *>    geracao, quantidade de estacoes (00 = rede inteira) e as
      *>    dez estacoes pedidas;
      *>  detalhe "02": estacao, data aaaammdd, temperatura com sinal,
      *>    umidade, precipitacao (em branco a variavel nao pedida) e
      *>    o indicador de qualidade;
      *>  trailer "09": quantidade de estacao-dias.
      *>No CSV o header sao linhas iniciadas por "#", seguidas da linha
      *>com o nome das colunas; a ultima linha "#" traz a quantidade de
      *>estacao-dias.
      *>Cada execucao fica registrada em arqTempJobLog.dat - e o passo
      *>8 da cadeiaDiaria.

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

           select arqPedidos assign to "arqPedidos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ped-numero
           file status is ws-fs-arqPedidos.

           select arqArquivoAno assign to ws-nome-arquivo-ano
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqArquivoAno.

           select arqExtrato assign to ws-nome-extrato
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqExtrato.

           select arqFaturamento assign to "arqFaturamento.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqFaturamento.

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

       fd arqPedidos.
           copy PEDREG.

      *>----Arquivo morto anual, no layout gravado pelo arquivaTemp
       fd arqArquivoAno.
       01 fd-arquivo-ano.
          05 fd-arq-estacao                        pic  9(02).
          05 fd-arq-dia                            pic  9(07).
          05 fd-arq-temperatura                    pic s9(02)v99.
          05 fd-arq-umidade                        pic  9(03).
          05 fd-arq-precipitacao                   pic  9(03)v9.
          05 fd-arq-qualidade                      pic  x(01).

       fd arqExtrato.
       01 fd-linha-extrato                          pic x(120).

       fd arqFaturamento.
       01 fd-linha-faturamento                      pic x(98).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-arqPedidos                        pic  9(02).
       77  ws-fs-arqArquivoAno                     pic  9(02).
       77  ws-fs-arqExtrato                        pic  9(02).
       77  ws-fs-arqFaturamento                    pic  9(02).
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

      *>----Linha de cobranca gravada em arqFaturamento.dat
           copy FATREG.

       77  ws-data-hoje                            pic  9(08).

       77  ws-fim-pedidos                          pic  x(01).
           88  fim-pedidos                          value "S".

      *>----Contadores da rodada
       77  ws-total-abertos                        pic  9(07) value zero.
       77  ws-total-atendidos                      pic  9(07) value zero.
       77  ws-total-aguardando                     pic  9(07) value zero.
       77  ws-total-estacao-dias                   pic  9(07) value zero.

      *>----Pedido em atendimento: estacoes escolhidas (a rede inteira
      *>----liga as 99), estacoes que tiveram dados e faixa juliana
       01 ws-tab-estacoes.
          05 ws-est-escolhida                      pic  x(01) occurs 99 times.
             88  est-escolhida                      value "S".
          05 ws-est-entregue                       pic  x(01) occurs 99 times.
             88  est-entregue                       value "S".

       77  ws-est-ind                              pic  9(03).
       77  ws-ped-ind                              pic  9(02).

       77  ws-dia-ini                              pic  9(07).
       77  ws-dia-fim                              pic  9(07).
       77  ws-ano-ini                              pic  9(04).
       77  ws-ano-fim                              pic  9(04).
       77  ws-ano-corrente                         pic  9(04).
       77  ws-faixa-ini                            pic  9(07).
       77  ws-faixa-fim                            pic  9(07).

       77  ws-ped-estacao-dias                     pic  9(07).
       77  ws-ped-qtd-entregues                    pic  9(02).

       77  ws-fim-faixa                            pic  x(01).
           88  fim-faixa                            value "S".

      *>----Arquivo morto do ano corrente do laco
       77  ws-nome-arquivo-ano                     pic  x(40).
       77  ws-ano-arquivado                        pic  x(01).
           88  ano-arquivado                        value "S".
       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                          value "S".

      *>----Leitura corrente, venha do indexado ou do arquivo morto
       01 ws-leitura.
          05 ws-lei-estacao                        pic  9(02).
          05 ws-lei-dia                            pic  9(07).
          05 ws-lei-temperatura                    pic s9(02)v99.
          05 ws-lei-umidade                        pic  9(03).
          05 ws-lei-precipitacao                   pic  9(03)v9.
          05 ws-lei-qualidade                      pic  x(01).
             88  lei-qual-suspeita                  value "S".
             88  lei-qual-conf-ruim                 value "X".
             88  lei-qual-estimada                  value "E".

      *>----Nome montado do extrato do pedido
       77  ws-nome-extrato                         pic  x(20).
       77  ws-ped-numero-ed                        pic  9(05).

      *>----Parametros do subprograma dataJuliana
       01 ws-dj-parm.
          05 ws-dj-operacao                        pic  x(01).
          05 ws-dj-gregoriana                      pic  9(08).
          05 ws-dj-juliano                         pic  9(07).
          05 ws-dj-valida                          pic  x(01).

      *>----Layout fixo: header "01", detalhe "02", trailer "09"
       01 ws-registro-header.
          05 filler                                pic x(02) value "01".
          05 ws-hdr-pedido                         pic  9(05).
          05 ws-hdr-cliente                        pic  x(30).
          05 ws-hdr-data-inicial                   pic  9(08).
          05 ws-hdr-data-final                     pic  9(08).
          05 ws-hdr-variaveis                      pic  x(03).
          05 ws-hdr-estimados                      pic  x(01).
          05 ws-hdr-suspeitos                      pic  x(01).
          05 ws-hdr-data-geracao                   pic  9(08).
          05 ws-hdr-qtd-estacoes                   pic  9(02).
          05 ws-hdr-estacoes                       pic  x(20).

       01 ws-registro-detalhe.
          05 filler                                pic x(02) value "02".
          05 ws-det-estacao                        pic  9(02).
          05 ws-det-data                           pic  9(08).
          05 ws-det-grupo-temperatura.
             10 ws-det-temperatura                 pic s9(02)v99
                                                   sign leading separate.
          05 ws-det-grupo-umidade.
             10 ws-det-umidade                     pic  9(03).
          05 ws-det-grupo-precipitacao.
             10 ws-det-precipitacao                pic  9(03)v9.
          05 ws-det-qualidade                      pic  x(01).

       01 ws-registro-trailer.
          05 filler                                pic x(02) value "09".
          05 ws-trl-estacao-dias                   pic  9(07).

      *>----CSV: campos editados e linha montada com ponteiro, so com
      *>----as colunas das variaveis pedidas
       01 ws-campos-csv.
          05 ws-csv-estacao                        pic  9(02).
          05 ws-csv-data                           pic  9(08).
          05 ws-csv-temp                           pic --9,99.
          05 ws-csv-umidade                        pic  9(03).
          05 ws-csv-precipitacao                   pic  9(03),9.
          05 ws-csv-estacao-dias                   pic  9(07).

       77  ws-linha-extrato                        pic  x(120).
       77  ws-ponteiro                             pic  9(03).

      *>----Lista das estacoes pedidas, para o header
       77  ws-lista-estacoes                       pic  x(30).
       77  ws-ponteiro-lista                       pic  9(02).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processa-pedidos.
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

      *>nenhum pedido cadastrado ainda: a noite termina normal, sem
      *>nada a atender - a cadeia segue
           open i-o arqPedidos
           if ws-fs-arqPedidos = 35 then
               display "Nenhum pedido de cliente cadastrado."
               move "N" to ws-job-termino
               perform grava-joblog
               move "N" to ws-joblog-aberto
               close arqJobLog
               Stop run
           end-if
           if ws-fs-arqPedidos  <> 00
           and ws-fs-arqPedidos <> 05 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqPedidos                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPedidos "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTemp
           if ws-fs-arqTemp <> 00 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemp "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqFaturamento
           if ws-fs-arqFaturamento  <> 00
           and ws-fs-arqFaturamento <> 05 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqFaturamento                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFaturamento "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre arqPedidos.dat em ordem de numero e atende cada
      *>  pedido aberto cujo periodo ja terminou
      *>------------------------------------------------------------------------
       processa-pedidos section.

           move "N"  to ws-fim-pedidos
           move zero to fd-ped-numero
           start arqPedidos key is not less than fd-ped-numero

           if ws-fs-arqPedidos <> 0 then
               if ws-fs-arqPedidos = 23 then
                   move "S" to ws-fim-pedidos
               else
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-arqPedidos                       to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqPedidos "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-pedidos

               read arqPedidos next

               if ws-fs-arqPedidos = 10 then
                   move "S" to ws-fim-pedidos
               else
                   if ws-fs-arqPedidos <> 0 then
                       move 6                                      to ws-msn-erro-ofsset
                       move ws-fs-arqPedidos                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqPedidos "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-ped-aberto then
                       add 1 to ws-total-abertos
      *>periodo que ainda nao terminou fica para outra noite - o
      *>cliente paga pelo periodo inteiro
                       if fd-ped-data-final >= ws-data-hoje then
                           add 1 to ws-total-aguardando
                       else
                           perform atende-pedido
                       end-if
                   end-if
               end-if

           end-perform

           display "Pedidos abertos: "        ws-total-abertos
           display "Pedidos atendidos: "      ws-total-atendidos
           display "Aguardando o periodo: "   ws-total-aguardando
           display "Estacao-dias entregues: " ws-total-estacao-dias
           .
       processa-pedidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atende o pedido corrente em fd-ped: gera o extrato ano a ano,
      *>  marca o pedido atendido e grava a cobranca
      *>------------------------------------------------------------------------
       atende-pedido section.

           perform prepara-pedido
           perform abre-extrato
           perform grava-header

           perform varying ws-ano-corrente from ws-ano-ini by 1
                   until ws-ano-corrente > ws-ano-fim

               compute ws-faixa-ini = ws-ano-corrente * 1000 + 1
               if ws-faixa-ini < ws-dia-ini then
                   move ws-dia-ini to ws-faixa-ini
               end-if
               compute ws-faixa-fim = ws-ano-corrente * 1000 + 366
               if ws-faixa-fim > ws-dia-fim then
                   move ws-dia-fim to ws-faixa-fim
               end-if

      *>ano expurgado pelo arquivaTemp vem do arquivo morto; os
      *>demais, do indexado
               perform le-arquivo-ano
               if not ano-arquivado then
                   perform varying ws-est-ind from 1 by 1
                           until ws-est-ind > 99
                       if est-escolhida(ws-est-ind) then
                           perform le-indexado-estacao
                       end-if
                   end-perform
               end-if

           end-perform

           perform grava-trailer

           close arqExtrato

           perform marca-atendido
           perform grava-faturamento

           add 1                   to ws-total-atendidos
           add ws-ped-estacao-dias to ws-total-estacao-dias

           display "Pedido " fd-ped-numero " atendido em " ws-nome-extrato
                   " - estacao-dias: " ws-ped-estacao-dias
           .
       atende-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Liga as estacoes escolhidas, converte o periodo para a faixa
      *>  juliana da chave e zera os contadores do pedido
      *>------------------------------------------------------------------------
       prepara-pedido section.

           move zero to ws-ped-estacao-dias
           move zero to ws-ped-qtd-entregues

           perform varying ws-est-ind from 1 by 1
                   until ws-est-ind > 99
               if fd-ped-qtd-estacoes = zero then
                   move "S" to ws-est-escolhida(ws-est-ind)
               else
                   move "N" to ws-est-escolhida(ws-est-ind)
               end-if
               move "N" to ws-est-entregue(ws-est-ind)
           end-perform

           perform varying ws-ped-ind from 1 by 1
                   until ws-ped-ind > fd-ped-qtd-estacoes
                   or ws-ped-ind > 10
               move fd-ped-estacao(ws-ped-ind) to ws-est-ind
               if ws-est-ind > zero then
                   move "S" to ws-est-escolhida(ws-est-ind)
               end-if
           end-perform

           move "J"                 to ws-dj-operacao
           move fd-ped-data-inicial to ws-dj-gregoriana
           call "dataJuliana" using ws-dj-parm
           move ws-dj-juliano       to ws-dia-ini

           move "J"                 to ws-dj-operacao
           move fd-ped-data-final   to ws-dj-gregoriana
           call "dataJuliana" using ws-dj-parm
           move ws-dj-juliano       to ws-dia-fim

           move fd-ped-data-inicial(1:4) to ws-ano-ini
           move fd-ped-data-final(1:4)   to ws-ano-fim
           .
       prepara-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o extrato do pedido - pedidoNNNNN.dat no layout fixo,
      *>  pedidoNNNNN.csv no CSV. Uma reexecucao apos falha regera o
      *>  extrato do zero.
      *>------------------------------------------------------------------------
       abre-extrato section.

           move fd-ped-numero to ws-ped-numero-ed

           move spaces to ws-nome-extrato
           if fd-ped-formato-csv then
               string "pedido"          delimited by size
                      ws-ped-numero-ed  delimited by size
                      ".csv"            delimited by size
                      into ws-nome-extrato
           else
               string "pedido"          delimited by size
                      ws-ped-numero-ed  delimited by size
                      ".dat"            delimited by size
                      into ws-nome-extrato
           end-if

           open output arqExtrato
           if ws-fs-arqExtrato <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtrato                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqExtrato "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Header do extrato: o registro "01" no layout fixo; no CSV as
      *>  linhas "#" descritivas e a linha com o nome das colunas
      *>------------------------------------------------------------------------
       grava-header section.

           move spaces to ws-lista-estacoes
           if fd-ped-qtd-estacoes = zero then
               move "rede inteira" to ws-lista-estacoes
           else
               move 1 to ws-ponteiro-lista
               perform varying ws-ped-ind from 1 by 1
                       until ws-ped-ind > fd-ped-qtd-estacoes
                       or ws-ped-ind > 10
                   if ws-ped-ind > 1 then
                       string ","  delimited by size
                              into ws-lista-estacoes
                              with pointer ws-ponteiro-lista
                   end-if
                   string fd-ped-estacao(ws-ped-ind) delimited by size
                          into ws-lista-estacoes
                          with pointer ws-ponteiro-lista
               end-perform
           end-if

           if fd-ped-formato-csv then
               move spaces to ws-linha-extrato
               string "#pedido;"       delimited by size
                      fd-ped-numero    delimited by size
                      ";cliente;"      delimited by size
                      fd-ped-cliente   delimited by size
                      into ws-linha-extrato
               perform grava-linha-extrato

               move spaces to ws-linha-extrato
               string "#periodo;"          delimited by size
                      fd-ped-data-inicial  delimited by size
                      ";"                  delimited by size
                      fd-ped-data-final    delimited by size
                      into ws-linha-extrato
               perform grava-linha-extrato

               move spaces to ws-linha-extrato
               string "#estacoes;"       delimited by size
                      ws-lista-estacoes  delimited by size
                      into ws-linha-extrato
               perform grava-linha-extrato

               move spaces to ws-linha-extrato
               string "#variaveis;temperatura;"  delimited by size
                      fd-ped-var-temperatura     delimited by size
                      ";umidade;"                delimited by size
                      fd-ped-var-umidade         delimited by size
                      ";precipitacao;"           delimited by size
                      fd-ped-var-precipitacao    delimited by size
                      into ws-linha-extrato
               perform grava-linha-extrato

               move spaces to ws-linha-extrato
               string "#dias estimados;"         delimited by size
                      fd-ped-inclui-estimados    delimited by size
                      ";dias suspeitos;"         delimited by size
                      fd-ped-inclui-suspeitos    delimited by size
                      ";qualidade E estimado S suspeito branco boa"
                                                 delimited by size
                      into ws-linha-extrato
               perform grava-linha-extrato

               move spaces to ws-linha-extrato
               string "#gerado em;"  delimited by size
                      ws-data-hoje   delimited by size
                      into ws-linha-extrato
               perform grava-linha-extrato

               move spaces to ws-linha-extrato
               move 1      to ws-ponteiro
               string "estacao;data" delimited by size
                      into ws-linha-extrato
                      with pointer ws-ponteiro
               if fd-ped-quer-temperatura then
                   string ";temperatura" delimited by size
                          into ws-linha-extrato
                          with pointer ws-ponteiro
               end-if
               if fd-ped-quer-umidade then
                   string ";umidade" delimited by size
                          into ws-linha-extrato
                          with pointer ws-ponteiro
               end-if
               if fd-ped-quer-precipitacao then
                   string ";precipitacao" delimited by size
                          into ws-linha-extrato
                          with pointer ws-ponteiro
               end-if
               string ";qualidade" delimited by size
                      into ws-linha-extrato
                      with pointer ws-ponteiro
               perform grava-linha-extrato
           else
               move fd-ped-numero            to ws-hdr-pedido
               move fd-ped-cliente           to ws-hdr-cliente
               move fd-ped-data-inicial      to ws-hdr-data-inicial
               move fd-ped-data-final        to ws-hdr-data-final
               move fd-ped-variaveis         to ws-hdr-variaveis
               move fd-ped-inclui-estimados  to ws-hdr-estimados
               move fd-ped-inclui-suspeitos  to ws-hdr-suspeitos
               move ws-data-hoje             to ws-hdr-data-geracao
               move fd-ped-qtd-estacoes      to ws-hdr-qtd-estacoes
               move fd-ped-estacoes          to ws-hdr-estacoes

               move ws-registro-header to ws-linha-extrato
               perform grava-linha-extrato
           end-if
           .
       grava-header-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arquivo morto do ano corrente inteiro, filtrando estacao
      *>  e periodo; ano sem arquivo (status 35) fica para o indexado,
      *>  com ano-arquivado desligado
      *>------------------------------------------------------------------------
       le-arquivo-ano section.

           move spaces to ws-nome-arquivo-ano
           string "arqTempArquivo"    delimited by size
                  ws-ano-corrente     delimited by size
                  ".dat"              delimited by size
                  into ws-nome-arquivo-ano

           move "N" to ws-ano-arquivado

           open input arqArquivoAno

           if ws-fs-arqArquivoAno = 35 then
               continue
           else
               move "S" to ws-ano-arquivado

               if ws-fs-arqArquivoAno <> 0 then
                   move 8                                       to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoAno                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArquivoAno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-arquivo

               perform until fim-arquivo

                   read arqArquivoAno
                   if ws-fs-arqArquivoAno = 10 then
                       move "S" to ws-fim-arquivo
                   else
                       if ws-fs-arqArquivoAno <> 0 then
                           move 9                                       to ws-msn-erro-ofsset
                           move ws-fs-arqArquivoAno                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqArquivoAno "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-arq-estacao > zero
                       and fd-arq-dia >= ws-faixa-ini
                       and fd-arq-dia <= ws-faixa-fim then
                           if est-escolhida(fd-arq-estacao) then
                               move fd-arq-estacao       to ws-lei-estacao
                               move fd-arq-dia           to ws-lei-dia
                               move fd-arq-temperatura   to ws-lei-temperatura
                               move fd-arq-umidade       to ws-lei-umidade
                               move fd-arq-precipitacao  to ws-lei-precipitacao
                               move fd-arq-qualidade     to ws-lei-qualidade
                               perform considera-leitura
                           end-if
                       end-if
                   end-if

               end-perform

               close arqArquivoAno
           end-if
           .
       le-arquivo-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le do indexado a faixa do ano corrente da estacao ws-est-ind,
      *>  pela chave primaria
      *>------------------------------------------------------------------------
       le-indexado-estacao section.

           move ws-est-ind   to fd-estacao
           move ws-faixa-ini to fd-dia
           start arqTemp key is not less than fd-chave

           if ws-fs-arqTemp = 0 then
               move "N" to ws-fim-faixa

               perform until fim-faixa

                   read arqTemp next

                   if ws-fs-arqTemp = 10 then
                       move "S" to ws-fim-faixa
                   else
                       if ws-fs-arqTemp <> 0 then
                           move 10                                  to ws-msn-erro-ofsset
                           move ws-fs-arqTemp                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-estacao <> ws-est-ind
                       or fd-dia > ws-faixa-fim then
                           move "S" to ws-fim-faixa
                       else
                           move fd-estacao       to ws-lei-estacao
                           move fd-dia           to ws-lei-dia
                           move fd-temperatura   to ws-lei-temperatura
                           move fd-umidade       to ws-lei-umidade
                           move fd-precipitacao  to ws-lei-precipitacao
                           move fd-qualidade     to ws-lei-qualidade
                           perform considera-leitura
                       end-if
                   end-if

               end-perform
           else
               if ws-fs-arqTemp <> 23 then
                   move 11                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqTemp "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       le-indexado-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica as regras de qualidade do pedido a leitura em
      *>  ws-leitura: confirmado ruim ("X") nunca sai; estimado e
      *>  suspeito so com a permissao do pedido
      *>------------------------------------------------------------------------
       considera-leitura section.

           evaluate true
               when lei-qual-conf-ruim
                   continue
               when lei-qual-estimada
                   if fd-ped-com-estimados then
                       perform grava-detalhe
                   end-if
               when lei-qual-suspeita
                   if fd-ped-com-suspeitos then
                       perform grava-detalhe
                   end-if
               when other
                   perform grava-detalhe
           end-evaluate
           .
       considera-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Detalhe de uma estacao-dia, so com as variaveis pedidas, e a
      *>  contagem para a cobranca
      *>------------------------------------------------------------------------
       grava-detalhe section.

           move "G"        to ws-dj-operacao
           move ws-lei-dia to ws-dj-juliano
           call "dataJuliana" using ws-dj-parm

           if fd-ped-formato-csv then
               move ws-lei-estacao       to ws-csv-estacao
               move ws-dj-gregoriana     to ws-csv-data
               move ws-lei-temperatura   to ws-csv-temp
               move ws-lei-umidade       to ws-csv-umidade
               move ws-lei-precipitacao  to ws-csv-precipitacao

               move spaces to ws-linha-extrato
               move 1      to ws-ponteiro
               string ws-csv-estacao  delimited by size
                      ";"             delimited by size
                      ws-csv-data     delimited by size
                      into ws-linha-extrato
                      with pointer ws-ponteiro
               if fd-ped-quer-temperatura then
                   string ";"          delimited by size
                          ws-csv-temp  delimited by size
                          into ws-linha-extrato
                          with pointer ws-ponteiro
               end-if
               if fd-ped-quer-umidade then
                   string ";"             delimited by size
                          ws-csv-umidade  delimited by size
                          into ws-linha-extrato
                          with pointer ws-ponteiro
               end-if
               if fd-ped-quer-precipitacao then
                   string ";"                  delimited by size
                          ws-csv-precipitacao  delimited by size
                          into ws-linha-extrato
                          with pointer ws-ponteiro
               end-if
               string ";"  delimited by size
                      into ws-linha-extrato
                      with pointer ws-ponteiro
               if lei-qual-estimada or lei-qual-suspeita then
                   string ws-lei-qualidade delimited by size
                          into ws-linha-extrato
                          with pointer ws-ponteiro
               end-if
           else
               move ws-lei-estacao   to ws-det-estacao
               move ws-dj-gregoriana to ws-det-data

               if fd-ped-quer-temperatura then
                   move ws-lei-temperatura  to ws-det-temperatura
               else
                   move spaces              to ws-det-grupo-temperatura
               end-if
               if fd-ped-quer-umidade then
                   move ws-lei-umidade      to ws-det-umidade
               else
                   move spaces              to ws-det-grupo-umidade
               end-if
               if fd-ped-quer-precipitacao then
                   move ws-lei-precipitacao to ws-det-precipitacao
               else
                   move spaces              to ws-det-grupo-precipitacao
               end-if

               if lei-qual-estimada or lei-qual-suspeita then
                   move ws-lei-qualidade    to ws-det-qualidade
               else
                   move space               to ws-det-qualidade
               end-if

               move ws-registro-detalhe to ws-linha-extrato
           end-if

           perform grava-linha-extrato

           add 1 to ws-ped-estacao-dias
           if not est-entregue(ws-lei-estacao) then
               move "S" to ws-est-entregue(ws-lei-estacao)
               add 1    to ws-ped-qtd-entregues
           end-if
           .
       grava-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecho do extrato com a quantidade de estacao-dias - o trailer
      *>  "09" no layout fixo, a ultima linha "#" no CSV
      *>------------------------------------------------------------------------
       grava-trailer section.

           if fd-ped-formato-csv then
               move ws-ped-estacao-dias to ws-csv-estacao-dias
               move spaces to ws-linha-extrato
               string "#estacao-dias;"     delimited by size
                      ws-csv-estacao-dias  delimited by size
                      into ws-linha-extrato
           else
               move ws-ped-estacao-dias to ws-trl-estacao-dias
               move ws-registro-trailer to ws-linha-extrato
           end-if

           perform grava-linha-extrato
           .
       grava-trailer-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-extrato no extrato do pedido - extrato parcial
      *>  nao pode ir para o cliente
      *>------------------------------------------------------------------------
       grava-linha-extrato section.

           move ws-linha-extrato to fd-linha-extrato
           write fd-linha-extrato

           if ws-fs-arqExtrato <> 0 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-arqExtrato                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqExtrato "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca o pedido atendido. Vem antes da cobranca: uma queda
      *>  entre as duas deixa pedido atendido sem linha de cobranca,
      *>  que aparece na conferencia, em vez de cobrar o cliente duas
      *>  vezes na reexecucao.
      *>------------------------------------------------------------------------
       marca-atendido section.

           move "F"                 to fd-ped-situacao
           move ws-data-hoje        to fd-ped-data-atendimento
           move ws-nome-extrato     to fd-ped-arquivo
           move ws-ped-estacao-dias to fd-ped-estacao-dias

           rewrite fd-ped
           if ws-fs-arqPedidos <> 0 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-arqPedidos                       to ws-msn-erro-cod
               move "Erro ao regravar arq. arqPedidos "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       marca-atendido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de cobranca do pedido atendido em arqFaturamento.dat
      *>------------------------------------------------------------------------
       grava-faturamento section.

           move fd-ped-numero          to ws-fat-pedido
           move fd-ped-cliente         to ws-fat-cliente
           move ws-data-hoje           to ws-fat-data-atendimento
           move fd-ped-data-inicial    to ws-fat-data-inicial
           move fd-ped-data-final      to ws-fat-data-final
           move ws-ped-qtd-entregues   to ws-fat-qtd-estacoes
           move ws-ped-estacao-dias    to ws-fat-estacao-dias
           move fd-ped-formato         to ws-fat-formato
           move ws-nome-extrato        to ws-fat-arquivo

           move ws-fat-registro to fd-linha-faturamento
           write fd-linha-faturamento

           if ws-fs-arqFaturamento <> 0 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqFaturamento                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqFaturamento "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-faturamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro de controle desta execucao no job log:
      *>  pedidos abertos lidos, atendidos, aguardando o fim do periodo
      *>  e estacao-dias entregues. O tipo de termino ja foi deixado em
      *>  ws-job-termino por quem chamou.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "atendePedidos"         to ws-job-programa
           move "arqPedidos.dat"        to ws-job-identificacao
           move ws-total-abertos        to ws-job-contador-1
           move ws-total-atendidos      to ws-job-contador-2
           move ws-total-aguardando     to ws-job-contador-3
           move ws-total-estacao-dias   to ws-job-contador-4
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

           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 15                               to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPedidos
           close arqFaturamento

           move "N" to ws-job-termino
           perform grava-joblog
           move "N" to ws-joblog-aberto
           close arqJobLog

           Stop run
           .
       finaliza-exit.
           exit.
