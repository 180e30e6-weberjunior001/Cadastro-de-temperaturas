      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "recordesTemp".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch do livro de recordes das estacoes
      *>(arqTempRecordes.dat, layout no copybook RECREG): para cada
      *>estacao e cada dia de calendario (mes + dia), e para cada mes,
      *>guarda a maior e a menor temperatura diaria e a maior
      *>precipitacao diaria ja lidas, com a data em que cada recorde
      *>foi estabelecido.
      *>Dois modos, pelo parametro da linha de comando:
      *>  COMPLETO - monta o livro do zero a partir do historico
      *>      inteiro: os arquivos mortos anuais arqTempArquivoAAAA.dat
      *>      gravados pelo arquivaTemp (do primeiro ano informado ate
      *>      o ano corrente; ano sem arquivo e pulado) e depois todo o
      *>      arqTempIndexed.dat. Rodar uma vez na implantacao; o
      *>      primeiro ano vai no job log junto com a palavra COMPLETO
      *>      para a rodada da noite reler os mesmos arquivos mortos;
      *>  sem parametro - passo da cadeia noturna, em duas partes:
      *>      1. descobre no job log as cargas normais do cargaLoteTemp
      *>         iniciadas desde a rodada normal anterior do
      *>         recordesTemp (a da cadeia e qualquer reenvio carregado
      *>         a mao no meio) e examina so os dias delas - para cada
      *>         carga, a janela de dias e a faixa de estacoes entre a
      *>         primeira e a ultima chave do extrato, lida pela chave
      *>         alternada de data -, listando em relatorioRecordes.dat
      *>         os recordes batidos com o valor novo, o recorde
      *>         anterior e a data dele;
      *>      2. le em arqTempHistorico.dat as linhas gravadas desde a
      *>         rodada normal anterior do recordesTemp (cadastro,
      *>         alteracao, exclusao e restauracao no online, regravacao
      *>         pelas cargas, postagem da consolidacao horaria,
      *>         decisao de qualidade do revisaQualidade) e, para cada
      *>         estacao/dia tocado, refaz do zero o registro "D" do dia
      *>         de calendario e o "M" do mes dele, relendo os arquivos
      *>         mortos e o indexado - um valor corrigido para baixo ou
      *>         uma leitura confirmada ruim derruba o recorde, que
      *>         volta para a melhor leitura restante. Os registros
      *>         refeitos que mudaram saem no relatorio com o valor
      *>         novo e o anterior.
      *>Leituras confirmadas ruins ("X") e estimadas ("E") nunca
      *>estabelecem recorde. O recorde so muda com valor estritamente
      *>maior (ou menor) - rodar de novo a mesma carga nao repete
      *>recorde nem troca a data de um empate, que fica com a leitura
      *>mais antiga. A primeira leitura de um dia ou mes ainda sem
      *>registro abre o registro mas nao sai como recorde batido.

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

           select arqArquivoAno assign to ws-nome-arquivo-ano
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqArquivoAno.

           select arqRecordes assign to "arqTempRecordes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rec-chave
           file status is ws-fs-arqRecordes.

           select arqRelatorio assign to "relatorioRecordes.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorio.

           select arqJobLog assign to "arqTempJobLog.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJobLog.

           select arqHistorico assign to "arqTempHistorico.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHistorico.

           select arqSalvos assign to "arqTempRecordes.tmp"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqSalvos.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqTemp.
           copy TEMPREG.

      *>----Arquivo morto anual, no layout gravado pelo arquivaTemp
       fd arqArquivoAno.
       01 fd-arquivo-ano.
          05 fd-arq-estacao                        pic  9(02).
          05 fd-arq-dia                            pic  9(07).
          05 fd-arq-temperatura                    pic s9(02)v99.
          05 fd-arq-umidade                        pic  9(03).
          05 fd-arq-precipitacao                   pic  9(03)v9.
          05 fd-arq-qualidade                      pic  x(01).

       fd arqRecordes.
           copy RECREG.

       fd arqRelatorio.
       01 fd-linha-relatorio                        pic x(80).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

       fd arqHistorico.
       01 fd-linha-historico                        pic x(70).

      *>----Registros de recorde guardados antes de serem refeitos
       fd arqSalvos.
       01 fd-salvo                                  pic x(43).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-arqArquivoAno                     pic  9(02).
       77  ws-fs-arqRecordes                       pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).
       77  ws-fs-arqJobLog                         pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqSalvos                         pic  9(02).

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

      *>----Parametro da linha de comando: COMPLETO remonta o livro a
      *>----partir do historico inteiro; sem parametro, so as cargas e
      *>----alteracoes desde a rodada anterior
       77  ws-parm-linha                           pic  x(20).
           88  modo-completo                       value "COMPLETO".

      *>----Linha lida do job log na busca pelas cargas normais
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
      *>montagem completa: COMPLETO e o primeiro ano dos arquivos mortos
          05 ws-jl-ident-completo redefines ws-jl-identificacao.
             10 ws-jl-ic-modo                      pic  x(08).
             10 filler                             pic  x(01).
             10 ws-jl-ic-ano                       pic  9(04).
             10 filler                             pic  x(17).
          05 filler                                pic  x(33).
          05 ws-jl-termino                         pic  x(01).

       77  ws-fim-joblog                           pic  x(01) value "N".
           88  fim-joblog                          value "S".

       77  ws-achou-carga                          pic  x(01) value "N".
           88  achou-carga                         value "S".

      *>----Inicio da rodada normal anterior do recordesTemp: as linhas
      *>----do historico a partir dele ainda nao foram examinadas
       77  ws-corte-data                           pic  9(08) value zero.
       77  ws-corte-hora                           pic  9(08) value zero.
       77  ws-corte-momento                        pic  9(16) value zero.
       77  ws-hist-momento                         pic  9(16).

      *>----Identificacao de uma carga lida no job log, desmontada em
      *>----primeira chave, ultima chave e quantidade, como a carga a
      *>----monta; a da ultima carga vai para o job log desta rodada
       01 ws-ident-carga                           pic  x(30) value spaces.
       01 ws-ident-carga-r redefines ws-ident-carga.
          05 ws-id-primeira                        pic  9(09).
          05 filler                                pic  x(01).
          05 ws-id-ultima                          pic  9(09).
          05 filler                                pic  x(01).
          05 ws-id-qtd                             pic  9(07).
          05 filler                                pic  x(03).

      *>----Janela da carga: os dias e as estacoes entre a primeira e a
      *>----ultima chave do extrato, percorridos pela chave alternada
      *>----de data (so os dias carregados, nao o historico inteiro das
      *>----estacoes do meio, como seria pela chave primaria)
       77  ws-fim-faixa                            pic  x(01) value "N".
           88  fim-faixa                           value "S".

       77  ws-dia-carga-ini                        pic  9(07).
       77  ws-dia-carga-fim                        pic  9(07).
       77  ws-dia-carga-troca                      pic  9(07).
       77  ws-est-carga-ini                        pic  9(02).
       77  ws-est-carga-fim                        pic  9(02).

      *>----Janelas das cargas ainda nao examinadas, com o inicio de
      *>----cada uma (data e hora). Acima de 20 cargas entre duas
      *>----rodadas a ultima posicao acumula as demais, alargada para
      *>----cobrir todas - dias reexaminados nao repetem recorde.
       77  ws-qtd-cargas                           pic  9(02) value zero.
       77  ws-cg-ind                               pic  9(02).
       77  ws-cg-livre                             pic  9(02).
       77  ws-jl-momento                           pic  9(16).

       01 ws-tab-cargas.
          05 ws-cg-carga occurs 20 times.
             10 ws-cg-momento                      pic  9(16).
             10 ws-cg-dia-ini                      pic  9(07).
             10 ws-cg-dia-fim                      pic  9(07).
             10 ws-cg-est-ini                      pic  9(02).
             10 ws-cg-est-fim                      pic  9(02).

      *>----Leitura dos arquivos mortos anuais na montagem completa
       77  ws-nome-arquivo-ano                     pic  x(40).
       77  ws-ano-inicial                          pic  9(04) value zero.
       77  ws-ano-arquivo                          pic  9(04).
       77  ws-ano-atual                            pic  9(04).
       77  ws-data-hoje                            pic  9(08).
       77  ws-total-arquivos                       pic  9(03) value zero.

       77  ws-fim-arquivo                          pic  x(01).
           88  fim-arquivo                         value "S".

       77  ws-fim-indexado                         pic  x(01) value "N".
           88  fim-indexado                        value "S".

      *>----Leitura em exame, venha do arquivo morto ou do indexado
       01 ws-leitura.
          05 ws-lei-estacao                        pic  9(02).
          05 ws-lei-dia                            pic  9(07).
          05 ws-lei-temperatura                    pic s9(02)v99.
          05 ws-lei-precipitacao                   pic  9(03)v9.
          05 ws-lei-qualidade                      pic  x(01).
              88  lei-fora-dos-recordes             value "X" "E".

      *>----Data gregoriana da leitura e o mes/dia de calendario dela
       77  ws-lei-data                             pic  9(08).
       77  ws-lei-ano                              pic  9(04).
       77  ws-lei-mes-dia                          pic  9(04).
       77  ws-lei-mes                              pic  9(02).
       77  ws-lei-dia-mes                          pic  9(02).

      *>----Parametros do subprograma dataJuliana
       01 ws-dj-parm.
          05 ws-dj-operacao                        pic  x(01).
          05 ws-dj-gregoriana                      pic  9(08).
          05 ws-dj-juliano                         pic  9(07).
          05 ws-dj-valida                          pic  x(01).
              88  dj-valida                         value "S".

      *>----Registro de recorde alterado pela leitura em exame
       77  ws-rec-alterado                         pic  x(01).
           88  rec-alterado                        value "S".

      *>----Linha do historico, so os campos que localizam a operacao
       01 ws-historico.
          05 ws-hist-estacao                       pic 9(02).
          05 filler                                pic x(01).
          05 ws-hist-dia                           pic 9(07).
          05 filler                                pic x(01).
          05 ws-hist-operacao                      pic x(01).
      *>fechamento, reabertura e parametro nao mudam leitura
              88  hist-muda-leitura                 value "C" "A" "E"
                                                          "R" "Q".
          05 filler                                pic x(29).
          05 ws-hist-data                          pic 9(08).
          05 filler                                pic x(01).
          05 ws-hist-hora                          pic 9(08).
          05 filler                                pic x(06).

       77  ws-fim-historico                        pic  x(01) value "N".
           88  fim-historico                       value "S".

      *>----Estacoes, meses e dias de calendario tocados no historico,
      *>----enderecados direto pela estacao (+1, a estacao 00 existe),
      *>----pelo mes e pelo dia - sem limite de quantidade
       01 ws-tab-afetados.
          05 ws-afe-estacao occurs 100 times.
             10 ws-afe-est-marca                   pic  x(01).
                 88  afe-estacao                   value "S".
             10 ws-afe-mes occurs 12 times.
                15 ws-afe-mes-marca                pic  x(01).
                    88  afe-mes                    value "S".
                15 ws-afe-dia-marca                pic  x(01) occurs 31 times.
                    88  afe-dia                    value "S".

       77  ws-afe-ind-est                          pic  9(03).
       77  ws-afe-ind-mes                          pic  9(02).
       77  ws-afe-ind-dia                          pic  9(02).

      *>----Na releitura dos arquivos para refazer os registros
      *>----tocados, so as chaves marcadas sao atualizadas e nada e
      *>----relatado como recorde batido
       77  ws-refazendo                            pic  x(01) value "N".
           88  refazendo                           value "S".

      *>----Registro de recorde como estava antes de ser refeito
       01 ws-rec-salvo.
          05 ws-sal-chave.
             10 ws-sal-estacao                     pic  9(02).
             10 ws-sal-tipo                        pic  x(01).
                 88  sal-tipo-dia                  value "D".
             10 ws-sal-mes                         pic  9(02).
             10 ws-sal-dia-mes                     pic  9(02).
          05 ws-sal-temp-maxima                    pic s9(02)v99.
          05 ws-sal-data-temp-maxima               pic  9(08).
          05 ws-sal-temp-minima                    pic s9(02)v99.
          05 ws-sal-data-temp-minima               pic  9(08).
          05 ws-sal-precip-maxima                  pic  9(03)v9.
          05 ws-sal-data-precip-maxima             pic  9(08).

       77  ws-fim-salvos                           pic  x(01) value "N".
           88  fim-salvos                          value "S".

      *>----Contadores da rodada
       77  ws-total-lidos                          pic  9(07) value zero.
       77  ws-total-ignorados                      pic  9(07) value zero.
       77  ws-total-batidos                        pic  9(07) value zero.
       77  ws-total-abertos                        pic  9(07) value zero.
       77  ws-total-hist-lidas                     pic  9(07) value zero.
       77  ws-total-hist-usadas                    pic  9(07) value zero.
       77  ws-total-refeitos                       pic  9(07) value zero.
       77  ws-total-revistos                       pic  9(07) value zero.
       77  ws-total-removidos                      pic  9(07) value zero.

      *>----Linha de recorde batido do relatorio
       01 ws-linha-recorde.
          05 ws-lr-estacao                         pic  9(02).
          05 filler                                pic  x(01) value space.
          05 ws-lr-data                            pic  9(08).
          05 filler                                pic  x(02) value spaces.
          05 ws-lr-escopo                          pic  x(10).
          05 filler                                pic  x(01) value space.
          05 ws-lr-variavel                        pic  x(14).
          05 filler                                pic  x(01) value space.
          05 ws-lr-novo                            pic -zz9,99.
          05 filler                                pic  x(02) value spaces.
          05 ws-lr-anterior                        pic -zz9,99.
          05 filler                                pic  x(02) value spaces.
          05 ws-lr-data-anterior                   pic  9(08).

       77  ws-lr-valor-novo                        pic s9(03)v99.
       77  ws-lr-valor-anterior                    pic s9(03)v99.

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
           perform processa-recordes.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-job-data-inicio from date yyyymmdd
           accept ws-job-hora-inicio from time
           accept ws-data-hoje from date yyyymmdd

           accept ws-parm-linha from command-line

           if modo-completo then
               display "primeiro ano dos arquivos mortos (aaaa, 0000 = nenhum):"
               accept ws-ano-inicial
               string "COMPLETO "     delimited by size
                      ws-ano-inicial  delimited by size
                      into ws-ident-carga
           else
               perform busca-cargas
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

           perform abre-recordes

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelatorio "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-relatorio
           if modo-completo then
               string "LIVRO DE RECORDES - montagem completa em "
                      delimited by size
                      ws-data-hoje delimited by size
                      into fd-linha-relatorio
           else
               string "RECORDES BATIDOS NA CARGA - gerado em "
                      delimited by size
                      ws-data-hoje delimited by size
                      into fd-linha-relatorio
           end-if
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           if not modo-completo then
               move "EE DATA      RECORDE    VARIAVEL          NOVO ANTERIOR  DATA ANT."
                    to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o livro de recordes. Na montagem completa o livro e
      *>  recriado vazio; no modo da cadeia ele e aberto para
      *>  atualizacao e, se ainda nao existe, criado - os recordes
      *>  comecam entao so a partir desta carga, ate a montagem
      *>  completa ser rodada.
      *>------------------------------------------------------------------------
       abre-recordes section.

           if modo-completo then
               open output arqRecordes
               close arqRecordes
               open i-o arqRecordes
           else
               open i-o arqRecordes
               if ws-fs-arqRecordes = 35 then
                   display "arqTempRecordes.dat nao encontrado - criado vazio."
                   display "Rode recordesTemp COMPLETO para montar o historico."
                   open output arqRecordes
                   close arqRecordes
                   open i-o arqRecordes
               end-if
           end-if

           if ws-fs-arqRecordes <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRecordes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o job log guardando a janela de cada execucao do
      *>  cargaLoteTemp que terminou normal (da identificacao dela -
      *>  primeira chave, ultima chave, quantidade -, como o
      *>  alertaTemp) e o inicio da ultima rodada normal do proprio
      *>  recordesTemp: cada rodada descarta as cargas iniciadas antes
      *>  dela, ja examinadas, e o mesmo inicio separa as linhas do
      *>  historico ja vistas. Guarda tambem o primeiro ano da ultima
      *>  montagem completa, para refazer registros com os mesmos
      *>  arquivos mortos. Sem carga nova so o historico e examinado.
      *>------------------------------------------------------------------------
       busca-cargas section.

           move "N" to ws-achou-carga

           open input arqJobLog

           if ws-fs-arqJobLog = 35 then
               continue
           else
               if ws-fs-arqJobLog <> 0 then
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-arqJobLog                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqJobLog "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-joblog

               perform until fim-joblog

                   read arqJobLog
                   if ws-fs-arqJobLog = 10 then
                       move "S" to ws-fim-joblog
                   else
                       if ws-fs-arqJobLog <> 0 then
                           move 6                                      to ws-msn-erro-ofsset
                           move ws-fs-arqJobLog                        to ws-msn-erro-cod
                           move "Erro ao ler arq. arqJobLog "          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move fd-linha-joblog to ws-job-lida

      *>a leitura segue ate o fim para pegar todas as cargas desde a
      *>ultima rodada dos recordes
                       if ws-jl-programa = "cargaLoteTemp"
                       and ws-jl-termino = "N" then
                           move ws-jl-identificacao  to ws-ident-carga
                           perform guarda-janela-carga
                       end-if

                       if ws-jl-programa = "recordesTemp"
                       and ws-jl-termino = "N" then
                           move ws-jl-data-inicio    to ws-corte-data
                           move ws-jl-hora-inicio    to ws-corte-hora
                           if ws-jl-ic-modo = "COMPLETO" then
                               if ws-jl-ic-ano is numeric then
                                   move ws-jl-ic-ano to ws-ano-inicial
                               else
                                   move zero         to ws-ano-inicial
                               end-if
                           end-if
                           perform descarta-cargas-examinadas
                       end-if
                   end-if

               end-perform

               close arqJobLog
           end-if

           if ws-qtd-cargas > 0 then
               move "S" to ws-achou-carga
           else
               display "Nenhuma carga normal desde a rodada anterior."
               display "So as alteracoes do historico serao examinadas."
               move "SEM CARGA" to ws-ident-carga
           end-if
           .
       busca-cargas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda na tabela a janela da carga lida no job log; com a
      *>  tabela cheia, alarga a ultima posicao para cobrir tambem esta
      *>------------------------------------------------------------------------
       guarda-janela-carga section.

           divide ws-id-primeira by 10000000
                  giving ws-est-carga-ini remainder ws-dia-carga-ini
           divide ws-id-ultima   by 10000000
                  giving ws-est-carga-fim remainder ws-dia-carga-fim

           if ws-dia-carga-ini > ws-dia-carga-fim then
               move ws-dia-carga-ini   to ws-dia-carga-troca
               move ws-dia-carga-fim   to ws-dia-carga-ini
               move ws-dia-carga-troca to ws-dia-carga-fim
           end-if

           compute ws-jl-momento =
                   ws-jl-data-inicio * 100000000 + ws-jl-hora-inicio

           if ws-qtd-cargas < 20 then
               add 1 to ws-qtd-cargas
               move ws-jl-momento    to ws-cg-momento(ws-qtd-cargas)
               move ws-dia-carga-ini to ws-cg-dia-ini(ws-qtd-cargas)
               move ws-dia-carga-fim to ws-cg-dia-fim(ws-qtd-cargas)
               move ws-est-carga-ini to ws-cg-est-ini(ws-qtd-cargas)
               move ws-est-carga-fim to ws-cg-est-fim(ws-qtd-cargas)
           else
               if ws-jl-momento > ws-cg-momento(20) then
                   move ws-jl-momento    to ws-cg-momento(20)
               end-if
               if ws-dia-carga-ini < ws-cg-dia-ini(20) then
                   move ws-dia-carga-ini to ws-cg-dia-ini(20)
               end-if
               if ws-dia-carga-fim > ws-cg-dia-fim(20) then
                   move ws-dia-carga-fim to ws-cg-dia-fim(20)
               end-if
               if ws-est-carga-ini < ws-cg-est-ini(20) then
                   move ws-est-carga-ini to ws-cg-est-ini(20)
               end-if
               if ws-est-carga-fim > ws-cg-est-fim(20) then
                   move ws-est-carga-fim to ws-cg-est-fim(20)
               end-if
           end-if
           .
       guarda-janela-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rodada normal do recordesTemp encontrada no job log: tira da
      *>  tabela as cargas iniciadas antes dela, que ela ja examinou
      *>------------------------------------------------------------------------
       descarta-cargas-examinadas section.

           compute ws-corte-momento =
                   ws-corte-data * 100000000 + ws-corte-hora

           move zero to ws-cg-livre

           perform varying ws-cg-ind from 1 by 1
                   until ws-cg-ind > ws-qtd-cargas
               if ws-cg-momento(ws-cg-ind) >= ws-corte-momento then
                   add 1 to ws-cg-livre
                   move ws-cg-carga(ws-cg-ind) to ws-cg-carga(ws-cg-livre)
               end-if
           end-perform

           move ws-cg-livre to ws-qtd-cargas
           .
       descarta-cargas-examinadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - montagem completa, ou atualizacao
      *>  pelas cargas novas seguida dos registros refeitos pelas
      *>  alteracoes do historico
      *>------------------------------------------------------------------------
       processa-recordes section.

           if modo-completo then
               perform monta-arquivos-mortos
               perform monta-indexado
           else
               if achou-carga then
                   perform atualiza-cargas
               else
                   move spaces to fd-linha-relatorio
                   write fd-linha-relatorio
                   perform confere-fs-arqRelatorio
                   move "Nenhuma carga normal desde a rodada anterior."
                        to fd-linha-relatorio
                   write fd-linha-relatorio
                   perform confere-fs-arqRelatorio
               end-if
               perform refaz-alterados
           end-if

           display "Leituras examinadas: "          ws-total-lidos
           display "Leituras fora dos recordes: "   ws-total-ignorados
           display "Registros de recorde abertos: " ws-total-abertos
           if not modo-completo then
               display "Recordes batidos: "         ws-total-batidos
               display "Linhas do historico lidas: " ws-total-hist-lidas
               display "Linhas que mudaram leitura: " ws-total-hist-usadas
               display "Registros de recorde refeitos: " ws-total-refeitos
               display "Recordes revistos: "        ws-total-revistos
               display "Registros removidos: "      ws-total-removidos
           end-if
           .
       processa-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Montagem completa, parte 1 - os arquivos mortos anuais, do
      *>  primeiro ano informado ate o ano corrente, em ordem de ano
      *>  (num empate o recorde fica com o ano mais antigo)
      *>------------------------------------------------------------------------
       monta-arquivos-mortos section.

           divide ws-data-hoje by 10000 giving ws-ano-atual

           if ws-ano-inicial > zero then
               perform varying ws-ano-arquivo from ws-ano-inicial by 1
                       until ws-ano-arquivo > ws-ano-atual
                   perform le-arquivo-ano
               end-perform
           end-if

           display "Arquivos mortos lidos: " ws-total-arquivos
           .
       monta-arquivos-mortos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le um arquivo morto anual inteiro; ano sem arquivo (status
      *>  35) e pulado
      *>------------------------------------------------------------------------
       le-arquivo-ano section.

           move spaces to ws-nome-arquivo-ano
           string "arqTempArquivo"    delimited by size
                  ws-ano-arquivo      delimited by size
                  ".dat"              delimited by size
                  into ws-nome-arquivo-ano

           open input arqArquivoAno

           if ws-fs-arqArquivoAno = 35 then
               continue
           else
               if ws-fs-arqArquivoAno <> 0 then
                   move 7                                       to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoAno                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArquivoAno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-total-arquivos
               move "N" to ws-fim-arquivo

               perform until fim-arquivo

                   read arqArquivoAno
                   if ws-fs-arqArquivoAno = 10 then
                       move "S" to ws-fim-arquivo
                   else
                       if ws-fs-arqArquivoAno <> 0 then
                           move 8                                       to ws-msn-erro-ofsset
                           move ws-fs-arqArquivoAno                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqArquivoAno "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move fd-arq-estacao       to ws-lei-estacao
                       move fd-arq-dia           to ws-lei-dia
                       move fd-arq-temperatura   to ws-lei-temperatura
                       move fd-arq-precipitacao  to ws-lei-precipitacao
                       move fd-arq-qualidade     to ws-lei-qualidade
                       perform considera-leitura
                   end-if

               end-perform

               close arqArquivoAno
           end-if
           .
       le-arquivo-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Montagem completa, parte 2 - arqTempIndexed.dat inteiro, em
      *>  ordem de chave
      *>------------------------------------------------------------------------
       monta-indexado section.

           move zero to fd-chave
           start arqTemp key is not less than fd-chave

           if ws-fs-arqTemp <> 0 then
               if ws-fs-arqTemp = 23 then
                   move "S" to ws-fim-indexado
               else
                   move 9                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqTemp "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-indexado

               read arqTemp next

               if ws-fs-arqTemp = 10 then
                   move "S" to ws-fim-indexado
               else
                   if ws-fs-arqTemp <> 0 then
                       move 10                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform considera-registro-indexado
               end-if

           end-perform
           .
       monta-indexado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Modo da cadeia, parte 1 - examina a janela de cada carga
      *>  ainda nao examinada, na ordem em que rodaram
      *>------------------------------------------------------------------------
       atualiza-cargas section.

           perform varying ws-cg-ind from 1 by 1
                   until ws-cg-ind > ws-qtd-cargas
               move ws-cg-dia-ini(ws-cg-ind) to ws-dia-carga-ini
               move ws-cg-dia-fim(ws-cg-ind) to ws-dia-carga-fim
               move ws-cg-est-ini(ws-cg-ind) to ws-est-carga-ini
               move ws-cg-est-fim(ws-cg-ind) to ws-est-carga-fim
               perform varre-janela-carga
           end-perform

           if ws-total-batidos = 0 then
               move spaces to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
               move "Nenhum recorde batido pelos dias das cargas."
                    to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-if
           .
       atualiza-cargas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre em ordem de data os dias da janela de uma carga e
      *>  considera as leituras das estacoes da faixa dela
      *>------------------------------------------------------------------------
       varre-janela-carga section.

           move "N" to ws-fim-faixa

           move ws-dia-carga-ini to fd-dia
           start arqTemp key is not less than fd-dia

           if ws-fs-arqTemp <> 0 then
               if ws-fs-arqTemp = 23 then
                   move "S" to ws-fim-faixa
               else
                   move 11                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqTemp "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-faixa

               read arqTemp next

      *>02 na leitura pela chave alternada = o proximo registro e do
      *>mesmo dia - leitura normal
               if ws-fs-arqTemp = 10 then
                   move "S" to ws-fim-faixa
               else
                   if ws-fs-arqTemp  <> 00
                   and ws-fs-arqTemp <> 02 then
                       move 12                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-dia > ws-dia-carga-fim then
                       move "S" to ws-fim-faixa
                   else
      *>dia da janela, mas de estacao que nao estava no extrato
                       if fd-estacao >= ws-est-carga-ini
                       and fd-estacao <= ws-est-carga-fim then
                           perform considera-registro-indexado
                       end-if
                   end-if
               end-if

           end-perform
           .
       varre-janela-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Modo da cadeia, parte 2 - marca as estacoes/dias tocados no
      *>  historico desde a rodada anterior, guarda e apaga os
      *>  registros "D" e "M" deles, refaz esses registros relendo
      *>  arquivos mortos e indexado como na montagem completa e
      *>  relata o que mudou
      *>------------------------------------------------------------------------
       refaz-alterados section.

           move spaces to ws-tab-afetados
           perform marca-alterados

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           move "RECORDES REFEITOS PELAS ALTERACOES DO HISTORICO"
                to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           if ws-total-hist-usadas = 0 then
               move "Nenhuma leitura alterada no historico desde a rodada anterior."
                    to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           else
               perform salva-e-apaga

               move "S" to ws-refazendo
               perform monta-arquivos-mortos
               perform monta-indexado
               move "N" to ws-refazendo

               move "EE DATA      RECORDE    VARIAVEL          NOVO ANTERIOR  DATA ANT."
                    to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio

               perform compara-refeitos

               if ws-total-revistos  = 0
               and ws-total-removidos = 0 then
                   move "Nenhum recorde mudou com as alteracoes do historico."
                        to fd-linha-relatorio
                   write fd-linha-relatorio
                   perform confere-fs-arqRelatorio
               end-if
           end-if
           .
       refaz-alterados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le arqTempHistorico.dat e marca a estacao, o mes e o dia de
      *>  calendario de cada linha que mudou leitura a partir do inicio
      *>  da rodada anterior (sem rodada anterior no job log, o
      *>  historico inteiro). Sem historico nao ha o que refazer.
      *>------------------------------------------------------------------------
       marca-alterados section.

           compute ws-corte-momento =
                   ws-corte-data * 100000000 + ws-corte-hora

           open input arqHistorico

           if ws-fs-arqHistorico = 35 then
               continue
           else
               if ws-fs-arqHistorico <> 0 then
                   move 19                                     to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistorico "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-historico

               perform until fim-historico

                   read arqHistorico
                   if ws-fs-arqHistorico = 10 then
                       move "S" to ws-fim-historico
                   else
                       if ws-fs-arqHistorico <> 0 then
                           move 20                                     to ws-msn-erro-ofsset
                           move ws-fs-arqHistorico                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistorico "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-total-hist-lidas
                       move fd-linha-historico to ws-historico

                       compute ws-hist-momento =
                               ws-hist-data * 100000000 + ws-hist-hora

                       if ws-hist-momento >= ws-corte-momento
                       and hist-muda-leitura then
                           perform marca-dia-alterado
                       end-if
                   end-if

               end-perform

               close arqHistorico
           end-if
           .
       marca-alterados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca na tabela a estacao, o mes e o dia de calendario da
      *>  linha do historico em maos
      *>------------------------------------------------------------------------
       marca-dia-alterado section.

           move ws-hist-dia to ws-lei-dia
           perform calcula-data-leitura

           if dj-valida then
               compute ws-afe-ind-est = ws-hist-estacao + 1
               move "S" to ws-afe-est-marca(ws-afe-ind-est)
               move "S" to ws-afe-mes-marca(ws-afe-ind-est, ws-lei-mes)
               move "S" to ws-afe-dia-marca(ws-afe-ind-est, ws-lei-mes,
                                            ws-lei-dia-mes)
               add 1 to ws-total-hist-usadas
           end-if
           .
       marca-dia-alterado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda em arqTempRecordes.tmp e apaga do livro os registros
      *>  "M" dos meses marcados e "D" dos dias marcados - a releitura
      *>  os abre de novo so com as leituras que continuam valendo
      *>------------------------------------------------------------------------
       salva-e-apaga section.

           open output arqSalvos
           if ws-fs-arqSalvos <> 0 then
               move 21                                   to ws-msn-erro-ofsset
               move ws-fs-arqSalvos                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqSalvos "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-afe-ind-est from 1 by 1
                   until ws-afe-ind-est > 100
               if afe-estacao(ws-afe-ind-est) then
                   perform salva-estacao-afetada
               end-if
           end-perform

           close arqSalvos
           .
       salva-e-apaga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registros marcados de uma estacao: o "M" de cada mes marcado
      *>  e o "D" de cada dia marcado dele
      *>------------------------------------------------------------------------
       salva-estacao-afetada section.

           perform varying ws-afe-ind-mes from 1 by 1
                   until ws-afe-ind-mes > 12

               if afe-mes(ws-afe-ind-est, ws-afe-ind-mes) then
                   compute fd-rec-estacao = ws-afe-ind-est - 1
                   move "M"            to fd-rec-tipo
                   move ws-afe-ind-mes to fd-rec-mes
                   move zero           to fd-rec-dia-mes
                   perform salva-registro

                   perform varying ws-afe-ind-dia from 1 by 1
                           until ws-afe-ind-dia > 31
                       if afe-dia(ws-afe-ind-est, ws-afe-ind-mes,
                                  ws-afe-ind-dia) then
                           compute fd-rec-estacao = ws-afe-ind-est - 1
                           move "D"            to fd-rec-tipo
                           move ws-afe-ind-mes to fd-rec-mes
                           move ws-afe-ind-dia to fd-rec-dia-mes
                           perform salva-registro
                       end-if
                   end-perform
               end-if

           end-perform
           .
       salva-estacao-afetada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda e apaga o registro da chave montada em fd-rec-chave;
      *>  chave ainda sem registro nao tem o que guardar
      *>------------------------------------------------------------------------
       salva-registro section.

           read arqRecordes key is fd-rec-chave

           if ws-fs-arqRecordes = 23 then
               continue
           else
               if ws-fs-arqRecordes <> 0 then
                   move 22                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRecordes "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move fd-rec to fd-salvo
               write fd-salvo
               if ws-fs-arqSalvos <> 0 then
                   move 23                                   to ws-msn-erro-ofsset
                   move ws-fs-arqSalvos                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqSalvos "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               delete arqRecordes record
               if ws-fs-arqRecordes <> 0 then
                   move 24                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                      to ws-msn-erro-cod
                   move "Erro ao apagar arq. arqRecordes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       salva-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confronta cada registro guardado com o refeito
      *>------------------------------------------------------------------------
       compara-refeitos section.

           open input arqSalvos
           if ws-fs-arqSalvos <> 0 then
               move 25                                   to ws-msn-erro-ofsset
               move ws-fs-arqSalvos                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqSalvos "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-fim-salvos

           perform until fim-salvos

               read arqSalvos
               if ws-fs-arqSalvos = 10 then
                   move "S" to ws-fim-salvos
               else
                   if ws-fs-arqSalvos <> 0 then
                       move 26                                   to ws-msn-erro-ofsset
                       move ws-fs-arqSalvos                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqSalvos "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-salvo to ws-rec-salvo
                   perform compara-registro-salvo
               end-if

           end-perform

           close arqSalvos
           .
       compara-refeitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relata cada recorde do registro guardado que mudou na
      *>  reconstrucao (valor ou data); registro que nao voltou ficou
      *>  sem nenhuma leitura valida e sai como removido
      *>------------------------------------------------------------------------
       compara-registro-salvo section.

           move ws-sal-estacao to ws-lr-estacao

           move spaces to ws-lr-escopo
           if sal-tipo-dia then
               string "dia "            delimited by size
                      ws-sal-dia-mes    delimited by size
                      "/"               delimited by size
                      ws-sal-mes        delimited by size
                      into ws-lr-escopo
           else
               string "mes "            delimited by size
                      ws-sal-mes        delimited by size
                      into ws-lr-escopo
           end-if

           move ws-sal-chave to fd-rec-chave
           read arqRecordes key is fd-rec-chave

           if ws-fs-arqRecordes = 23 then
               move spaces to fd-linha-relatorio
               string ws-sal-estacao    delimited by size
                      "           "     delimited by size
                      ws-lr-escopo      delimited by size
                      " sem leitura valida - registro removido"
                                        delimited by size
                      into fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
               add 1 to ws-total-removidos
           else
               if ws-fs-arqRecordes <> 0 then
                   move 27                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRecordes "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-rec-temp-maxima      <> ws-sal-temp-maxima
               or fd-rec-data-temp-maxima <> ws-sal-data-temp-maxima then
                   move "temp. maxima"          to ws-lr-variavel
                   move fd-rec-data-temp-maxima to ws-lr-data
                   move fd-rec-temp-maxima      to ws-lr-valor-novo
                   move ws-sal-temp-maxima      to ws-lr-valor-anterior
                   move ws-sal-data-temp-maxima to ws-lr-data-anterior
                   perform relata-revisao
               end-if

               if fd-rec-temp-minima      <> ws-sal-temp-minima
               or fd-rec-data-temp-minima <> ws-sal-data-temp-minima then
                   move "temp. minima"          to ws-lr-variavel
                   move fd-rec-data-temp-minima to ws-lr-data
                   move fd-rec-temp-minima      to ws-lr-valor-novo
                   move ws-sal-temp-minima      to ws-lr-valor-anterior
                   move ws-sal-data-temp-minima to ws-lr-data-anterior
                   perform relata-revisao
               end-if

               if fd-rec-precip-maxima      <> ws-sal-precip-maxima
               or fd-rec-data-precip-maxima <> ws-sal-data-precip-maxima then
                   move "precipitacao"            to ws-lr-variavel
                   move fd-rec-data-precip-maxima to ws-lr-data
                   move fd-rec-precip-maxima      to ws-lr-valor-novo
                   move ws-sal-precip-maxima      to ws-lr-valor-anterior
                   move ws-sal-data-precip-maxima to ws-lr-data-anterior
                   perform relata-revisao
               end-if
           end-if
           .
       compara-registro-salvo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do recorde revisto pela reconstrucao
      *>------------------------------------------------------------------------
       relata-revisao section.

           move ws-lr-valor-novo     to ws-lr-novo
           move ws-lr-valor-anterior to ws-lr-anterior

           move ws-linha-recorde to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           add 1 to ws-total-revistos
           .
       relata-revisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passa o registro corrente de arqTempIndexed.dat para a area
      *>  da leitura em exame
      *>------------------------------------------------------------------------
       considera-registro-indexado section.

           move fd-estacao       to ws-lei-estacao
           move fd-dia           to ws-lei-dia
           move fd-temperatura   to ws-lei-temperatura
           move fd-precipitacao  to ws-lei-precipitacao
           move fd-qualidade     to ws-lei-qualidade
           perform considera-leitura
           .
       considera-registro-indexado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confronta a leitura em exame com o recorde do dia de
      *>  calendario e com o recorde do mes dela. Confirmada ruim e
      *>  estimada ficam de fora; dia juliano invalido tambem. Na
      *>  releitura para refazer registros a leitura vai para
      *>  considera-leitura-refeita.
      *>------------------------------------------------------------------------
       considera-leitura section.

           if refazendo then
               perform considera-leitura-refeita
           else
               perform considera-leitura-normal
           end-if
           .
       considera-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura da montagem completa ou da janela de uma carga
      *>------------------------------------------------------------------------
       considera-leitura-normal section.

           add 1 to ws-total-lidos

           if lei-fora-dos-recordes then
               add 1 to ws-total-ignorados
           else
               perform calcula-data-leitura

               if not dj-valida then
                   add 1 to ws-total-ignorados
               else
                   move ws-lei-estacao to fd-rec-estacao
                   move "D"            to fd-rec-tipo
                   move ws-lei-mes     to fd-rec-mes
                   move ws-lei-dia-mes to fd-rec-dia-mes
                   perform atualiza-recorde

                   move ws-lei-estacao to fd-rec-estacao
                   move "M"            to fd-rec-tipo
                   move ws-lei-mes     to fd-rec-mes
                   move zero           to fd-rec-dia-mes
                   perform atualiza-recorde
               end-if
           end-if
           .
       considera-leitura-normal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura relida para refazer os registros tocados pelo
      *>  historico: so entra no registro "D" do dia de calendario
      *>  marcado e no "M" do mes marcado da estacao dela; os
      *>  contadores da rodada nao mudam
      *>------------------------------------------------------------------------
       considera-leitura-refeita section.

           compute ws-afe-ind-est = ws-lei-estacao + 1

           if afe-estacao(ws-afe-ind-est)
           and not lei-fora-dos-recordes then
               perform calcula-data-leitura

               if dj-valida then
                   if afe-dia(ws-afe-ind-est, ws-lei-mes, ws-lei-dia-mes) then
                       move ws-lei-estacao to fd-rec-estacao
                       move "D"            to fd-rec-tipo
                       move ws-lei-mes     to fd-rec-mes
                       move ws-lei-dia-mes to fd-rec-dia-mes
                       perform atualiza-recorde
                   end-if

                   if afe-mes(ws-afe-ind-est, ws-lei-mes) then
                       move ws-lei-estacao to fd-rec-estacao
                       move "M"            to fd-rec-tipo
                       move ws-lei-mes     to fd-rec-mes
                       move zero           to fd-rec-dia-mes
                       perform atualiza-recorde
                   end-if
               end-if
           end-if
           .
       considera-leitura-refeita-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte o dia juliano de ws-lei-dia na data gregoriana e no
      *>  mes/dia de calendario; dj-valida diz se o dia existe
      *>------------------------------------------------------------------------
       calcula-data-leitura section.

           move "G"        to ws-dj-operacao
           move ws-lei-dia to ws-dj-juliano
           call "dataJuliana" using ws-dj-parm

           if dj-valida then
               move ws-dj-gregoriana to ws-lei-data
               divide ws-lei-data by 10000 giving ws-lei-ano
                                        remainder ws-lei-mes-dia
               divide ws-lei-mes-dia by 100 giving ws-lei-mes
                                           remainder ws-lei-dia-mes
           end-if
           .
       calcula-data-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o registro de recorde da chave montada em fd-rec-chave:
      *>  sem registro, abre um com a propria leitura; com registro,
      *>  troca o que a leitura superou estritamente e, no modo da
      *>  cadeia, relata cada recorde batido
      *>------------------------------------------------------------------------
       atualiza-recorde section.

           read arqRecordes key is fd-rec-chave

           if ws-fs-arqRecordes = 23 then
               move ws-lei-temperatura  to fd-rec-temp-maxima
               move ws-lei-data         to fd-rec-data-temp-maxima
               move ws-lei-temperatura  to fd-rec-temp-minima
               move ws-lei-data         to fd-rec-data-temp-minima
               move ws-lei-precipitacao to fd-rec-precip-maxima
               move ws-lei-data         to fd-rec-data-precip-maxima

               write fd-rec
               if ws-fs-arqRecordes <> 0 then
                   move 13                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRecordes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if refazendo then
                   add 1 to ws-total-refeitos
               else
                   add 1 to ws-total-abertos
               end-if
           else
               if ws-fs-arqRecordes <> 0 then
                   move 14                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRecordes "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-rec-alterado

               if ws-lei-temperatura > fd-rec-temp-maxima then
                   move "temp. maxima"          to ws-lr-variavel
                   move ws-lei-temperatura      to ws-lr-valor-novo
                   move fd-rec-temp-maxima      to ws-lr-valor-anterior
                   move fd-rec-data-temp-maxima to ws-lr-data-anterior
                   perform relata-recorde
                   move ws-lei-temperatura      to fd-rec-temp-maxima
                   move ws-lei-data             to fd-rec-data-temp-maxima
                   move "S"                     to ws-rec-alterado
               end-if

               if ws-lei-temperatura < fd-rec-temp-minima then
                   move "temp. minima"          to ws-lr-variavel
                   move ws-lei-temperatura      to ws-lr-valor-novo
                   move fd-rec-temp-minima      to ws-lr-valor-anterior
                   move fd-rec-data-temp-minima to ws-lr-data-anterior
                   perform relata-recorde
                   move ws-lei-temperatura      to fd-rec-temp-minima
                   move ws-lei-data             to fd-rec-data-temp-minima
                   move "S"                     to ws-rec-alterado
               end-if

               if ws-lei-precipitacao > fd-rec-precip-maxima then
                   move "precipitacao"            to ws-lr-variavel
                   move ws-lei-precipitacao       to ws-lr-valor-novo
                   move fd-rec-precip-maxima      to ws-lr-valor-anterior
                   move fd-rec-data-precip-maxima to ws-lr-data-anterior
                   perform relata-recorde
                   move ws-lei-precipitacao       to fd-rec-precip-maxima
                   move ws-lei-data               to fd-rec-data-precip-maxima
                   move "S"                       to ws-rec-alterado
               end-if

               if rec-alterado then
                   rewrite fd-rec
                   if ws-fs-arqRecordes <> 0 then
                       move 15                                     to ws-msn-erro-ofsset
                       move ws-fs-arqRecordes                      to ws-msn-erro-cod
                       move "Erro ao regravar arq. arqRecordes "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       atualiza-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do recorde batido (so no modo da cadeia - na
      *>  montagem completa todo o historico "bateria" recorde, e o
      *>  registro refeito e comparado inteiro no fim, em
      *>  compara-registro-salvo)
      *>------------------------------------------------------------------------
       relata-recorde section.

           if not modo-completo
           and not refazendo then
               move ws-lei-estacao to ws-lr-estacao
               move ws-lei-data    to ws-lr-data

               move spaces to ws-lr-escopo
               if fd-rec-tipo-dia then
                   string "dia "            delimited by size
                          ws-lei-dia-mes    delimited by size
                          "/"               delimited by size
                          ws-lei-mes        delimited by size
                          into ws-lr-escopo
               else
                   string "mes "            delimited by size
                          ws-lei-mes        delimited by size
                          into ws-lr-escopo
               end-if

               move ws-lr-valor-novo     to ws-lr-novo
               move ws-lr-valor-anterior to ws-lr-anterior

               move ws-linha-recorde to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio

               add 1 to ws-total-batidos
           end-if
           .
       relata-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o status apos cada gravação em arqRelatorio
      *>------------------------------------------------------------------------
       confere-fs-arqRelatorio section.

           if ws-fs-arqRelatorio <> 0 then
               move 16                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelatorio "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       confere-fs-arqRelatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro de controle desta execucao no job log. A
      *>  identificacao e a da carga examinada, ou COMPLETO na
      *>  montagem; os contadores sao lidas, fora dos recordes,
      *>  recordes batidos e registros abertos.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "recordesTemp"        to ws-job-programa
           move ws-ident-carga        to ws-job-identificacao
           move ws-total-lidos        to ws-job-contador-1
           move ws-total-ignorados    to ws-job-contador-2
           move ws-total-batidos      to ws-job-contador-3
           move ws-total-abertos      to ws-job-contador-4
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

           move "Leituras examinadas"            to ws-lt-texto
           move ws-total-lidos                   to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Leituras fora (confirmada ruim/estim.)" to ws-lt-texto
           move ws-total-ignorados               to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Registros de recorde abertos"   to ws-lt-texto
           move ws-total-abertos                 to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           if not modo-completo then
               move "Recordes batidos"           to ws-lt-texto
               move ws-total-batidos             to ws-lt-valor
               move ws-linha-total               to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio

               move "Linhas do historico que mudaram leitura" to ws-lt-texto
               move ws-total-hist-usadas         to ws-lt-valor
               move ws-linha-total               to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio

               move "Registros de recorde refeitos" to ws-lt-texto
               move ws-total-refeitos            to ws-lt-valor
               move ws-linha-total               to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio

               move "Recordes revistos pelo historico" to ws-lt-texto
               move ws-total-revistos            to ws-lt-valor
               move ws-linha-total               to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio

               move "Registros removidos (sem leitura)" to ws-lt-texto
               move ws-total-removidos           to ws-lt-valor
               move ws-linha-total               to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-if

           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 17                               to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRecordes
           if ws-fs-arqRecordes <> 0 then
               move 18                                   to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRecordes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRelatorio

           move "N" to ws-job-termino
           perform grava-joblog
           move "N" to ws-joblog-aberto
           close arqJobLog

           display "Relatorio gerado em relatorioRecordes.dat"

           Stop run
           .
       finaliza-exit.
           exit.
