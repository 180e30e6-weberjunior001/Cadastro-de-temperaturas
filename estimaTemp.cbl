      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "estimaTemp".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch de preenchimento de falhas: para uma estacao (ou
      *>todas as estacoes ativas, com estacao 00) e um ano/mes, percorre
      *>os dias do mes ja encerrados (ate ontem) em arqTempIndexed.dat
      *>e propoe um valor estimado para cada dia que falta e para cada
      *>dia confirmado ruim ("X") pelo operador - os mesmos buracos que
      *>o coberturaTemp aponta e que fazem o transmiteOficial recusar o
      *>mes inteiro. As fontes sao tentadas nesta ordem:
      *>  1 - horas parciais: as leituras horarias do dia que existirem
      *>      em arqTempHorIndexed.dat, se forem pelo menos
      *>      ws-min-horas - temperatura e umidade pela media das horas,
      *>      precipitacao pela soma delas;
      *>  2 - interpolacao: o dia valido anterior e o dia valido
      *>      seguinte da mesma estacao, ate ws-janela-vizinhos dias
      *>      para cada lado, ponderados pela distancia;
      *>  3 - normal mensal: a media de temperatura do mes em
      *>      arqTempNormais.dat, a precipitacao media do mes dividida
      *>      pelos dias do mes e a umidade media dos dias validos do
      *>      proprio mes.
      *>O dia estimado e gravado com a qualidade "E" (estimada). O dia
      *>que faltava leva a origem "E" (estimativa), a de menor
      *>precedencia: qualquer leitura real que chegue depois - extrato
      *>diario, horas, rejeito reposto ou digitacao - passa por cima
      *>dela pela regra do verificaPrecedencia, e a estimativa fica so
      *>no historico. O dia "X" leva a origem "X", que o
      *>verificaPrecedencia mantem no nivel da confirmacao do
      *>operador: o fornecedor reenviando o valor rejeitado cai no
      *>relatorio de conflitos em vez de voltar como leitura boa, e so
      *>a digitacao no online ou a sobreposicao do supervisor trocam a
      *>estimativa.
      *>Cada estimativa gera uma linha em arqTempHistorico.dat (cadastro
      *>"C" para dia faltante, alteracao "A" para dia "X", com o valor
      *>ruim como valor antigo) e uma linha em relatorioEstimativas.dat
      *>dizendo qual metodo preencheu o dia; dia sem fonte nenhuma sai
      *>no relatorio como "sem estimativa" e continua faltando.
      *>Mes ja fechado para o orgao nao recebe estimativa, como nos
      *>demais programas que gravam no indexado (verificaFechamento).
      *>Estimativas entram na cobertura e na transmissao (marcadas no
      *>detalhe), mas ficam fora do resumo mensal, das estatisticas e
      *>das normais, como as confirmadas ruins.

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

           select arqNormais assign to "arqTempNormais.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-nor-chave
           file status is ws-fs-arqNormais.

           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-est-codigo
           file status is ws-fs-arqEstacoes.

           select arqHistorico assign to "arqTempHistorico.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHistorico.

           select arqRelatorio assign to "relatorioEstimativas.dat"
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

       fd arqNormais.
           copy NORREG.

       fd arqEstacoes.
           copy ESTREG.

       fd arqHistorico.
       01 fd-linha-historico                        pic x(70).

       fd arqRelatorio.
       01 fd-linha-relatorio                        pic x(80).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-arqTempHor                        pic  9(02).
       77  ws-fs-arqNormais                        pic  9(02).
       77  ws-fs-arqEstacoes                       pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
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

      *>----Fontes opcionais - sem horario ou sem normais o metodo
      *>----correspondente e simplesmente pulado
       77  ws-horario-presente                     pic  x(01) value "S".
           88  horario-presente                     value "S".
       77  ws-normais-presente                     pic  x(01) value "S".
           88  normais-presentes                    value "S".

      *>----Limites dos metodos: horas minimas para a media das horas
      *>----parciais valer pelo dia, e dias para cada lado na procura
      *>----dos vizinhos da interpolacao
       77  ws-min-horas                            pic  9(02) value 12.
       77  ws-janela-vizinhos                      pic  9(01) value 3.

      *>----Estacao/ano/mes pedidos pelo operador (estacao 00 = todas)
       77  ws-es-estacao                           pic  9(02).
       77  ws-es-ano                               pic  9(04).
       77  ws-es-mes                               pic  9(02).

       77  ws-estacao-atual                        pic  9(02).

       77  ws-fim-estacoes                         pic  x(01) value "N".
           88  fim-estacoes                         value "S".

      *>----Limites julianos do mes pedido, via tabela de dias por mes
       77  ws-ano-div                              pic  9(04).
       77  ws-ano-resto-4                          pic  9(04).
       77  ws-ano-resto-100                        pic  9(04).
       77  ws-ano-resto-400                        pic  9(04).
       77  ws-ano-bissexto                         pic  x(01).
           88  ano-bissexto                         value "S".

       01 ws-tab-dias-mes.
          05 ws-dias-mes                           pic 9(02) occurs 12 times.

       77  ws-mes-ind                              pic  9(02).
       77  ws-dias-acum                            pic  9(03).
       77  ws-dia-ini                              pic  9(07).
       77  ws-dia-fim                              pic  9(07).

      *>----Ultimo dia que pode ser estimado: ontem - o dia de hoje
      *>----ainda pode chegar pela carga
       77  ws-data-hoje                            pic  9(08).
       77  ws-dia-hoje                             pic  9(07).
       77  ws-dia-limite                           pic  9(07).

      *>----Navegacao de um dia para o vizinho, virando o ano
       77  ws-dia-calc                             pic  9(07).
       77  ws-calc-ano                             pic  9(04).
       77  ws-calc-juliano                         pic  9(03).
       77  ws-calc-ult-juliano                     pic  9(03).

       77  ws-dia-corrente                         pic  9(07).
       77  ws-passo                                pic  9(01).

      *>----Dia candidato: faltante ou confirmado ruim, com o valor
      *>----ruim guardado para o historico
       77  ws-situacao-dia                         pic  x(01).
           88  dia-valido                           value "V".
           88  dia-faltante                         value "F".
           88  dia-ruim                             value "X".

       01 ws-dia-antigo.
          05 ws-ant-temperatura                    pic s9(02)v99.
          05 ws-ant-umidade                        pic  9(03).
          05 ws-ant-precipitacao                   pic  9(03)v9.

      *>----Estimativa montada pelo metodo que conseguiu
       01 ws-estimativa.
          05 ws-est-temperatura                    pic s9(02)v99.
          05 ws-est-umidade                        pic  9(03).
          05 ws-est-precipitacao                   pic  9(03)v9.
          05 ws-est-metodo                         pic  x(01).
              88  est-horas-parciais                value "H".
              88  est-interpolacao                  value "I".
              88  est-normal-mensal                 value "N".
              88  est-sem-metodo                    value " ".
          05 ws-est-horas                          pic  9(02).

      *>----Acumuladores das horas parciais do dia
       77  ws-hor-qtd                              pic  9(02).
       77  ws-hor-soma-temp                        pic s9(05)v99.
       77  ws-hor-soma-umid                        pic  9(05).
       77  ws-hor-soma-precip                      pic  9(05)v9.
       77  ws-fim-horas                            pic  x(01).
           88  fim-horas                            value "S".

      *>----Vizinhos validos da interpolacao
       77  ws-viz-ant-achado                       pic  x(01).
           88  viz-ant-achado                       value "S".
       77  ws-viz-ant-dist                         pic  9(01).
       77  ws-viz-ant-temp                         pic s9(02)v99.
       77  ws-viz-ant-umid                         pic  9(03).
       77  ws-viz-ant-precip                       pic  9(03)v9.

       77  ws-viz-prox-achado                      pic  x(01).
           88  viz-prox-achado                      value "S".
       77  ws-viz-prox-dist                        pic  9(01).
       77  ws-viz-prox-temp                        pic s9(02)v99.
       77  ws-viz-prox-umid                        pic  9(03).
       77  ws-viz-prox-precip                      pic  9(03)v9.

       77  ws-viz-total-dist                       pic  9(02).

      *>----Umidade media dos dias validos do mes, usada com a normal
       77  ws-umid-mes-soma                        pic  9(07).
       77  ws-umid-mes-qtd                         pic  9(03).
       77  ws-fim-faixa                            pic  x(01).
           88  fim-faixa                            value "S".

      *>----Estimativas gravadas no mes corrente - o resumo mensal so
      *>----e recomputado se houve alguma
       77  ws-estimados-mes                        pic  9(03).

      *>----Contadores da rodada
       77  ws-total-estacoes                       pic  9(05) value zero.
       77  ws-total-candidatos                     pic  9(07) value zero.
       77  ws-total-estimados                      pic  9(07) value zero.
       77  ws-total-horas-parciais                 pic  9(07) value zero.
       77  ws-total-interpolados                   pic  9(07) value zero.
       77  ws-total-normais                        pic  9(07) value zero.
       77  ws-total-sem-metodo                     pic  9(07) value zero.
       77  ws-total-meses-fechados                 pic  9(07) value zero.

      *>----Parametros do subprograma dataJuliana
       01 ws-dj-parm.
          05 ws-dj-operacao                        pic  x(01).
          05 ws-dj-gregoriana                      pic  9(08).
          05 ws-dj-juliano                         pic  9(07).
          05 ws-dj-valida                          pic  x(01).

      *>----Parametros do subprograma verificaFechamento - mes ja
      *>----fechado para o orgao nao recebe estimativa
       01 ws-fec-parm.
          05 ws-fec-parm-estacao                   pic  9(02).
          05 ws-fec-parm-dia                       pic  9(07).
          05 ws-fec-parm-situacao                  pic  x(01).
              88  mes-fechado                       value "F".

      *>----Parametros do subprograma resumoMensal - o mes com
      *>----estimativa nova e recomputado (as estimadas ficam fora)
       01 ws-res-parm.
          05 ws-res-operacao                       pic  x(01).
          05 ws-res-estacao                        pic  9(02).
          05 ws-res-dia                            pic  9(07).
          05 ws-res-temperatura                    pic s9(02)v99.

      *>----Linha de auditoria em arqTempHistorico.dat, no layout do
      *>----online, com a origem "E" e operador 000
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

      *>----Linha do relatorio: um dia candidato e o metodo que o
      *>----preencheu
       01 ws-linha-estimativa.
          05 ws-lin-estacao                        pic  9(02).
          05 filler                                pic x(01) value space.
          05 ws-lin-dia                            pic  9(07).
          05 filler                                pic x(01) value space.
          05 ws-lin-data                           pic  9(08).
          05 filler                                pic x(01) value space.
          05 ws-lin-situacao                       pic  x(08).
          05 filler                                pic x(01) value space.
          05 ws-lin-metodo                         pic  x(22).
          05 filler                                pic x(01) value space.
          05 ws-lin-temperatura                    pic -z9,99.
          05 filler                                pic x(01) value space.
          05 ws-lin-umidade                        pic zz9.
          05 filler                                pic x(01) value space.
          05 ws-lin-precipitacao                   pic zz9,9.

       01 ws-lin-horas-metodo.
          05 filler                                pic x(15) value "horas parciais ".
          05 ws-lin-horas-qtd                      pic  9(02).
          05 filler                                pic x(01) value "h".

      *>----Totais do rodape
       01 ws-linha-total.
          05 ws-lin-tot-texto                      pic x(30).
          05 ws-lin-tot-qtd                        pic zzzzzz9.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processa-estimativas.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-job-data-inicio from date yyyymmdd
           accept ws-job-hora-inicio from time

           display "estacao a estimar (00 = todas as ativas):"
           accept ws-es-estacao

           display "ano (aaaa):"
           accept ws-es-ano

           display "mes (01 a 12):"
           accept ws-es-mes

           if ws-es-mes < 1 or ws-es-mes > 12 then
               display "Mes invalido."
               Stop run
           end-if

           perform calcula-faixa-mes

      *>so dias ja encerrados - o dia de hoje ainda pode chegar pela
      *>carga da noite
           accept ws-data-hoje from date yyyymmdd
           move "J"           to ws-dj-operacao
           move ws-data-hoje  to ws-dj-gregoriana
           call "dataJuliana" using ws-dj-parm
           move ws-dj-juliano to ws-dia-hoje

           move ws-dia-hoje to ws-dia-calc
           perform retrocede-um-dia
           move ws-dia-calc to ws-dia-limite

           if ws-dia-fim < ws-dia-limite then
               move ws-dia-fim to ws-dia-limite
           end-if

           if ws-dia-limite < ws-dia-ini then
               display "Mes ainda sem dias encerrados - nada a estimar."
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

           open i-o arqTemp
           if ws-fs-arqTemp  <> 00
           and ws-fs-arqTemp <> 05 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemp "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>sem arquivo horario ou sem normais o metodo e pulado
           open input arqTempHor
           if ws-fs-arqTempHor = 35 then
               move "N" to ws-horario-presente
           else
               if ws-fs-arqTempHor <> 00 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTempHor                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTempHor "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqNormais
           if ws-fs-arqNormais = 35 then
               move "N" to ws-normais-presente
           else
               if ws-fs-arqNormais <> 00 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqNormais                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNormais "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqEstacoes
           if ws-fs-arqEstacoes <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqHistorico
           if ws-fs-arqHistorico  <> 00
           and ws-fs-arqHistorico <> 05 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelatorio "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-relatorio
           string "RELATORIO DE ESTIMATIVAS - MES " delimited by size
                  ws-es-ano                         delimited by size
                  "/"                               delimited by size
                  ws-es-mes                         delimited by size
                  into fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "EE AAAADDD AAAAMMDD SITUACAO METODO                   TEMP UMI PRECIP"
                to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a tabela de dias por mes do ano pedido (bissexto
      *>  incluso) e deixa a faixa juliana do mes em ws-dia-ini /
      *>  ws-dia-fim
      *>------------------------------------------------------------------------
       calcula-faixa-mes section.

           move ws-es-ano to ws-calc-ano
           perform calcula-tabela-ano

           move zero to ws-dias-acum
           perform varying ws-mes-ind from 1 by 1
                   until ws-mes-ind >= ws-es-mes
               add ws-dias-mes(ws-mes-ind) to ws-dias-acum
           end-perform

           compute ws-dia-ini =
                   ws-es-ano * 1000 + ws-dias-acum + 1
           compute ws-dia-fim =
                   ws-es-ano * 1000 + ws-dias-acum + ws-dias-mes(ws-es-mes)
           .
       calcula-faixa-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tabela de dias por mes e ultimo dia juliano do ano em
      *>  ws-calc-ano
      *>------------------------------------------------------------------------
       calcula-tabela-ano section.

           divide ws-calc-ano by 4   giving ws-ano-div remainder ws-ano-resto-4
           divide ws-calc-ano by 100 giving ws-ano-div remainder ws-ano-resto-100
           divide ws-calc-ano by 400 giving ws-ano-div remainder ws-ano-resto-400

           move "N" to ws-ano-bissexto
           if (ws-ano-resto-4 = 0 and ws-ano-resto-100 <> 0)
           or ws-ano-resto-400 = 0 then
               move "S" to ws-ano-bissexto
           end-if

           move 31 to ws-dias-mes(1)
           if ano-bissexto then
               move 29  to ws-dias-mes(2)
               move 366 to ws-calc-ult-juliano
           else
               move 28  to ws-dias-mes(2)
               move 365 to ws-calc-ult-juliano
           end-if
           move 31 to ws-dias-mes(3)
           move 30 to ws-dias-mes(4)
           move 31 to ws-dias-mes(5)
           move 30 to ws-dias-mes(6)
           move 31 to ws-dias-mes(7)
           move 31 to ws-dias-mes(8)
           move 30 to ws-dias-mes(9)
           move 31 to ws-dias-mes(10)
           move 30 to ws-dias-mes(11)
           move 31 to ws-dias-mes(12)
           .
       calcula-tabela-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - uma estacao pedida, ou todas as
      *>  ativas do cadastro em ordem de codigo
      *>------------------------------------------------------------------------
       processa-estimativas section.

           if ws-es-estacao <> zero then
               move ws-es-estacao to fd-est-codigo
               read arqEstacoes

               if ws-fs-arqEstacoes = 23 then
                   display "Estacao nao cadastrada - nada a estimar."
               else
                   if ws-fs-arqEstacoes <> 0 then
                       move 8                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstacoes "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-es-estacao to ws-estacao-atual
                   perform processa-estacao
               end-if
           else
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
                           move 9                                      to ws-msn-erro-ofsset
                           move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqEstacoes "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-est-ativa then
                           move fd-est-codigo to ws-estacao-atual
                           perform processa-estacao
                       end-if
                   end-if

               end-perform
           end-if

           perform imprime-totais

           display "Dias candidatos (faltantes ou 'X'): " ws-total-candidatos
           display "Dias estimados: "                     ws-total-estimados
           display "Dias sem estimativa possivel: "       ws-total-sem-metodo
           display "Meses fechados (pulados): "           ws-total-meses-fechados
           .
       processa-estimativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estima os dias encerrados do mes de uma estacao; mes fechado
      *>  para o orgao e apenas listado no relatorio
      *>------------------------------------------------------------------------
       processa-estacao section.

           add 1 to ws-total-estacoes

           move ws-estacao-atual to ws-fec-parm-estacao
           move ws-dia-ini       to ws-fec-parm-dia
           call "verificaFechamento" using ws-fec-parm

           if mes-fechado then
               add 1 to ws-total-meses-fechados
               move spaces to fd-linha-relatorio
               string "Estacao "          delimited by size
                      ws-estacao-atual    delimited by size
                      " - mes fechado para o orgao, nada estimado"
                                          delimited by size
                      into fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           else
               perform calcula-umidade-mes

               move zero       to ws-estimados-mes
               move ws-dia-ini to ws-dia-corrente

               perform until ws-dia-corrente > ws-dia-limite
                   perform processa-dia
                   add 1 to ws-dia-corrente
               end-perform

      *>o resumo do mes e recomputado uma vez so - as estimadas ficam
      *>fora dele, mas o dia "X" substituido tambem saiu
               if ws-estimados-mes > 0 then
                   move "R"              to ws-res-operacao
                   move ws-estacao-atual to ws-res-estacao
                   move ws-dia-ini       to ws-res-dia
                   move zero             to ws-res-temperatura
                   call "resumoMensal" using ws-res-parm
               end-if
           end-if
           .
       processa-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Umidade media dos dias validos do mes da estacao corrente -
      *>  as normais nao trazem umidade
      *>------------------------------------------------------------------------
       calcula-umidade-mes section.

           move zero to ws-umid-mes-soma
           move zero to ws-umid-mes-qtd

           move ws-estacao-atual to fd-estacao
           move ws-dia-ini       to fd-dia
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

                       if fd-estacao <> ws-estacao-atual
                       or fd-dia > ws-dia-fim then
                           move "S" to ws-fim-faixa
                       else
                           if fd-qual-boa or fd-qual-conf-boa then
                               add fd-umidade to ws-umid-mes-soma
                               add 1          to ws-umid-mes-qtd
                           end-if
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
       calcula-umidade-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Classifica o dia corrente e, se faltar ou estiver confirmado
      *>  ruim, tenta as fontes em ordem e grava a estimativa
      *>------------------------------------------------------------------------
       processa-dia section.

           move ws-estacao-atual to fd-estacao
           move ws-dia-corrente  to fd-dia
           read arqTemp key is fd-chave

           evaluate ws-fs-arqTemp
               when 0
                   if fd-qual-conf-ruim then
                       move "X"             to ws-situacao-dia
                       move fd-temperatura  to ws-ant-temperatura
                       move fd-umidade      to ws-ant-umidade
                       move fd-precipitacao to ws-ant-precipitacao
                   else
                       move "V" to ws-situacao-dia
                   end-if

               when 23
                   move "F"  to ws-situacao-dia
                   move zero to ws-ant-temperatura
                   move zero to ws-ant-umidade
                   move zero to ws-ant-precipitacao

               when other
                   move 12                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if not dia-valido then
               add 1 to ws-total-candidatos

               move space to ws-est-metodo
               move zero  to ws-est-horas

               if horario-presente then
                   perform estima-horas-parciais
               end-if

               if est-sem-metodo then
                   perform estima-interpolacao
               end-if

               if est-sem-metodo
               and normais-presentes then
                   perform estima-normal-mensal
               end-if

               if est-sem-metodo then
                   add 1 to ws-total-sem-metodo
               else
                   perform grava-estimativa
               end-if

               perform imprime-linha-estimativa
           end-if
           .
       processa-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Metodo 1 - media das horas parciais do dia em
      *>  arqTempHorIndexed.dat, se houver pelo menos ws-min-horas
      *>------------------------------------------------------------------------
       estima-horas-parciais section.

           move zero to ws-hor-qtd
           move zero to ws-hor-soma-temp
           move zero to ws-hor-soma-umid
           move zero to ws-hor-soma-precip

           move ws-estacao-atual to fd-hor-estacao
           move ws-dia-corrente  to fd-hor-dia
           move zero             to fd-hor-hora
           start arqTempHor key is not less than fd-hor-chave

           if ws-fs-arqTempHor = 0 then
               move "N" to ws-fim-horas

               perform until fim-horas

                   read arqTempHor next

                   if ws-fs-arqTempHor = 10 then
                       move "S" to ws-fim-horas
                   else
                       if ws-fs-arqTempHor <> 0 then
                           move 13                                  to ws-msn-erro-ofsset
                           move ws-fs-arqTempHor                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTempHor "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-hor-estacao <> ws-estacao-atual
                       or fd-hor-dia <> ws-dia-corrente then
                           move "S" to ws-fim-horas
                       else
                           add 1                   to ws-hor-qtd
                           add fd-hor-temperatura  to ws-hor-soma-temp
                           add fd-hor-umidade      to ws-hor-soma-umid
                           add fd-hor-precipitacao to ws-hor-soma-precip
                       end-if
                   end-if

               end-perform
           else
               if ws-fs-arqTempHor <> 23 then
                   move 14                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTempHor                    to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqTempHor " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-hor-qtd >= ws-min-horas then
               compute ws-est-temperatura rounded =
                       ws-hor-soma-temp / ws-hor-qtd
               compute ws-est-umidade rounded =
                       ws-hor-soma-umid / ws-hor-qtd
               move ws-hor-soma-precip to ws-est-precipitacao
               move ws-hor-qtd         to ws-est-horas
               move "H"                to ws-est-metodo
           end-if
           .
       estima-horas-parciais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Metodo 2 - interpolacao entre o dia valido anterior e o
      *>  seguinte da mesma estacao, ponderada pela distancia em dias
      *>------------------------------------------------------------------------
       estima-interpolacao section.

           move "N"             to ws-viz-ant-achado
           move ws-dia-corrente to ws-dia-calc

           perform varying ws-passo from 1 by 1
                   until ws-passo > ws-janela-vizinhos
                   or viz-ant-achado

               perform retrocede-um-dia
               perform le-vizinho

               if ws-fs-arqTemp = 0
               and (fd-qual-boa or fd-qual-conf-boa) then
                   move "S"             to ws-viz-ant-achado
                   move ws-passo        to ws-viz-ant-dist
                   move fd-temperatura  to ws-viz-ant-temp
                   move fd-umidade      to ws-viz-ant-umid
                   move fd-precipitacao to ws-viz-ant-precip
               end-if
           end-perform

           move "N"             to ws-viz-prox-achado
           move ws-dia-corrente to ws-dia-calc

           perform varying ws-passo from 1 by 1
                   until ws-passo > ws-janela-vizinhos
                   or viz-prox-achado

               perform avanca-um-dia
               perform le-vizinho

               if ws-fs-arqTemp = 0
               and (fd-qual-boa or fd-qual-conf-boa) then
                   move "S"             to ws-viz-prox-achado
                   move ws-passo        to ws-viz-prox-dist
                   move fd-temperatura  to ws-viz-prox-temp
                   move fd-umidade      to ws-viz-prox-umid
                   move fd-precipitacao to ws-viz-prox-precip
               end-if
           end-perform

           if viz-ant-achado and viz-prox-achado then
               compute ws-viz-total-dist = ws-viz-ant-dist + ws-viz-prox-dist

               compute ws-est-temperatura rounded =
                       ws-viz-ant-temp
                     + (ws-viz-prox-temp - ws-viz-ant-temp)
                     * ws-viz-ant-dist / ws-viz-total-dist
               compute ws-est-umidade rounded =
                       ws-viz-ant-umid
                     + (ws-viz-prox-umid - ws-viz-ant-umid)
                     * ws-viz-ant-dist / ws-viz-total-dist
               compute ws-est-precipitacao rounded =
                       ws-viz-ant-precip
                     + (ws-viz-prox-precip - ws-viz-ant-precip)
                     * ws-viz-ant-dist / ws-viz-total-dist
               move "I" to ws-est-metodo
           end-if
           .
       estima-interpolacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o dia vizinho ws-dia-calc da estacao corrente - ausencia
      *>  (status 23) volta para quem chamou como vizinho invalido
      *>------------------------------------------------------------------------
       le-vizinho section.

           move ws-estacao-atual to fd-estacao
           move ws-dia-calc      to fd-dia
           read arqTemp key is fd-chave

           if ws-fs-arqTemp <> 0
           and ws-fs-arqTemp <> 23 then
               move 15                                  to ws-msn-erro-ofsset
               move ws-fs-arqTemp                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemp "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       le-vizinho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Metodo 3 - normal climatologica do mes da estacao: media de
      *>  temperatura, precipitacao media do mes rateada pelos dias e a
      *>  umidade media dos dias validos do proprio mes
      *>------------------------------------------------------------------------
       estima-normal-mensal section.

           move ws-estacao-atual to fd-nor-estacao
           move ws-es-mes        to fd-nor-mes
           read arqNormais key is fd-nor-chave

           evaluate ws-fs-arqNormais
               when 0
                   if fd-nor-anos > 0 then
                       move fd-nor-temp-media to ws-est-temperatura
                       compute ws-est-precipitacao rounded =
                               fd-nor-precip-media / ws-dias-mes(ws-es-mes)
                       if ws-umid-mes-qtd > 0 then
                           compute ws-est-umidade rounded =
                                   ws-umid-mes-soma / ws-umid-mes-qtd
                       else
                           move zero to ws-est-umidade
                       end-if
                       move "N" to ws-est-metodo
                   end-if

               when 23
                   continue

               when other
                   move 16                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNormais                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNormais "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       estima-normal-mensal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a estimativa: dia faltante e incluido com origem "E";
      *>  dia "X" e relido e regravado por cima do valor ruim, que fica
      *>  no historico, com a origem "X" que conserva a confirmacao
      *>------------------------------------------------------------------------
       grava-estimativa section.

           move ws-estacao-atual to fd-estacao
           move ws-dia-corrente  to fd-dia

           if dia-ruim then
               read arqTemp key is fd-chave
               if ws-fs-arqTemp <> 0 then
                   move 17                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao reler arq. arqTemp "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-est-temperatura   to fd-temperatura
           move ws-est-umidade       to fd-umidade
           move ws-est-precipitacao  to fd-precipitacao
           move "E"                  to fd-qualidade
           if dia-ruim then
               move "X"              to fd-origem
           else
               move "E"              to fd-origem
           end-if

           if dia-ruim then
               rewrite fd-temp
               move "A" to ws-hist-operacao
           else
               write fd-temp
               move "C" to ws-hist-operacao
           end-if

           if ws-fs-arqTemp  <> 00
           and ws-fs-arqTemp <> 02 then
               move 18                                  to ws-msn-erro-ofsset
               move ws-fs-arqTemp                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemp "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-estacao-atual     to ws-hist-estacao
           move ws-dia-corrente      to ws-hist-dia
           move ws-ant-temperatura   to ws-hist-temp-antiga
           move ws-est-temperatura   to ws-hist-temp-nova
           move ws-ant-umidade       to ws-hist-umidade-antiga
           move ws-est-umidade       to ws-hist-umidade-nova
           move ws-ant-precipitacao  to ws-hist-precip-antiga
           move ws-est-precipitacao  to ws-hist-precip-nova
           perform grava-historico

           add 1 to ws-estimados-mes
           add 1 to ws-total-estimados

           evaluate true
               when est-horas-parciais
                   add 1 to ws-total-horas-parciais
               when est-interpolacao
                   add 1 to ws-total-interpolados
               when est-normal-mensal
                   add 1 to ws-total-normais
           end-evaluate
           .
       grava-estimativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de auditoria da estimativa em
      *>  arqTempHistorico.dat - operador 000, a mesma origem gravada
      *>  no dia ("E", ou "X" por cima de dia confirmado ruim)
      *>------------------------------------------------------------------------
       grava-historico section.

           accept ws-hist-data from date yyyymmdd
           accept ws-hist-hora from time
           move zero                     to ws-hist-operador
           move fd-origem                to ws-hist-origem

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
      *>  Linha do relatorio para o dia candidato corrente, com o
      *>  metodo que o preencheu (ou "sem estimativa")
      *>------------------------------------------------------------------------
       imprime-linha-estimativa section.

           move spaces to ws-lin-metodo

           move ws-estacao-atual to ws-lin-estacao
           move ws-dia-corrente  to ws-lin-dia

           move "G"             to ws-dj-operacao
           move ws-dia-corrente to ws-dj-juliano
           call "dataJuliana" using ws-dj-parm
           move ws-dj-gregoriana to ws-lin-data

           if dia-ruim then
               move "ruim 'X'" to ws-lin-situacao
           else
               move "faltante" to ws-lin-situacao
           end-if

           evaluate true
               when est-horas-parciais
                   move ws-est-horas         to ws-lin-horas-qtd
                   move ws-lin-horas-metodo  to ws-lin-metodo
               when est-interpolacao
                   move "interpolacao"       to ws-lin-metodo
               when est-normal-mensal
                   move "normal mensal"      to ws-lin-metodo
               when other
                   move "sem estimativa"     to ws-lin-metodo
           end-evaluate

           if est-sem-metodo then
               move zero to ws-lin-temperatura
               move zero to ws-lin-umidade
               move zero to ws-lin-precipitacao
           else
               move ws-est-temperatura  to ws-lin-temperatura
               move ws-est-umidade      to ws-lin-umidade
               move ws-est-precipitacao to ws-lin-precipitacao
           end-if

           move ws-linha-estimativa to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       imprime-linha-estimativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rodape com os totais por metodo
      *>------------------------------------------------------------------------
       imprime-totais section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Dias candidatos:"             to ws-lin-tot-texto
           move ws-total-candidatos            to ws-lin-tot-qtd
           perform imprime-linha-total

           move "  por horas parciais:"        to ws-lin-tot-texto
           move ws-total-horas-parciais        to ws-lin-tot-qtd
           perform imprime-linha-total

           move "  por interpolacao:"          to ws-lin-tot-texto
           move ws-total-interpolados          to ws-lin-tot-qtd
           perform imprime-linha-total

           move "  pela normal mensal:"        to ws-lin-tot-texto
           move ws-total-normais               to ws-lin-tot-qtd
           perform imprime-linha-total

           move "  sem estimativa:"            to ws-lin-tot-texto
           move ws-total-sem-metodo            to ws-lin-tot-qtd
           perform imprime-linha-total

           move "Meses fechados (pulados):"    to ws-lin-tot-texto
           move ws-total-meses-fechados        to ws-lin-tot-qtd
           perform imprime-linha-total
           .
       imprime-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de total ja montada em ws-linha-total
      *>------------------------------------------------------------------------
       imprime-linha-total section.

           move ws-linha-total to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       imprime-linha-total-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia juliano anterior a ws-dia-calc, virando o ano
      *>------------------------------------------------------------------------
       retrocede-um-dia section.

           divide ws-dia-calc by 1000 giving ws-calc-ano
                                  remainder ws-calc-juliano

           if ws-calc-juliano > 1 then
               subtract 1 from ws-dia-calc
           else
               subtract 1 from ws-calc-ano
               perform calcula-tabela-ano
               compute ws-dia-calc = ws-calc-ano * 1000 + ws-calc-ult-juliano

      *>a tabela de dias por mes volta a ser a do ano pedido
               move ws-es-ano to ws-calc-ano
               perform calcula-tabela-ano
           end-if
           .
       retrocede-um-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia juliano seguinte a ws-dia-calc, virando o ano
      *>------------------------------------------------------------------------
       avanca-um-dia section.

           divide ws-dia-calc by 1000 giving ws-calc-ano
                                  remainder ws-calc-juliano

           perform calcula-tabela-ano

           if ws-calc-juliano < ws-calc-ult-juliano then
               add 1 to ws-dia-calc
           else
               add 1 to ws-calc-ano
               compute ws-dia-calc = ws-calc-ano * 1000 + 1
           end-if

           move ws-es-ano to ws-calc-ano
           perform calcula-tabela-ano
           .
       avanca-um-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o status apos cada gravação no relatorio
      *>------------------------------------------------------------------------
       confere-fs-arqRelatorio section.

           if ws-fs-arqRelatorio <> 0 then
               move 20                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelatorio "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       confere-fs-arqRelatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro de controle desta execucao no job log. A
      *>  identificacao carrega estacao e ano/mes pedidos. O tipo de
      *>  termino ja foi deixado em ws-job-termino por quem chamou.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "estimaTemp"          to ws-job-programa

           move spaces to ws-job-identificacao
           string "estacao "     delimited by size
                  ws-es-estacao  delimited by size
                  " mes "        delimited by size
                  ws-es-ano      delimited by size
                  "/"            delimited by size
                  ws-es-mes      delimited by size
                  into ws-job-identificacao

           move ws-total-candidatos      to ws-job-contador-1
           move ws-total-estimados       to ws-job-contador-2
           move ws-total-sem-metodo      to ws-job-contador-3
           move ws-total-meses-fechados  to ws-job-contador-4
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
               move 21                               to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemp "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if horario-presente then
               close arqTempHor
           end-if
           if normais-presentes then
               close arqNormais
           end-if
           close arqEstacoes
           close arqHistorico
           close arqRelatorio

           move "N" to ws-job-termino
           perform grava-joblog
           move "N" to ws-joblog-aberto
           close arqJobLog

           display "Relatorio gerado em relatorioEstimativas.dat"

           Stop run
           .
       finaliza-exit.
           exit.
