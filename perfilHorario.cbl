      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "perfilHorario".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch do perfil horario de uma estacao: para a
      *>estacao e o periodo informados (datas aaaammdd), le as horas
      *>de arqTempHorIndexed.dat em ordem de chave e grava em
      *>relatorioHorario.dat:
      *>  - por dia: horas lidas, a hora e o valor da minima e da
      *>    maxima do dia (a primeira hora em que ocorreram), as horas
      *>    de geada (temperatura igual ou abaixo do piso) e de
      *>    estresse de calor (acima do teto) e a chuva do dia;
      *>  - ao fim de cada mes: a curva diaria media do mes - media de
      *>    temperatura e de umidade de cada hora 00 a 23;
      *>  - no fim: a maior chuva em 1 hora e a maior em 3 horas
      *>    seguidas (so horas consecutivas, virada de dia inclusa),
      *>    com data e hora.
      *>O piso de geada e o teto de calor sao os da linha da estacao
      *>em arqAlertaParam.dat, os mesmos do boletim do alertaTemp;
      *>estacao sem linha de parametro tem os dois limiares pedidos
      *>na abertura. O registro horario nao tem qualidade - todas as
      *>horas carregadas entram (a calibracao ja foi aplicada pelo
      *>cargaHorariaTemp).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqTempHor assign to "arqTempHorIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hor-chave
           file status is ws-fs-arqTempHor.

           select arqParametros assign to "arqAlertaParam.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

           select arqRelatorio assign to "relatorioHorario.dat"
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
       fd arqTempHor.
           copy HORREG.

       fd arqParametros.
       01 fd-parametros.
          05 fd-par-estacao                         pic  9(02).
          05 fd-par-piso-geada                      pic s9(02)v99.
          05 fd-par-teto-calor                      pic s9(02)v99.
          05 fd-par-dias-calor                      pic  9(02).
          05 fd-par-janela-chuva                    pic  9(02).
          05 fd-par-limite-chuva                    pic  9(04)v9.

       fd arqRelatorio.
       01 fd-linha-relatorio                        pic x(80).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTempHor                        pic  9(02).
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

      *>----Estacao e periodo pedidos
       77  ws-ph-estacao                           pic  9(02).
       77  ws-data-inicial                         pic  9(08).
       77  ws-data-final                           pic  9(08).
       77  ws-dia-inicial                          pic  9(07).
       77  ws-dia-final                            pic  9(07).

      *>----Limiares de geada e de calor da estacao
       77  ws-piso-geada                           pic s9(02)v99.
       77  ws-teto-calor                           pic s9(02)v99.

       77  ws-achou-parametro                      pic  x(01) value "N".
           88  achou-parametro                     value "S".

       77  ws-fim-parametros                       pic  x(01) value "N".
           88  fim-parametros                      value "S".

      *>----Parametros do subprograma dataJuliana
       01 ws-dj-parm.
          05 ws-dj-operacao                        pic  x(01).
          05 ws-dj-gregoriana                      pic  9(08).
          05 ws-dj-juliano                         pic  9(07).
          05 ws-dj-valida                          pic  x(01).
              88  dj-valida                         value "S".

      *>----Varredura das horas
       77  ws-fim-horas                            pic  x(01) value "N".
           88  fim-horas                           value "S".

       77  ws-tem-dia                              pic  x(01) value "N".
           88  tem-dia                             value "S".

       77  ws-dia-atual                            pic  9(07).
       77  ws-data-atual                           pic  9(08).
       77  ws-mes-atual                            pic  9(06) value zero.
       77  ws-mes-hora                             pic  9(06).

      *>----Acumuladores do dia
       77  ws-dia-horas                            pic  9(02).
       77  ws-dia-temp-min                         pic s9(02)v99.
       77  ws-dia-hora-min                         pic  9(02).
       77  ws-dia-temp-max                         pic s9(02)v99.
       77  ws-dia-hora-max                         pic  9(02).
       77  ws-dia-geada                            pic  9(02).
       77  ws-dia-calor                            pic  9(02).
       77  ws-dia-chuva                            pic  9(04)v9.

      *>----Curva diaria do mes: uma posicao por hora (hora + 1)
       01 ws-tab-curva.
          05 ws-cur-ent occurs 24 times.
             10 ws-cur-qtd                         pic  9(05).
             10 ws-cur-soma-temp                   pic s9(07)v99.
             10 ws-cur-soma-umid                   pic  9(08).

       77  ws-cur-ind                              pic  9(02).
       77  ws-cur-temp-media                       pic s9(02)v99.
       77  ws-cur-umid-media                       pic  9(03).

      *>----Intensidade de chuva: as duas horas anteriores lidas e se
      *>----cada uma seguia imediatamente a sua anterior; a data de
      *>----calendario de cada uma vai junto, porque a janela de 3
      *>----horas pode cruzar a meia-noite
       77  ws-ant1-dia                             pic  9(07).
       77  ws-ant1-data                            pic  9(08).
       77  ws-ant1-hora                            pic  9(02).
       77  ws-ant1-precip                          pic  9(03)v9.
       77  ws-ant1-seguida                         pic  x(01).
           88  ant1-seguida                         value "S".
       77  ws-ant2-data                            pic  9(08).
       77  ws-ant2-hora                            pic  9(02).
       77  ws-ant2-precip                          pic  9(03)v9.

       77  ws-tem-ant1                             pic  x(01) value "N".
           88  tem-ant1                            value "S".

       77  ws-hora-seguida                         pic  x(01).
           88  hora-seguida                        value "S".

       77  ws-prox-dia                             pic  9(07).
       77  ws-prox-hora                            pic  9(02).
       77  ws-prox-ano                             pic  9(04).

       77  ws-chuva-3h                             pic  9(04)v9.

       77  ws-max-1h                               pic  9(03)v9 value zero.
       77  ws-max-1h-data                          pic  9(08) value zero.
       77  ws-max-1h-hora                          pic  9(02) value zero.
       77  ws-max-3h                               pic  9(04)v9 value zero.
       77  ws-max-3h-data-ini                      pic  9(08) value zero.
       77  ws-max-3h-data                          pic  9(08) value zero.
       77  ws-max-3h-hora-ini                      pic  9(02) value zero.
       77  ws-max-3h-hora-fim                      pic  9(02) value zero.

      *>----Contadores da rodada
       77  ws-total-horas                          pic  9(07) value zero.
       77  ws-total-dias                           pic  9(07) value zero.
       77  ws-total-geada                          pic  9(07) value zero.
       77  ws-total-calor                          pic  9(07) value zero.

      *>----Linha do dia no relatorio
       01 ws-linha-dia.
          05 ws-ld-data                            pic  9(08).
          05 filler                                pic  x(03) value spaces.
          05 ws-ld-horas                           pic  z9.
          05 filler                                pic  x(03) value spaces.
          05 ws-ld-hora-min                        pic  9(02).
          05 filler                                pic  x(01) value space.
          05 ws-ld-temp-min                        pic -z9,99.
          05 filler                                pic  x(03) value spaces.
          05 ws-ld-hora-max                        pic  9(02).
          05 filler                                pic  x(01) value space.
          05 ws-ld-temp-max                        pic -z9,99.
          05 filler                                pic  x(04) value spaces.
          05 ws-ld-geada                           pic  z9.
          05 filler                                pic  x(04) value spaces.
          05 ws-ld-calor                           pic  z9.
          05 filler                                pic  x(02) value spaces.
          05 ws-ld-chuva                           pic  zzz9,9.

      *>----Linha da curva diaria media
       01 ws-linha-curva.
          05 filler                                pic  x(04) value spaces.
          05 ws-lc-hora                            pic  9(02).
          05 filler                                pic  x(09) value spaces.
          05 ws-lc-temp                            pic -z9,99.
          05 ws-lc-temp-x redefines ws-lc-temp     pic  x(06).
          05 filler                                pic  x(10) value spaces.
          05 ws-lc-umid                            pic  zz9.
          05 ws-lc-umid-x redefines ws-lc-umid     pic  x(03).
          05 filler                                pic  x(06) value spaces.
          05 ws-lc-qtd                             pic  zzzz9.

      *>----Linhas de intensidade de chuva
       01 ws-linha-chuva-1h.
          05 filler                                pic  x(29) value
             "Maior chuva em 1 hora......: ".
          05 ws-l1-valor                           pic  zz9,9.
          05 filler                                pic  x(07) value " mm em ".
          05 ws-l1-data                            pic  9(08).
          05 filler                                pic  x(04) value " as ".
          05 ws-l1-hora                            pic  9(02).
          05 filler                                pic  x(01) value "h".

       01 ws-linha-chuva-3h.
          05 filler                                pic  x(29) value
             "Maior chuva em 3 horas.....: ".
          05 ws-l3-valor                           pic  zzz9,9.
          05 filler                                pic  x(07) value " mm de ".
          05 ws-l3-data-ini                        pic  9(08).
          05 filler                                pic  x(01) value space.
          05 ws-l3-hora-ini                        pic  9(02).
          05 filler                                pic  x(04) value "h a ".
          05 ws-l3-data-fim                        pic  9(08).
          05 filler                                pic  x(01) value space.
          05 ws-l3-hora-fim                        pic  9(02).
          05 filler                                pic  x(01) value "h".

       01 ws-linha-limiares.
          05 filler                                pic  x(15) value
             "Piso de geada: ".
          05 ws-lm-piso                            pic -z9,99.
          05 filler                                pic  x(18) value
             "   Teto de calor: ".
          05 ws-lm-teto                            pic -z9,99.
          05 filler                                pic  x(02) value spaces.
          05 ws-lm-origem                          pic  x(25).

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
           perform processa-horas.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-job-data-inicio from date yyyymmdd
           accept ws-job-hora-inicio from time

           display "estacao:"
           accept ws-ph-estacao

           display "data inicial (aaaammdd):"
           accept ws-data-inicial
           move "J"             to ws-dj-operacao
           move ws-data-inicial to ws-dj-gregoriana
           call "dataJuliana" using ws-dj-parm
           if not dj-valida then
               display "Data inicial invalida."
               Stop run
           end-if
           move ws-dj-juliano to ws-dia-inicial

           display "data final (aaaammdd):"
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

           perform carrega-limiares

           open extend arqJobLog
           if ws-fs-arqJobLog  <> 00
           and ws-fs-arqJobLog <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqJobLog                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqJobLog "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S" to ws-joblog-aberto

           open input arqTempHor
           if ws-fs-arqTempHor = 35 then
               display "arqTempHorIndexed.dat nao encontrado - sem horas."
               move "S" to ws-fim-horas
           else
               if ws-fs-arqTempHor <> 00 then
                   move 2                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTempHor                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTempHor "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelatorio "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-relatorio
           string "PERFIL HORARIO - ESTACAO " delimited by size
                  ws-ph-estacao               delimited by size
                  " - "                       delimited by size
                  ws-data-inicial             delimited by size
                  " a "                       delimited by size
                  ws-data-final               delimited by size
                  into fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move ws-piso-geada to ws-lm-piso
           move ws-teto-calor to ws-lm-teto
           move ws-linha-limiares to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           perform grava-cabecalho-dias
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Piso de geada e teto de calor da estacao, da linha dela em
      *>  arqAlertaParam.dat; sem linha (ou sem o arquivo) os dois sao
      *>  pedidos ao operador
      *>------------------------------------------------------------------------
       carrega-limiares section.

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

               perform until fim-parametros

                   read arqParametros
                   if ws-fs-arqParametros = 10 then
                       move "S" to ws-fim-parametros
                   else
                       if ws-fs-arqParametros <> 0 then
                           move 5                                       to ws-msn-erro-ofsset
                           move ws-fs-arqParametros                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqParametros "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-par-estacao = ws-ph-estacao then
                           move "S"               to ws-achou-parametro
                           move fd-par-piso-geada to ws-piso-geada
                           move fd-par-teto-calor to ws-teto-calor
                           move "S"               to ws-fim-parametros
                       end-if
                   end-if

               end-perform

               close arqParametros
           end-if

           if achou-parametro then
               move "(de arqAlertaParam.dat)" to ws-lm-origem
           else
               display "Estacao sem linha em arqAlertaParam.dat."
               display "piso de geada (graus, ex. 0,00):"
               accept ws-piso-geada
               display "teto de calor (graus, ex. 35,00):"
               accept ws-teto-calor
               move "(informados na execucao)" to ws-lm-origem
           end-if
           .
       carrega-limiares-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - percorre as horas da estacao no
      *>  periodo, com quebra por dia e por mes
      *>------------------------------------------------------------------------
       processa-horas section.

           perform zera-curva

           if not fim-horas then
               move ws-ph-estacao  to fd-hor-estacao
               move ws-dia-inicial to fd-hor-dia
               move zero           to fd-hor-hora
               start arqTempHor key is not less than fd-hor-chave

               if ws-fs-arqTempHor <> 0 then
                   if ws-fs-arqTempHor = 23 then
                       move "S" to ws-fim-horas
                   else
                       move 6                                   to ws-msn-erro-ofsset
                       move ws-fs-arqTempHor                    to ws-msn-erro-cod
                       move "Erro ao posicionar arq. arqTempHor " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           perform until fim-horas

               read arqTempHor next

               if ws-fs-arqTempHor = 10 then
                   move "S" to ws-fim-horas
               else
                   if ws-fs-arqTempHor <> 0 then
                       move 7                                   to ws-msn-erro-ofsset
                       move ws-fs-arqTempHor                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTempHor "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-hor-estacao <> ws-ph-estacao
                   or fd-hor-dia > ws-dia-final then
                       move "S" to ws-fim-horas
                   else
                       if fd-hor-hora <= 23 then
                           perform considera-hora
                       end-if
                   end-if
               end-if

           end-perform

           if tem-dia then
               perform fecha-dia
               perform fecha-mes
           end-if

           display "Horas lidas: "          ws-total-horas
           display "Dias com horas: "       ws-total-dias
           display "Horas de geada: "       ws-total-geada
           display "Horas de calor: "       ws-total-calor
           .
       processa-horas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma hora lida: quebra de dia e de mes, acumulo do dia e da
      *>  curva e acompanhamento da intensidade de chuva
      *>------------------------------------------------------------------------
       considera-hora section.

           if not tem-dia
           or fd-hor-dia <> ws-dia-atual then

               if tem-dia then
                   perform fecha-dia
               end-if

               move "G"        to ws-dj-operacao
               move fd-hor-dia to ws-dj-juliano
               call "dataJuliana" using ws-dj-parm
               move ws-dj-gregoriana to ws-data-atual

               divide ws-data-atual by 100 giving ws-mes-hora
               if tem-dia
               and ws-mes-hora <> ws-mes-atual then
                   perform fecha-mes
               end-if
               move ws-mes-hora to ws-mes-atual

               perform abre-dia
           end-if

           add 1 to ws-total-horas
           add 1 to ws-dia-horas

           if ws-dia-horas = 1
           or fd-hor-temperatura < ws-dia-temp-min then
               move fd-hor-temperatura to ws-dia-temp-min
               move fd-hor-hora        to ws-dia-hora-min
           end-if

           if ws-dia-horas = 1
           or fd-hor-temperatura > ws-dia-temp-max then
               move fd-hor-temperatura to ws-dia-temp-max
               move fd-hor-hora        to ws-dia-hora-max
           end-if

           if fd-hor-temperatura <= ws-piso-geada then
               add 1 to ws-dia-geada
               add 1 to ws-total-geada
           end-if

           if fd-hor-temperatura > ws-teto-calor then
               add 1 to ws-dia-calor
               add 1 to ws-total-calor
           end-if

           add fd-hor-precipitacao to ws-dia-chuva

           compute ws-cur-ind = fd-hor-hora + 1
           add 1                  to ws-cur-qtd(ws-cur-ind)
           add fd-hor-temperatura to ws-cur-soma-temp(ws-cur-ind)
           add fd-hor-umidade     to ws-cur-soma-umid(ws-cur-ind)

           perform acompanha-chuva
           .
       considera-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Zera os acumuladores do dia que comeca
      *>------------------------------------------------------------------------
       abre-dia section.

           move "S"        to ws-tem-dia
           move fd-hor-dia to ws-dia-atual
           move zero       to ws-dia-horas
           move zero       to ws-dia-geada
           move zero       to ws-dia-calor
           move zero       to ws-dia-chuva
           move zero       to ws-dia-temp-min
           move zero       to ws-dia-temp-max
           move zero       to ws-dia-hora-min
           move zero       to ws-dia-hora-max
           .
       abre-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do dia encerrado
      *>------------------------------------------------------------------------
       fecha-dia section.

           add 1 to ws-total-dias

           move ws-data-atual    to ws-ld-data
           move ws-dia-horas     to ws-ld-horas
           move ws-dia-hora-min  to ws-ld-hora-min
           move ws-dia-temp-min  to ws-ld-temp-min
           move ws-dia-hora-max  to ws-ld-hora-max
           move ws-dia-temp-max  to ws-ld-temp-max
           move ws-dia-geada     to ws-ld-geada
           move ws-dia-calor     to ws-ld-calor
           move ws-dia-chuva     to ws-ld-chuva

           move ws-linha-dia to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       fecha-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a curva diaria media do mes encerrado e zera a tabela;
      *>  se ainda ha horas adiante, repete o cabecalho dos dias
      *>------------------------------------------------------------------------
       fecha-mes section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move spaces to fd-linha-relatorio
           string "CURVA DIARIA MEDIA DO MES " delimited by size
                  ws-mes-atual                 delimited by size
                  " (aaaamm)"                  delimited by size
                  into fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "    HORA   TEMP.MEDIA   UMID.MEDIA   LEITURAS"
                to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           perform varying ws-cur-ind from 1 by 1
                   until ws-cur-ind > 24
               move spaces to ws-lc-temp-x
               move spaces to ws-lc-umid-x
               compute ws-lc-hora = ws-cur-ind - 1
               move ws-cur-qtd(ws-cur-ind) to ws-lc-qtd

               if ws-cur-qtd(ws-cur-ind) > zero then
                   compute ws-cur-temp-media rounded =
                           ws-cur-soma-temp(ws-cur-ind) / ws-cur-qtd(ws-cur-ind)
                   compute ws-cur-umid-media rounded =
                           ws-cur-soma-umid(ws-cur-ind) / ws-cur-qtd(ws-cur-ind)
                   move ws-cur-temp-media to ws-lc-temp
                   move ws-cur-umid-media to ws-lc-umid
               end-if

               move ws-linha-curva to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-perform

           perform zera-curva

           if not fim-horas then
               move spaces to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
               perform grava-cabecalho-dias
           end-if
           .
       fecha-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Zera a curva diaria do mes
      *>------------------------------------------------------------------------
       zera-curva section.

           perform varying ws-cur-ind from 1 by 1
                   until ws-cur-ind > 24
               move zero to ws-cur-qtd(ws-cur-ind)
               move zero to ws-cur-soma-temp(ws-cur-ind)
               move zero to ws-cur-soma-umid(ws-cur-ind)
           end-perform
           .
       zera-curva-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho das linhas diarias
      *>------------------------------------------------------------------------
       grava-cabecalho-dias section.

           move "DATA     HORAS  HR   TMIN   HR   TMAX GEADA CALOR   CHUVA"
                to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       grava-cabecalho-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Intensidade de chuva: a hora corrente sozinha disputa a maior
      *>  de 1 hora; somada as duas anteriores, quando as tres sao
      *>  horas seguidas, disputa a maior de 3 horas
      *>------------------------------------------------------------------------
       acompanha-chuva section.

           if fd-hor-precipitacao > ws-max-1h then
               move fd-hor-precipitacao to ws-max-1h
               move ws-data-atual       to ws-max-1h-data
               move fd-hor-hora         to ws-max-1h-hora
           end-if

           move "N" to ws-hora-seguida
           if tem-ant1 then
               if ws-ant1-hora < 23 then
                   move ws-ant1-dia to ws-prox-dia
                   compute ws-prox-hora = ws-ant1-hora + 1
               else
                   move ws-ant1-dia to ws-prox-dia
                   perform avanca-prox-dia
                   move zero to ws-prox-hora
               end-if

               if fd-hor-dia  = ws-prox-dia
               and fd-hor-hora = ws-prox-hora then
                   move "S" to ws-hora-seguida
               end-if
           end-if

           if hora-seguida and ant1-seguida then
               compute ws-chuva-3h = fd-hor-precipitacao
                                   + ws-ant1-precip
                                   + ws-ant2-precip
               if ws-chuva-3h > ws-max-3h then
                   move ws-chuva-3h    to ws-max-3h
                   move ws-ant2-data   to ws-max-3h-data-ini
                   move ws-data-atual  to ws-max-3h-data
                   move ws-ant2-hora   to ws-max-3h-hora-ini
                   move fd-hor-hora    to ws-max-3h-hora-fim
               end-if
           end-if

           move ws-ant1-data        to ws-ant2-data
           move ws-ant1-hora        to ws-ant2-hora
           move ws-ant1-precip      to ws-ant2-precip
           move fd-hor-dia          to ws-ant1-dia
           move ws-data-atual       to ws-ant1-data
           move fd-hor-hora         to ws-ant1-hora
           move fd-hor-precipitacao to ws-ant1-precip
           move ws-hora-seguida     to ws-ant1-seguida
           move "S"                 to ws-tem-ant1
           .
       acompanha-chuva-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia juliano seguinte a ws-prox-dia - passado o ultimo dia do
      *>  ano (o dataJuliana recusa o juliano), vira para 001 do ano
      *>  seguinte
      *>------------------------------------------------------------------------
       avanca-prox-dia section.

           add 1 to ws-prox-dia

           move "G"         to ws-dj-operacao
           move ws-prox-dia to ws-dj-juliano
           call "dataJuliana" using ws-dj-parm

           if not dj-valida then
               divide ws-prox-dia by 1000 giving ws-prox-ano
               compute ws-prox-dia = (ws-prox-ano + 1) * 1000 + 1
           end-if
           .
       avanca-prox-dia-exit.
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
      *>  identificacao carrega estacao e periodo; os contadores sao
      *>  horas lidas, dias, horas de geada e horas de calor.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "perfilHorario"       to ws-job-programa
           move spaces                to ws-job-identificacao
           string ws-ph-estacao       delimited by size
                  " "                 delimited by size
                  ws-data-inicial     delimited by size
                  " a "               delimited by size
                  ws-data-final       delimited by size
                  into ws-job-identificacao
           move ws-total-horas        to ws-job-contador-1
           move ws-total-dias         to ws-job-contador-2
           move ws-total-geada        to ws-job-contador-3
           move ws-total-calor        to ws-job-contador-4
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

           if ws-total-horas = zero then
               move "Nenhuma hora da estacao no periodo." to fd-linha-relatorio
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           else
               if ws-max-1h-data = zero then
                   move "Maior chuva em 1 hora......: sem chuva no periodo"
                        to fd-linha-relatorio
               else
                   move ws-max-1h         to ws-l1-valor
                   move ws-max-1h-data    to ws-l1-data
                   move ws-max-1h-hora    to ws-l1-hora
                   move ws-linha-chuva-1h to fd-linha-relatorio
               end-if
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio

               if ws-max-3h-data = zero then
                   move "Maior chuva em 3 horas.....: sem 3 horas seguidas com chuva"
                        to fd-linha-relatorio
               else
                   move ws-max-3h          to ws-l3-valor
                   move ws-max-3h-data-ini to ws-l3-data-ini
                   move ws-max-3h-data     to ws-l3-data-fim
                   move ws-max-3h-hora-ini to ws-l3-hora-ini
                   move ws-max-3h-hora-fim to ws-l3-hora-fim
                   move ws-linha-chuva-3h  to fd-linha-relatorio
               end-if
               write fd-linha-relatorio
               perform confere-fs-arqRelatorio
           end-if

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Horas lidas"                    to ws-lt-texto
           move ws-total-horas                   to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Dias com horas"                 to ws-lt-texto
           move ws-total-dias                    to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Horas de geada (ate o piso)"    to ws-lt-texto
           move ws-total-geada                   to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Horas de calor (acima do teto)" to ws-lt-texto
           move ws-total-calor                   to ws-lt-valor
           move ws-linha-total                   to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           if ws-fs-arqTempHor <> 35 then
               close arqTempHor
           end-if
           close arqRelatorio

           move "N" to ws-job-termino
           perform grava-joblog
           move "N" to ws-joblog-aberto
           close arqJobLog

           display "Relatorio gerado em relatorioHorario.dat"

           Stop run
           .
       finaliza-exit.
           exit.
