      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "migraOrigem".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch de conversao, para rodar UMA unica vez na
      *>implantacao do byte de origem: como na implantacao da
      *>qualidade (migraQualidade), o campo novo mudou o tamanho fixo
      *>do registro do arquivo indexado, e um arqTempIndexed.dat
      *>gravado sem a origem devolve status 39 na abertura em todos os
      *>programas desta versao. Este batch:
      *>  1 - le o arquivo vivo com o layout ANTIGO (com qualidade, sem
      *>      origem) e regrava cada registro em arqTempIndexedNovo.dat
      *>      no layout novo do TEMPREG com a origem "D" (extrato
      *>      diario), preservando a qualidade;
      *>  2 - percorre arqTempHistorico.dat, em que ate esta versao so o
      *>      online gravava, e sobe a origem dos dias que o operador
      *>      mexeu: cadastro/alteracao ("C"/"A") viram "M" e
      *>      restauracao ("R") vira "V". O arquivo e lido em ordem de
      *>      gravacao, entao a ultima operacao do dia e a que vale.
      *>      Linhas que ja trazem a origem (gravadas por esta versao)
      *>      nao sao reaplicadas.
      *>A conversao e registrada em arqTempJobLog.dat. Depois de
      *>conferir os contadores, o operador substitui o arquivo na mao:
      *>    mv arqTempIndexed.dat     arqTempIndexedAntigo.dat
      *>    mv arqTempIndexedNovo.dat arqTempIndexed.dat
      *>O arquivo antigo fica guardado ate a primeira cadeia diaria
      *>rodar limpa sobre o novo.
      *>O arquivo gravado aqui tem so a chave primaria: em seguida roda
      *>o migraIndiceData, que acrescenta a chave alternada por data.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqTempAntigo assign to "arqTempIndexed.dat"
           organization is indexed
           access mode is sequential
           record key is fd-ant-chave
           file status is ws-fs-arqTempAntigo.

           select arqTempNovo assign to "arqTempIndexedNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           file status is ws-fs-arqTempNovo.

           select arqHistorico assign to "arqTempHistorico.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHistorico.

           select arqJobLog assign to "arqTempJobLog.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJobLog.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>layout ANTIGO de arqTempIndexed.dat, de antes do byte de
      *>origem - definido aqui de proposito, e nao pelo copybook,
      *>porque este e o unico programa que ainda precisa dele
       fd arqTempAntigo.
       01 fd-ant.
          05 fd-ant-chave.
             10 fd-ant-estacao                     pic  9(02).
             10 fd-ant-dia                         pic  9(07).
          05 fd-ant-temperatura                    pic s9(02)v99.
          05 fd-ant-umidade                        pic  9(03).
          05 fd-ant-precipitacao                   pic  9(03)v9.
          05 fd-ant-qualidade                      pic  x(01).

       fd arqTempNovo.
           copy TEMPREG.

       fd arqHistorico.
       01 fd-linha-historico                        pic x(70).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTempAntigo                     pic  9(02).
       77  ws-fs-arqTempNovo                       pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqJobLog                         pic  9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       77  ws-fim-antigo                           pic  x(01) value "N".
           88  fim-antigo                           value "S".

       77  ws-fim-historico                        pic  x(01) value "N".
           88  fim-historico                        value "S".

       77  ws-total-lidos                          pic  9(07) value zero.
       77  ws-total-gravados                       pic  9(07) value zero.
       77  ws-total-hist-lidas                     pic  9(07) value zero.
       77  ws-total-origens                        pic  9(07) value zero.

       77  ws-origem-historico                     pic  x(01).

      *>----Linha do historico como gravada pelo online
       01 ws-historico.
          05 ws-hist-estacao                       pic 9(02).
          05 filler                                pic x(01).
          05 ws-hist-dia                           pic 9(07).
          05 filler                                pic x(01).
          05 ws-hist-operacao                      pic x(01).
              88  hist-op-cadastro                  value "C".
              88  hist-op-alteracao                 value "A".
              88  hist-op-restauracao               value "R".
          05 filler                                pic x(01).
          05 ws-hist-temp-antiga                   pic s9(02)v99.
          05 filler                                pic x(01).
          05 ws-hist-temp-nova                     pic s9(02)v99.
          05 filler                                pic x(01).
          05 ws-hist-umidade-antiga                pic 9(03).
          05 filler                                pic x(01).
          05 ws-hist-umidade-nova                  pic 9(03).
          05 filler                                pic x(01).
          05 ws-hist-precip-antiga                 pic 9(03)v9.
          05 filler                                pic x(01).
          05 ws-hist-precip-nova                   pic 9(03)v9.
          05 filler                                pic x(01).
          05 ws-hist-data                          pic 9(08).
          05 filler                                pic x(01).
          05 ws-hist-hora                          pic 9(08).
          05 filler                                pic x(01).
          05 ws-hist-operador                      pic x(03).
          05 filler                                pic x(01).
          05 ws-hist-origem                        pic x(01).

      *>----Registro de controle de execucao gravado em arqTempJobLog.dat
           copy JOBLOG.

       77  ws-joblog-aberto                        pic  x(01) value "N".
           88  joblog-aberto                       value "S".

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform converte-arquivo.
           perform aplica-historico.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-job-data-inicio from date yyyymmdd
           accept ws-job-hora-inicio from time

           open extend arqJobLog
           if ws-fs-arqJobLog  <> 00
           and ws-fs-arqJobLog <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqJobLog                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqJobLog "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S" to ws-joblog-aberto

           open input arqTempAntigo
           if ws-fs-arqTempAntigo <> 00 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqTempAntigo                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTempAntigo "      to ws-msn-erro-text
               display "O arquivo nao abriu no layout antigo - ou ja foi"
               display "convertido, ou nao existe. Nada foi alterado."
               perform finaliza-anormal
           end-if

      *>output: a conversao sempre parte do zero - uma rodada
      *>interrompida e simplesmente rodada de novo, o arquivo vivo
      *>nunca e tocado
           open output arqTempNovo
           if ws-fs-arqTempNovo <> 00 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqTempNovo                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTempNovo "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fase 1 - copia cada registro do layout antigo para o novo,
      *>  com a qualidade de antes e a origem "D"
      *>------------------------------------------------------------------------
       converte-arquivo section.

           perform ler-antigo

           perform until fim-antigo

               add 1 to ws-total-lidos

               move fd-ant-estacao        to fd-estacao
               move fd-ant-dia            to fd-dia
               move fd-ant-temperatura    to fd-temperatura
               move fd-ant-umidade        to fd-umidade
               move fd-ant-precipitacao   to fd-precipitacao
               move fd-ant-qualidade      to fd-qualidade
               move "D"                   to fd-origem

               write fd-temp
               if ws-fs-arqTempNovo <> 0 then
                   move 4                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTempNovo                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqTempNovo "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-total-gravados

               perform ler-antigo

           end-perform

           display "Registros lidos do layout antigo: " ws-total-lidos
           display "Registros gravados no layout novo: " ws-total-gravados
           .
       converte-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fase 2 - sobe a origem dos dias que o operador cadastrou,
      *>  alterou ou restaurou no online, pela ordem do historico
      *>------------------------------------------------------------------------
       aplica-historico section.

           open input arqHistorico

           if ws-fs-arqHistorico = 35 then
               display "Sem arqTempHistorico.dat - todas as origens ficam D."
           else
               if ws-fs-arqHistorico <> 0 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistorico "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform ler-historico

               perform until fim-historico

                   add 1 to ws-total-hist-lidas

                   move space to ws-origem-historico
                   if ws-hist-origem = space then
                       evaluate true
                           when hist-op-cadastro
                           when hist-op-alteracao
                               move "M" to ws-origem-historico
                           when hist-op-restauracao
                               move "V" to ws-origem-historico
                       end-evaluate
                   end-if

                   if ws-origem-historico <> space then
                       perform ajusta-origem
                   end-if

                   perform ler-historico

               end-perform

               close arqHistorico
           end-if

           display "Linhas de historico lidas: "       ws-total-hist-lidas
           display "Dias com origem do online: "       ws-total-origens
           .
       aplica-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava a origem do dia da linha corrente, se o dia ainda
      *>  existe no arquivo novo - dia excluido depois fica de fora
      *>------------------------------------------------------------------------
       ajusta-origem section.

           move ws-hist-estacao to fd-estacao
           move ws-hist-dia     to fd-dia
           read arqTempNovo key is fd-chave

           evaluate ws-fs-arqTempNovo
               when 0
                   move ws-origem-historico to fd-origem
                   rewrite fd-temp
                   if ws-fs-arqTempNovo <> 0 then
                       move 8                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTempNovo                        to ws-msn-erro-cod
                       move "Erro ao regravar arq. arqTempNovo "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-total-origens

               when 23
                   continue

               when other
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTempNovo                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTempNovo "          to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       ajusta-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o proximo registro do arquivo antigo em ordem de chave
      *>------------------------------------------------------------------------
       ler-antigo section.

           read arqTempAntigo next

           if ws-fs-arqTempAntigo = 10 then
               move "S" to ws-fim-antigo
           else
               if ws-fs-arqTempAntigo <> 0 then
                   move 5                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTempAntigo                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTempAntigo "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       ler-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a proxima linha do historico para ws-historico
      *>------------------------------------------------------------------------
       ler-historico section.

           move spaces to fd-linha-historico
           read arqHistorico

           if ws-fs-arqHistorico = 10 then
               move "S" to ws-fim-historico
           else
               if ws-fs-arqHistorico <> 0 then
                   move 7                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistorico "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move fd-linha-historico to ws-historico
           end-if
           .
       ler-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro de controle desta execucao no job log. O
      *>  tipo de termino ja foi deixado em ws-job-termino por quem
      *>  chamou; uma falha aqui so e mostrada, para nao derrubar um
      *>  encerramento ja em andamento.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "migraOrigem"             to ws-job-programa
           move "arqTempIndexed.dat"      to ws-job-identificacao
           move ws-total-lidos            to ws-job-contador-1
           move ws-total-gravados         to ws-job-contador-2
           move ws-total-hist-lidas       to ws-job-contador-3
           move ws-total-origens          to ws-job-contador-4
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

           close arqTempAntigo
           close arqTempNovo

           move "N" to ws-job-termino
           perform grava-joblog
           move "N" to ws-joblog-aberto
           close arqJobLog

           display "Conversao gravada em arqTempIndexedNovo.dat."
           display "Confira os contadores e substitua o arquivo vivo:"
           display "    mv arqTempIndexed.dat     arqTempIndexedAntigo.dat"
           display "    mv arqTempIndexedNovo.dat arqTempIndexed.dat"

           Stop run
           .
       finaliza-exit.
           exit.
