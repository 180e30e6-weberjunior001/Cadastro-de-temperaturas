      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "calibracaoTemp".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch mensal de vencimento de calibracao: para o
      *>ano/mes informado, percorre o cadastro de instrumentos
      *>(arqInstrumentos.dat) e lista em relatorioCalibracao.dat os
      *>instrumentos ainda instalados em estacao ativa cuja calibracao
      *>vence dentro do mes ("vence no mes") ou ja venceu antes dele
      *>("vencida") - esses sao os que a carga passa a rejeitar, ou ja
      *>esta rejeitando, ate a recalibracao ser lancada no online.
      *>Vencimento = data da ultima calibracao somada a validade em
      *>meses, a mesma conta do subprograma verificaInstrumento;
      *>instrumento com validade 00 nao vence e nao entra na lista.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqInstrumentos assign to "arqInstrumentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ins-chave
           file status is ws-fs-arqInstrumentos.

           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-est-codigo
           file status is ws-fs-arqEstacoes.

           select arqRelatorio assign to "relatorioCalibracao.dat"
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
       fd arqInstrumentos.
           copy INSREG.

       fd arqEstacoes.
           copy ESTREG.

       fd arqRelatorio.
       01 fd-linha-relatorio                        pic x(80).

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqInstrumentos                   pic  9(02).
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

      *>----Ano/mes de referencia pedido pelo operador e a faixa de
      *>----datas gregorianas do mes
       77  ws-cb-ano                               pic  9(04).
       77  ws-cb-mes                               pic  9(02).
       77  ws-data-ini-mes                         pic  9(08).
       77  ws-data-fim-mes                         pic  9(08).

       77  ws-fim-instrumentos                     pic  x(01) value "N".
           88  fim-instrumentos                     value "S".

      *>----Vencimento da calibracao do instrumento lido
       77  ws-cal-ano                              pic  9(04).
       77  ws-cal-mes                              pic  9(02).
       77  ws-cal-dia                              pic  9(02).
       77  ws-cal-mes-dia                          pic  9(04).
       77  ws-cal-meses-total                      pic  9(06).
       77  ws-cal-vencimento                       pic  9(08).

      *>----Contadores da rodada
       77  ws-total-lidos                          pic  9(07) value zero.
       77  ws-total-vencidos                       pic  9(07) value zero.
       77  ws-total-vencem-mes                     pic  9(07) value zero.
       77  ws-total-fora                           pic  9(07) value zero.

      *>----Linha do relatorio: um instrumento a calibrar
       01 ws-linha-calibracao.
          05 ws-lin-estacao                        pic  9(02).
          05 filler                                pic x(01) value space.
          05 ws-lin-instrumento                    pic  9(02).
          05 filler                                pic x(01) value space.
          05 ws-lin-serie                          pic  x(15).
          05 filler                                pic x(01) value space.
          05 ws-lin-variavel                       pic  x(01).
          05 filler                                pic x(01) value space.
          05 ws-lin-calibracao                     pic  9(08).
          05 filler                                pic x(01) value space.
          05 ws-lin-vencimento                     pic  9(08).
          05 filler                                pic x(01) value space.
          05 ws-lin-situacao                       pic  x(12).
          05 filler                                pic x(01) value space.
          05 ws-lin-nome                           pic  x(20).

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
           perform processa-instrumentos.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-job-data-inicio from date yyyymmdd
           accept ws-job-hora-inicio from time

           display "ano de referencia (aaaa):"
           accept ws-cb-ano

           display "mes de referencia (01 a 12):"
           accept ws-cb-mes

           if ws-cb-mes < 1 or ws-cb-mes > 12 then
               display "Mes invalido."
               Stop run
           end-if

      *>o dia 31 fecha a faixa de qualquer mes - a comparacao e feita
      *>como numero aaaammdd
           compute ws-data-ini-mes = ws-cb-ano * 10000 + ws-cb-mes * 100 + 1
           compute ws-data-fim-mes = ws-cb-ano * 10000 + ws-cb-mes * 100 + 31

           open extend arqJobLog
           if ws-fs-arqJobLog  <> 00
           and ws-fs-arqJobLog <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqJobLog                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqJobLog "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S" to ws-joblog-aberto

           open input arqInstrumentos
           if ws-fs-arqInstrumentos = 35 then
               display "arqInstrumentos.dat nao encontrado, nada a listar."
               move "S" to ws-fim-instrumentos
           else
               if ws-fs-arqInstrumentos <> 00 then
                   move 2                                          to ws-msn-erro-ofsset
                   move ws-fs-arqInstrumentos                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqInstrumentos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
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

           move spaces to fd-linha-relatorio
           string "INSTRUMENTOS A CALIBRAR - MES " delimited by size
                  ws-cb-ano                        delimited by size
                  "/"                              delimited by size
                  ws-cb-mes                        delimited by size
                  into fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "EE IN SERIE           V CALIBR.  VENCIM.  SITUACAO     ESTACAO"
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
      *>  Processamento principal - le o cadastro de instrumentos em
      *>  sequencia e lista os que vencem ate o fim do mes pedido
      *>------------------------------------------------------------------------
       processa-instrumentos section.

           perform until fim-instrumentos

               read arqInstrumentos next

               if ws-fs-arqInstrumentos = 10 then
                   move "S" to ws-fim-instrumentos
               else
                   if ws-fs-arqInstrumentos <> 0 then
                       move 5                                          to ws-msn-erro-ofsset
                       move ws-fs-arqInstrumentos                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqInstrumentos "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-total-lidos
                   perform avalia-instrumento
               end-if

           end-perform
           .
       processa-instrumentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Instrumento instalado no mes, com validade controlada, em
      *>  estacao ativa: calcula o vencimento e imprime se vence ate o
      *>  fim do mes
      *>------------------------------------------------------------------------
       avalia-instrumento section.

           if fd-ins-validade-meses = zero
           or fd-ins-data-instalacao > ws-data-fim-mes
           or (fd-ins-data-retirada <> zero
               and fd-ins-data-retirada < ws-data-ini-mes) then
               add 1 to ws-total-fora
           else
               move fd-ins-estacao to fd-est-codigo
               read arqEstacoes

               evaluate ws-fs-arqEstacoes
                   when 0
                       continue
                   when 23
                       move spaces to fd-est-nome
                       move "I"    to fd-est-situacao
                   when other
                       move 6                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstacoes "        to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               if fd-est-inativa then
                   add 1 to ws-total-fora
               else
                   perform calcula-vencimento

                   if ws-cal-vencimento > ws-data-fim-mes then
                       add 1 to ws-total-fora
                   else
                       if ws-cal-vencimento < ws-data-ini-mes then
                           add 1 to ws-total-vencidos
                           move "vencida"      to ws-lin-situacao
                       else
                           add 1 to ws-total-vencem-mes
                           move "vence no mes" to ws-lin-situacao
                       end-if
                       perform imprime-linha-calibracao
                   end-if
               end-if
           end-if
           .
       avalia-instrumento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Vencimento = ultima calibracao + validade em meses, mantendo
      *>  o dia do mes
      *>------------------------------------------------------------------------
       calcula-vencimento section.

           divide fd-ins-data-calibracao by 10000 giving ws-cal-ano
                                          remainder ws-cal-mes-dia
           divide ws-cal-mes-dia by 100 giving ws-cal-mes
                                    remainder ws-cal-dia

           compute ws-cal-meses-total =
                   ws-cal-ano * 12 + ws-cal-mes - 1
                   + fd-ins-validade-meses
           divide ws-cal-meses-total by 12 giving ws-cal-ano
                                      remainder ws-cal-mes
           add 1 to ws-cal-mes

           compute ws-cal-vencimento =
                   ws-cal-ano * 10000 + ws-cal-mes * 100 + ws-cal-dia
           .
       calcula-vencimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta e grava a linha do instrumento a calibrar - a situacao
      *>  ja foi deixada em ws-lin-situacao
      *>------------------------------------------------------------------------
       imprime-linha-calibracao section.

           move fd-ins-estacao          to ws-lin-estacao
           move fd-ins-instrumento      to ws-lin-instrumento
           move fd-ins-serie            to ws-lin-serie
           move fd-ins-variavel         to ws-lin-variavel
           move fd-ins-data-calibracao  to ws-lin-calibracao
           move ws-cal-vencimento       to ws-lin-vencimento
           move fd-est-nome             to ws-lin-nome

           move ws-linha-calibracao to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio
           .
       imprime-linha-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rodape com os totais da rodada
      *>------------------------------------------------------------------------
       imprime-totais section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           perform confere-fs-arqRelatorio

           move "Instrumentos lidos:"          to ws-lin-tot-texto
           move ws-total-lidos                 to ws-lin-tot-qtd
           perform imprime-linha-total

           move "  com calibracao vencida:"    to ws-lin-tot-texto
           move ws-total-vencidos              to ws-lin-tot-qtd
           perform imprime-linha-total

           move "  vencendo no mes:"           to ws-lin-tot-texto
           move ws-total-vencem-mes            to ws-lin-tot-qtd
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
      *>  Confere o status apos cada gravação no relatorio
      *>------------------------------------------------------------------------
       confere-fs-arqRelatorio section.

           if ws-fs-arqRelatorio <> 0 then
               move 7                                         to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelatorio "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       confere-fs-arqRelatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro de controle desta execucao no job log. A
      *>  identificacao carrega o ano/mes de referencia. O tipo de
      *>  termino ja foi deixado em ws-job-termino por quem chamou.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "calibracaoTemp"      to ws-job-programa

           move spaces to ws-job-identificacao
           string "mes "         delimited by size
                  ws-cb-ano      delimited by size
                  "/"            delimited by size
                  ws-cb-mes      delimited by size
                  into ws-job-identificacao

           move ws-total-lidos           to ws-job-contador-1
           move ws-total-vencidos        to ws-job-contador-2
           move ws-total-vencem-mes      to ws-job-contador-3
           move ws-total-fora            to ws-job-contador-4
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

           perform imprime-totais

           if ws-fs-arqInstrumentos <> 35 then
               close arqInstrumentos
           end-if
           close arqEstacoes
           close arqRelatorio

           move "N" to ws-job-termino
           perform grava-joblog
           move "N" to ws-joblog-aberto
           close arqJobLog

           display "Vencidas: "       ws-total-vencidos
           display "Vencendo no mes: " ws-total-vencem-mes
           display "Relatorio gerado em relatorioCalibracao.dat"

           Stop run
           .
       finaliza-exit.
           exit.
