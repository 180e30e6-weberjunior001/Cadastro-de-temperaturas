      *>Programa de consulta da trilha de auditoria: le
      *>arqTempHistorico.dat, gravado pelo online a cada cadastro,
      *>alteração, exclusão e restauração, e responde as duas perguntas
      *>que o orgao costuma fazer (mais a das alteracoes de parametros,
      *>abaixo):
      *>  - por chave (estacao+dia): todas as operacoes daquele dia, na
      *>    ordem em que aconteceram, com valores antigos e novos,
      *>    data e hora;
      *>Cada linha carrega o codigo do operador identificado no
      *>sign-on do online; linhas antigas, de antes do sign-on
      *>existir, aparecem com o operador em branco.
      *>Cada linha tambem traz a origem do valor gravado (digitado,
      *>restaurado, carga diaria, consolidacao horaria, rejeito
      *>reposto, estimativa); linhas antigas vem com a origem em branco, e as
      *>gravadas pelas cargas levam o operador 000 ou o supervisor que
      *>autorizou a sobreposicao.
      *>As alteracoes dos arquivos de parametros dos batches, feitas
      *>pelo supervisor no online, vem em linhas de operacao "P", uma
      *>por campo alterado, com o arquivo, o campo e os valores antigo
      *>e novo; a terceira consulta lista so essas linhas, por periodo
      *>e opcionalmente por arquivo.
      *>As decisoes do revisaQualidade sobre leituras suspeitas vem em
      *>linhas de operacao "Q", com a qualidade antiga e a nova no
      *>lugar dos valores.
      *>O arquivo e reaberto a cada consulta para reler do inicio.

      *>Divisão para configuração do ambiente
              88  hist-op-restauracao               value "R".
              88  hist-op-fechamento                value "F".
              88  hist-op-reabertura                value "B".
              88  hist-op-parametro                 value "P".
              88  hist-op-qualidade                 value "Q".
          05 filler                                pic x(01).
          05 ws-hist-valores.
             10 ws-hist-temp-antiga                pic s9(02)v99.
             10 filler                             pic x(01).
             10 ws-hist-temp-nova                  pic s9(02)v99.
             10 filler                             pic x(01).
             10 ws-hist-umidade-antiga             pic 9(03).
             10 filler                             pic x(01).
             10 ws-hist-umidade-nova               pic 9(03).
             10 filler                             pic x(01).
             10 ws-hist-precip-antiga              pic 9(03)v9.
             10 filler                             pic x(01).
             10 ws-hist-precip-nova                pic 9(03)v9.
      *>linha de alteracao de parametro ("P"), um campo por linha
          05 ws-hist-parametro redefines ws-hist-valores.
             10 ws-hist-par-arquivo                pic x(01).
                 88  par-arq-qualidade              value "Q".
                 88  par-arq-alerta                 value "A".
                 88  par-arq-agro                   value "G".
                 88  par-arq-arquiva                value "M".
                 88  par-arq-contrato               value "C".
                 88  par-arq-retorno                value "R".
             10 filler                             pic x(01).
             10 ws-hist-par-campo                  pic 9(02).
             10 filler                             pic x(01).
             10 ws-hist-par-antigo                 pic x(08).
             10 filler                             pic x(01).
             10 ws-hist-par-novo                   pic x(08).
             10 filler                             pic x(01).
             10 ws-hist-par-acao                   pic x(01).
             10 filler                             pic x(03).
      *>linha de decisao de qualidade ("Q") do revisaQualidade
          05 ws-hist-qualidade redefines ws-hist-valores.
             10 ws-hist-qual-antiga                pic x(01).
             10 filler                             pic x(01).
             10 ws-hist-qual-nova                  pic x(01).
             10 filler                             pic x(24).
          05 filler                                pic x(01).
          05 ws-hist-data                          pic 9(08).
          05 filler                                pic x(01).
      *>alfanumerico de proposito: linhas de antes do sign-on existirem
      *>vem com o operador em branco e continuam comparaveis
          05 ws-hist-operador                      pic x(03).
          05 filler                                pic x(01).
          05 ws-hist-origem                        pic x(01).

       77  ws-fim-historico                        pic  x(01).
           88  fim-historico                        value "S".
      *>----Filtro opcional por operador (branco lista todos)
       77  ws-filtro-operador                      pic  x(03).

      *>----Filtro opcional por arquivo de parametros (branco lista todos)
       77  ws-filtro-arquivo                       pic  x(01).

      *>----Contagem da consulta corrente
       77  ws-total-listadas                       pic  9(06).
       77  ws-total-cadastros                      pic  9(06).
       77  ws-total-restauracoes                   pic  9(06).
       77  ws-total-fechamentos                    pic  9(06).
       77  ws-total-reaberturas                    pic  9(06).
       77  ws-total-parametros                     pic  9(06).
       77  ws-total-qualidades                     pic  9(06).

       77  ws-nome-operacao                        pic  x(12).
       77  ws-nome-origem                          pic  x(20).

      *>----Descricao do arquivo, do campo e da acao de uma linha "P"
       77  ws-nome-arq-parametro                   pic  x(22).
       77  ws-nome-campo-parametro                 pic  x(30).
       77  ws-nome-acao-parametro                  pic  x(09).

      *>----Totais por operador do periodo consultado - um slot por
      *>----codigo distinto encontrado nas linhas listadas
               move space to ws-sair
               display "'Ch' consulta por chave (estacao+dia)"
               display "'Pe' consulta por periodo (data a data)"
               display "'Pa' alteracoes de parametros dos batches"
               display "'N'  sair"

               accept ws-menu
                   when = "Pe"
                       perform consulta-por-periodo

                   when = "Pa"
                       perform consulta-parametros

                   when = "N"
                   when = "n"
                       move "N" to ws-sair
           move zero to ws-total-restauracoes
           move zero to ws-total-fechamentos
           move zero to ws-total-reaberturas
           move zero to ws-total-parametros
           move zero to ws-total-qualidades
           move zero to ws-ope-usados

           perform until fim-historico
                           add 1 to ws-total-fechamentos
                       when hist-op-reabertura
                           add 1 to ws-total-reaberturas
                       when hist-op-parametro
                           add 1 to ws-total-parametros
                       when hist-op-qualidade
                           add 1 to ws-total-qualidades
                   end-evaluate
               end-if

               display "  restauracoes: " ws-total-restauracoes
               display "  fechamentos:  " ws-total-fechamentos
               display "  reaberturas:  " ws-total-reaberturas
               display "  parametros:   " ws-total-parametros
               display "  qualidade:    " ws-total-qualidades

               display "Operacoes por operador:"
               perform varying ws-ope-ind from 1 by 1
                   move "fechamento"   to ws-nome-operacao
               when hist-op-reabertura
                   move "reabertura"   to ws-nome-operacao
               when hist-op-parametro
                   move "parametro"    to ws-nome-operacao
               when hist-op-qualidade
                   move "qualidade"    to ws-nome-operacao
               when other
                   move "desconhecida" to ws-nome-operacao
           end-evaluate

           evaluate ws-hist-origem
               when "D"
                   move "extrato diario"       to ws-nome-origem
               when "H"
                   move "consolidacao horaria" to ws-nome-origem
               when "R"
                   move "rejeito reposto"      to ws-nome-origem
               when "M"
                   move "digitado no online"   to ws-nome-origem
               when "V"
                   move "versao restaurada"    to ws-nome-origem
               when "E"
                   move "estimativa"           to ws-nome-origem
               when "X"
                   move "estimativa dia ruim"  to ws-nome-origem
               when other
                   move "nao informada"        to ws-nome-origem
           end-evaluate

           display ws-hist-data " " ws-hist-hora
                   " estacao " ws-hist-estacao
                   " dia " ws-hist-dia
                   " " ws-nome-operacao
                   " operador " ws-hist-operador

           if hist-op-parametro then
               perform exibe-parametro
           else
               if hist-op-qualidade then
                   display "    origem:       " ws-nome-origem
                   display "    qualidade:    " ws-hist-qual-antiga
                           " -> " ws-hist-qual-nova
               else
                   display "    origem:       " ws-nome-origem
                   display "    temperatura:  " ws-hist-temp-antiga
                           " -> " ws-hist-temp-nova
                   display "    umidade:      " ws-hist-umidade-antiga
                           " -> " ws-hist-umidade-nova
                   display "    precipitacao: " ws-hist-precip-antiga
                           " -> " ws-hist-precip-nova
               end-if
           end-if
           .
       exibe-operacao-exit.
           exit.
       ler-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta das alteracoes de parametros - lista so as linhas
      *>  "P" do periodo, com filtro opcional pelo arquivo
      *>------------------------------------------------------------------------
       consulta-parametros section.

           display "informe a data inicial (aaaammdd):"
           accept ws-data-inicio

           display "informe a data final (aaaammdd):"
           accept ws-data-fim

           display "arquivo ('Q' qualidade, 'A' alertas, 'G' graus-dia,"
           display "'M' arquivamento, 'C' contrato, 'R' retorno do orgao,"
           display "em branco lista todos):"
           accept ws-filtro-arquivo

           perform abre-historico
           move zero to ws-total-listadas

           perform until fim-historico

               perform ler-historico

               if not fim-historico
               and hist-op-parametro
               and ws-hist-data >= ws-data-inicio
               and ws-hist-data <= ws-data-fim
               and (ws-filtro-arquivo = space
                    or ws-hist-par-arquivo = ws-filtro-arquivo) then
                   add 1 to ws-total-listadas
                   display ws-hist-data " " ws-hist-hora
                           " operador " ws-hist-operador
                   perform exibe-parametro
               end-if

           end-perform

           close arqHistorico

           if ws-total-listadas = 0 then
               display "Nenhuma alteracao de parametro no periodo."
           else
               display "Campos de parametro alterados: " ws-total-listadas
           end-if
           .
       consulta-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra o arquivo, o campo, a acao e os valores antigo e novo
      *>  de uma linha de alteracao de parametro
      *>------------------------------------------------------------------------
       exibe-parametro section.

           evaluate true
               when par-arq-qualidade
                   move "arqQualidadeParam.dat" to ws-nome-arq-parametro
                   evaluate ws-hist-par-campo
                       when 1
                           move "salto maximo de temperatura"    to ws-nome-campo-parametro
                       when 2
                           move "dias de umidade parada"         to ws-nome-campo-parametro
                       when 3
                           move "umidade minima com chuva"       to ws-nome-campo-parametro
                       when other
                           move "campo desconhecido"             to ws-nome-campo-parametro
                   end-evaluate

               when par-arq-alerta
                   move "arqAlertaParam.dat"    to ws-nome-arq-parametro
                   evaluate ws-hist-par-campo
                       when 1
                           move "piso de geada"                  to ws-nome-campo-parametro
                       when 2
                           move "teto de calor"                  to ws-nome-campo-parametro
                       when 3
                           move "dias para onda de calor"        to ws-nome-campo-parametro
                       when 4
                           move "janela de chuva (dias)"         to ws-nome-campo-parametro
                       when 5
                           move "limite de chuva na janela"      to ws-nome-campo-parametro
                       when other
                           move "campo desconhecido"             to ws-nome-campo-parametro
                   end-evaluate

               when par-arq-agro
                   move "arqAgroParam.dat"      to ws-nome-arq-parametro
                   evaluate ws-hist-par-campo
                       when 1
                           move "temperatura base dos graus-dia" to ws-nome-campo-parametro
                       when other
                           move "campo desconhecido"             to ws-nome-campo-parametro
                   end-evaluate

               when par-arq-arquiva
                   move "arqArquivaParam.dat"   to ws-nome-arq-parametro
                   evaluate ws-hist-par-campo
                       when 1
                           move "ano de corte"                   to ws-nome-campo-parametro
                       when 2
                           move "data de corte"                  to ws-nome-campo-parametro
                       when other
                           move "campo desconhecido"             to ws-nome-campo-parametro
                   end-evaluate

               when par-arq-contrato
                   move "arqContratoParam.dat"  to ws-nome-arq-parametro
                   evaluate ws-hist-par-campo
                       when 1
                           move "tolerancia de atraso (dias)"    to ws-nome-campo-parametro
                       when 2
                           move "% minimo de dias entregues"     to ws-nome-campo-parametro
                       when 3
                           move "% maximo de dias atrasados"     to ws-nome-campo-parametro
                       when 4
                           move "% maximo de rejeicao"           to ws-nome-campo-parametro
                       when 5
                           move "% maximo de horas faltantes"    to ws-nome-campo-parametro
                       when 6
                           move "% maximo de dias marcados S/X"  to ws-nome-campo-parametro
                       when 7
                           move "% maximo de divergencias"       to ws-nome-campo-parametro
                       when other
                           move "campo desconhecido"             to ws-nome-campo-parametro
                   end-evaluate

               when par-arq-retorno
                   move "arqRetornoParam.dat"   to ws-nome-arq-parametro
                   evaluate ws-hist-par-campo
                       when 1
                           move "dias sem resposta do orgao"     to ws-nome-campo-parametro
                       when other
                           move "campo desconhecido"             to ws-nome-campo-parametro
                   end-evaluate

               when other
                   move "desconhecido"          to ws-nome-arq-parametro
                   move "campo desconhecido"    to ws-nome-campo-parametro
           end-evaluate

           evaluate ws-hist-par-acao
               when "I"
                   move "inclusao"  to ws-nome-acao-parametro
               when "A"
                   move "alteracao" to ws-nome-acao-parametro
               when "E"
                   move "exclusao"  to ws-nome-acao-parametro
               when other
                   move spaces      to ws-nome-acao-parametro
           end-evaluate

           if par-arq-alerta then
               display "    " ws-nome-arq-parametro " estacao " ws-hist-estacao
                       " - " ws-nome-acao-parametro
           else
               display "    " ws-nome-arq-parametro " - " ws-nome-acao-parametro
           end-if
           display "    " ws-nome-campo-parametro ": "
                   ws-hist-par-antigo " -> " ws-hist-par-novo
           .
       exibe-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
