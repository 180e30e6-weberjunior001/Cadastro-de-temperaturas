      *>arqTempIndexed.dat NAO e tocado aqui - quem deriva o dia a
      *>partir das horas e o consolidaHoraria, pelo caminho de
      *>atualizacao ja existente.
      *>Antes da validacao, cada hora passa pelo cadastro de
      *>instrumentos (subprograma verificaInstrumento), como na carga
      *>diaria: o offset de calibracao dos instrumentos ativos no dia
      *>e somado a leitura, e hora de estacao com calibracao vencida
      *>vai para os rejeitos. O registro horario nao tem qualidade -
      *>a hora de dia em janela de manutencao e gravada normalmente e
      *>so contada aqui; o dia derivado dela e que sai suspeito ("S")
      *>na consolidacao.

      *>Divisão para configuração do ambiente
       environment division.
       77  ws-total-gravados                       pic  9(07) value 0.
       77  ws-total-atualizados                    pic  9(07) value 0.
       77  ws-total-rejeitados                     pic  9(07) value 0.
       77  ws-total-corrigidos                     pic  9(07) value 0.
       77  ws-total-manutencao                     pic  9(07) value 0.

      *>----Variaveis para validar estacao/dia/hora do extrato
       77  ws-flag-extracao-valida                 pic  x(01).
       77  ws-confirma-carga                       pic  x(01).
           88  carga-confirmada                    value "S" "s".

      *>----Parametros do subprograma verificaInstrumento - offset de
      *>----calibracao a aplicar, calibracao vencida e janela de
      *>----manutencao da estacao no dia da leitura
       01 ws-ins-parm.
          05 ws-ins-parm-estacao                   pic  9(02).
          05 ws-ins-parm-dia                       pic  9(07).
          05 ws-ins-parm-situacao                  pic  x(01).
              88  ins-em-manutencao                 value "M".
              88  ins-calibracao-vencida            value "V".
          05 ws-ins-offset-temperatura             pic s9(02)v99.
          05 ws-ins-offset-umidade                 pic s9(02)v99.
          05 ws-ins-offset-precipitacao            pic s9(02)v99.
          05 ws-ins-instrumento-vencido            pic  9(02).

      *>----Leitura corrigida pela calibracao antes de voltar ao
      *>----registro do extrato - umidade fica entre 0 e 100 e
      *>----precipitacao nao fica negativa
       77  ws-cal-temperatura                      pic s9(03)v99.
       77  ws-cal-umidade                          pic s9(04).
       77  ws-cal-precipitacao                     pic s9(04)v9.

       01 ws-motivo-vencida.
          05 filler                                pic x(26) value "calibracao vencida instr. ".
          05 ws-mot-instrumento                    pic  9(02).

      *>----Variaveis para comunicação entre programas
       linkage section.

           display "Gravados com sucesso: "      ws-total-gravados
           display "Atualizados (hora existia): " ws-total-atualizados
           display "Rejeitados: "                ws-total-rejeitados
           display "Corrigidas pela calibracao: " ws-total-corrigidos
           display "Horas em dia de manutencao: " ws-total-manutencao
           .
       processa-lote-exit.
           exit.
           move "S"    to ws-flag-extracao-valida
           move spaces to ws-motivo-rejeicao

           perform aplica-calibracao

           move fd-ext-estacao to fd-est-codigo
           read arqEstacoes

                   move "hora invalida" to ws-motivo-rejeicao
               end-if
           end-if

      *>instrumento com calibracao vencida no dia - a hora nao e
      *>confiavel nem corrigivel, vai para os rejeitos como chegou
           if ins-calibracao-vencida then
               move "N" to ws-flag-extracao-valida
               if ws-motivo-rejeicao = spaces then
                   move ws-ins-instrumento-vencido to ws-mot-instrumento
                   move ws-motivo-vencida          to ws-motivo-rejeicao
               end-if
           end-if

           if extracao-valida and ins-em-manutencao then
               add 1 to ws-total-manutencao
           end-if
           .
       valida-extracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta o cadastro de instrumentos para a estacao/dia da
      *>  hora e soma o offset de calibracao dos instrumentos ativos
      *>  direto no registro do extrato, antes dos limites plausiveis,
      *>  como na carga diaria. Com a calibracao vencida nada e
      *>  corrigido. Hora seca continua seca: o offset do pluviometro
      *>  so entra quando houve chuva. Valor corrigido que nao cabe no
      *>  registro nao e truncado - a hora vai para os rejeitos como
      *>  chegou.
      *>------------------------------------------------------------------------
       aplica-calibracao section.

           move fd-ext-estacao to ws-ins-parm-estacao
           move fd-ext-dia     to ws-ins-parm-dia
           call "verificaInstrumento" using ws-ins-parm

           if not ins-calibracao-vencida
           and (ws-ins-offset-temperatura  <> zero
             or ws-ins-offset-umidade      <> zero
             or ws-ins-offset-precipitacao <> zero) then

               compute ws-cal-temperatura =
                       fd-ext-temperatura + ws-ins-offset-temperatura

               compute ws-cal-umidade rounded =
                       fd-ext-umidade + ws-ins-offset-umidade
               if ws-cal-umidade < 0 then
                   move 0   to ws-cal-umidade
               end-if
               if ws-cal-umidade > 100 then
                   move 100 to ws-cal-umidade
               end-if

               move fd-ext-precipitacao to ws-cal-precipitacao
               if fd-ext-precipitacao > 0 then
                   compute ws-cal-precipitacao rounded =
                           fd-ext-precipitacao + ws-ins-offset-precipitacao
                   if ws-cal-precipitacao < 0 then
                       move 0 to ws-cal-precipitacao
                   end-if
               end-if

               if ws-cal-temperatura < -99,99
               or ws-cal-temperatura >  99,99
               or ws-cal-precipitacao > 999,9 then
                   move "N" to ws-flag-extracao-valida
                   move "valor calibrado fora da faixa" to ws-motivo-rejeicao
               else
                   move ws-cal-temperatura  to fd-ext-temperatura
                   move ws-cal-umidade      to fd-ext-umidade
                   move ws-cal-precipitacao to fd-ext-precipitacao

                   add 1 to ws-total-corrigidos
               end-if
           end-if
           .
       aplica-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A hora ja existe no indexado horario (status 22 no WRITE) -
      *>  rele o registro para reposicionar a chave e regrava com os
