      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "verificaInstrumento".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Subprograma de consulta ao cadastro de instrumentos e ao diario
      *>de manutencao: recebe estacao e dia juliano aaaaddd de uma
      *>leitura que esta chegando pela carga e responde:
      *>  - em ls-situacao "V" se algum instrumento instalado na
      *>    estacao naquele dia estava com a calibracao vencida (a
      *>    leitura deve ser rejeitada), "M" se o dia cai numa janela
      *>    de manutencao da estacao (a leitura entra como suspeita) e
      *>    "N" no caso normal - vencida prevalece sobre manutencao;
      *>  - nos tres offsets, a correcao de calibracao dos instrumentos
      *>    de temperatura, umidade e precipitacao instalados naquele
      *>    dia, para quem chamou somar a leitura.
      *>Instrumento ativo no dia: instalado ate o dia e nao retirado,
      *>ou retirado depois dele. Calibracao vencida: dia posterior a
      *>data da ultima calibracao somada a validade em meses (validade
      *>00 nao vence). Estacao sem instrumento cadastrado, ou sem os
      *>arquivos (status 35), carrega como antes: sem correcao e sem
      *>rejeicao. Os arquivos sao abertos e fechados a cada chamada,
      *>como no verificaFechamento, para nao depender do estado de
      *>quem chamou.

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

           select arqManutencoes assign to "arqManutencoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-man-chave
           file status is ws-fs-arqManutencoes.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqInstrumentos.
           copy INSREG.

       fd arqManutencoes.
           copy MANREG.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqInstrumentos                   pic  9(02).
       77  ws-fs-arqManutencoes                    pic  9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>----Data gregoriana da leitura, derivada do dia juliano
       77  ws-data-leitura                         pic  9(08).

       01 ws-dj-parm.
          05 ws-dj-operacao                        pic  x(01).
          05 ws-dj-gregoriana                      pic  9(08).
          05 ws-dj-juliano                         pic  9(07).
          05 ws-dj-valida                          pic  x(01).
              88  dj-valida                         value "S".

      *>----Vencimento da calibracao: data da ultima calibracao somada
      *>----a validade em meses (o dia do mes e mantido - comparado
      *>----como numero aaaammdd, um 31 de um mes curto ainda cai
      *>----entre o fim dele e o inicio do seguinte)
       77  ws-cal-ano                              pic  9(04).
       77  ws-cal-mes                              pic  9(02).
       77  ws-cal-dia                              pic  9(02).
       77  ws-cal-mes-dia                          pic  9(04).
       77  ws-cal-meses-total                      pic  9(06).
       77  ws-cal-vencimento                       pic  9(08).

       77  ws-fim-instrumentos                     pic  x(01).
           88  fim-instrumentos                     value "S".

       77  ws-fim-manutencoes                      pic  x(01).
           88  fim-manutencoes                      value "S".

      *>----Variaveis para comunicação entre programas
       linkage section.

       01 ls-parm.
          05 ls-estacao                            pic  9(02).
          05 ls-dia                                pic  9(07).
          05 ls-situacao                           pic  x(01).
              88  ls-situacao-normal                value "N".
              88  ls-em-manutencao                  value "M".
              88  ls-calibracao-vencida             value "V".
          05 ls-offset-temperatura                 pic s9(02)v99.
          05 ls-offset-umidade                     pic s9(02)v99.
          05 ls-offset-precipitacao                pic s9(02)v99.
          05 ls-instrumento-vencido                pic  9(02).

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division using ls-parm.

           move "N"  to ls-situacao
           move zero to ls-offset-temperatura
           move zero to ls-offset-umidade
           move zero to ls-offset-precipitacao
           move zero to ls-instrumento-vencido

      *>dia juliano invalido e rejeitado por quem chamou - aqui so nao
      *>ha o que consultar
           move "G"    to ws-dj-operacao
           move ls-dia to ws-dj-juliano
           call "dataJuliana" using ws-dj-parm

           if dj-valida then
               move ws-dj-gregoriana to ws-data-leitura
               perform consulta-instrumentos
               if not ls-calibracao-vencida then
                   perform consulta-manutencoes
               end-if
           end-if

           goback.

      *>------------------------------------------------------------------------
      *>  Percorre os instrumentos da estacao, soma o offset de cada
      *>  instrumento ativo no dia e confere o vencimento da calibracao
      *>------------------------------------------------------------------------
       consulta-instrumentos section.

           open input arqInstrumentos

           if ws-fs-arqInstrumentos = 35 then
      *>nenhum instrumento cadastrado ainda - carga como antes
               continue
           else
               if ws-fs-arqInstrumentos <> 0 then
                   move 1                                          to ws-msn-erro-ofsset
                   move ws-fs-arqInstrumentos                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqInstrumentos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N"        to ws-fim-instrumentos
               move ls-estacao to fd-ins-estacao
               move zero       to fd-ins-instrumento
               start arqInstrumentos key is not less than fd-ins-chave

               if ws-fs-arqInstrumentos <> 0 then
                   if ws-fs-arqInstrumentos = 23 then
                       move "S" to ws-fim-instrumentos
                   else
                       move 2                                          to ws-msn-erro-ofsset
                       move ws-fs-arqInstrumentos                      to ws-msn-erro-cod
                       move "Erro ao posicionar arq. arqInstrumentos " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               perform until fim-instrumentos

                   read arqInstrumentos next

                   if ws-fs-arqInstrumentos = 10 then
                       move "S" to ws-fim-instrumentos
                   else
                       if ws-fs-arqInstrumentos <> 0 then
                           move 3                                          to ws-msn-erro-ofsset
                           move ws-fs-arqInstrumentos                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqInstrumentos "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-ins-estacao <> ls-estacao then
                           move "S" to ws-fim-instrumentos
                       else
                           if fd-ins-data-instalacao <= ws-data-leitura
                           and (fd-ins-data-retirada = zero
                             or fd-ins-data-retirada > ws-data-leitura) then
                               perform aplica-instrumento
                           end-if
                       end-if
                   end-if

               end-perform

               close arqInstrumentos
           end-if
           .
       consulta-instrumentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Instrumento ativo no dia: soma o offset na variavel dele e
      *>  confere se a calibracao ja tinha vencido
      *>------------------------------------------------------------------------
       aplica-instrumento section.

           evaluate true
               when fd-ins-temperatura
                   add fd-ins-offset to ls-offset-temperatura
               when fd-ins-umidade
                   add fd-ins-offset to ls-offset-umidade
               when fd-ins-precipitacao
                   add fd-ins-offset to ls-offset-precipitacao
           end-evaluate

           if fd-ins-validade-meses > zero then
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

               if ws-data-leitura > ws-cal-vencimento then
                   move "V"                to ls-situacao
                   move fd-ins-instrumento to ls-instrumento-vencido
               end-if
           end-if
           .
       aplica-instrumento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as manutencoes da estacao iniciadas ate o dia e liga
      *>  "M" se alguma ainda estava aberta nele
      *>------------------------------------------------------------------------
       consulta-manutencoes section.

           open input arqManutencoes

           if ws-fs-arqManutencoes = 35 then
      *>nenhuma manutencao registrada ainda
               continue
           else
               if ws-fs-arqManutencoes <> 0 then
                   move 4                                          to ws-msn-erro-ofsset
                   move ws-fs-arqManutencoes                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqManutencoes "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N"        to ws-fim-manutencoes
               move ls-estacao to fd-man-estacao
               move zero       to fd-man-data-inicio
               start arqManutencoes key is not less than fd-man-chave

               if ws-fs-arqManutencoes <> 0 then
                   if ws-fs-arqManutencoes = 23 then
                       move "S" to ws-fim-manutencoes
                   else
                       move 5                                          to ws-msn-erro-ofsset
                       move ws-fs-arqManutencoes                       to ws-msn-erro-cod
                       move "Erro ao posicionar arq. arqManutencoes "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               perform until fim-manutencoes

                   read arqManutencoes next

                   if ws-fs-arqManutencoes = 10 then
                       move "S" to ws-fim-manutencoes
                   else
                       if ws-fs-arqManutencoes <> 0 then
                           move 6                                          to ws-msn-erro-ofsset
                           move ws-fs-arqManutencoes                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqManutencoes "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

      *>as manutencoes vem em ordem de inicio - a primeira que comeca
      *>depois do dia encerra a procura
                       if fd-man-estacao <> ls-estacao
                       or fd-man-data-inicio > ws-data-leitura then
                           move "S" to ws-fim-manutencoes
                       else
                           if fd-man-data-fim = zero
                           or fd-man-data-fim >= ws-data-leitura then
                               move "M" to ls-situacao
                               move "S" to ws-fim-manutencoes
                           end-if
                       end-if
                   end-if

               end-perform

               close arqManutencoes
           end-if
           .
       consulta-manutencoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal - sem conseguir consultar o cadastro de
      *>  instrumentos nao ha como corrigir nem validar a leitura,
      *>  entao o lote inteiro para aqui
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.
