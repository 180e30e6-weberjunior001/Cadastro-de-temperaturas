      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "migraIndiceData".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch de conversao, para rodar UMA unica vez na
      *>implantacao do acesso por data: arqTempIndexed.dat ganhou a
      *>chave alternada fd-dia (com duplicatas), o caminho em ordem de
      *>data usado pelo painel da rede no online e pelo resumoRegional.
      *>O layout do registro nao mudou, mas a estrutura de chaves do
      *>arquivo indexado sim, e um arquivo criado sem a chave alternada
      *>devolve status 39 na abertura em todos os programas desta
      *>versao. Este batch le o arquivo vivo so pela chave primaria e
      *>regrava cada registro, sem alteracao, em arqTempIndexedNovo.dat
      *>ja com as duas chaves. Quem ainda esta num layout anterior roda
      *>antes, na ordem, o migraQualidade e o migraOrigem, substituindo
      *>o arquivo vivo pelo novo depois de cada um - o migraQualidade
      *>grava o layout com qualidade e sem origem, que e o que o
      *>migraOrigem le, e o migraOrigem grava o layout atual so com a
      *>chave primaria, que e o que este batch le.
      *>A conversao e registrada em arqTempJobLog.dat. Depois de
      *>conferir os contadores, o operador substitui o arquivo na mao:
      *>    mv arqTempIndexed.dat     arqTempIndexedAntigo.dat
      *>    mv arqTempIndexedNovo.dat arqTempIndexed.dat
      *>O arquivo antigo fica guardado ate a primeira cadeia diaria
      *>rodar limpa sobre o novo.

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
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTempNovo.

           select arqJobLog assign to "arqTempJobLog.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJobLog.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>arqTempIndexed.dat como estava, so com a chave primaria -
      *>definido aqui de proposito, e nao pelo copybook, porque o
      *>copybook e o das duas chaves
       fd arqTempAntigo.
       01 fd-ant.
          05 fd-ant-chave.
             10 fd-ant-estacao                     pic  9(02).
             10 fd-ant-dia                         pic  9(07).
          05 fd-ant-dados                          pic  x(13).

       fd arqTempNovo.
           copy TEMPREG.

       fd arqJobLog.
       01 fd-linha-joblog                           pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTempAntigo                     pic  9(02).
       77  ws-fs-arqTempNovo                       pic  9(02).
       77  ws-fs-arqJobLog                         pic  9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       77  ws-fim-antigo                           pic  x(01) value "N".
           88  fim-antigo                           value "S".

       77  ws-total-lidos                          pic  9(07) value zero.
       77  ws-total-gravados                       pic  9(07) value zero.

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
               display "O arquivo nao abriu so com a chave primaria - ou"
               display "ja foi convertido, ou nao existe. Nada foi alterado."
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
      *>  Copia cada registro, sem alteracao, para o arquivo com as
      *>  duas chaves
      *>------------------------------------------------------------------------
       converte-arquivo section.

           perform ler-antigo

           perform until fim-antigo

               add 1 to ws-total-lidos

               move fd-ant to fd-temp

      *>status 02 = outra estacao com o mesmo dia na chave alternada
               write fd-temp
               if ws-fs-arqTempNovo  <> 00
               and ws-fs-arqTempNovo <> 02 then
                   move 4                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTempNovo                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqTempNovo "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-total-gravados

               perform ler-antigo

           end-perform

           display "Registros lidos: "    ws-total-lidos
           display "Registros gravados: " ws-total-gravados
           .
       converte-arquivo-exit.
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
      *>  Grava o registro de controle desta execucao no job log. O
      *>  tipo de termino ja foi deixado em ws-job-termino por quem
      *>  chamou; uma falha aqui so e mostrada, para nao derrubar um
      *>  encerramento ja em andamento.
      *>------------------------------------------------------------------------
       grava-joblog section.

           move "migraIndiceData"         to ws-job-programa
           move "arqTempIndexed.dat"      to ws-job-identificacao
           move ws-total-lidos            to ws-job-contador-1
           move ws-total-gravados         to ws-job-contador-2
           move zero                      to ws-job-contador-3
           move zero                      to ws-job-contador-4
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
