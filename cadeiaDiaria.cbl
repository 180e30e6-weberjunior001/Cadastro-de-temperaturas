      *>  1. cargaLoteTemp   (carga do extrato do fornecedor)
      *>  2. alertaTemp      (boletim de eventos extremos da carga)
      *>  3. qualidadeTemp   (analise e marcacao de suspeitas)
      *>  4. recordesTemp    (livro de recordes e recordes batidos)
      *>  5. coberturaTemp   (dias faltantes por estacao)
      *>  6. reconciliaTemp  (confronto com o extrato oficial)
      *>  7. retornoOficial  (retorno do orgao e transmissoes sem
      *>                      resposta)
      *>  8. atendePedidos   (extratos e cobranca dos pedidos de dados
      *>                      dos clientes)
      *>Antes de cada passo o condutor le arqTempJobLog.dat (o JOBLOG
      *>ja registra programa, identificacao e termino) e pula o que ja
      *>terminou normal hoje - e assim que uma reexecucao apos um
      *>----Registro de controle de execucao gravado em arqTempJobLog.dat
           copy JOBLOG.

      *>----Os oito passos da cadeia, na ordem de execucao
       01 ws-def-passos.
          05 filler.
             10 filler                             pic x(24) value "cargaLoteTemp".
          05 filler.
             10 filler                             pic x(24) value "qualidadeTemp".
             10 filler                             pic x(40) value "./qualidadeTemp".
          05 filler.
             10 filler                             pic x(24) value "recordesTemp".
             10 filler                             pic x(40) value "./recordesTemp".
          05 filler.
             10 filler                             pic x(24) value "coberturaTemp".
             10 filler                             pic x(40) value "./coberturaTemp".
          05 filler.
             10 filler                             pic x(24) value "reconciliaTemp".
             10 filler                             pic x(40) value "./reconciliaTemp".
          05 filler.
             10 filler                             pic x(24) value "retornoOficial".
             10 filler                             pic x(40) value "./retornoOficial".
          05 filler.
             10 filler                             pic x(24) value "atendePedidos".
             10 filler                             pic x(40) value "./atendePedidos".
       01 ws-tab-passos redefines ws-def-passos.
          05 ws-passo occurs 8 times.
             10 ws-passo-programa                  pic x(24).
             10 ws-passo-comando                   pic x(40).

       conduz-cadeia section.

           perform varying ws-passo-ind from 1 by 1
                   until ws-passo-ind > 8
                   or cadeia-parada

               perform verifica-passo-concluido
