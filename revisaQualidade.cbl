      *>        alarme e o qualidadeTemp nao volta a marca-la;
      *>  "P" - pular: continua suspeita para uma proxima sessao;
      *>  "E" - encerrar a sessao.
      *>Cada decisao "R" ou "B" grava em arqTempHistorico.dat uma linha
      *>de operacao "Q" com a qualidade antiga e a nova, para a trilha
      *>de auditoria e para o recordesTemp da noite refazer os
      *>recordes daquele dia (uma leitura confirmada ruim pode
      *>derrubar um recorde).
      *>Suspeita em mes ja fechado para o orgao nao aceita decisao -
      *>confirmar "X" recomputaria o resumo de um mes entregue. O
      *>registro continua "S" ate o supervisor reabrir o mes, como nos
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave
           alternate record key is fd-dia with duplicates
           file status is ws-fs-arqTemp.

           select arqHistorico assign to "arqTempHistorico.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHistorico.

       i-o-control.

      *>Declaração de variáveis
       fd arqTemp.
           copy TEMPREG.

       fd arqHistorico.
       01 fd-linha-historico                        pic x(70).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-fec-parm-situacao                  pic  x(01).
              88  mes-fechado                       value "F".

      *>----Linha de auditoria em arqTempHistorico.dat, no layout do
      *>----online; a decisao entra como operacao "Q" com a qualidade
      *>----antiga e a nova no lugar dos valores, que nao mudam
       01 ws-historico.
          05 ws-hist-estacao                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-hist-dia                           pic 9(07).
          05 filler                                pic x(01) value space.
          05 ws-hist-operacao                      pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-hist-qual-antiga                   pic x(01).
          05 filler                                pic x(01) value space.
          05 ws-hist-qual-nova                     pic x(01).
          05 filler                                pic x(24) value spaces.
          05 filler                                pic x(01) value space.
          05 ws-hist-data                          pic 9(08).
          05 filler                                pic x(01) value space.
          05 ws-hist-hora                          pic 9(08).
          05 filler                                pic x(01) value space.
          05 ws-hist-operador                      pic 9(03).
          05 filler                                pic x(01) value space.
          05 ws-hist-origem                        pic x(01).

      *>----Variaveis para comunicação entre programas
       linkage section.

               close arqTemp
               Stop run
           end-if

           open extend arqHistorico
           if ws-fs-arqHistorico  <> 00
           and ws-fs-arqHistorico <> 05 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o registro corrente com a qualidade decidida pelo
      *>  operador e grava a linha "Q" da decisao no historico
      *>------------------------------------------------------------------------
       regrava-qualidade section.

           move fd-qualidade to ws-hist-qual-nova

           rewrite fd-temp

           if ws-fs-arqTemp  <> 00
           and ws-fs-arqTemp <> 02 then
               move 3                                   to ws-msn-erro-ofsset
               move ws-fs-arqTemp                       to ws-msn-erro-cod
               move "Erro ao regravar arq. arqTemp "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-estacao   to ws-hist-estacao
           move fd-dia       to ws-hist-dia
           move "Q"          to ws-hist-operacao
           move "S"          to ws-hist-qual-antiga
           move fd-origem    to ws-hist-origem
           accept ws-hist-data from date yyyymmdd
           accept ws-hist-hora from time
           move zero         to ws-hist-operador

           move ws-historico to fd-linha-historico
           write fd-linha-historico

           if ws-fs-arqHistorico <> 0 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqHistorico "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-qualidade-exit.
           exit.
      *>------------------------------------------------------------------------
       finaliza section.

           close arqHistorico

           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 4                                to ws-msn-erro-ofsset
