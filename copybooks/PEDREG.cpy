      *>------------------------------------------------------------------------
      *>  Copybook PEDREG - layout do registro de arqPedidos.dat, os
      *>  pedidos de dados dos clientes externos (fazendas,
      *>  seguradoras, universidades), chave numero do pedido. O
      *>  pedido e cadastrado no online ("A" aberto) com as estacoes
      *>  (quantidade 00 = rede inteira), o periodo em datas
      *>  gregorianas, as variaveis pedidas, o formato do extrato e se
      *>  dias estimados ou suspeitos podem ir junto. O batch
      *>  atendePedidos gera o extrato, grava a cobranca e marca o
      *>  pedido atendido ("F") com a data, o nome do extrato e a
      *>  quantidade de estacao-dias entregues. Pedido aberto pode ser
      *>  cancelado ("C") no online.
      *>------------------------------------------------------------------------
       01  fd-ped.
           05  fd-ped-numero                  pic  9(05).
           05  fd-ped-cliente                 pic  x(30).
           05  fd-ped-qtd-estacoes            pic  9(02).
           05  fd-ped-estacoes.
               10  fd-ped-estacao             pic  9(02) occurs 10 times.
           05  fd-ped-data-inicial            pic  9(08).
           05  fd-ped-data-final              pic  9(08).
           05  fd-ped-variaveis.
               10  fd-ped-var-temperatura     pic  x(01).
                   88  fd-ped-quer-temperatura     value "S".
               10  fd-ped-var-umidade         pic  x(01).
                   88  fd-ped-quer-umidade         value "S".
               10  fd-ped-var-precipitacao    pic  x(01).
                   88  fd-ped-quer-precipitacao    value "S".
           05  fd-ped-formato                 pic  x(01).
               88  fd-ped-formato-fixo        value "F".
               88  fd-ped-formato-csv         value "C".
           05  fd-ped-inclui-estimados        pic  x(01).
               88  fd-ped-com-estimados       value "S".
           05  fd-ped-inclui-suspeitos        pic  x(01).
               88  fd-ped-com-suspeitos       value "S".
           05  fd-ped-situacao                pic  x(01).
               88  fd-ped-aberto              value "A".
               88  fd-ped-atendido            value "F".
               88  fd-ped-cancelado           value "C".
           05  fd-ped-data-pedido             pic  9(08).
           05  fd-ped-operador                pic  9(03).
           05  fd-ped-data-atendimento        pic  9(08).
           05  fd-ped-arquivo                 pic  x(20).
           05  fd-ped-estacao-dias            pic  9(07).
