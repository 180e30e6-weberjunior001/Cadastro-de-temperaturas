      *>------------------------------------------------------------------------
      *>  Copybook FATREG - layout da linha de cobranca gravada em
      *>  arqFaturamento.dat pelo atendePedidos, uma por pedido de
      *>  cliente atendido: numero do pedido, cliente, data do
      *>  atendimento, periodo entregue, quantas estacoes tiveram
      *>  dados, a quantidade de estacao-dias entregues (a base da
      *>  fatura), o formato e o nome do extrato. O financeiro fatura
      *>  direto desta linha.
      *>  Incluido no WORKING-STORAGE de quem grava ou le o arquivo,
      *>  para que o layout fique definido em um unico lugar.
      *>------------------------------------------------------------------------
       01  ws-fat-registro.
           05  ws-fat-pedido                  pic  9(05).
           05  filler                         pic  x(01) value space.
           05  ws-fat-cliente                 pic  x(30).
           05  filler                         pic  x(01) value space.
           05  ws-fat-data-atendimento        pic  9(08).
           05  filler                         pic  x(01) value space.
           05  ws-fat-data-inicial            pic  9(08).
           05  filler                         pic  x(01) value space.
           05  ws-fat-data-final              pic  9(08).
           05  filler                         pic  x(01) value space.
           05  ws-fat-qtd-estacoes            pic  9(02).
           05  filler                         pic  x(01) value space.
           05  ws-fat-estacao-dias            pic  9(07).
           05  filler                         pic  x(01) value space.
           05  ws-fat-formato                 pic  x(01).
           05  filler                         pic  x(01) value space.
           05  ws-fat-arquivo                 pic  x(20).
