      *>------------------------------------------------------------------------
      *>  Copybook TXCREG - layout do registro de arqTransmissoes.dat,
      *>  o controle das transmissoes ao orgao meteorologico (chave
      *>  estacao + ano + mes). O transmiteOficial grava a geracao
      *>  ("G"), o operador marca o envio no online ("E"), o
      *>  retornoOficial grava a resposta do orgao - aceito ("A") ou
      *>  rejeitado ("R") - e a reabertura do mes transmitido deixa a
      *>  retificacao pendente ("P"), liberando nova geracao. O numero
      *>  da retificacao (00 = original) vai no header do arquivo e no
      *>  nome dele, para a geracao anterior nao ser sobreposta. Os
      *>  totais do trailer ficam aqui para casar com o retorno.
      *>------------------------------------------------------------------------
       01  fd-txc.
           05  fd-txc-chave.
               10  fd-txc-estacao             pic  9(02).
               10  fd-txc-ano                 pic  9(04).
               10  fd-txc-mes                 pic  9(02).
           05  fd-txc-situacao                pic  x(01).
               88  fd-txc-gerada              value "G".
               88  fd-txc-enviada             value "E".
               88  fd-txc-aceita              value "A".
               88  fd-txc-rejeitada           value "R".
               88  fd-txc-retif-pendente      value "P".
               88  fd-txc-sem-resposta        value "G" "E".
           05  fd-txc-retificacao             pic  9(02).
           05  fd-txc-data-geracao            pic  9(08).
           05  fd-txc-data-envio              pic  9(08).
           05  fd-txc-operador-envio          pic  9(03).
           05  fd-txc-data-retorno            pic  9(08).
           05  fd-txc-qtd-detalhes            pic  9(05).
           05  fd-txc-soma-temp               pic s9(07)v99.
           05  fd-txc-soma-precip             pic  9(07)v9.
           05  fd-txc-qtd-rejeitados          pic  9(05).
