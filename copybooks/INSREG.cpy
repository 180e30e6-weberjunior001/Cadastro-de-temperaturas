      *>------------------------------------------------------------------------
      *>  Copybook INSREG - layout do registro de arqInstrumentos.dat,
      *>  o cadastro de instrumentos instalados nas estacoes (chave
      *>  estacao + numero do instrumento na estacao). Guarda o numero
      *>  de serie, a variavel medida, as datas de instalacao e de
      *>  retirada (zero = ainda instalado), a data da ultima
      *>  calibracao, a validade da calibracao em meses (00 = sem
      *>  controle de vencimento) e o offset de calibracao, na unidade
      *>  da variavel, somado a cada leitura que chega pela carga.
      *>  Datas em gregoriano aaaammdd, como o operador digita. O
      *>  subprograma verificaInstrumento e quem consulta este arquivo
      *>  para as cargas.
      *>------------------------------------------------------------------------
       01  fd-ins.
           05  fd-ins-chave.
               10  fd-ins-estacao             pic  9(02).
               10  fd-ins-instrumento         pic  9(02).
           05  fd-ins-serie                   pic  x(15).
           05  fd-ins-variavel                pic  x(01).
               88  fd-ins-temperatura         value "T".
               88  fd-ins-umidade             value "U".
               88  fd-ins-precipitacao        value "P".
               88  fd-ins-variavel-valida     value "T" "U" "P".
           05  fd-ins-data-instalacao         pic  9(08).
           05  fd-ins-data-retirada           pic  9(08).
           05  fd-ins-data-calibracao         pic  9(08).
           05  fd-ins-validade-meses          pic  9(02).
           05  fd-ins-offset                  pic s9(02)v99.
           05  fd-ins-operador                pic  9(03).
