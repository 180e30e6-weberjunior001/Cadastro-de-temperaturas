      *>------------------------------------------------------------------------
      *>  Copybook MANREG - layout do registro de arqManutencoes.dat, o
      *>  diario de manutencao das estacoes (chave estacao + data de
      *>  inicio do servico). Leitura de um dia entre o inicio e o fim
      *>  do servico (fim zero = estacao ainda em manutencao) entra
      *>  pela carga como suspeita ("S") em vez de boa. Datas em
      *>  gregoriano aaaammdd, como o operador digita.
      *>------------------------------------------------------------------------
       01  fd-man.
           05  fd-man-chave.
               10  fd-man-estacao             pic  9(02).
               10  fd-man-data-inicio         pic  9(08).
           05  fd-man-data-fim                pic  9(08).
           05  fd-man-motivo                  pic  x(30).
           05  fd-man-operador                pic  9(03).
