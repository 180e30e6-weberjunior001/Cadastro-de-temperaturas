      *>------------------------------------------------------------------------
      *>  Copybook RECREG - layout do registro de arqTempRecordes.dat, o
      *>  livro de recordes das estacoes. Dois tipos de registro na
      *>  mesma chave (estacao + tipo + mes + dia):
      *>    "D" - dia de calendario (mes + dia, o 29 de fevereiro tem o
      *>          seu proprio registro), para "o 15 de outubro mais
      *>          quente da estacao";
      *>    "M" - mes inteiro (dia 00), para "o outubro mais chuvoso".
      *>  Cada registro guarda a maior e a menor temperatura diaria e a
      *>  maior precipitacao diaria ja lidas, com a data aaaammdd em que
      *>  cada recorde foi estabelecido (o ano do recorde e o inicio
      *>  dela). Leituras confirmadas ruins ("X") e estimadas ("E")
      *>  nunca estabelecem recorde. Montado pelo recordesTemp a partir
      *>  do historico inteiro e mantido por ele a cada carga noturna;
      *>  os registros dos dias alterados depois (online, regravacao,
      *>  consolidacao horaria, decisao de qualidade) sao refeitos na
      *>  rodada da noite a partir de arqTempHistorico.dat.
      *>------------------------------------------------------------------------
       01  fd-rec.
           05  fd-rec-chave.
               10  fd-rec-estacao             pic  9(02).
               10  fd-rec-tipo                pic  x(01).
                   88  fd-rec-tipo-dia        value "D".
                   88  fd-rec-tipo-mes        value "M".
               10  fd-rec-mes                 pic  9(02).
               10  fd-rec-dia-mes             pic  9(02).
           05  fd-rec-temp-maxima             pic s9(02)v99.
           05  fd-rec-data-temp-maxima        pic  9(08).
           05  fd-rec-temp-minima             pic s9(02)v99.
           05  fd-rec-data-temp-minima        pic  9(08).
           05  fd-rec-precip-maxima           pic  9(03)v9.
           05  fd-rec-data-precip-maxima      pic  9(08).
