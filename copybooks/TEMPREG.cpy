      *>------------------------------------------------------------------------
      *>  Copybook TEMPREG - layout do registro de arqTempIndexed.dat
      *>  (estacao + dia + temperatura + umidade + precipitacao +
      *>  situacao de qualidade + origem do valor).
      *>  Incluido no FILE SECTION de todo programa que leia ou grave
      *>  arqTempIndexed.dat, para que a chave composta fique definida
      *>  em um unico lugar.
      *>     "B" - leitura boa;
      *>     "S" - suspeita apontada pelo qualidadeTemp;
      *>     "X" - confirmada ruim pelo operador (revisaQualidade);
      *>     "C" - confirmada boa pelo operador (revisaQualidade);
      *>     "E" - estimada pelo estimaTemp para dia faltante ou "X".
      *>  Estatisticas, agro e resumo mensal excluem as confirmadas
      *>  ruins das medias; as estimadas contam como cobertas, mas
      *>  tambem ficam fora do resumo mensal, estatisticas e normais.
      *>  ATENCAO na implantacao: o byte de qualidade mudou o tamanho
      *>  fixo do registro do arquivo INDEXADO - um arqTempIndexed.dat
      *>  gravado com o layout antigo devolve status 39 na abertura.
      *>  (O espaco no 88 de "boa" e so defesa extra contra um MOVE de
      *>  grupo mais curto; depois da migracao todo registro carrega a
      *>  letra explicita.)
      *>  A origem diz de onde veio o valor vigente do dia, e decide
      *>  quem pode sobrescrever quem (subprograma verificaPrecedencia):
      *>     "D" - extrato diario do fornecedor (cargaLoteTemp);
      *>     "H" - consolidacao das horas (consolidaHoraria);
      *>     "R" - rejeito corrigido e reposto (corrigeRejeitos);
      *>     "M" - digitado/alterado no online (exercicio1);
      *>     "V" - versao restaurada no online (exercicio1);
      *>     "E" - estimativa do estimaTemp para dia faltante (a de
      *>           menor precedencia);
      *>     "X" - estimativa do estimaTemp por cima de dia confirmado
      *>           ruim - guarda a decisao do operador: vale como a
      *>           confirmacao, e o valor ruim reenviado nao volta.
      *>  ATENCAO: o byte de origem tambem mudou o tamanho fixo do
      *>  registro - rode uma unica vez o batch migraOrigem antes de
      *>  usar esta versao contra um arquivo gravado sem ele.
      *>  Alem da chave primaria (estacao + dia), o arquivo tem a chave
      *>  alternada fd-dia com duplicatas - o caminho em ordem de data
      *>  para "o que todas as estacoes leram no dia D". Todo SELECT de
      *>  arqTempIndexed.dat declara as duas chaves, e todo WRITE /
      *>  REWRITE aceita o status 02 (gravado, com dia repetido na
      *>  chave alternada) como sucesso. ATENCAO: um arquivo criado
      *>  sem a chave alternada devolve status 39 na abertura - rode
      *>  uma unica vez o batch migraIndiceData antes de usar esta
      *>  versao.
      *>------------------------------------------------------------------------
       01  fd-temp.
           05  fd-chave.
               88  fd-qual-suspeita           value "S".
               88  fd-qual-conf-ruim          value "X".
               88  fd-qual-conf-boa           value "C".
               88  fd-qual-estimada           value "E".
           05  fd-origem                      pic  x(01).
               88  fd-orig-diaria             value "D".
               88  fd-orig-horaria            value "H".
               88  fd-orig-rejeito            value "R".
               88  fd-orig-manual             value "M".
               88  fd-orig-restauracao        value "V".
               88  fd-orig-estimativa         value "E".
               88  fd-orig-estimativa-ruim    value "X".
