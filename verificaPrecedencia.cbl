      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "verificaPrecedencia".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Subprograma da regra de precedencia entre origens: recebe a
      *>origem do valor que quer entrar, a origem e a qualidade do
      *>valor que ja esta gravado em arqTempIndexed.dat e se ha
      *>sobreposicao autorizada por supervisor, e responde em
      *>ls-decisao se o valor novo pode sobrescrever o vigente.
      *>Precedencia, da menor para a maior:
      *>  0 - "E" estimativa do estimaTemp - qualquer leitura real
      *>      passa por cima dela;
      *>  1 - "D" extrato diario do fornecedor (e origem em branco);
      *>  2 - "H" consolidacao das horas;
      *>  3 - "R" rejeito corrigido e reposto pelo operador;
      *>  4 - "M" digitado/alterado no online, "V" versao restaurada e
      *>      "X" estimativa gravada por cima de dia confirmado ruim.
      *>Uma confirmacao do operador no revisaQualidade ("X" ruim ou
      *>"C" boa) sobe o valor vigente para a precedencia 4, por mais
      *>baixa que seja a origem dele - a decisao humana nao e apagada
      *>por um reenvio automatico. A estimativa que substitui um dia
      *>"X" leva a origem "X" e fica no mesmo nivel 4, para o valor que
      *>o operador rejeitou nao voltar num reenvio do fornecedor.
      *>Origem nova com precedencia igual ou maior sobrescreve ("P");
      *>menor e recusada ("N"), a nao ser que o supervisor tenha
      *>autorizado a sobreposicao ("S"). O motivo do conflito volta em
      *>ls-motivo para o relatorio de conflitos de quem chamou.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-nivel-novo                           pic  9(01).
       77  ws-nivel-atual                          pic  9(01).

       77  ws-origem-calc                          pic  x(01).
       77  ws-nivel-calc                           pic  9(01).

      *>----Variaveis para comunicação entre programas
       linkage section.

       01 ls-parm.
          05 ls-origem-nova                        pic  x(01).
          05 ls-origem-atual                       pic  x(01).
          05 ls-qualidade-atual                    pic  x(01).
          05 ls-sobreposicao                       pic  x(01).
              88  ls-sobreposicao-autorizada        value "S".
          05 ls-decisao                            pic  x(01).
              88  ls-decisao-permite                value "P".
              88  ls-decisao-supervisor             value "S".
              88  ls-decisao-recusa                 value "N".
          05 ls-motivo                             pic  x(30).

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division using ls-parm.

           move "P"    to ls-decisao
           move spaces to ls-motivo

           perform calcula-niveis
           perform decide-precedencia

           goback.

      *>------------------------------------------------------------------------
      *>  Traduz as duas origens para o nivel de precedencia e aplica a
      *>  confirmacao do operador sobre o nivel do valor vigente
      *>------------------------------------------------------------------------
       calcula-niveis section.

           move ls-origem-nova  to ws-origem-calc
           perform nivel-da-origem
           move ws-nivel-calc   to ws-nivel-novo

           move ls-origem-atual to ws-origem-calc
           perform nivel-da-origem
           move ws-nivel-calc   to ws-nivel-atual

           if ls-qualidade-atual = "X"
           or ls-qualidade-atual = "C" then
               if ws-nivel-atual < 4 then
                   move 4 to ws-nivel-atual
               end-if
           end-if
           .
       calcula-niveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nivel de precedencia da origem em ws-origem-calc - origem em
      *>  branco ou desconhecida vale como extrato diario
      *>------------------------------------------------------------------------
       nivel-da-origem section.

           evaluate ws-origem-calc
               when "E"
                   move 0 to ws-nivel-calc
               when "H"
                   move 2 to ws-nivel-calc
               when "R"
                   move 3 to ws-nivel-calc
               when "M"
               when "V"
               when "X"
                   move 4 to ws-nivel-calc
               when other
                   move 1 to ws-nivel-calc
           end-evaluate
           .
       nivel-da-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Compara os niveis e monta a decisao e o motivo do conflito
      *>------------------------------------------------------------------------
       decide-precedencia section.

           if ws-nivel-novo < ws-nivel-atual then

               if ls-qualidade-atual = "X"
               or ls-qualidade-atual = "C" then
                   move "confirmacao do operador"     to ls-motivo
               else
                   evaluate ls-origem-atual
                       when "H"
                           move "origem horaria prevalece"  to ls-motivo
                       when "R"
                           move "rejeito reposto prevalece" to ls-motivo
                       when "M"
                           move "valor manual prevalece"    to ls-motivo
                       when "V"
                           move "versao restaurada prevalece" to ls-motivo
                       when "X"
                           move "confirmacao do operador"     to ls-motivo
                   end-evaluate
               end-if

               if ls-sobreposicao-autorizada then
                   move "S" to ls-decisao
               else
                   move "N" to ls-decisao
               end-if
           else
      *>estimativa substituida pela leitura real sai no relatorio de
      *>conflitos com o motivo, para se saber que a falha foi coberta
               if ls-origem-atual = "E"
               or ls-origem-atual = "X" then
                   move "estimativa substituida" to ls-motivo
               end-if
           end-if
           .
       decide-precedencia-exit.
           exit.
