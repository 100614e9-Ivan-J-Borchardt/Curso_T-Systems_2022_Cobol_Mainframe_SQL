      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "desconto_irmaos".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Subrotina do desconto de irmaos, no molde
     *>                      de calcula_encargos: tabela da escola
     *>                      (percentual do 2o filho e do 3o filho em
     *>                      diante) e regra de combinacao com a bolsa
     *>                      (M - prevalece o maior desconto; S - soma
     *>                      os dois limitada ao teto, sem nunca ficar
     *>                      abaixo do maior deles) lidas de
     *>                      arqDescontoIrmaosConfig.txt, criado com a
     *>                      tabela padrao (10%, 15%, maior prevalece,
     *>                      teto 50%) na primeira chamada. Devolve o
     *>                      percentual de irmao pela ordem do filho na
     *>                      familia, o percentual efetivo e a origem
     *>                      do desconto aplicado.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
           special-names. decimal-point is comma.

     *>------- Declaração dos recursos externos
      input-output section.
      file-control.

          select arqIrmaosConfig assign to "arqDescontoIrmaosConfig.txt"
          organization is line sequential
          file status is wk-fs-arqIrmaosConfig.

      i-o-control.

     *>Declaração de variáveis
      data division.
      file section.

      fd arqIrmaosConfig.
      01  fd-irmaos-config.
          05  fd-irc-pct-segundo                     pic 9(03).
          05  fd-irc-pct-terceiro                    pic 9(03).
          05  fd-irc-regra                           pic x(01).
          05  fd-irc-teto                            pic 9(03).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqIrmaosConfig                      pic x(02).

     *>   Tabela carregada uma vez por execucao do chamador
      77  wk-config-flag                             pic x(01) value space.
          88  wk-config-carregada                    value "S".
      77  wk-pct-segundo                             pic 9(03) value 10.
      77  wk-pct-terceiro                            pic 9(03) value 15.
      77  wk-regra                                   pic x(01) value "M".
          88  wk-regra-maior                         value "M".
          88  wk-regra-soma                          value "S".
      77  wk-teto                                    pic 9(03) value 50.

      77  wk-maior-pct                               pic 9(03).
      77  wk-soma-pct                                pic 9(03).

      linkage section.

     *>   lk-operacao:      "C" combina: pela ordem do filho na familia
     *>                         (lk-ordem-irmao, 1 = primeiro) e pela
     *>                         bolsa vigente (lk-bolsa-pct) devolve o
     *>                         percentual de irmao, o efetivo e a
     *>                         origem ("B" bolsa, "I" irmaos, "C"
     *>                         bolsa e irmaos somados, espaco sem
     *>                         desconto)
     *>                     "P" devolve a tabela em vigor em
     *>                         lk-parametros
     *>                     "G" grava lk-parametros como a nova tabela
     *>   lk-cod-retorno:   0 ok / 1 tabela invalida / 2 operacao
     *>                     desconhecida
      01  lk-operacao                                pic x(01).
      01  lk-desconto.
          05  lk-ordem-irmao                         pic 9(02).
          05  lk-bolsa-pct                           pic 9(03).
          05  lk-irmaos-pct                          pic 9(03).
          05  lk-efetivo-pct                         pic 9(03).
          05  lk-origem                              pic x(01).
      01  lk-parametros.
          05  lk-par-pct-segundo                     pic 9(03).
          05  lk-par-pct-terceiro                    pic 9(03).
          05  lk-par-regra                           pic x(01).
          05  lk-par-teto                            pic 9(03).
      01  lk-cod-retorno                             pic 9(01).
          88  lk-desconto-ok                         value 0.
          88  lk-tabela-invalida                     value 1.
          88  lk-operacao-invalida                   value 2.

     *>Declaração do corpo do programa
      procedure division using lk-operacao, lk-desconto,
                               lk-parametros, lk-cod-retorno.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - carrega a tabela na primeira
     *>   chamada
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.
          move 0                                     to lk-cod-retorno

          if  not wk-config-carregada then
              perform aa-carregar-config
          end-if
          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Le a tabela de arqDescontoIrmaosConfig.txt - na primeira
     *>   execucao o arquivo e criado com a tabela padrao da escola,
     *>   no molde de arqEncargosConfig.txt
     *>*****************************************************************
      aa-carregar-config section.
      aa-carregar-config-a.

          open input arqIrmaosConfig
          if   wk-fs-arqIrmaosConfig equal "00" then
              read arqIrmaosConfig
              if   wk-fs-arqIrmaosConfig equal "00"
              and  fd-irc-pct-segundo is numeric
              and  fd-irc-pct-terceiro is numeric
              and  fd-irc-teto is numeric then
                  move fd-irc-pct-segundo            to wk-pct-segundo
                  move fd-irc-pct-terceiro           to wk-pct-terceiro
                  move fd-irc-teto                   to wk-teto
                  if  fd-irc-regra equal "M"
                  or  fd-irc-regra equal "S" then
                      move fd-irc-regra              to wk-regra
                  end-if
              end-if
              close arqIrmaosConfig
          else
              perform ab-gravar-config
          end-if

          set wk-config-carregada                    to true
          .
      aa-carregar-config-z.
          exit.

     *>*****************************************************************
     *>   Grava a tabela corrente em arqDescontoIrmaosConfig.txt
     *>*****************************************************************
      ab-gravar-config section.
      ab-gravar-config-a.

          move wk-pct-segundo                        to fd-irc-pct-segundo
          move wk-pct-terceiro                       to fd-irc-pct-terceiro
          move wk-regra                              to fd-irc-regra
          move wk-teto                               to fd-irc-teto
          open output arqIrmaosConfig
          write fd-irmaos-config
          close arqIrmaosConfig
          .
      ab-gravar-config-z.
          exit.

     *>*****************************************************************
     *>   Despacho pela operacao pedida
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          evaluate lk-operacao
              when "C"
                  perform ba-combinar-desconto

              when "P"
                  perform bc-devolver-tabela

              when "G"
                  perform bd-gravar-tabela

              when other
                  move 2                             to lk-cod-retorno
          end-evaluate
          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Percentual de irmao pela ordem do filho e combinacao com a
     *>   bolsa pela regra em vigor
     *>*****************************************************************
      ba-combinar-desconto section.
      ba-combinar-desconto-a.

          if  lk-bolsa-pct not numeric
          or  lk-bolsa-pct > 100 then
              move 0                                 to lk-bolsa-pct
          end-if

          evaluate true
              when lk-ordem-irmao not numeric
              when lk-ordem-irmao < 2
                  move 0                             to lk-irmaos-pct
              when lk-ordem-irmao equal 2
                  move wk-pct-segundo                to lk-irmaos-pct
              when other
                  move wk-pct-terceiro               to lk-irmaos-pct
          end-evaluate

          if  lk-bolsa-pct >= lk-irmaos-pct then
              move lk-bolsa-pct                      to wk-maior-pct
          else
              move lk-irmaos-pct                     to wk-maior-pct
          end-if

          evaluate true
              when lk-bolsa-pct equal 0
               and lk-irmaos-pct equal 0
                  move 0                             to lk-efetivo-pct
                  move space                         to lk-origem

              when lk-irmaos-pct equal 0
                  move lk-bolsa-pct                  to lk-efetivo-pct
                  move "B"                           to lk-origem

              when lk-bolsa-pct equal 0
                  move lk-irmaos-pct                 to lk-efetivo-pct
                  move "I"                           to lk-origem

              when wk-regra-soma
                  compute wk-soma-pct = lk-bolsa-pct + lk-irmaos-pct
                  if  wk-soma-pct > wk-teto then
                      move wk-teto                   to wk-soma-pct
                  end-if
                  if  wk-soma-pct < wk-maior-pct then
                      move wk-maior-pct              to wk-soma-pct
                  end-if
                  if  wk-soma-pct > 100 then
                      move 100                       to wk-soma-pct
                  end-if
                  move wk-soma-pct                   to lk-efetivo-pct
                  if  wk-soma-pct > wk-maior-pct then
                      move "C"                       to lk-origem
                  else
                      if  lk-bolsa-pct >= lk-irmaos-pct then
                          move "B"                   to lk-origem
                      else
                          move "I"                   to lk-origem
                      end-if
                  end-if

              when other
                  move wk-maior-pct                  to lk-efetivo-pct
                  if  lk-bolsa-pct >= lk-irmaos-pct then
                      move "B"                       to lk-origem
                  else
                      move "I"                       to lk-origem
                  end-if
          end-evaluate
          .
      ba-combinar-desconto-z.
          exit.

     *>*****************************************************************
     *>   Devolve a tabela em vigor ao chamador
     *>*****************************************************************
      bc-devolver-tabela section.
      bc-devolver-tabela-a.

          move wk-pct-segundo                        to lk-par-pct-segundo
          move wk-pct-terceiro                       to lk-par-pct-terceiro
          move wk-regra                              to lk-par-regra
          move wk-teto                               to lk-par-teto
          .
      bc-devolver-tabela-z.
          exit.

     *>*****************************************************************
     *>   Troca a tabela - percentuais acima de 100 ou regra diferente
     *>   de M/S sao recusados
     *>*****************************************************************
      bd-gravar-tabela section.
      bd-gravar-tabela-a.

          if  lk-par-pct-segundo not numeric
          or  lk-par-pct-terceiro not numeric
          or  lk-par-teto not numeric
          or  lk-par-pct-segundo > 100
          or  lk-par-pct-terceiro > 100
          or  lk-par-teto > 100
          or  (lk-par-regra not equal "M"
          and  lk-par-regra not equal "S") then
              move 1                                 to lk-cod-retorno
          else
              move lk-par-pct-segundo                to wk-pct-segundo
              move lk-par-pct-terceiro               to wk-pct-terceiro
              move lk-par-regra                      to wk-regra
              move lk-par-teto                       to wk-teto
              perform ab-gravar-config
          end-if
          .
      bd-gravar-tabela-z.
          exit.

     *>*****************************************************************
     *>   Procedimentos de finalização
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.
          exit program.
          .
      z-finaliza-z.
          exit.
