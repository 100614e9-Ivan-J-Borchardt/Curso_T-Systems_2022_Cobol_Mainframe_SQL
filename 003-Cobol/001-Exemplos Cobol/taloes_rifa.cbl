      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "taloes_rifa".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Taloes de rifa entregues a vendedores
     *>                      voluntarios (arqRifaTaloes.txt), no molde
     *>                      de vendas_rifa: (D)efinir o talao como
     *>                      faixa de numeros da rifa com o valor do
     *>                      bilhete, sem sobrepor outro talao;
     *>                      (E)ntregar ao vendedor com a data; (R)eceber
     *>                      a devolucao conferindo canhoto a canhoto
     *>                      (vendido, nao vendido, faltando) - o
     *>                      vendido entra em arqRifaVendas.txt como
     *>                      pago - e o dinheiro entregue contra o
     *>                      esperado; (C)onfirmar as vendas de um
     *>                      talao ainda nao devolvido, liberando-as
     *>                      para o sorteio; (L)istar. Talao entregue,
     *>                      nao devolvido e nao confirmado fica fora
     *>                      do sorteio (sorteio_rifa.cbl); pendencias
     *>                      por vendedor em pendencias_taloes.cbl.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>------- Declaração dos recursos externos
      input-output section.
      file-control.

          select arqTaloes assign to "arqRifaTaloes.txt"
          organization is line sequential
          file status is wk-fs-arqTaloes.

          select arqVendas assign to "arqRifaVendas.txt"
          organization is line sequential
          file status is wk-fs-arqVendas.

      i-o-control.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqTaloes.
      01  fd-talao-linha.
          05  fd-tal-rifa                            pic  9(03).
          05  fd-tal-talao                           pic  9(03).
          05  fd-tal-numero-ini                      pic  9(03).
          05  fd-tal-numero-fim                      pic  9(03).
          05  fd-tal-valor-bilhete                   pic  9(03)v99.
          05  fd-tal-vendedor                        pic  x(30).
          05  fd-tal-telefone                        pic  x(11).
          05  fd-tal-data-entrega                    pic  x(08).
     *>   espaco = definido e ainda na secretaria
          05  fd-tal-situacao                        pic  x(01).
              88  fd-tal-disponivel                  value space.
              88  fd-tal-entregue                    value "E".
              88  fd-tal-devolvido                   value "D".
          05  fd-tal-data-devolucao                  pic  x(08).
          05  fd-tal-qtd-vendidos                    pic  9(03).
          05  fd-tal-qtd-nao-vendidos                pic  9(03).
          05  fd-tal-qtd-faltantes                   pic  9(03).
          05  fd-tal-valor-esperado                  pic  9(05)v99.
          05  fd-tal-valor-entregue                  pic  9(05)v99.
     *>   S = vendas do talao nao devolvido valem para o sorteio
          05  fd-tal-confirmado                      pic  x(01).
              88  fd-tal-vendas-confirmadas          value "S".

      fd arqVendas.
      01  fd-venda-linha.
          05  fd-venda-rifa                          pic  9(03).
          05  fd-venda-numero                        pic  9(03).
          05  fd-venda-comprador                     pic  x(30).
          05  fd-venda-telefone                      pic  x(11).
     *>   venda de antes do controle de reserva vem sem estes campos
     *>   (curta) - status espaco vale como pago
          05  fd-venda-status                        pic  x(01).
              88  fd-venda-reservada                 value "R".
          05  fd-venda-data-reserva                  pic  x(08).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqTaloes                            pic x(02).
      77  wk-fs-arqVendas                            pic x(02).

      77  wk-fim-loop                                pic x(01).
          88 wk-loop-terminado                       value "F".

      77  wk-fim-cadastro                            pic x(01).
          88 wk-cadastro-terminado                   value "F".

      77  wk-rifa-id                                 pic 9(03) value 0.
      77  wk-talao                                   pic 9(03) value 0.
      77  wk-numero-ini                              pic 9(03) value 0.
      77  wk-numero-fim                              pic 9(03) value 0.
      77  wk-valor-bilhete                           pic 9(03)v99 value 0.
      77  wk-numero                                  pic 9(03) value 0.
      77  wk-comprador                               pic x(30).
      77  wk-telefone                                pic x(11).

      77  wk-opcao                                   pic x(01).
          88 wk-opcao-definir                        value "D" "d".
          88 wk-opcao-entregar                       value "E" "e".
          88 wk-opcao-receber                        value "R" "r".
          88 wk-opcao-confirmar                      value "C" "c".
          88 wk-opcao-listar                         value "L" "l".

      77  wk-canhoto                                 pic x(01).
          88 wk-canhoto-vendido                      value "V" "v".
          88 wk-canhoto-nao-vendido                  value "N" "n".
          88 wk-canhoto-faltando                     value "F" "f".

      77  wk-resposta                                pic x(01).
          88 wk-confirmou                            value "S" "s".

      77  wk-talao-recusado                          pic x(01).
          88 wk-recusou-talao                        value "S".

      77  wk-qtd-gravados                            pic 9(03) value 0.
      77  wk-qtd-taloes-rifa                         pic 9(03) value 0.

     *>   conferencia da devolucao
      77  wk-qtd-vendidos                            pic 9(03) value 0.
      77  wk-qtd-nao-vendidos                        pic 9(03) value 0.
      77  wk-qtd-faltantes                           pic 9(03) value 0.
      77  wk-qtd-ja-registrados                      pic 9(03) value 0.
      77  wk-qtd-novos-vendidos                      pic 9(03) value 0.
      77  wk-valor-esperado                          pic 9(05)v99 value 0.
      77  wk-valor-entregue                          pic 9(05)v99 value 0.
      77  wk-valor-diferenca                         pic s9(05)v99 value 0.
      77  wk-valor-edit                              pic zz.zz9,99.
      77  wk-diferenca-edit                          pic -zz.zz9,99.

     *>   vendas ja registradas na rifa, pelo numero do bilhete
      01  wk-tab-numeros.
          05  wk-num-item occurs 999.
              10  wk-num-comprador                   pic x(30).

     *>   regravacao em memoria dos taloes
      77  wk-qtd-regs                                pic 9(04) value 0.
      77  wk-ind-reg                                 pic 9(04) value 0.
      77  wk-ind-achado                              pic 9(04) value 0.
      01  wk-tab-regs.
          05  wk-reg-item occurs 2000.
              10  wk-reg-linha                       pic x(99).

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.

          display "Taloes de Rifa"
          display "Numero da rifa: "
          accept wk-rifa-id

          perform until wk-rifa-id > 0
              display "Informe um numero de rifa valido: "
              accept wk-rifa-id
          end-perform

          display "(D)efinir, (E)ntregar, (R)eceber devolucao, "
                  "(C)onfirmar vendas ou (L)istar: "
          accept wk-opcao

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Despacha a opcao escolhida
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          evaluate true
              when wk-opcao-definir
                  perform ba-definir-taloes
              when wk-opcao-entregar
                  perform bb-entregar-talao
              when wk-opcao-receber
                  perform bc-receber-talao
              when wk-opcao-confirmar
                  perform bd-confirmar-talao
              when wk-opcao-listar
                  perform be-listar-taloes
              when other
                  display "Opcao invalida."
          end-evaluate

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Laco de definicao - um talao por vez, talao 0 encerra
     *>*****************************************************************
      ba-definir-taloes section.
      ba-definir-taloes-a.

          move space                                 to wk-fim-cadastro
          perform until wk-cadastro-terminado

              display "Numero do talao (0 encerra): "
              accept wk-talao

              if  wk-talao equal 0 then
                  move "F"                           to wk-fim-cadastro
              else
                  display "Primeiro numero do talao: "
                  accept wk-numero-ini
                  display "Ultimo numero do talao  : "
                  accept wk-numero-fim
                  if  wk-numero-ini equal 0
                  or  wk-numero-fim < wk-numero-ini then
                      display "Faixa de numeros invalida!"
                  else
                      perform baa-conferir-faixa
                      if  not wk-recusou-talao then
                          display "Valor do bilhete: "
                          accept wk-valor-bilhete
                          perform bab-gravar-talao
                      end-if
                  end-if
              end-if

          end-perform

          .
      ba-definir-taloes-z.
          exit.

     *>*****************************************************************
     *>   Recusa talao repetido ou faixa que cruza outro talao da
     *>   mesma rifa - um numero so pode estar em um talao
     *>*****************************************************************
      baa-conferir-faixa section.
      baa-conferir-faixa-a.

          move space                                 to wk-talao-recusado

          open input arqTaloes
          if   wk-fs-arqTaloes equal "00" then
              move space                             to wk-fim-loop
              perform until wk-loop-terminado
                  read arqTaloes
                  if   wk-fs-arqTaloes not equal "00" then
                      move "F"                       to wk-fim-loop
                  else
                      if  fd-tal-rifa equal wk-rifa-id then
                          if  fd-tal-talao equal wk-talao then
                              display "Talao ja definido nesta rifa!"
                              set wk-recusou-talao   to true
                          else
                          if  wk-numero-ini <= fd-tal-numero-fim
                          and wk-numero-fim >= fd-tal-numero-ini then
                              display "Faixa cruza o talao "
                                      fd-tal-talao " ("
                                      fd-tal-numero-ini " a "
                                      fd-tal-numero-fim ")!"
                              set wk-recusou-talao   to true
                          end-if
                          end-if
                      end-if
                  end-if
              end-perform
              close arqTaloes
          end-if

          .
      baa-conferir-faixa-z.
          exit.

     *>*****************************************************************
     *>   Grava um talao definido, ainda na secretaria
     *>*****************************************************************
      bab-gravar-talao section.
      bab-gravar-talao-a.

     *>   arquivo ainda inexistente: alguns ambientes devolvem 05 e
     *>   outros 35 no OPEN EXTEND -
     *>   nos dois casos cria-se o arquivo novo
          open extend arqTaloes
          if   wk-fs-arqTaloes equal "05"
          or   wk-fs-arqTaloes equal "35" then
              open output arqTaloes
          end-if
          if   wk-fs-arqTaloes not equal "00" then
              display "Erro ao abrir arqTaloes: " wk-fs-arqTaloes
              stop run
          end-if

          initialize fd-talao-linha
          move wk-rifa-id                            to fd-tal-rifa
          move wk-talao                              to fd-tal-talao
          move wk-numero-ini                         to fd-tal-numero-ini
          move wk-numero-fim                         to fd-tal-numero-fim
          move wk-valor-bilhete                      to fd-tal-valor-bilhete
          move space                                 to fd-tal-situacao
          move space                                 to fd-tal-confirmado
          write fd-talao-linha
          close arqTaloes

          add 1                                      to wk-qtd-gravados
          display "Talao " wk-talao " definido: " wk-numero-ini
                  " a " wk-numero-fim

          .
      bab-gravar-talao-z.
          exit.

     *>*****************************************************************
     *>   Entrega um talao da secretaria a um vendedor
     *>*****************************************************************
      bb-entregar-talao section.
      bb-entregar-talao-a.

          display "Numero do talao a entregar: "
          accept wk-talao
          perform bf-carregar-taloes

          if  wk-ind-achado equal 0 then
              display "Talao nao definido nesta rifa."
              exit section
          end-if
          move wk-reg-linha(wk-ind-achado)           to fd-talao-linha
          if  not fd-tal-disponivel then
              display "Talao ja entregue a " fd-tal-vendedor
              exit section
          end-if

          display "Vendedor: "
          accept wk-comprador
          display "Telefone: "
          accept wk-telefone
          if  wk-comprador equal spaces then
              display "Vendedor obrigatorio - entrega cancelada."
              exit section
          end-if

          move wk-comprador                          to fd-tal-vendedor
          move wk-telefone                           to fd-tal-telefone
          move function current-date(1:8)            to fd-tal-data-entrega
          set fd-tal-entregue                        to true
          move fd-talao-linha                        to
               wk-reg-linha(wk-ind-achado)
          perform bg-regravar-taloes

          add 1                                      to wk-qtd-gravados
          display "Talao " wk-talao " (" fd-tal-numero-ini " a "
                  fd-tal-numero-fim ") entregue a " fd-tal-vendedor

          .
      bb-entregar-talao-z.
          exit.

     *>*****************************************************************
     *>   Devolucao do talao - canhoto a canhoto e o dinheiro
     *>   entregue contra o esperado
     *>*****************************************************************
      bc-receber-talao section.
      bc-receber-talao-a.

          display "Numero do talao devolvido: "
          accept wk-talao
          perform bf-carregar-taloes

          if  wk-ind-achado equal 0 then
              display "Talao nao definido nesta rifa."
              exit section
          end-if
          move wk-reg-linha(wk-ind-achado)           to fd-talao-linha
          if  not fd-tal-entregue then
              display "Talao nao esta com vendedor."
              exit section
          end-if

          display "Talao " wk-talao " - " fd-tal-vendedor
          perform bh-carregar-vendas

          move 0                                     to wk-qtd-vendidos
          move 0                                     to wk-qtd-nao-vendidos
          move 0                                     to wk-qtd-faltantes
          move 0                                     to wk-qtd-ja-registrados
          move 0                                     to wk-qtd-novos-vendidos

          perform varying wk-numero from fd-tal-numero-ini by 1
                    until wk-numero > fd-tal-numero-fim
              perform bca-conferir-canhoto
          end-perform

     *>   o esperado e so o dos canhotos vendidos agora - bilhete ja
     *>   registrado em vendas_rifa segue o pagamento de la
          compute wk-valor-esperado =
              wk-qtd-novos-vendidos * fd-tal-valor-bilhete
          move wk-valor-esperado                     to wk-valor-edit
          display "Valor esperado : " wk-valor-edit
          display "Valor entregue pelo vendedor: "
          accept wk-valor-entregue
          compute wk-valor-diferenca =
              wk-valor-entregue - wk-valor-esperado

          move function current-date(1:8)            to fd-tal-data-devolucao
          set fd-tal-devolvido                       to true
          move wk-qtd-vendidos                       to fd-tal-qtd-vendidos
          move wk-qtd-nao-vendidos                   to fd-tal-qtd-nao-vendidos
          move wk-qtd-faltantes                      to fd-tal-qtd-faltantes
          move wk-valor-esperado                     to fd-tal-valor-esperado
          move wk-valor-entregue                     to fd-tal-valor-entregue
          move fd-talao-linha                        to
               wk-reg-linha(wk-ind-achado)
          perform bg-regravar-taloes

          add 1                                      to wk-qtd-gravados
          display "Conferencia do talao " wk-talao
          display "  Vendidos     : " wk-qtd-vendidos
                  " (ja registrados: " wk-qtd-ja-registrados ")"
          display "  Nao vendidos : " wk-qtd-nao-vendidos
          display "  Faltando     : " wk-qtd-faltantes
          move wk-valor-diferenca                    to wk-diferenca-edit
          if  wk-valor-diferenca equal 0 then
              display "  Caixa conferido."
          else
              display "  Diferenca de caixa: " wk-diferenca-edit
          end-if

          .
      bc-receber-talao-z.
          exit.

     *>*****************************************************************
     *>   Um canhoto da devolucao - vendido entra nas vendas como pago
     *>*****************************************************************
      bca-conferir-canhoto section.
      bca-conferir-canhoto-a.

          if  wk-num-comprador(wk-numero) not equal spaces then
              display "Bilhete " wk-numero " ja registrado - "
                      wk-num-comprador(wk-numero)
              add 1                                  to wk-qtd-vendidos
              add 1                                  to wk-qtd-ja-registrados
              exit section
          end-if

          move space                                 to wk-canhoto
          perform until wk-canhoto-vendido
                     or wk-canhoto-nao-vendido
                     or wk-canhoto-faltando
              display "Bilhete " wk-numero
                      " - (V)endido, (N)ao vendido ou (F)altando: "
              accept wk-canhoto
          end-perform

          evaluate true
              when wk-canhoto-vendido
                  display "Comprador: "
                  accept wk-comprador
                  display "Telefone : "
                  accept wk-telefone
                  perform bcb-gravar-venda
                  add 1                              to wk-qtd-vendidos
                  add 1                              to wk-qtd-novos-vendidos
              when wk-canhoto-nao-vendido
                  add 1                              to wk-qtd-nao-vendidos
              when other
                  add 1                              to wk-qtd-faltantes
          end-evaluate

          .
      bca-conferir-canhoto-z.
          exit.

     *>*****************************************************************
     *>   Grava a venda de um canhoto devolvido - o dinheiro veio
     *>   com o talao, entra como pago
     *>*****************************************************************
      bcb-gravar-venda section.
      bcb-gravar-venda-a.

          open extend arqVendas
          if   wk-fs-arqVendas equal "05"
          or   wk-fs-arqVendas equal "35" then
              open output arqVendas
          end-if
          if   wk-fs-arqVendas not equal "00" then
              display "Erro ao abrir arqVendas: " wk-fs-arqVendas
              stop run
          end-if

          move wk-rifa-id                            to fd-venda-rifa
          move wk-numero                             to fd-venda-numero
          move wk-comprador                          to fd-venda-comprador
          move wk-telefone                           to fd-venda-telefone
          move "P"                                   to fd-venda-status
          move function current-date(1:8)            to fd-venda-data-reserva
          write fd-venda-linha
          close arqVendas

          move wk-comprador                          to
               wk-num-comprador(wk-numero)

          .
      bcb-gravar-venda-z.
          exit.

     *>*****************************************************************
     *>   Confirma as vendas de um talao ainda com o vendedor - o
     *>   vendedor prestou contas por fora e as vendas ja lancadas
     *>   na faixa passam a concorrer no sorteio
     *>*****************************************************************
      bd-confirmar-talao section.
      bd-confirmar-talao-a.

          display "Numero do talao a confirmar: "
          accept wk-talao
          perform bf-carregar-taloes

          if  wk-ind-achado equal 0 then
              display "Talao nao definido nesta rifa."
              exit section
          end-if
          move wk-reg-linha(wk-ind-achado)           to fd-talao-linha
          if  not fd-tal-entregue then
              display "So talao com vendedor precisa de confirmacao."
              exit section
          end-if
          if  fd-tal-vendas-confirmadas then
              display "Vendas do talao ja confirmadas."
              exit section
          end-if

          perform bh-carregar-vendas
          move 0                                     to wk-qtd-ja-registrados
          perform varying wk-numero from fd-tal-numero-ini by 1
                    until wk-numero > fd-tal-numero-fim
              if  wk-num-comprador(wk-numero) not equal spaces then
                  add 1                              to wk-qtd-ja-registrados
              end-if
          end-perform

          display "Talao " wk-talao " com " fd-tal-vendedor
                  " desde " fd-tal-data-entrega
          display "Vendas lancadas na faixa: " wk-qtd-ja-registrados
          display "Confirmar para o sorteio (S/N)? "
          accept wk-resposta
          if  not wk-confirmou then
              display "Confirmacao cancelada."
              exit section
          end-if

          set fd-tal-vendas-confirmadas              to true
          move fd-talao-linha                        to
               wk-reg-linha(wk-ind-achado)
          perform bg-regravar-taloes

          add 1                                      to wk-qtd-gravados
          display "Vendas do talao " wk-talao " confirmadas."

          .
      bd-confirmar-talao-z.
          exit.

     *>*****************************************************************
     *>   Lista os taloes da rifa com a situacao de cada um
     *>*****************************************************************
      be-listar-taloes section.
      be-listar-taloes-a.

          move 0                                     to wk-qtd-taloes-rifa

          open input arqTaloes
          if   wk-fs-arqTaloes not equal "00" then
              display "Nenhum talao definido."
          else
              move space                             to wk-fim-loop
              perform until wk-loop-terminado
                  read arqTaloes
                  if   wk-fs-arqTaloes not equal "00" then
                      move "F"                       to wk-fim-loop
                  else
                      if  fd-tal-rifa equal wk-rifa-id then
                          add 1                      to wk-qtd-taloes-rifa
                          evaluate true
                              when fd-tal-disponivel
                                  display "Talao " fd-tal-talao " "
                                          fd-tal-numero-ini " a "
                                          fd-tal-numero-fim
                                          " NA SECRETARIA"
                              when fd-tal-entregue
                                  display "Talao " fd-tal-talao " "
                                          fd-tal-numero-ini " a "
                                          fd-tal-numero-fim " COM "
                                          fd-tal-vendedor " desde "
                                          fd-tal-data-entrega
                                  if  fd-tal-vendas-confirmadas then
                                      display "    vendas confirmadas"
                                  end-if
                              when other
                                  display "Talao " fd-tal-talao " "
                                          fd-tal-numero-ini " a "
                                          fd-tal-numero-fim
                                          " DEVOLVIDO em "
                                          fd-tal-data-devolucao
                                          " por " fd-tal-vendedor
                                  display "    vendidos "
                                          fd-tal-qtd-vendidos
                                          " nao vendidos "
                                          fd-tal-qtd-nao-vendidos
                                          " faltando "
                                          fd-tal-qtd-faltantes
                          end-evaluate
                      end-if
                  end-if
              end-perform
              close arqTaloes

              display "Taloes da rifa " wk-rifa-id
                      ": " wk-qtd-taloes-rifa
          end-if

          .
      be-listar-taloes-z.
          exit.

     *>*****************************************************************
     *>   Carrega o arquivo de taloes em memoria e localiza o talao
     *>   pedido da rifa (wk-ind-achado zero quando nao existe)
     *>*****************************************************************
      bf-carregar-taloes section.
      bf-carregar-taloes-a.

          move 0                                     to wk-qtd-regs
          move 0                                     to wk-ind-achado

          open input arqTaloes
          if   wk-fs-arqTaloes equal "00" then
              move space                             to wk-fim-loop
              perform until wk-loop-terminado
                  read arqTaloes
                  if   wk-fs-arqTaloes not equal "00" then
                      move "F"                       to wk-fim-loop
                  else
     *>               o arquivo inteiro volta da tabela - estourar
     *>               a tabela perderia taloes em silencio, melhor
     *>               recusar com o arquivo intacto
                      if  wk-qtd-regs equal 2000 then
                          display "Erro: arqTaloes acima de 2000"
                                  " linhas - operacao recusada"
                          stop run
                      end-if
                      add 1                          to wk-qtd-regs
                      move fd-talao-linha            to
                           wk-reg-linha(wk-qtd-regs)
                      if  fd-tal-rifa equal wk-rifa-id
                      and fd-tal-talao equal wk-talao then
                          move wk-qtd-regs           to wk-ind-achado
                      end-if
                  end-if
              end-perform
              close arqTaloes
          end-if

          .
      bf-carregar-taloes-z.
          exit.

     *>*****************************************************************
     *>   Regrava o arquivo de taloes a partir da tabela
     *>*****************************************************************
      bg-regravar-taloes section.
      bg-regravar-taloes-a.

          open output arqTaloes
          if   wk-fs-arqTaloes not equal "00" then
              display "Erro ao regravar arqTaloes: " wk-fs-arqTaloes
              stop run
          end-if

          perform varying wk-ind-reg from 1 by 1
                    until wk-ind-reg > wk-qtd-regs
              move wk-reg-linha(wk-ind-reg)          to fd-talao-linha
              write fd-talao-linha
          end-perform
          close arqTaloes

          .
      bg-regravar-taloes-z.
          exit.

     *>*****************************************************************
     *>   Carrega os compradores ja registrados na rifa, por numero
     *>*****************************************************************
      bh-carregar-vendas section.
      bh-carregar-vendas-a.

          initialize wk-tab-numeros

          open input arqVendas
          if   wk-fs-arqVendas equal "00" then
              move space                             to wk-fim-loop
              perform until wk-loop-terminado
                  read arqVendas
                  if   wk-fs-arqVendas not equal "00" then
                      move "F"                       to wk-fim-loop
                  else
                      if  fd-venda-rifa equal wk-rifa-id
                      and fd-venda-numero > 0 then
                          move fd-venda-comprador    to
                               wk-num-comprador(fd-venda-numero)
     *>                   comprador em branco ainda conta como vendido
                          if  fd-venda-comprador equal spaces then
                              move "(sem nome)"      to
                                   wk-num-comprador(fd-venda-numero)
                          end-if
                      end-if
                  end-if
              end-perform
              close arqVendas
          end-if

          .
      bh-carregar-vendas-z.
          exit.

     *>*****************************************************************
     *>   Procedimentos de finalização
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          if  not wk-opcao-listar then
              display "Taloes atualizados nesta sessao: "
                      wk-qtd-gravados
          end-if

          stop run.
          .
      z-finaliza-z.
          exit.
