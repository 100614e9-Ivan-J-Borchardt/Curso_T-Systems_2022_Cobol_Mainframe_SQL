     *>                      sem modelo, vale um corpo padrao). Rifa
     *>                      sem catalogo segue no sorteio antigo de
     *>                      vencedor unico.
     *>   15/10/2026 - IJB - Taloes com vendedor (taloes_rifa.cbl): o
     *>                      bilhete pago cujo numero cai em talao
     *>                      entregue e ainda nao devolvido fica fora
     *>                      do sorteio, a menos que as vendas do
     *>                      talao tenham sido confirmadas; os retidos
     *>                      aparecem a parte na prestacao de contas.

     *>Divisão para configuração do ambiente
      environment division.
          organization is line sequential
          file status is wk-fs-arqCartas.

          select arqTaloes assign to "arqRifaTaloes.txt"
          organization is line sequential
          file status is wk-fs-arqTaloes.

      i-o-control.

     *>Declaração de variáveis
      fd arqCartas.
      01  fd-carta-linha                             pic  x(80).

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

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-ind-valor                                pic 9(02).
      77  wk-data-carta                               pic x(08).

      77  wk-fs-arqTaloes                             pic x(02).

     *>   Faixas de taloes com vendedor, nao devolvidos e sem as
     *>   vendas confirmadas - bilhete pago nelas nao concorre
      77  wk-qtd-faixas                               pic 9(03) value 0.
      77  wk-ind-faixa                                pic 9(03) value 0.
      01  wk-tab-faixas.
          05  wk-faixa-item occurs 500.
              10  wk-fai-numero-ini                   pic 9(03).
              10  wk-fai-numero-fim                   pic 9(03).
              10  wk-fai-vendedor                     pic x(30).

      77  wk-numero-em-talao                          pic x(01).
          88 wk-em-talao-pendente                     value "S".
      77  wk-vendedor-talao                           pic x(30).

      77  wk-qtd-retidos                              pic 9(03) value 0.
      01  wk-tab-retidos.
          05  wk-retido-item occurs 300.
              10  wk-ret-numero                       pic 9(03).
              10  wk-ret-comprador                    pic x(30).
              10  wk-ret-vendedor                     pic x(30).

      linkage section.

     *>Declaração do corpo do programa

          display "Numero da rifa: "
          accept wk-rifa-id
          perform ad-carregar-taloes
          perform ab-carregar-vendas
          if  wk-qtd-vendidos equal 0 then
              display "Rifa sem bilhetes pagos - sorteio cancelado."
          if  wk-qtd-reservados > 0 then
              display "Reservados fora do sorteio: " wk-qtd-reservados
          end-if
          if  wk-qtd-retidos > 0 then
              display "Pagos em talao nao devolvido, fora do sorteio: "
                      wk-qtd-retidos
          end-if

          perform aa-carregar-premios
          if  wk-qtd-premios > 0 then
                                       wk-res-comprador(wk-qtd-reservados)
                              end-if
                          else
                              perform ae-conferir-talao
                              if  wk-em-talao-pendente then
                                  if  wk-qtd-retidos < 300 then
                                      add 1           to wk-qtd-retidos
                                      move fd-venda-numero to
                                           wk-ret-numero(wk-qtd-retidos)
                                      move fd-venda-comprador to
                                           wk-ret-comprador(wk-qtd-retidos)
                                      move wk-vendedor-talao to
                                           wk-ret-vendedor(wk-qtd-retidos)
                                  end-if
                              else
                                  if  wk-qtd-vendidos < 300 then
                                      add 1           to wk-qtd-vendidos
                                      if  fd-venda-numero
                                          > wk-maior-vendido then
                                          move fd-venda-numero to
                                               wk-maior-vendido
                                      end-if
                                      move fd-venda-numero    to
                                           wk-ven-numero(wk-qtd-vendidos)
                                      move fd-venda-comprador to
                                           wk-ven-comprador(wk-qtd-vendidos)
                                      move fd-venda-telefone  to
                                           wk-ven-telefone(wk-qtd-vendidos)
                                  end-if
                              end-if
                          end-if
                      end-if
                  end-if
      ab-carregar-vendas-z.
          exit.

     *>*****************************************************************
     *>   Carrega as faixas dos taloes da rifa que estao com vendedor,
     *>   sem devolucao e sem confirmacao das vendas
     *>*****************************************************************
      ad-carregar-taloes section.
      ad-carregar-taloes-a.

          move 0                                      to wk-qtd-faixas

          open input arqTaloes
          if   wk-fs-arqTaloes equal "00" then
              move space                              to wk-fim-loop
              perform until wk-loop-terminado
                  read arqTaloes
                  if   wk-fs-arqTaloes not equal "00" then
                      move "F"                        to wk-fim-loop
                  else
                      if  fd-tal-rifa equal wk-rifa-id
                      and fd-tal-entregue
                      and not fd-tal-vendas-confirmadas
                      and wk-qtd-faixas < 500 then
                          add 1                       to wk-qtd-faixas
                          move fd-tal-numero-ini      to
                               wk-fai-numero-ini(wk-qtd-faixas)
                          move fd-tal-numero-fim      to
                               wk-fai-numero-fim(wk-qtd-faixas)
                          move fd-tal-vendedor        to
                               wk-fai-vendedor(wk-qtd-faixas)
                      end-if
                  end-if
              end-perform
              close arqTaloes
          end-if

          .
      ad-carregar-taloes-z.
          exit.

     *>*****************************************************************
     *>   Confere se o numero da venda lida cai em talao pendente
     *>*****************************************************************
      ae-conferir-talao section.
      ae-conferir-talao-a.

          move space                                  to wk-numero-em-talao
          perform varying wk-ind-faixa from 1 by 1
                    until wk-ind-faixa > wk-qtd-faixas
              if  fd-venda-numero >= wk-fai-numero-ini(wk-ind-faixa)
              and fd-venda-numero <= wk-fai-numero-fim(wk-ind-faixa) then
                  set wk-em-talao-pendente            to true
                  move wk-fai-vendedor(wk-ind-faixa)  to wk-vendedor-talao
              end-if
          end-perform

          .
      ae-conferir-talao-z.
          exit.

     *>*****************************************************************
     *>   Confere se o numero sorteado foi vendido nesta rifa
     *>*****************************************************************
              write fd-prestacao-linha
          end-perform

          if  wk-qtd-retidos > 0 then
              move "Bilhetes pagos em talao nao devolvido (fora do sorteio):"
                                                       to fd-prestacao-linha
              write fd-prestacao-linha
              perform varying wk-ind-venda from 1 by 1
                        until wk-ind-venda > wk-qtd-retidos
                  move spaces                          to fd-prestacao-linha
                  string "  " wk-ret-numero(wk-ind-venda)
                         " " wk-ret-comprador(wk-ind-venda)
                         " vend. " wk-ret-vendedor(wk-ind-venda)
                         delimited by size
                    into fd-prestacao-linha
                  end-string
                  write fd-prestacao-linha
              end-perform
          end-if

          move "Numeros sorteados:"                    to fd-prestacao-linha
          write fd-prestacao-linha
          perform varying wk-ind-venda from 1 by 1
