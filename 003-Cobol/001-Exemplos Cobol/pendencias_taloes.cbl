      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "pendencias_taloes".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Pendencias de taloes por vendedor, para
     *>                      rodar antes do sorteio: a rifa vem da
     *>                      linha de comando e a listagem
     *>                      arqRifaPendenciasTaloes.txt traz, vendedor
     *>                      a vendedor, os taloes de taloes_rifa.cbl
     *>                      ainda nao devolvidos (com as vendas ja
     *>                      lancadas na faixa e se foram confirmadas)
     *>                      e os devolvidos com canhoto faltando ou
     *>                      diferenca de caixa, com totais por
     *>                      vendedor e da rifa - inclusive os
     *>                      bilhetes que ficam fora do sorteio.

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

          select arqPendencias assign to "arqRifaPendenciasTaloes.txt"
          organization is line sequential
          file status is wk-fs-arqPendencias.

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

      fd arqPendencias.
      01  fd-pendencia-linha                         pic  x(80).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqTaloes                            pic x(02).
      77  wk-fs-arqVendas                            pic x(02).
      77  wk-fs-arqPendencias                        pic x(02).

      77  wk-fim-loop                                pic x(01).
          88 wk-loop-terminado                       value "F".

      77  wk-parm-comando                            pic x(10).
      77  wk-rifa-id                                 pic 9(03) value 0.
      77  wk-data-hoje                               pic x(08).

     *>   bilhetes lancados em vendas na rifa, pelo numero
      01  wk-tab-numeros.
          05  wk-num-lancado occurs 999              pic x(01).

     *>   taloes com pendencia, ordenados por vendedor
      77  wk-qtd-taloes                              pic 9(03) value 0.
      77  wk-ind-tal                                 pic 9(03) value 0.
      77  wk-ind-troca                               pic 9(03) value 0.
      01  wk-tab-taloes.
          05  wk-tal-item occurs 500.
              10  wk-tal-vendedor                    pic x(30).
              10  wk-tal-talao                       pic 9(03).
              10  wk-tal-linha                       pic x(99).
      01  wk-talao-troca.
          05  wk-tro-vendedor                        pic x(30).
          05  wk-tro-talao                           pic 9(03).
          05  wk-tro-linha                           pic x(99).

      77  wk-numero                                  pic 9(03) value 0.
      77  wk-vendedor-atual                          pic x(30).

     *>   totais por vendedor e da rifa
      77  wk-qtd-lancados                            pic 9(03) value 0.
      77  wk-qtd-aberto                              pic 9(03) value 0.
      77  wk-valor-diferenca                         pic s9(05)v99 value 0.
      77  wk-ven-taloes                              pic 9(03) value 0.
      77  wk-ven-aberto                              pic 9(04) value 0.
      77  wk-ven-diferenca                           pic s9(06)v99 value 0.
      77  wk-tot-taloes                              pic 9(03) value 0.
      77  wk-tot-vendedores                          pic 9(03) value 0.
      77  wk-tot-aberto                              pic 9(04) value 0.
      77  wk-tot-diferenca                           pic s9(06)v99 value 0.
      77  wk-tot-fora-sorteio                        pic 9(04) value 0.
      77  wk-diferenca-edit                          pic -zzz.zz9,99.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - rifa da linha de comando
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.

          accept wk-parm-comando from command-line
          if  wk-parm-comando(1:3) is numeric then
              move wk-parm-comando(1:3)              to wk-rifa-id
          end-if
          if  wk-rifa-id equal 0 then
              display "Informe a rifa na linha de comando (999)."
              goback
          end-if

          move function current-date(1:8)            to wk-data-hoje
          display "Pendencias de taloes - rifa " wk-rifa-id

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Carrega vendas e taloes, ordena por vendedor e lista
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          perform ba-carregar-vendas
          perform bb-carregar-taloes

     *>   ordena por vendedor e talao - poucos taloes por rifa,
     *>   a troca simples resolve
          perform varying wk-ind-tal from 1 by 1
                    until wk-ind-tal >= wk-qtd-taloes
              perform varying wk-ind-troca from 1 by 1
                        until wk-ind-troca > wk-qtd-taloes - wk-ind-tal
                  if  wk-tal-vendedor(wk-ind-troca) >
                      wk-tal-vendedor(wk-ind-troca + 1)
                  or (wk-tal-vendedor(wk-ind-troca) equal
                      wk-tal-vendedor(wk-ind-troca + 1)
                  and wk-tal-talao(wk-ind-troca) >
                      wk-tal-talao(wk-ind-troca + 1)) then
                      move wk-tal-item(wk-ind-troca) to wk-talao-troca
                      move wk-tal-item(wk-ind-troca + 1) to
                           wk-tal-item(wk-ind-troca)
                      move wk-talao-troca            to
                           wk-tal-item(wk-ind-troca + 1)
                  end-if
              end-perform
          end-perform

          open output arqPendencias
          if   wk-fs-arqPendencias not equal "00" then
              display "Erro ao abrir arqPendencias: "
                      wk-fs-arqPendencias
              stop run
          end-if

          move spaces                                to fd-pendencia-linha
          string "Pendencias de taloes - Rifa " wk-rifa-id
                 " - em " wk-data-hoje
                 delimited by size
            into fd-pendencia-linha
          end-string
          write fd-pendencia-linha

          if  wk-qtd-taloes equal 0 then
              move "Nenhum talao pendente."           to fd-pendencia-linha
              write fd-pendencia-linha
          else
              move spaces                            to wk-vendedor-atual
              perform varying wk-ind-tal from 1 by 1
                        until wk-ind-tal > wk-qtd-taloes
                  if  wk-tal-vendedor(wk-ind-tal) not equal
                      wk-vendedor-atual then
                      if  wk-ind-tal > 1 then
                          perform bd-total-vendedor
                      end-if
                      perform bc-cabecalho-vendedor
                  end-if
                  perform be-listar-talao
              end-perform
              perform bd-total-vendedor
          end-if

          perform bf-total-geral

          close arqPendencias

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Marca os numeros da rifa ja lancados em vendas
     *>*****************************************************************
      ba-carregar-vendas section.
      ba-carregar-vendas-a.

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
                          move "S"                   to
                               wk-num-lancado(fd-venda-numero)
                      end-if
                  end-if
              end-perform
              close arqVendas
          end-if

          .
      ba-carregar-vendas-z.
          exit.

     *>*****************************************************************
     *>   Separa os taloes da rifa com pendencia - com o vendedor,
     *>   ou devolvidos com canhoto faltando ou caixa diferente
     *>*****************************************************************
      bb-carregar-taloes section.
      bb-carregar-taloes-a.

          open input arqTaloes
          if   wk-fs-arqTaloes equal "00" then
              move space                             to wk-fim-loop
              perform until wk-loop-terminado
                  read arqTaloes
                  if   wk-fs-arqTaloes not equal "00" then
                      move "F"                       to wk-fim-loop
                  else
                      if  fd-tal-rifa equal wk-rifa-id
                      and (fd-tal-entregue
                       or (fd-tal-devolvido
                      and (fd-tal-qtd-faltantes > 0
                       or  fd-tal-valor-entregue not equal
                           fd-tal-valor-esperado))) then
                          if  wk-qtd-taloes equal 500 then
                              display "Erro: mais de 500 taloes "
                                      "pendentes na rifa"
                              stop run
                          end-if
                          add 1                      to wk-qtd-taloes
                          move fd-tal-vendedor       to
                               wk-tal-vendedor(wk-qtd-taloes)
                          move fd-tal-talao          to
                               wk-tal-talao(wk-qtd-taloes)
                          move fd-talao-linha        to
                               wk-tal-linha(wk-qtd-taloes)
                      end-if
                  end-if
              end-perform
              close arqTaloes
          end-if

          .
      bb-carregar-taloes-z.
          exit.

     *>*****************************************************************
     *>   Abre o grupo de um vendedor
     *>*****************************************************************
      bc-cabecalho-vendedor section.
      bc-cabecalho-vendedor-a.

          move wk-tal-vendedor(wk-ind-tal)           to wk-vendedor-atual
          move wk-tal-linha(wk-ind-tal)              to fd-talao-linha
          move 0                                     to wk-ven-taloes
          move 0                                     to wk-ven-aberto
          move 0                                     to wk-ven-diferenca
          add 1                                      to wk-tot-vendedores

          move spaces                                to fd-pendencia-linha
          write fd-pendencia-linha
          move spaces                                to fd-pendencia-linha
          string "Vendedor: " wk-vendedor-atual
                 " tel " fd-tal-telefone
                 delimited by size
            into fd-pendencia-linha
          end-string
          write fd-pendencia-linha

          .
      bc-cabecalho-vendedor-z.
          exit.

     *>*****************************************************************
     *>   Fecha o grupo do vendedor com os totais dele
     *>*****************************************************************
      bd-total-vendedor section.
      bd-total-vendedor-a.

          move wk-ven-diferenca                      to wk-diferenca-edit
          move spaces                                to fd-pendencia-linha
          string "  Total: taloes " wk-ven-taloes
                 " bilhetes em aberto " wk-ven-aberto
                 " caixa " wk-diferenca-edit
                 delimited by size
            into fd-pendencia-linha
          end-string
          write fd-pendencia-linha

          .
      bd-total-vendedor-z.
          exit.

     *>*****************************************************************
     *>   Uma linha por talao pendente
     *>*****************************************************************
      be-listar-talao section.
      be-listar-talao-a.

          move wk-tal-linha(wk-ind-tal)              to fd-talao-linha
          add 1                                      to wk-ven-taloes
          add 1                                      to wk-tot-taloes

          if  fd-tal-entregue then
     *>       talao inteiro em aberto; as vendas ja lancadas na faixa
     *>       so concorrem se o talao foi confirmado
              move 0                                 to wk-qtd-lancados
              perform varying wk-numero from fd-tal-numero-ini by 1
                        until wk-numero > fd-tal-numero-fim
                  if  wk-num-lancado(wk-numero) equal "S" then
                      add 1                          to wk-qtd-lancados
                  end-if
              end-perform
              compute wk-qtd-aberto =
                  fd-tal-numero-fim - fd-tal-numero-ini + 1
              add wk-qtd-aberto                      to wk-ven-aberto
              add wk-qtd-aberto                      to wk-tot-aberto

              move spaces                            to fd-pendencia-linha
              string "  Talao " fd-tal-talao
                     " " fd-tal-numero-ini " a " fd-tal-numero-fim
                     " entregue " fd-tal-data-entrega
                     " NAO DEVOLVIDO lancados " wk-qtd-lancados
                     delimited by size
                into fd-pendencia-linha
              end-string
              if  fd-tal-vendas-confirmadas then
                  move "CONFIRMADO"                  to
                       fd-pendencia-linha(70:10)
              else
                  add wk-qtd-lancados                to wk-tot-fora-sorteio
              end-if
              write fd-pendencia-linha
          else
              compute wk-valor-diferenca =
                  fd-tal-valor-entregue - fd-tal-valor-esperado
              add fd-tal-qtd-faltantes               to wk-ven-aberto
              add fd-tal-qtd-faltantes               to wk-tot-aberto
              add wk-valor-diferenca                 to wk-ven-diferenca
              add wk-valor-diferenca                 to wk-tot-diferenca
              move wk-valor-diferenca                to wk-diferenca-edit

              move spaces                            to fd-pendencia-linha
              string "  Talao " fd-tal-talao
                     " " fd-tal-numero-ini " a " fd-tal-numero-fim
                     " devolvido " fd-tal-data-devolucao
                     " faltam " fd-tal-qtd-faltantes
                     " caixa " wk-diferenca-edit
                     delimited by size
                into fd-pendencia-linha
              end-string
              write fd-pendencia-linha
          end-if

          .
      be-listar-talao-z.
          exit.

     *>*****************************************************************
     *>   Totais da rifa
     *>*****************************************************************
      bf-total-geral section.
      bf-total-geral-a.

          move spaces                                to fd-pendencia-linha
          write fd-pendencia-linha
          move spaces                                to fd-pendencia-linha
          string "Vendedores com pendencia: " wk-tot-vendedores
                 "  Taloes pendentes: " wk-tot-taloes
                 delimited by size
            into fd-pendencia-linha
          end-string
          write fd-pendencia-linha

          move spaces                                to fd-pendencia-linha
          string "Bilhetes em aberto: " wk-tot-aberto
                 delimited by size
            into fd-pendencia-linha
          end-string
          write fd-pendencia-linha

          move wk-tot-diferenca                      to wk-diferenca-edit
          move spaces                                to fd-pendencia-linha
          string "Diferenca de caixa: " wk-diferenca-edit
                 delimited by size
            into fd-pendencia-linha
          end-string
          write fd-pendencia-linha

          move spaces                                to fd-pendencia-linha
          string "Vendas fora do sorteio (talao nao devolvido): "
                 wk-tot-fora-sorteio
                 delimited by size
            into fd-pendencia-linha
          end-string
          write fd-pendencia-linha

          .
      bf-total-geral-z.
          exit.

     *>*****************************************************************
     *>   Procedimentos de finalização
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          display "Pendencias listadas!"
          display "Taloes pendentes : " wk-tot-taloes
          display "Bilhetes em aberto: " wk-tot-aberto

          goback.
          .
      z-finaliza-z.
          exit.
