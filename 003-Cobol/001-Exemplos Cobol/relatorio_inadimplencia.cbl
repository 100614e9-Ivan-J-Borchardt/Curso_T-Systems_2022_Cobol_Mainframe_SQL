      *>                      por serie/turma e o total devido de cada
      *>                      secao em arqInadimplencia.txt - no molde
      *>                      de relatorio_faltas.cbl.
      *>   15/10/2026 - IJB - Cada cobranca em aberto sai com
      *>                      vencimento, principal, multa, juros e
      *>                      total devido na data da emissao, pela
      *>                      regra de calcula_encargos.cbl; os totais
      *>                      da secao e o geral trazem as quatro
      *>                      colunas. Linha do relatorio alargada para
      *>                      132 posicoes.
      *>   15/10/2026 - IJB - Cobrancas renegociadas (situacao R) nao
      *>                      entram mais na lista - a divida esta no
      *>                      acordo de parcelamento (acordos.cbl). Ao
      *>                      final sai a secao ACORDOS ROMPIDOS: todo
      *>                      acordo ativo com parcela em aberto vencida
      *>                      ate a data da emissao, com as parcelas
      *>                      vencidas e o saldo em aberto do acordo.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           organization is line sequential
           file status is wk-fs-arqOrdenado.

           select arqAcordos assign to "arqAcordosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-acd-numero
           alternate record key is fd-acd-matricula with duplicates
           file status is wk-fs-arqAcordos.

           select arqParcelas assign to "arqAcordoParcelasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-apa-chave
           file status is wk-fs-arqParcelas.

           select arqRelatorio assign to "arqInadimplencia.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.
               88  fd-mens-aberta                   value "A".
               88  fd-mens-paga                     value "P".
               88  fd-mens-isenta                   value "I".
               88  fd-mens-renegociada              value "R".
           05  fd-mens-data-pagamento               pic  9(08).
           05  fd-mens-operador-pgto                pic  x(15).
           05  fd-mens-data-geracao                 pic  x(14).
           05  fd-mens-vencimento                   pic  9(08).
           05  fd-mens-multa                        pic  9(04)v99.
           05  fd-mens-juros                        pic  9(04)v99.
           05  fd-mens-valor-pago                   pic  9(05)v99.
           05  fd-mens-acordo                       pic  9(06).
           05  fd-mens-desconto-origem              pic  x(01).
               88  fd-mens-desconto-bolsa           value "B".
               88  fd-mens-desconto-irmaos          value "I".
               88  fd-mens-desconto-combinado       value "C".
           05  fd-mens-bolsa-pct                    pic  9(03).
           05  fd-mens-irmaos-pct                   pic  9(03).
           05  fd-mens-ordem-irmao                  pic  9(02).
           05  fd-mens-reserva                      pic  x(25).

       fd arqAlunos.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqTrabalho.
       01  fd-trabalho-linha.
           05  fd-trab-competencia                  pic  9(06).
           05  fd-trab-responsavel                  pic  x(15).
           05  fd-trab-valor                        pic  9(04)v99.
           05  fd-trab-vencimento                   pic  9(08).
           05  fd-trab-multa                        pic  9(04)v99.
           05  fd-trab-juros                        pic  9(04)v99.
           05  fd-trab-total                        pic  9(05)v99.

       sd sortInadimpl.
       01  sd-inad.
           05  sd-inad-competencia                  pic  9(06).
           05  sd-inad-responsavel                  pic  x(15).
           05  sd-inad-valor                        pic  9(04)v99.
           05  sd-inad-vencimento                   pic  9(08).
           05  sd-inad-multa                        pic  9(04)v99.
           05  sd-inad-juros                        pic  9(04)v99.
           05  sd-inad-total                        pic  9(05)v99.

       fd arqOrdenado.
       01  fd-ordenado-linha.
           05  fd-ord-competencia                   pic  9(06).
           05  fd-ord-responsavel                   pic  x(15).
           05  fd-ord-valor                         pic  9(04)v99.
           05  fd-ord-vencimento                    pic  9(08).
           05  fd-ord-multa                         pic  9(04)v99.
           05  fd-ord-juros                         pic  9(04)v99.
           05  fd-ord-total                         pic  9(05)v99.

       fd arqAcordos.
       01  fd-acordo.
           05  fd-acd-numero                        pic  9(06).
           05  fd-acd-matricula                     pic  9(07).
           05  fd-acd-cpf                           pic  x(12).
           05  fd-acd-responsavel                   pic  x(15).
           05  fd-acd-data                          pic  9(08).
           05  fd-acd-qtd-cobrancas                 pic  9(02).
           05  fd-acd-principal                     pic  9(06)v99.
           05  fd-acd-encargos                      pic  9(06)v99.
           05  fd-acd-total                         pic  9(06)v99.
           05  fd-acd-qtd-parcelas                  pic  9(02).
           05  fd-acd-status                        pic  x(01).
               88  fd-acd-ativo                     value "A".
               88  fd-acd-quitado                   value "Q".
           05  fd-acd-operador                      pic  x(15).
           05  fd-acd-data-registro                 pic  x(14).

       fd arqParcelas.
       01  fd-parcela.
           05  fd-apa-chave.
               10  fd-apa-acordo                    pic  9(06).
               10  fd-apa-numero                    pic  9(02).
           05  fd-apa-vencimento                    pic  9(08).
           05  fd-apa-valor                         pic  9(06)v99.
           05  fd-apa-status                        pic  x(01).
               88  fd-apa-aberta                    value "A".
               88  fd-apa-paga                      value "P".
           05  fd-apa-data-pagamento                pic  9(08).
           05  fd-apa-valor-pago                    pic  9(06)v99.
           05  fd-apa-operador                      pic  x(15).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(132).

      *>----Variaveis de trabalho
       working-storage section.
       77  wk-ss-sortInadimpl                       pic x(02).
       77  wk-fs-arqOrdenado                        pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).
       77  wk-fs-arqAcordos                         pic x(02).
       77  wk-fs-arqParcelas                        pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-par                          pic x(01).
           88 wk-loop-par-terminado                 value "F".

      *>   Acordos rompidos: parcelas vencidas e saldo em aberto
       77  wk-qtd-rompidos                          pic 9(06) value 0.
       77  wk-par-vencidas                          pic 9(02) value 0.
       77  wk-saldo-acordo                          pic 9(06)v99 value 0.
       77  wk-saldo-rompidos                        pic 9(08)v99 value 0.

      *>   Competencia de referencia (AAAAMM) via parametro MMAAAA
       01  wk-linha-comando.

       77  wk-qtd-cobrancas                         pic 9(06) value 0.
       77  wk-total-geral                           pic 9(08)v99 value 0.
       77  wk-multa-geral                           pic 9(08)v99 value 0.
       77  wk-juros-geral                           pic 9(08)v99 value 0.
       77  wk-devido-geral                          pic 9(08)v99 value 0.

      *>   Data base dos encargos: a data da emissao do relatorio
       77  wk-data-base                             pic 9(08) value 0.

      *>   Parametros da subrotina calcula_encargos
       77  wk-enc-operacao                          pic x(01).
       01  wk-enc-encargos.
           05  wk-enc-competencia                   pic 9(06).
           05  wk-enc-principal                     pic 9(04)v99.
           05  wk-enc-vencimento                    pic 9(08).
           05  wk-enc-data-base                     pic 9(08).
           05  wk-enc-dias-atraso                   pic 9(05).
           05  wk-enc-multa                         pic 9(04)v99.
           05  wk-enc-juros                         pic 9(04)v99.
           05  wk-enc-total                         pic 9(05)v99.
       01  wk-enc-parametros.
           05  wk-enc-multa-pct                     pic 9(02)v99.
           05  wk-enc-juros-mes-pct                 pic 9(02)v99.
           05  wk-enc-carencia-dias                 pic 9(02).
           05  wk-enc-dia-vencimento                pic 9(02).
       77  wk-enc-retorno                           pic 9(01).

      *>   Quebra por serie/turma na impressao
       77  wk-serie-atual                           pic 9(02).
       77  wk-turma-atual                           pic x(01).
       77  wk-primeira-quebra                       pic x(01).
       77  wk-total-secao                           pic 9(06)v99 value 0.
       77  wk-multa-secao                           pic 9(06)v99 value 0.
       77  wk-juros-secao                           pic 9(06)v99 value 0.
       77  wk-devido-secao                          pic 9(06)v99 value 0.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(38)
                  value "Inadimplencia de Mensalidades ate ".
           05 wk-tit-competencia                    pic 9(06).
           05 filler                                pic x(27)
                  value " - encargos calculados em ".
           05 wk-tit-data-base                      pic 9(08).
           05 filler                                pic x(53) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(08) value "Serie: ".
           05 wk-cab-serie                          pic 9(02).
           05 filler                                pic x(09) value "  Turma: ".
           05 wk-cab-turma                          pic x(01).
           05 filler                                pic x(112) value space.

       01  wk-linha-colunas.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(10) value "Aluno".
           05 filler                                pic x(10) value " Matric.".
           05 filler                                pic x(07) value "Compet".
           05 filler                                pic x(09) value "Vencto".
           05 filler                                pic x(12) value "   Principal".
           05 filler                                pic x(10) value "     Multa".
           05 filler                                pic x(10) value "     Juros".
           05 filler                                pic x(11) value "      Total".
           05 filler                                pic x(13) value "  Responsavel".
           05 filler                                pic x(36) value space.

       01  wk-linha-detalhe.
           05 filler                                pic x(04) value space.
           05 wk-det-nome                           pic x(10).
           05 filler                                pic x(02) value " M".
           05 wk-det-matricula                      pic 9(07).
           05 filler                                pic x(01) value space.
           05 wk-det-competencia                    pic 9(06).
           05 filler                                pic x(01) value space.
           05 wk-det-vencimento                     pic 9(08).
           05 filler                                pic x(04) value space.
           05 wk-det-valor                          pic z.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-det-multa                          pic z.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-det-juros                          pic z.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-det-total                          pic zz.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-det-responsavel                    pic x(15).
           05 filler                                pic x(33) value space.

       01  wk-linha-subtotal.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(26)
                  value "Total da secao - princ R$ ".
           05 wk-sub-valor                          pic zzz.zz9,99.
           05 filler                                pic x(10) value " multa R$ ".
           05 wk-sub-multa                          pic zzz.zz9,99.
           05 filler                                pic x(10) value " juros R$ ".
           05 wk-sub-juros                          pic zzz.zz9,99.
           05 filler                                pic x(11) value " devido R$ ".
           05 wk-sub-devido                         pic z.zzz.zz9,99.
           05 filler                                pic x(29) value space.

       01  wk-linha-total-geral.
           05 filler                                pic x(23)
                  value "Total geral - princ R$ ".
           05 wk-tot-valor                          pic zz.zzz.zz9,99.
           05 filler                                pic x(10) value " multa R$ ".
           05 wk-tot-multa                          pic zz.zzz.zz9,99.
           05 filler                                pic x(10) value " juros R$ ".
           05 wk-tot-juros                          pic zz.zzz.zz9,99.
           05 filler                                pic x(11) value " devido R$ ".
           05 wk-tot-devido                         pic zz.zzz.zz9,99.
           05 filler                                pic x(26) value space.

       01  wk-linha-tit-rompidos.
           05 filler                                pic x(40)
                  value "ACORDOS ROMPIDOS - parcela vencida ate ".
           05 wk-rom-tit-data                       pic 9(08).
           05 filler                                pic x(84) value space.

       01  wk-linha-col-rompidos.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(08) value "Acordo".
           05 filler                                pic x(10) value "Matric.".
           05 filler                                pic x(09) value "Data".
           05 filler                                pic x(16) value "Responsavel".
           05 filler                                pic x(12) value "   Parcelas".
           05 filler                                pic x(10) value " Vencidas".
           05 filler                                pic x(13) value "        Saldo".
           05 filler                                pic x(50) value space.

       01  wk-linha-det-rompido.
           05 filler                                pic x(04) value space.
           05 wk-rom-numero                         pic 9(06).
           05 filler                                pic x(02) value space.
           05 wk-rom-matricula                      pic 9(07).
           05 filler                                pic x(03) value space.
           05 wk-rom-data                           pic 9(08).
           05 filler                                pic x(01) value space.
           05 wk-rom-responsavel                    pic x(15).
           05 filler                                pic x(10) value space.
           05 wk-rom-parcelas                       pic z9.
           05 filler                                pic x(08) value space.
           05 wk-rom-vencidas                       pic z9.
           05 filler                                pic x(03) value space.
           05 wk-rom-saldo                          pic zzz.zz9,99.
           05 filler                                pic x(51) value space.

       01  wk-linha-tot-rompidos.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(18)
                  value "Acordos rompidos: ".
           05 wk-rom-qtd                            pic zzzzz9.
           05 filler                                pic x(13) value " - saldo R$ ".
           05 wk-rom-saldo-total                    pic zz.zzz.zz9,99.
           05 filler                                pic x(78) value space.

      *>Declaração do corpo do programa
       procedure division.
           perform b-apurar.
           perform c-ordenar.
           perform d-imprimir.
           perform e-acordos-rompidos.
           perform z-finaliza.

      *>*****************************************************************
           else
               move function current-date(1:6)       to      wk-competencia-ref
           end-if
           move function current-date(1:8)              to      wk-data-base

           open input arqMensalidades
           if   wk-fs-arqMensalidades not equal "00" then
           move fd-mens-competencia                     to      fd-trab-competencia
           move fd-mens-responsavel                     to      fd-trab-responsavel
           move fd-mens-valor                           to      fd-trab-valor
           move fd-mens-vencimento                      to      fd-trab-vencimento

      *>    encargos do atraso na data da emissao
           move "C"                                     to      wk-enc-operacao
           move fd-mens-competencia                     to      wk-enc-competencia
           move fd-mens-valor                           to      wk-enc-principal
           move fd-mens-vencimento                      to      wk-enc-vencimento
           move wk-data-base                            to      wk-enc-data-base
           call "calcula_encargos" using wk-enc-operacao
                                         wk-enc-encargos
                                         wk-enc-parametros
                                         wk-enc-retorno
           move wk-enc-multa                            to      fd-trab-multa
           move wk-enc-juros                            to      fd-trab-juros
           move wk-enc-total                            to      fd-trab-total

           write fd-trabalho-linha
           if   wk-fs-arqTrabalho not equal "00" then

           add 1                                        to      wk-qtd-cobrancas
           add fd-mens-valor                            to      wk-total-geral
           add wk-enc-multa                             to      wk-multa-geral
           add wk-enc-juros                             to      wk-juros-geral
           add wk-enc-total                             to      wk-devido-geral

           .
       ba-gravar-trabalho-z.
           end-if

           move wk-competencia-ref                      to      wk-tit-competencia
           move wk-data-base                            to      wk-tit-data-base
           write fd-relatorio-linha from wk-linha-titulo
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
                       move fd-ord-serie                to      wk-serie-atual
                       move fd-ord-turma                to      wk-turma-atual
                       move 0                           to      wk-total-secao
                       move 0                           to      wk-multa-secao
                       move 0                           to      wk-juros-secao
                       move 0                           to      wk-devido-secao
                       move fd-ord-serie                to      wk-cab-serie
                       move fd-ord-turma                to      wk-cab-turma
                       write fd-relatorio-linha from wk-linha-cabecalho
                       write fd-relatorio-linha from wk-linha-colunas
                   end-if

                   move fd-ord-nome                     to      wk-det-nome
                   move fd-ord-matricula                to      wk-det-matricula
                   move fd-ord-competencia              to      wk-det-competencia
                   move fd-ord-valor                    to      wk-det-valor
                   move fd-ord-vencimento               to      wk-det-vencimento
                   move fd-ord-multa                    to      wk-det-multa
                   move fd-ord-juros                    to      wk-det-juros
                   move fd-ord-total                    to      wk-det-total
                   move fd-ord-responsavel              to      wk-det-responsavel
                   write fd-relatorio-linha from wk-linha-detalhe

                   add fd-ord-valor                     to      wk-total-secao
                   add fd-ord-multa                     to      wk-multa-secao
                   add fd-ord-juros                     to      wk-juros-secao
                   add fd-ord-total                     to      wk-devido-secao
               end-if

           end-perform
           end-if

           move wk-total-geral                          to      wk-tot-valor
           move wk-multa-geral                          to      wk-tot-multa
           move wk-juros-geral                          to      wk-tot-juros
           move wk-devido-geral                         to      wk-tot-devido
           write fd-relatorio-linha from wk-linha-total-geral

           close arqOrdenado
       d-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Secao de acordos rompidos - acordo ativo com parcela em
      *>   aberto vencida ate a data da emissao; sem arquivo de acordos
      *>   a secao sai vazia
      *>*****************************************************************
       e-acordos-rompidos section.
       e-acordos-rompidos-a.

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-data-base                            to      wk-rom-tit-data
           write fd-relatorio-linha from wk-linha-tit-rompidos
           write fd-relatorio-linha from wk-linha-col-rompidos

           open input arqAcordos
           if   wk-fs-arqAcordos not equal "00"
           and  wk-fs-arqAcordos not equal "35" then
               move "0009"                               to      wk-msn-erro-adress
               move wk-fs-arqAcordos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAcordos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           if   wk-fs-arqAcordos equal "00" then
               perform eb-listar-rompidos
               close arqAcordos
           end-if

           move wk-qtd-rompidos                         to      wk-rom-qtd
           move wk-saldo-rompidos                       to      wk-rom-saldo-total
           write fd-relatorio-linha from wk-linha-tot-rompidos

           .
       e-acordos-rompidos-z.
           exit.

      *>*****************************************************************
      *>   Percorre os acordos e imprime os ativos com parcela vencida
      *>*****************************************************************
       eb-listar-rompidos section.
       eb-listar-rompidos-a.

           open input arqParcelas
           if   wk-fs-arqParcelas not equal "00"
           and  wk-fs-arqParcelas not equal "35" then
               move "0010"                               to      wk-msn-erro-adress
               move wk-fs-arqParcelas                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqParcelas"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqAcordos next record
               if   wk-fs-arqAcordos not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  fd-acd-ativo
                   and wk-fs-arqParcelas equal "00" then
                       perform ea-apurar-acordo
                       if  wk-par-vencidas > 0 then
                           add 1                        to      wk-qtd-rompidos
                           add wk-saldo-acordo          to      wk-saldo-rompidos
                           move fd-acd-numero           to      wk-rom-numero
                           move fd-acd-matricula        to      wk-rom-matricula
                           move fd-acd-data             to      wk-rom-data
                           move fd-acd-responsavel      to      wk-rom-responsavel
                           move fd-acd-qtd-parcelas     to      wk-rom-parcelas
                           move wk-par-vencidas         to      wk-rom-vencidas
                           move wk-saldo-acordo         to      wk-rom-saldo
                           write fd-relatorio-linha from wk-linha-det-rompido
                       end-if
                   end-if
               end-if
           end-perform

           if   wk-fs-arqParcelas equal "00" then
               close arqParcelas
           end-if

           .
       eb-listar-rompidos-z.
           exit.

      *>*****************************************************************
      *>   Parcelas vencidas em aberto e saldo do acordo corrente
      *>*****************************************************************
       ea-apurar-acordo section.
       ea-apurar-acordo-a.

           move 0                                       to      wk-par-vencidas
           move 0                                       to      wk-saldo-acordo

           move fd-acd-numero                           to      fd-apa-acordo
           move 0                                       to      fd-apa-numero
           start arqParcelas key is greater than or equal fd-apa-chave
           if   wk-fs-arqParcelas not equal "00" then
               move "00"                                to      wk-fs-arqParcelas
               exit section
           end-if

           move space                                   to      wk-fim-loop-par
           perform until wk-loop-par-terminado
               read arqParcelas next record
               if   wk-fs-arqParcelas not equal "00"
               or   fd-apa-acordo not equal fd-acd-numero then
                   move "F"                             to      wk-fim-loop-par
               else
                   if  fd-apa-aberta then
                       add fd-apa-valor                 to      wk-saldo-acordo
                       if  fd-apa-vencimento < wk-data-base then
                           add 1                        to      wk-par-vencidas
                       end-if
                   end-if
               end-if
           end-perform
           move "00"                                    to      wk-fs-arqParcelas

           .
       ea-apurar-acordo-z.
           exit.

      *>*****************************************************************
      *>   Quebra de controle - total devido da serie/turma
      *>*****************************************************************
       da-imprimir-subtotal-a.

           move wk-total-secao                          to      wk-sub-valor
           move wk-multa-secao                          to      wk-sub-multa
           move wk-juros-secao                          to      wk-sub-juros
           move wk-devido-secao                         to      wk-sub-devido
           write fd-relatorio-linha from wk-linha-subtotal
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
