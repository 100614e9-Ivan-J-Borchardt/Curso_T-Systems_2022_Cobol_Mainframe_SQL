      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "pagar_comissoes".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Pagamento das comissoes da competencia
     *>                      aprovada na opcao 7 do odbcsql: do valor a
     *>                      pagar de comissao_calculada saem os
     *>                      impostos retidos pelas faixas de
     *>                      comissao_imposto (deducoes gravadas em
     *>                      comissao_deducao), o liquido vai para o
     *>                      arquivo de remessa ao banco
     *>                      arqRemessaComissoes.txt (header "0", um
     *>                      detalhe "1" por agente, trailer "9" com
     *>                      quantidade e valor total), sai um
     *>                      demonstrativo de pagamento por agente em
     *>                      arqHoleriteComissoes.txt e a listagem de
     *>                      controle arqPagamentoComissoes.txt. A
     *>                      competencia fica marcada como paga e nao
     *>                      passa de novo; agente sem conta cadastrada
     *>                      ou rejeitado pelo banco (retorno_comissoes)
     *>                      fica pendente e vai no modo de reenvio (R),
     *>                      em lote novo, depois de corrigida a conta.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqRemessa assign to "arqRemessaComissoes.txt"
          organization is line sequential
          file status is wk-fs-arqRemessa.

          select arqHolerite assign to "arqHoleriteComissoes.txt"
          organization is line sequential
          file status is wk-fs-arqHolerite.

          select arqControle assign to "arqPagamentoComissoes.txt"
          organization is line sequential
          file status is wk-fs-arqControle.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqRemessa.
      01  fd-rem-registro                           pic  x(80).

     *>   Header - lote, data de geracao e competencia
      01  fd-rem-reg-header.
          05  fd-rh-tipo                            pic  x(01).
          05  fd-rh-lote                            pic  9(06).
          05  fd-rh-data-arquivo                    pic  9(08).
          05  fd-rh-competencia                     pic  x(07).
          05  filler                                pic  x(58).

     *>   Detalhe - um credito por agente
      01  fd-rem-reg-detalhe.
          05  fd-rd-tipo                            pic  x(01).
          05  fd-rd-cd-agente                       pic  9(05).
          05  fd-rd-competencia                     pic  x(07).
          05  fd-rd-banco                           pic  x(03).
          05  fd-rd-agencia                         pic  x(05).
          05  fd-rd-conta                           pic  x(12).
          05  fd-rd-valor                           pic  9(11)v99.
          05  fd-rd-lote                            pic  9(06).
          05  filler                                pic  x(28).

     *>   Trailer - totais de controle do lote
      01  fd-rem-reg-trailer.
          05  fd-rt-tipo                            pic  x(01).
          05  fd-rt-qtd-detalhes                    pic  9(06).
          05  fd-rt-valor-total                     pic  9(13)v99.
          05  fd-rt-lote                            pic  9(06).
          05  filler                                pic  x(52).

      fd arqHolerite.
      01  fd-holerite-linha                         pic  x(100).

      fd arqControle.
      01  fd-controle-linha                         pic  x(100).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqRemessa                          pic x(02).
      77  wk-fs-arqHolerite                         pic x(02).
      77  wk-fs-arqControle                         pic x(02).

      77  wk-competencia                            pic x(07).
      77  wk-modo                                   pic x(01).
          88 wk-modo-normal                         value "N".
          88 wk-modo-reenvio                        value "R".

     *>   impostos da tabela, carregados uma vez
      77  wk-qtd-impostos                           pic 9(02) value 0.
      77  wk-ind-imp                                pic 9(02) value 0.
      01  wk-tab-impostos.
          05  wk-imp-item occurs 20.
              10  wk-imp-cd                         pic x(10).
              10  wk-imp-ds                         pic x(30).

      77  wk-vl-imposto                             pic s9(09)v99 value 0.
      77  wk-vl-tot-imposto                         pic 9(09)v99 value 0.
      77  wk-vl-liquido                             pic s9(09)v99 value 0.

      77  wk-qtd-remetidos                          pic 9(06) value 0.
      77  wk-qtd-pendentes                          pic 9(06) value 0.
      77  wk-tot-bruto                              pic 9(13)v99 value 0.
      77  wk-tot-imposto                            pic 9(13)v99 value 0.
      77  wk-tot-liquido                            pic 9(13)v99 value 0.

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-competencia   pic x(7).
      01  wk-db-situacao-cmp  pic x(01).
      01  wk-db-st-busca      pic x(01).
      01  wk-db-nr-lote       pic 9(06).
      01  wk-db-dt-pagamento  pic x(14).
      01  wk-db-cd-agente     pic 9(5).
      01  wk-db-nm-agente     pic x(50).
      01  wk-db-id-agencia    pic x(20).
      01  wk-db-cd-banco      pic x(03).
      01  wk-db-nr-ag-banco   pic x(05).
      01  wk-db-nr-conta      pic x(12).
      01  wk-db-vl-comissao   pic 9(09)v99.
      01  wk-db-vl-override   pic 9(09)v99.
      01  wk-db-vl-estorno    pic 9(09)v99.
      01  wk-db-vl-saldo-ant  pic 9(09)v99.
      01  wk-db-vl-a-pagar    pic 9(09)v99.
      01  wk-db-vl-imposto    pic 9(09)v99.
      01  wk-db-vl-liquido    pic 9(09)v99.
      01  wk-db-st-pagamento  pic x(01).
      01  wk-db-ds-rejeicao   pic x(30).
      01  wk-db-imp-cd        pic x(10).
      01  wk-db-imp-ds        pic x(30).
      01  wk-db-imp-pc        pic 9(03)v99.
      01  wk-db-imp-deducao   pic 9(09)v99.
      01  wk-db-imp-valor     pic 9(09)v99.
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      01  wk-linha-separador.
          05 filler                                 pic x(100) value all "=".

      01  wk-linha-titulo.
          05 filler                                 pic x(53) value
             "DEMONSTRATIVO DE PAGAMENTO DE COMISSAO - competencia ".
          05 wk-tit-competencia                     pic x(07).
          05 filler                                 pic x(07) value "  lote ".
          05 wk-tit-lote                            pic 9(06).
          05 filler                                 pic x(27) value space.

      01  wk-linha-agente.
          05 filler                                 pic x(08) value "Agente: ".
          05 wk-age-cd                              pic 9(05).
          05 filler                                 pic x(03) value " - ".
          05 wk-age-nome                            pic x(50).
          05 filler                                 pic x(10) value " agencia ".
          05 wk-age-agencia                         pic x(20).
          05 filler                                 pic x(04) value space.

      01  wk-linha-valor.
          05 filler                                 pic x(02) value space.
          05 wk-val-rotulo                          pic x(40).
          05 wk-val-valor                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(44) value space.

      01  wk-linha-deducao.
          05 filler                                 pic x(04) value space.
          05 wk-ded-cd                              pic x(10).
          05 filler                                 pic x(01) value space.
          05 wk-ded-ds                              pic x(27).
          05 wk-ded-valor                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(02) value space.
          05 wk-ded-pc                              pic zz9,99.
          05 filler                                 pic x(01) value "%".
          05 filler                                 pic x(35) value space.

      01  wk-linha-credito.
          05 filler                                 pic x(18) value "  Credito - banco ".
          05 wk-cre-banco                           pic x(03).
          05 filler                                 pic x(09) value " agencia ".
          05 wk-cre-agencia                         pic x(05).
          05 filler                                 pic x(07) value " conta ".
          05 wk-cre-conta                           pic x(12).
          05 filler                                 pic x(46) value space.

      01  wk-linha-controle.
          05 wk-ctl-cd                              pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-ctl-nome                            pic x(30).
          05 filler                                 pic x(01) value space.
          05 wk-ctl-bruto                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-ctl-imposto                         pic zzz.zzz.zz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-ctl-liquido                         pic zzz.zzz.zz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-ctl-situacao                        pic x(18).

      01  wk-linha-tot-controle.
          05 filler                                 pic x(08) value "Totais: ".
          05 wk-tct-qtd                             pic zzzzz9.
          05 filler                                 pic x(07) value " bruto ".
          05 wk-tct-bruto                           pic z.zzz.zzz.zzz.zz9,99.
          05 filler                                 pic x(07) value " impos ".
          05 wk-tct-imposto                         pic z.zzz.zzz.zzz.zz9,99.
          05 filler                                 pic x(09) value " liquido ".
          05 wk-tct-liquido                         pic z.zzz.zzz.zzz.zz9,99.
          05 filler                                 pic x(03) value space.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - competencia, modo, situacao
     *>   da competencia, impostos e numero do lote
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.

          EXEC SQL
               CONNECT TO "DBExemplo.db"
          END-EXEC
          if sqlcode not = 0
               display "Erro: nao foi possivel conectar ao banco"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          display "Competencia a pagar (AAAA-MM): "
          accept wk-competencia
          move wk-competencia                        to wk-db-competencia
          display "Pagamento (N)ormal ou (R)eenvio dos pendentes: "
          accept wk-modo
          move function upper-case(wk-modo)          to wk-modo
          if  not wk-modo-normal
          and not wk-modo-reenvio
              display "Erro: modo invalido " wk-modo
              stop run
          end-if

          move spaces                                to wk-db-situacao-cmp
          EXEC SQL
              SELECT situacao INTO :wk-db-situacao-cmp
                FROM comissao_competencia
               WHERE competencia = :wk-db-competencia
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100
               display "Erro: ler situacao da competencia"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

     *>   normal so com a competencia aprovada e ainda nao paga;
     *>   reenvio so depois de paga, para os pendentes
          if  wk-modo-normal
              if  wk-db-situacao-cmp equal "P"
                  display "Erro: competencia ja paga " wk-competencia
                  stop run
              end-if
              if  wk-db-situacao-cmp not equal "A"
                  display "Erro: competencia nao aprovada "
                          wk-competencia
                  stop run
              end-if
              move "N"                               to wk-db-st-busca
          else
              if  wk-db-situacao-cmp not equal "P"
                  display "Erro: reenvio so de competencia paga "
                          wk-competencia
                  stop run
              end-if
              move "J"                               to wk-db-st-busca
          end-if

          perform bf-carregar-impostos

          move 0                                     to wk-db-nr-lote
          EXEC SQL
              SELECT COALESCE(MAX(nr_lote), 0) + 1
                INTO :wk-db-nr-lote
                FROM comissao_calculada
          END-EXEC
          if sqlcode not = 0
               display "Erro: numerar lote"
               display sqlcode
               display sqlerrmc
               stop run
          end-if
          move function current-date(1:14)           to wk-db-dt-pagamento

          open output arqRemessa
          if   wk-fs-arqRemessa not equal "00" then
              display "Erro ao abrir arqRemessa " wk-fs-arqRemessa
              stop run
          end-if
          open output arqHolerite
          open output arqControle

          move spaces                                to fd-rem-reg-header
          move "0"                                   to fd-rh-tipo
          move wk-db-nr-lote                         to fd-rh-lote
          move wk-db-dt-pagamento(1:8)               to fd-rh-data-arquivo
          move wk-competencia                        to fd-rh-competencia
          write fd-rem-reg-header

          move spaces                                to fd-controle-linha
          string "Pagamento de comissoes - competencia " wk-competencia
                 " - lote " wk-db-nr-lote
                                   delimited by size
            into fd-controle-linha
          end-string
          if  wk-modo-reenvio
              move "(reenvio de pendentes)"          to fd-controle-linha(60:23)
          end-if
          write fd-controle-linha

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - agentes com valor a pagar na
     *>   competencia (no reenvio, os pendentes), um credito na remessa
     *>   e um demonstrativo por agente
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          EXEC SQL
             DECLARE cursor_pagar CURSOR FOR
                SELECT c.cd_agente, COALESCE(a.nm_agente, ' '),
                       COALESCE(a.id_agencia, ' '),
                       COALESCE(a.cd_banco, ' '),
                       COALESCE(a.nr_agencia_banco, ' '),
                       COALESCE(a.nr_conta, ' '),
                       COALESCE(c.vl_comissao, 0),
                       COALESCE(c.vl_override, 0),
                       COALESCE(c.vl_estorno, 0),
                       COALESCE(c.vl_saldo_anterior, 0),
                       COALESCE(c.vl_a_pagar, 0)
                  FROM comissao_calculada c
                       LEFT JOIN agentes a
                              ON a.cd_agente = c.cd_agente
                 WHERE c.competencia = :wk-db-competencia
                   AND COALESCE(c.vl_a_pagar, 0) > 0
                   AND COALESCE(NULLIF(TRIM(c.st_pagamento), ''), 'N')
                       = :wk-db-st-busca
              ORDER BY a.id_agencia, c.cd_agente
          END-EXEC

          EXEC SQL OPEN cursor_pagar END-EXEC
          if sqlcode not = 0
               display "Erro ao abrir cursor de pagamento"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform until sqlcode not = 0
             EXEC SQL
                FETCH cursor_pagar
                 INTO :wk-db-cd-agente,
                      :wk-db-nm-agente,
                      :wk-db-id-agencia,
                      :wk-db-cd-banco,
                      :wk-db-nr-ag-banco,
                      :wk-db-nr-conta,
                      :wk-db-vl-comissao,
                      :wk-db-vl-override,
                      :wk-db-vl-estorno,
                      :wk-db-vl-saldo-ant,
                      :wk-db-vl-a-pagar
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100
                display "Erro ao buscar cursor de pagamento"
                display sqlcode
                stop run
             end-if

             if sqlcode = 0
                perform ba-pagar-agente
             end-if
          end-perform

          EXEC SQL CLOSE cursor_pagar END-EXEC

          move spaces                                to fd-rem-reg-trailer
          move "9"                                   to fd-rt-tipo
          move wk-qtd-remetidos                      to fd-rt-qtd-detalhes
          move wk-tot-liquido                        to fd-rt-valor-total
          move wk-db-nr-lote                         to fd-rt-lote
          write fd-rem-reg-trailer

          move wk-qtd-remetidos                      to wk-tct-qtd
          move wk-tot-bruto                          to wk-tct-bruto
          move wk-tot-imposto                        to wk-tct-imposto
          move wk-tot-liquido                        to wk-tct-liquido
          move space                                 to fd-controle-linha
          write fd-controle-linha
          write fd-controle-linha from wk-linha-tot-controle
          move spaces                                to fd-controle-linha
          string "Pendentes sem conta bancaria: " wk-qtd-pendentes
                                   delimited by size
            into fd-controle-linha
          end-string
          write fd-controle-linha

     *>   competencia paga nao volta ao pagamento normal
          if  wk-modo-normal
              EXEC SQL
                  update comissao_competencia
                     set situacao     = 'P',
                         nr_lote      = :wk-db-nr-lote,
                         dt_pagamento = :wk-db-dt-pagamento
                   where competencia  = :wk-db-competencia
              END-EXEC
              if sqlcode not = 0
                   display "Erro: marcar competencia paga"
                   display sqlcode
                   display sqlerrmc
                   stop run
              end-if
          end-if

          EXEC SQL
             commit transaction
          END-EXEC
          if sqlcode not = 0
               display "Erro: commit"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Paga um agente - impostos, liquido, remessa e demonstrativo;
     *>   sem conta cadastrada fica pendente para o reenvio
     *>*****************************************************************
      ba-pagar-agente section.
      ba-pagar-agente-a.

          perform bb-calcular-impostos

          compute wk-vl-liquido = wk-db-vl-a-pagar - wk-vl-tot-imposto
          if  wk-vl-liquido < 0
              move 0                                 to wk-vl-liquido
          end-if
          move wk-vl-tot-imposto                     to wk-db-vl-imposto
          move wk-vl-liquido                         to wk-db-vl-liquido

          if  wk-db-cd-banco    equal spaces
          or  wk-db-nr-ag-banco equal spaces
          or  wk-db-nr-conta    equal spaces
              move "J"                               to wk-db-st-pagamento
              move "SEM CONTA BANCARIA"              to wk-db-ds-rejeicao
              move "PENDENTE SEM CONTA"              to wk-ctl-situacao
              add 1                                  to wk-qtd-pendentes
          else
              move "R"                               to wk-db-st-pagamento
              move spaces                            to wk-db-ds-rejeicao
              move "remetido"                        to wk-ctl-situacao
              perform bc-gravar-remessa
              perform bd-imprimir-holerite
              add 1                                  to wk-qtd-remetidos
              add wk-db-vl-a-pagar                   to wk-tot-bruto
              add wk-db-vl-imposto                   to wk-tot-imposto
              add wk-db-vl-liquido                   to wk-tot-liquido
          end-if

          EXEC SQL
              update comissao_calculada
                 set vl_imposto   = :wk-db-vl-imposto,
                     vl_liquido   = :wk-db-vl-liquido,
                     st_pagamento = :wk-db-st-pagamento,
                     nr_lote      = :wk-db-nr-lote,
                     ds_rejeicao  = :wk-db-ds-rejeicao
               where cd_agente    = :wk-db-cd-agente
                 and competencia  = :wk-db-competencia
          END-EXEC
          if sqlcode not = 0
               display "Erro: gravar situacao do pagamento"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          move wk-db-cd-agente                       to wk-ctl-cd
          move wk-db-nm-agente                       to wk-ctl-nome
          move wk-db-vl-a-pagar                      to wk-ctl-bruto
          move wk-db-vl-imposto                      to wk-ctl-imposto
          move wk-db-vl-liquido                      to wk-ctl-liquido
          write fd-controle-linha from wk-linha-controle

          .
      ba-pagar-agente-z.
          exit.

     *>*****************************************************************
     *>   Impostos do agente - em cada imposto vale a faixa de maior
     *>   base minima ate o bruto; aliquota sobre o bruto menos a
     *>   parcela a deduzir. Deducoes regravadas em comissao_deducao
     *>*****************************************************************
      bb-calcular-impostos section.
      bb-calcular-impostos-a.

          move 0                                     to wk-vl-tot-imposto

          EXEC SQL
              delete from comissao_deducao
              where cd_agente   = :wk-db-cd-agente
                and competencia = :wk-db-competencia
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100
               display "Erro: limpar deducoes anteriores"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform varying wk-ind-imp from 1 by 1
                    until wk-ind-imp > wk-qtd-impostos
              move wk-imp-cd(wk-ind-imp)             to wk-db-imp-cd
              move wk-imp-ds(wk-ind-imp)             to wk-db-imp-ds
              move 0                                 to wk-db-imp-pc
              move 0                                 to wk-db-imp-deducao
              EXEC SQL
                  SELECT pc_aliquota, COALESCE(vl_deducao, 0)
                    INTO :wk-db-imp-pc, :wk-db-imp-deducao
                    FROM comissao_imposto
                   WHERE cd_imposto     = :wk-db-imp-cd
                     AND vl_base_minima <= :wk-db-vl-a-pagar
                   ORDER BY vl_base_minima DESC
                   LIMIT 1
              END-EXEC
              if  sqlcode not = 0
              and sqlcode not = 100
                   display "Erro: buscar faixa de imposto"
                   display sqlcode
                   display sqlerrmc
                   stop run
              end-if
              if  sqlcode = 0
                  compute wk-vl-imposto rounded =
                          wk-db-vl-a-pagar * wk-db-imp-pc / 100
                        - wk-db-imp-deducao
                  if  wk-vl-imposto > 0
                      move wk-vl-imposto             to wk-db-imp-valor
                      add wk-vl-imposto              to wk-vl-tot-imposto
                      EXEC SQL
                          insert into comissao_deducao
                              (cd_agente, competencia, cd_imposto,
                               ds_imposto, vl_base, pc_aliquota,
                               vl_imposto) values
                              (:wk-db-cd-agente, :wk-db-competencia,
                               :wk-db-imp-cd, :wk-db-imp-ds,
                               :wk-db-vl-a-pagar, :wk-db-imp-pc,
                               :wk-db-imp-valor)
                      END-EXEC
                      if sqlcode not = 0
                           display "Erro: gravar deducao"
                           display sqlcode
                           display sqlerrmc
                           stop run
                      end-if
                  end-if
              end-if
          end-perform

          .
      bb-calcular-impostos-z.
          exit.

     *>*****************************************************************
     *>   Detalhe da remessa - credito do liquido na conta do agente
     *>*****************************************************************
      bc-gravar-remessa section.
      bc-gravar-remessa-a.

          move spaces                                to fd-rem-reg-detalhe
          move "1"                                   to fd-rd-tipo
          move wk-db-cd-agente                       to fd-rd-cd-agente
          move wk-competencia                        to fd-rd-competencia
          move wk-db-cd-banco                        to fd-rd-banco
          move wk-db-nr-ag-banco                     to fd-rd-agencia
          move wk-db-nr-conta                        to fd-rd-conta
          move wk-db-vl-liquido                      to fd-rd-valor
          move wk-db-nr-lote                         to fd-rd-lote
          write fd-rem-reg-detalhe

          .
      bc-gravar-remessa-z.
          exit.

     *>*****************************************************************
     *>   Demonstrativo de pagamento do agente - composicao do bruto,
     *>   deducoes e liquido
     *>*****************************************************************
      bd-imprimir-holerite section.
      bd-imprimir-holerite-a.

          write fd-holerite-linha from wk-linha-separador
          move wk-competencia                        to wk-tit-competencia
          move wk-db-nr-lote                         to wk-tit-lote
          write fd-holerite-linha from wk-linha-titulo
          move wk-db-cd-agente                       to wk-age-cd
          move wk-db-nm-agente                       to wk-age-nome
          move wk-db-id-agencia                      to wk-age-agencia
          write fd-holerite-linha from wk-linha-agente
          move space                                 to fd-holerite-linha
          write fd-holerite-linha

          move "Comissao do mes"                     to wk-val-rotulo
          move wk-db-vl-comissao                     to wk-val-valor
          write fd-holerite-linha from wk-linha-valor
          if  wk-db-vl-override > 0
              move "Override da equipe"              to wk-val-rotulo
              move wk-db-vl-override                 to wk-val-valor
              write fd-holerite-linha from wk-linha-valor
          end-if
          if  wk-db-vl-estorno > 0
              move "(-) Estornos"                    to wk-val-rotulo
              move wk-db-vl-estorno                  to wk-val-valor
              write fd-holerite-linha from wk-linha-valor
          end-if
          if  wk-db-vl-saldo-ant > 0
              move "(-) Saldo devedor anterior"      to wk-val-rotulo
              move wk-db-vl-saldo-ant                to wk-val-valor
              write fd-holerite-linha from wk-linha-valor
          end-if
          move "Valor bruto"                         to wk-val-rotulo
          move wk-db-vl-a-pagar                      to wk-val-valor
          write fd-holerite-linha from wk-linha-valor

          move spaces                                to fd-holerite-linha
          move "  Deducoes:"                         to fd-holerite-linha
          write fd-holerite-linha
          perform be-imprimir-deducoes
          move "Total de deducoes"                   to wk-val-rotulo
          move wk-db-vl-imposto                      to wk-val-valor
          write fd-holerite-linha from wk-linha-valor

          move "VALOR LIQUIDO"                       to wk-val-rotulo
          move wk-db-vl-liquido                      to wk-val-valor
          write fd-holerite-linha from wk-linha-valor
          move wk-db-cd-banco                        to wk-cre-banco
          move wk-db-nr-ag-banco                     to wk-cre-agencia
          move wk-db-nr-conta                        to wk-cre-conta
          write fd-holerite-linha from wk-linha-credito

          .
      bd-imprimir-holerite-z.
          exit.

     *>*****************************************************************
     *>   Deducoes gravadas para o agente na competencia
     *>*****************************************************************
      be-imprimir-deducoes section.
      be-imprimir-deducoes-a.

          EXEC SQL
             DECLARE cursor_deducao CURSOR FOR
                SELECT cd_imposto, ds_imposto, pc_aliquota, vl_imposto
                  FROM comissao_deducao
                 WHERE cd_agente   = :wk-db-cd-agente
                   AND competencia = :wk-db-competencia
              ORDER BY cd_imposto
          END-EXEC

          EXEC SQL OPEN cursor_deducao END-EXEC
          if sqlcode not = 0
               display "Erro ao abrir cursor de deducoes"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform until sqlcode not = 0
             EXEC SQL
                FETCH cursor_deducao
                 INTO :wk-db-imp-cd,
                      :wk-db-imp-ds,
                      :wk-db-imp-pc,
                      :wk-db-imp-valor
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100
                display "Erro ao buscar cursor de deducoes"
                display sqlcode
                stop run
             end-if

             if sqlcode = 0
                move wk-db-imp-cd                    to wk-ded-cd
                move wk-db-imp-ds                    to wk-ded-ds
                move wk-db-imp-valor                 to wk-ded-valor
                move wk-db-imp-pc                    to wk-ded-pc
                write fd-holerite-linha from wk-linha-deducao
             end-if
          end-perform

          EXEC SQL CLOSE cursor_deducao END-EXEC

     *>   o sqlcode 100 do fim deste cursor nao pode encerrar o laco
     *>   do cursor de pagamento
          move 0                                     to sqlcode

          .
      be-imprimir-deducoes-z.
          exit.

     *>*****************************************************************
     *>   Impostos cadastrados - um item por codigo, com a descricao
     *>   da primeira faixa
     *>*****************************************************************
      bf-carregar-impostos section.
      bf-carregar-impostos-a.

          EXEC SQL
             DECLARE cursor_impostos CURSOR FOR
                SELECT cd_imposto, MIN(ds_imposto)
                  FROM comissao_imposto
              GROUP BY cd_imposto
              ORDER BY cd_imposto
          END-EXEC

          EXEC SQL OPEN cursor_impostos END-EXEC
          if sqlcode not = 0
               display "Erro ao abrir cursor de impostos"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform until sqlcode not = 0
             EXEC SQL
                FETCH cursor_impostos
                 INTO :wk-db-imp-cd,
                      :wk-db-imp-ds
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100
                display "Erro ao buscar cursor de impostos"
                display sqlcode
                stop run
             end-if

             if  sqlcode = 0
                 if  wk-qtd-impostos < 20
                     add 1                           to wk-qtd-impostos
                     move wk-db-imp-cd      to wk-imp-cd(wk-qtd-impostos)
                     move wk-db-imp-ds      to wk-imp-ds(wk-qtd-impostos)
                 else
                     display "ATENCAO: mais de 20 impostos - ignorado "
                             wk-db-imp-cd
                 end-if
             end-if
          end-perform

          EXEC SQL CLOSE cursor_impostos END-EXEC

          .
      bf-carregar-impostos-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          close arqRemessa
          close arqHolerite
          close arqControle

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Pagamento de comissoes concluido - lote "
                  wk-db-nr-lote
          display "Remetidos : " wk-qtd-remetidos
          display "Pendentes : " wk-qtd-pendentes
          display "Liquido   : " wk-tot-liquido

          if  wk-qtd-pendentes > 0 then
              display "ATENCAO: agentes sem conta ficam para o reenvio"
          end-if

          stop run.
          .
      z-finaliza-z.
          exit.
