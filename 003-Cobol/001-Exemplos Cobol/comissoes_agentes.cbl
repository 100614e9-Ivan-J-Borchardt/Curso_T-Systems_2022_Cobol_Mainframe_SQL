     *>                      por agencia (arqComissoesAgencias.txt)
     *>                      com os nomes da tabela agencia. Recalculo
     *>                      da mesma competencia substitui o anterior.
     *>   15/10/2026 - IJB - Estornos de comissao (estorno_agente,
     *>                      carga_estornos) deduzidos no calculo;
     *>                      resultado negativo nao e pago e passa como
     *>                      saldo devedor para os meses seguintes.
     *>                      Agente sem producao entra quando tem
     *>                      estorno ou saldo devedor. Demonstrativo
     *>                      mostra estornos, saldo anterior, valor a
     *>                      pagar e saldo devedor.
     *>   15/10/2026 - IJB - Override do supervisor: antes do calculo
     *>                      dos agentes, apura em comissao_override o
     *>                      percentual da agencia do supervisor
     *>                      (comissao_override_pc) sobre a producao de
     *>                      cada membro da equipe, proporcional aos
     *>                      dias do mes em que o vinculo de
     *>                      agentes_supervisor valeu. O total entra no
     *>                      valor a pagar do supervisor
     *>                      (comissao_calculada.vl_override) e as
     *>                      linhas de override saem no demonstrativo
     *>                      separadas da comissao propria.
     *>   15/10/2026 - IJB - Agente sem registro profissional vigente
     *>                      na competencia (agentes_registro) tem o
     *>                      valor a pagar retido
     *>                      (comissao_calculada.vl_retido) e marcado
     *>                      no demonstrativo; recalcular a competencia
     *>                      depois de regularizado o registro libera.
     *>   15/10/2026 - IJB - Competencia ja paga (comissao_competencia,
     *>                      batch pagar_comissoes) nao e recalculada;
     *>                      recalcular competencia aprovada desfaz a
     *>                      aprovacao, que tem de ser dada de novo.

     *>Divisão para configuração do ambiente
      environment division.
      77  wk-tot-com-agencia                        pic 9(11)v99 value 0.
      77  wk-tot-prod-geral                         pic 9(11)v99 value 0.
      77  wk-tot-com-geral                          pic 9(11)v99 value 0.
      77  wk-tot-pag-agencia                        pic 9(11)v99 value 0.
      77  wk-tot-est-geral                          pic 9(11)v99 value 0.
      77  wk-tot-pag-geral                          pic 9(11)v99 value 0.
      77  wk-tot-dev-geral                          pic 9(11)v99 value 0.

     *>   comissao menos estornos menos saldo devedor do mes anterior;
     *>   negativo nao e pago - vira saldo devedor do proximo mes
      77  wk-vl-liquido                             pic s9(11)v99 value 0.
      77  wk-qtd-com-saldo                          pic 9(06) value 0.

     *>   override do supervisor - dias do mes e do vinculo em
     *>   numero de dia (integer-of-date) para o rateio
      01  wk-data-aaaammdd                          pic 9(08) value 0.
      01  wk-data-red redefines wk-data-aaaammdd.
          05  wk-dt-ano                             pic 9(04).
          05  wk-dt-mes                             pic 9(02).
          05  wk-dt-dia                             pic 9(02).
      77  wk-int-mes-ini                            pic 9(08) value 0.
      77  wk-int-mes-fim                            pic 9(08) value 0.
      77  wk-int-vinc-ini                           pic 9(08) value 0.
      77  wk-int-vinc-fim                           pic 9(08) value 0.
      77  wk-dias-mes                               pic 9(03) value 0.
      77  wk-qtd-override                           pic 9(06) value 0.
      77  wk-tot-ovr-geral                          pic 9(11)v99 value 0.

      77  wk-registro-valido                        pic x(01).
          88 wk-registro-eh-valido                  value "S".
      77  wk-qtd-retidos                            pic 9(06) value 0.
      77  wk-tot-ret-geral                          pic 9(11)v99 value 0.

      EXEC SQL
          INCLUDE SQLCA
      01  wk-db-pc-comissao   pic 9(03)v99.
      01  wk-db-vl-comissao   pic 9(09)v99.
      01  wk-db-dt-calculo    pic x(14).
      01  wk-db-vl-estorno    pic 9(09)v99.
      01  wk-db-vl-saldo-ant  pic 9(09)v99.
      01  wk-db-vl-a-pagar    pic 9(09)v99.
      01  wk-db-vl-saldo-dev  pic 9(09)v99.
      01  wk-db-vl-override   pic 9(09)v99.
      01  wk-db-cd-supervisor pic 9(5).
      01  wk-db-cd-membro     pic 9(5).
      01  wk-db-nm-membro     pic x(50).
      01  wk-db-dt-inicio     pic x(10).
      01  wk-db-dt-fim        pic x(10).
      01  wk-db-dt-mes-ini    pic x(10).
      01  wk-db-dt-mes-fim    pic x(10).
      01  wk-db-vl-retido     pic 9(09)v99.
      01  wk-db-qtd-registro  pic 9(05).
      01  wk-db-situacao-cmp  pic x(01).
      01  wk-db-nr-dias       pic 9(03).
      01  wk-db-vl-prod-membro pic 9(09)v99.
      01  wk-db-pc-override   pic 9(03)v99.
      01  wk-db-vl-ovr-membro pic 9(09)v99.
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.
          05 filler                                 pic x(08) value "% comis ".
          05 wk-age-comissao                        pic zzz.zzz.zz9,99.

      01  wk-linha-estorno.
          05 filler                                 pic x(08) value space.
          05 filler                                 pic x(09) value "estornos ".
          05 wk-est-estorno                         pic zzz.zzz.zz9,99.
          05 filler                                 pic x(13) value " saldo ant. ".
          05 wk-est-saldo-ant                       pic zzz.zzz.zz9,99.
          05 filler                                 pic x(09) value " a pagar ".
          05 wk-est-a-pagar                         pic zzz.zzz.zz9,99.
          05 filler                                 pic x(15) value " saldo devedor ".
          05 wk-est-saldo-dev                       pic zzz.zzz.zz9,99.

      01  wk-linha-override.
          05 filler                                 pic x(08) value space.
          05 filler                                 pic x(09) value "override ".
          05 wk-ovr-membro                          pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-ovr-nome                            pic x(30).
          05 filler                                 pic x(01) value space.
          05 wk-ovr-dias                            pic zz9.
          05 filler                                 pic x(09) value " dias de ".
          05 wk-ovr-producao                        pic zzz.zzz.zz9,99.
          05 filler                                 pic x(03) value " x ".
          05 wk-ovr-pc                              pic zz9,99.
          05 filler                                 pic x(04) value "% = ".
          05 wk-ovr-valor                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(03) value space.

      01  wk-linha-retido.
          05 filler                                 pic x(08) value space.
          05 filler                                 pic x(51) value
             "COMISSAO RETIDA - sem registro profissional vigente".
          05 filler                                 pic x(01) value space.
          05 wk-ret-valor                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(36) value space.

      01  wk-linha-cab-agencia.
          05 filler                                 pic x(09) value "Agencia: ".
          05 wk-cab-id                              pic x(20).
          05 wk-tag-producao                        pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(07) value " comis ".
          05 wk-tag-comissao                        pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(07) value " pagar ".
          05 wk-tag-a-pagar                         pic zz.zzz.zzz.zz9,99.

      01  wk-linha-tot-geral.
          05 filler                                 pic x(19) value "Total geral - prod ".
          05 wk-tge-comissao                        pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(50) value space.

      01  wk-linha-tot-liquido.
          05 filler                                 pic x(19) value "  estornos         ".
          05 wk-tli-estorno                         pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(09) value " a pagar ".
          05 wk-tli-a-pagar                         pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(15) value " saldo devedor ".
          05 wk-tli-saldo-dev                       pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(16) value space.

      01  wk-linha-tot-override.
          05 filler                                 pic x(19) value "  override         ".
          05 wk-tov-override                        pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(09) value " retido  ".
          05 wk-tov-retido                          pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(48) value space.

     *>Declaração do corpo do programa
      procedure division.

          accept wk-competencia
          move wk-competencia                        to wk-db-competencia

     *>   competencia paga nao se recalcula; aprovada volta a ficar
     *>   pendente de aprovacao
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
          if  wk-db-situacao-cmp equal "P"
               display "Erro: competencia ja paga - nao recalcula"
               stop run
          end-if
          EXEC SQL
              delete from comissao_competencia
              where competencia = :wk-db-competencia
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100
               display "Erro: desfazer aprovacao"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          open output arqAgentes
          if   wk-fs-arqAgentes not equal "00" then
              display "Erro ao abrir arqAgentes " wk-fs-arqAgentes
               display sqlerrmc
               stop run
          end-if
          EXEC SQL
              delete from comissao_override
              where competencia = :wk-db-competencia
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100
               display "Erro: limpar override anterior"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

     *>   primeiro e ultimo dia da competencia, para o rateio do
     *>   override por data efetiva do vinculo
          move wk-competencia(1:4)                   to wk-dt-ano
          move wk-competencia(6:2)                   to wk-dt-mes
          move 1                                     to wk-dt-dia
          compute wk-int-mes-ini =
                  function integer-of-date(wk-data-aaaammdd)
          move spaces                                to wk-db-dt-mes-ini
          string wk-competencia "-01" delimited by size
            into wk-db-dt-mes-ini
          end-string
          if  wk-dt-mes = 12
              add 1                                  to wk-dt-ano
              move 1                                 to wk-dt-mes
          else
              add 1                                  to wk-dt-mes
          end-if
          compute wk-int-mes-fim =
                  function integer-of-date(wk-data-aaaammdd) - 1
          compute wk-dias-mes = wk-int-mes-fim - wk-int-mes-ini + 1
          compute wk-data-aaaammdd =
                  function date-of-integer(wk-int-mes-fim)
          move spaces                                to wk-db-dt-mes-fim
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-dt-mes-fim
          end-string

          .
      a-inicializa-z.

     *>*****************************************************************
     *>   Procedimento Principal - producao da competencia em ordem
     *>   de agencia e agente, com quebra por agencia; entra tambem
     *>   o agente sem producao que tem estorno no mes ou saldo
     *>   devedor trazido do ultimo calculo anterior
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          perform bf-calcular-overrides

          EXEC SQL
             DECLARE cursor_prod CURSOR FOR
                SELECT a.cd_agente, a.nm_agente, a.id_agencia,
                       COALESCE(p.vl_producao, 0)
                  FROM agentes a
                       LEFT JOIN producao_agente p
                              ON p.cd_agente   = a.cd_agente
                             AND p.competencia = :wk-db-competencia
                 WHERE p.cd_agente IS NOT NULL
                    OR EXISTS
                       (SELECT 1 FROM estorno_agente e
                         WHERE e.cd_agente   = a.cd_agente
                           AND e.competencia = :wk-db-competencia)
                    OR COALESCE(
                       (SELECT c.vl_saldo_devedor
                          FROM comissao_calculada c
                         WHERE c.cd_agente   = a.cd_agente
                           AND c.competencia < :wk-db-competencia
                      ORDER BY c.competencia DESC
                         LIMIT 1), 0) > 0
                    OR EXISTS
                       (SELECT 1 FROM comissao_override o
                         WHERE o.cd_supervisor = a.cd_agente
                           AND o.competencia   = :wk-db-competencia)
              ORDER BY a.id_agencia, a.cd_agente
          END-EXEC

          EXEC SQL OPEN cursor_prod END-EXEC
          move wk-tot-prod-geral                     to wk-tge-producao
          move wk-tot-com-geral                      to wk-tge-comissao
          write fd-agencia-linha from wk-linha-tot-geral
          move wk-tot-est-geral                      to wk-tli-estorno
          move wk-tot-pag-geral                      to wk-tli-a-pagar
          move wk-tot-dev-geral                      to wk-tli-saldo-dev
          write fd-agencia-linha from wk-linha-tot-liquido
          move wk-tot-ovr-geral                      to wk-tov-override
          move wk-tot-ret-geral                      to wk-tov-retido
          write fd-agencia-linha from wk-linha-tot-override

          EXEC SQL
             commit transaction
     *>*****************************************************************
     *>   Calcula a comissao de um agente - vale a faixa da agencia
     *>   de maior minimo que a producao alcanca; sem faixa, paga
     *>   zero e conta para o aviso final. Do valor saem os estornos
     *>   do mes e o saldo devedor anterior; resultado negativo fica
     *>   como saldo devedor e nada e pago
     *>*****************************************************************
      ba-calcular-agente section.
      ba-calcular-agente-a.

          if  wk-db-vl-producao > 0
              perform bb-buscar-faixa
          else
              move 0                                 to wk-db-pc-comissao
          end-if

          compute wk-db-vl-comissao rounded =
                  wk-db-vl-producao * wk-db-pc-comissao / 100

          perform be-buscar-estornos
          perform bg-buscar-override

          compute wk-vl-liquido = wk-db-vl-comissao
                                + wk-db-vl-override
                                - wk-db-vl-estorno
                                - wk-db-vl-saldo-ant
          if  wk-vl-liquido < 0
              move 0                                 to wk-db-vl-a-pagar
              compute wk-db-vl-saldo-dev = 0 - wk-vl-liquido
              add 1                                  to wk-qtd-com-saldo
          else
              move wk-vl-liquido                     to wk-db-vl-a-pagar
              move 0                                 to wk-db-vl-saldo-dev
          end-if

     *>   sem registro vigente na competencia nada e pago - o valor
     *>   fica retido ate o registro ser regularizado e a competencia
     *>   recalculada
          move 0                                     to wk-db-vl-retido
          perform bk-verificar-registro
          if  not wk-registro-eh-valido
          and wk-db-vl-a-pagar > 0
              move wk-db-vl-a-pagar                  to wk-db-vl-retido
              move 0                                 to wk-db-vl-a-pagar
              add 1                                  to wk-qtd-retidos
          end-if

          move function current-date(1:14)           to wk-db-dt-calculo
          EXEC SQL
              insert into comissao_calculada
                  (cd_agente, competencia, id_agencia, vl_producao,
                   pc_comissao, vl_comissao, dt_calculo,
                   vl_estorno, vl_saldo_anterior, vl_a_pagar,
                   vl_saldo_devedor, vl_override, vl_retido) values
                  (:wk-db-cd-agente, :wk-db-competencia,
                   :wk-db-id-agencia, :wk-db-vl-producao,
                   :wk-db-pc-comissao, :wk-db-vl-comissao,
                   :wk-db-dt-calculo,
                   :wk-db-vl-estorno, :wk-db-vl-saldo-ant,
                   :wk-db-vl-a-pagar, :wk-db-vl-saldo-dev,
                   :wk-db-vl-override, :wk-db-vl-retido)
          END-EXEC
          if sqlcode not = 0
               display "Erro: gravar comissao calculada"
          move wk-db-pc-comissao                     to wk-age-pc
          move wk-db-vl-comissao                     to wk-age-comissao
          write fd-agente-linha from wk-linha-agente
          if  wk-db-vl-override > 0
              perform bh-imprimir-override
          end-if
          if  wk-db-vl-estorno   > 0
          or  wk-db-vl-saldo-ant > 0
          or  wk-db-vl-saldo-dev > 0
          or  wk-db-vl-override  > 0
          or  wk-db-vl-retido    > 0
              move wk-db-vl-estorno                  to wk-est-estorno
              move wk-db-vl-saldo-ant                to wk-est-saldo-ant
              move wk-db-vl-a-pagar                  to wk-est-a-pagar
              move wk-db-vl-saldo-dev                to wk-est-saldo-dev
              write fd-agente-linha from wk-linha-estorno
          end-if
          if  wk-db-vl-retido > 0
              move wk-db-vl-retido                   to wk-ret-valor
              write fd-agente-linha from wk-linha-retido
          end-if

          add 1                                      to wk-qtd-agentes
          add 1                                      to wk-qtd-ag-agencia
          add wk-db-vl-comissao                      to wk-tot-com-agencia
          add wk-db-vl-producao                      to wk-tot-prod-geral
          add wk-db-vl-comissao                      to wk-tot-com-geral
          add wk-db-vl-a-pagar                       to wk-tot-pag-agencia
          add wk-db-vl-estorno                       to wk-tot-est-geral
          add wk-db-vl-a-pagar                       to wk-tot-pag-geral
          add wk-db-vl-saldo-dev                     to wk-tot-dev-geral
          add wk-db-vl-override                      to wk-tot-ovr-geral
          add wk-db-vl-retido                        to wk-tot-ret-geral

          .
      ba-calcular-agente-z.
      bb-buscar-faixa-z.
          exit.

     *>*****************************************************************
     *>   Estornos do agente na competencia e o saldo devedor do
     *>   ultimo calculo anterior a ela
     *>*****************************************************************
      be-buscar-estornos section.
      be-buscar-estornos-a.

          move 0                                     to wk-db-vl-estorno
          EXEC SQL
              SELECT COALESCE(SUM(vl_estorno), 0)
                INTO :wk-db-vl-estorno
                FROM estorno_agente
               WHERE cd_agente   = :wk-db-cd-agente
                 AND competencia = :wk-db-competencia
          END-EXEC
          if sqlcode not = 0
               display "Erro: buscar estornos do agente"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          move 0                                     to wk-db-vl-saldo-ant
          EXEC SQL
              SELECT COALESCE(vl_saldo_devedor, 0)
                INTO :wk-db-vl-saldo-ant
                FROM comissao_calculada
               WHERE cd_agente   = :wk-db-cd-agente
                 AND competencia < :wk-db-competencia
               ORDER BY competencia DESC
               LIMIT 1
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100
               display "Erro: buscar saldo devedor anterior"
               display sqlcode
               display sqlerrmc
               stop run
          end-if
          if sqlcode = 100
              move 0                                 to wk-db-vl-saldo-ant
          end-if

          .
      be-buscar-estornos-z.
          exit.

     *>*****************************************************************
     *>   Override do supervisor - cada vinculo de agentes_supervisor
     *>   vale da sua data efetiva ate a vespera do vinculo seguinte
     *>   do mesmo agente; a parte que cai dentro da competencia leva
     *>   a producao do membro proporcional aos dias, vezes o
     *>   percentual da agencia do supervisor
     *>*****************************************************************
      bf-calcular-overrides section.
      bf-calcular-overrides-a.

          EXEC SQL
             DECLARE cursor_vinculo CURSOR FOR
                SELECT s.cd_supervisor, s.cd_agente, s.dt_efetiva,
                       COALESCE(
                       (SELECT MIN(n.dt_efetiva)
                          FROM agentes_supervisor n
                         WHERE n.cd_agente = s.cd_agente
                           AND (n.dt_efetiva > s.dt_efetiva
                            OR (n.dt_efetiva = s.dt_efetiva
                           AND  n.id_vinculo > s.id_vinculo))),
                       '9999-12-31'),
                       COALESCE(p.vl_producao, 0),
                       COALESCE(o.pc_override, 0)
                  FROM agentes_supervisor s
                       JOIN producao_agente p
                         ON p.cd_agente   = s.cd_agente
                        AND p.competencia = :wk-db-competencia
                       JOIN agentes sup
                         ON sup.cd_agente = s.cd_supervisor
                       LEFT JOIN comissao_override_pc o
                              ON o.id_agencia = sup.id_agencia
                 WHERE s.cd_supervisor > 0
                   AND s.dt_efetiva <= :wk-db-dt-mes-fim
              ORDER BY s.cd_supervisor, s.cd_agente, s.dt_efetiva
          END-EXEC

          EXEC SQL OPEN cursor_vinculo END-EXEC
          if sqlcode not = 0
               display "Erro ao abrir cursor de supervisores"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform until sqlcode not = 0
             EXEC SQL
                FETCH cursor_vinculo
                 INTO :wk-db-cd-supervisor,
                      :wk-db-cd-membro,
                      :wk-db-dt-inicio,
                      :wk-db-dt-fim,
                      :wk-db-vl-prod-membro,
                      :wk-db-pc-override
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100
                display "Erro ao buscar cursor de supervisores"
                display sqlcode
                stop run
             end-if

             if  sqlcode = 0
             and wk-db-pc-override > 0
                 perform bi-ratear-vinculo
             end-if
          end-perform

          EXEC SQL CLOSE cursor_vinculo END-EXEC

          .
      bf-calcular-overrides-z.
          exit.

     *>*****************************************************************
     *>   Dias do vinculo dentro da competencia e gravacao do override
     *>   do membro da equipe
     *>*****************************************************************
      bi-ratear-vinculo section.
      bi-ratear-vinculo-a.

          move wk-db-dt-inicio(1:4)                  to wk-dt-ano
          move wk-db-dt-inicio(6:2)                  to wk-dt-mes
          move wk-db-dt-inicio(9:2)                  to wk-dt-dia
          compute wk-int-vinc-ini =
                  function integer-of-date(wk-data-aaaammdd)
          if  wk-int-vinc-ini < wk-int-mes-ini
              move wk-int-mes-ini                    to wk-int-vinc-ini
          end-if

          if  wk-db-dt-fim equal "9999-12-31"
              move wk-int-mes-fim                    to wk-int-vinc-fim
          else
              move wk-db-dt-fim(1:4)                 to wk-dt-ano
              move wk-db-dt-fim(6:2)                 to wk-dt-mes
              move wk-db-dt-fim(9:2)                 to wk-dt-dia
              compute wk-int-vinc-fim =
                      function integer-of-date(wk-data-aaaammdd) - 1
              if  wk-int-vinc-fim > wk-int-mes-fim
                  move wk-int-mes-fim                to wk-int-vinc-fim
              end-if
          end-if

          if  wk-int-vinc-fim not < wk-int-vinc-ini
              perform bj-gravar-override
          end-if

          .
      bi-ratear-vinculo-z.
          exit.

     *>*****************************************************************
     *>   Grava o override do membro no periodo do vinculo
     *>*****************************************************************
      bj-gravar-override section.
      bj-gravar-override-a.

          compute wk-db-nr-dias = wk-int-vinc-fim - wk-int-vinc-ini + 1
          compute wk-db-vl-ovr-membro rounded =
                  wk-db-vl-prod-membro * wk-db-pc-override / 100
                * wk-db-nr-dias / wk-dias-mes

          compute wk-data-aaaammdd =
                  function date-of-integer(wk-int-vinc-ini)
          move spaces                                to wk-db-dt-inicio
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-dt-inicio
          end-string
          compute wk-data-aaaammdd =
                  function date-of-integer(wk-int-vinc-fim)
          move spaces                                to wk-db-dt-fim
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-dt-fim
          end-string

          EXEC SQL
              insert into comissao_override
                  (cd_supervisor, competencia, cd_agente, dt_inicio,
                   dt_fim, nr_dias, vl_producao, pc_override,
                   vl_override) values
                  (:wk-db-cd-supervisor, :wk-db-competencia,
                   :wk-db-cd-membro, :wk-db-dt-inicio,
                   :wk-db-dt-fim, :wk-db-nr-dias,
                   :wk-db-vl-prod-membro, :wk-db-pc-override,
                   :wk-db-vl-ovr-membro)
          END-EXEC
          if sqlcode not = 0
               display "Erro: gravar override do supervisor"
               display sqlcode
               display sqlerrmc
               stop run
          end-if
          add 1                                      to wk-qtd-override

          .
      bj-gravar-override-z.
          exit.

     *>*****************************************************************
     *>   Registro profissional com vigencia cobrindo ao menos um dia
     *>   da competencia
     *>*****************************************************************
      bk-verificar-registro section.
      bk-verificar-registro-a.

          move "N"                                   to wk-registro-valido
          move 0                                     to wk-db-qtd-registro
          EXEC SQL
              SELECT COUNT(*) INTO :wk-db-qtd-registro
                FROM agentes_registro
               WHERE cd_agente   = :wk-db-cd-agente
                 AND dt_inicio   <= :wk-db-dt-mes-fim
                 AND dt_validade >= :wk-db-dt-mes-ini
          END-EXEC
          if sqlcode not = 0
               display "Erro: verificar registro profissional"
               display sqlcode
               display sqlerrmc
               stop run
          end-if
          if wk-db-qtd-registro > 0
              move "S"                               to wk-registro-valido
          end-if

          .
      bk-verificar-registro-z.
          exit.

     *>*****************************************************************
     *>   Total de override do supervisor na competencia
     *>*****************************************************************
      bg-buscar-override section.
      bg-buscar-override-a.

          move 0                                     to wk-db-vl-override
          EXEC SQL
              SELECT COALESCE(SUM(vl_override), 0)
                INTO :wk-db-vl-override
                FROM comissao_override
               WHERE cd_supervisor = :wk-db-cd-agente
                 AND competencia   = :wk-db-competencia
          END-EXEC
          if sqlcode not = 0
               display "Erro: buscar override do supervisor"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          .
      bg-buscar-override-z.
          exit.

     *>*****************************************************************
     *>   Linhas de override no demonstrativo do supervisor, uma por
     *>   membro da equipe e periodo do vinculo
     *>*****************************************************************
      bh-imprimir-override section.
      bh-imprimir-override-a.

          EXEC SQL
             DECLARE cursor_override CURSOR FOR
                SELECT o.cd_agente, COALESCE(a.nm_agente, ' '),
                       o.nr_dias, o.vl_producao, o.pc_override,
                       o.vl_override
                  FROM comissao_override o
                       LEFT JOIN agentes a
                              ON a.cd_agente = o.cd_agente
                 WHERE o.cd_supervisor = :wk-db-cd-agente
                   AND o.competencia   = :wk-db-competencia
              ORDER BY o.cd_agente, o.dt_inicio
          END-EXEC

          EXEC SQL OPEN cursor_override END-EXEC
          if sqlcode not = 0
               display "Erro ao abrir cursor de override"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform until sqlcode not = 0
             EXEC SQL
                FETCH cursor_override
                 INTO :wk-db-cd-membro,
                      :wk-db-nm-membro,
                      :wk-db-nr-dias,
                      :wk-db-vl-prod-membro,
                      :wk-db-pc-override,
                      :wk-db-vl-ovr-membro
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100
                display "Erro ao buscar cursor de override"
                display sqlcode
                stop run
             end-if

             if sqlcode = 0
                move wk-db-cd-membro                 to wk-ovr-membro
                move wk-db-nm-membro                 to wk-ovr-nome
                move wk-db-nr-dias                   to wk-ovr-dias
                move wk-db-vl-prod-membro            to wk-ovr-producao
                move wk-db-pc-override               to wk-ovr-pc
                move wk-db-vl-ovr-membro             to wk-ovr-valor
                write fd-agente-linha from wk-linha-override
             end-if
          end-perform

          EXEC SQL CLOSE cursor_override END-EXEC

     *>   o sqlcode 100 do fim deste cursor nao pode encerrar o laco
     *>   do cursor de producao
          move 0                                     to sqlcode

          .
      bh-imprimir-override-z.
          exit.

     *>*****************************************************************
     *>   Quebra por agencia - cabecalho no demonstrativo dos agentes
     *>   com o nome da tabela agencia
          move 0                                     to wk-qtd-ag-agencia
          move 0                                     to wk-tot-prod-agencia
          move 0                                     to wk-tot-com-agencia
          move 0                                     to wk-tot-pag-agencia

          move spaces                                to wk-db-nm-agencia
          EXEC SQL
          move wk-qtd-ag-agencia                     to wk-tag-qtd
          move wk-tot-prod-agencia                   to wk-tag-producao
          move wk-tot-com-agencia                    to wk-tag-comissao
          move wk-tot-pag-agencia                    to wk-tag-a-pagar
          write fd-agencia-linha from wk-linha-tot-agencia

          .
          display "Calculo de comissoes concluido!"
          display "Agentes calculados: " wk-qtd-agentes
          display "Sem faixa (0%)    : " wk-qtd-sem-faixa
          display "Com saldo devedor : " wk-qtd-com-saldo
          display "Linhas de override: " wk-qtd-override
          display "Comissoes retidas : " wk-qtd-retidos

          if  wk-qtd-sem-faixa > 0 then
              display "ATENCAO: agencias sem faixa cadastrada pagam 0%"
