      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "metas_agentes".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Atingimento mensal das metas de producao,
     *>                      no molde de comissoes_agentes: para a
     *>                      competencia informada cruza meta_agente
     *>                      (opcao 8 do odbcsql) com producao_agente,
     *>                      classifica os agentes dentro de cada
     *>                      agencia pelo % da meta atingido, totaliza
     *>                      a agencia contra a meta_agencia (ou, sem
     *>                      ela, a soma das metas dos agentes) e marca
     *>                      o agente abaixo do percentual minimo
     *>                      informado por tres meses seguidos. Saida
     *>                      em arqMetasAgentes.txt.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqMetas assign to "arqMetasAgentes.txt"
          organization is line sequential
          file status is wk-fs-arqMetas.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqMetas.
      01  fd-meta-linha                             pic  x(110).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqMetas                            pic x(02).

      77  wk-competencia                            pic x(07).
      77  wk-agencia-ant                            pic x(20).
      77  wk-primeiro                               pic x(01) value "S".

     *>   percentual minimo de atingimento; zero assume o padrao
      77  wk-pc-limite                              pic 9(03)v99 value 0.
      77  wk-pc-limite-padrao                       pic 9(03)v99 value 80.

     *>   as duas competencias anteriores, para o alerta de tres
     *>   meses seguidos abaixo do limite
      01  wk-comp-calc.
          05 wk-comp-ano                            pic 9(04).
          05 filler                                 pic x(01) value "-".
          05 wk-comp-mes                            pic 9(02).

      77  wk-posicao                                pic 9(04) value 0.
      77  wk-qtd-agentes                            pic 9(06) value 0.
      77  wk-qtd-abaixo                             pic 9(06) value 0.
      77  wk-qtd-alerta                             pic 9(06) value 0.
      77  wk-qtd-agencias                           pic 9(06) value 0.

      77  wk-tot-meta-agencia                       pic 9(11)v99 value 0.
      77  wk-pc-agencia                             pic 9(05)v99 value 0.

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-competencia   pic x(7).
      01  wk-db-comp-ant1     pic x(7).
      01  wk-db-comp-ant2     pic x(7).
      01  wk-db-pc-limite     pic 9(03)v99.
      01  wk-db-id-agencia    pic x(20).
      01  wk-db-id-agencia-fch pic x(20).
      01  wk-db-nm-agencia    pic x(50).
      01  wk-db-cd-agente     pic 9(5).
      01  wk-db-nm-agente     pic x(50).
      01  wk-db-vl-meta       pic 9(09)v99.
      01  wk-db-vl-producao   pic 9(09)v99.
      01  wk-db-pc-atingido   pic 9(05)v99.
      01  wk-db-qtd-abaixo    pic 9(02).
      01  wk-db-meta-agencia  pic 9(11)v99.
      01  wk-db-prod-agencia  pic 9(11)v99.
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      01  wk-linha-cab-agencia.
          05 filler                                 pic x(09) value "Agencia: ".
          05 wk-cab-id                              pic x(20).
          05 filler                                 pic x(03) value " - ".
          05 wk-cab-nome                            pic x(50).
          05 filler                                 pic x(28) value space.

      01  wk-linha-cab.
          05 filler                                 pic x(55) value
             " POS COD.  AGENTE".
          05 filler                                 pic x(55) value
             "       META        PRODUCAO        %  SITUACAO".

      01  wk-linha-agente.
          05 filler                                 pic x(01) value space.
          05 wk-age-posicao                         pic zz9.
          05 filler                                 pic x(01) value space.
          05 wk-age-cd                              pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-age-nome                            pic x(40).
          05 filler                                 pic x(01) value space.
          05 wk-age-meta                            pic zzz.zzz.zz9,99.
          05 filler                                 pic x(02) value space.
          05 wk-age-producao                        pic zzz.zzz.zz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-age-pc                              pic zzzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-age-aviso                           pic x(18).

      01  wk-linha-tot-agencia.
          05 filler                                 pic x(02) value space.
          05 filler                                 pic x(15) value "Total agencia ".
          05 wk-tag-id                              pic x(20).
          05 filler                                 pic x(06) value " meta ".
          05 wk-tag-meta                            pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(06) value " prod ".
          05 wk-tag-producao                        pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-tag-pc                              pic zzzz9,99.
          05 filler                                 pic x(01) value "%".
          05 wk-tag-origem                          pic x(17).

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - competencia, percentual
     *>   minimo e as duas competencias anteriores
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

          display "Competencia (AAAA-MM): "
          accept wk-competencia
          if  wk-competencia(1:4) is not numeric
          or  wk-competencia(5:1) not equal "-"
          or  wk-competencia(6:2) is not numeric
              display "Erro: competencia invalida " wk-competencia
              stop run
          end-if
          move wk-competencia                        to wk-db-competencia

          display "Percentual minimo da meta (zero = padrao): "
          accept wk-pc-limite
          if  wk-pc-limite equal 0
              move wk-pc-limite-padrao               to wk-pc-limite
          end-if
          move wk-pc-limite                          to wk-db-pc-limite

          move wk-competencia(1:4)                   to wk-comp-ano
          move wk-competencia(6:2)                   to wk-comp-mes
          perform bf-mes-anterior
          move wk-comp-calc                          to wk-db-comp-ant1
          perform bf-mes-anterior
          move wk-comp-calc                          to wk-db-comp-ant2

          open output arqMetas
          if   wk-fs-arqMetas not equal "00" then
              display "Erro ao abrir arqMetas " wk-fs-arqMetas
              stop run
          end-if

          move spaces                                to fd-meta-linha
          string "Atingimento das metas de producao - competencia "
                 wk-competencia delimited by size
            into fd-meta-linha
          end-string
          write fd-meta-linha
          move wk-pc-limite                          to wk-age-pc
          move spaces                                to fd-meta-linha
          string "Percentual minimo da meta: " wk-age-pc
                 "% - alerta com tres meses seguidos abaixo"
                                   delimited by size
            into fd-meta-linha
          end-string
          write fd-meta-linha

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - agentes com meta na competencia em
     *>   ordem de agencia e de % atingido, com quebra por agencia;
     *>   conta tambem em quantas das duas competencias anteriores o
     *>   agente ficou abaixo do minimo
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          EXEC SQL
             DECLARE cursor_metas CURSOR FOR
                SELECT a.id_agencia, COALESCE(g.nm_agencia, ' '),
                       a.cd_agente, a.nm_agente,
                       COALESCE(m.vl_meta, 0),
                       COALESCE(p.vl_producao, 0),
                       CASE WHEN COALESCE(m.vl_meta, 0) > 0
                            THEN ROUND(COALESCE(p.vl_producao, 0)
                                       * 100.0 / m.vl_meta, 2)
                            ELSE 0 END AS pc_atingido,
                       (SELECT COUNT(*)
                          FROM meta_agente m2
                               LEFT JOIN producao_agente p2
                                      ON p2.cd_agente   = m2.cd_agente
                                     AND p2.competencia = m2.competencia
                         WHERE m2.cd_agente = a.cd_agente
                           AND m2.competencia IN (:wk-db-comp-ant1,
                                                  :wk-db-comp-ant2)
                           AND m2.vl_meta > 0
                           AND COALESCE(p2.vl_producao, 0) * 100.0
                               < m2.vl_meta * :wk-db-pc-limite)
                  FROM meta_agente m
                       JOIN agentes a
                         ON a.cd_agente = m.cd_agente
                       LEFT JOIN agencia g
                              ON g.id_agencia = a.id_agencia
                       LEFT JOIN producao_agente p
                              ON p.cd_agente   = m.cd_agente
                             AND p.competencia = m.competencia
                 WHERE m.competencia = :wk-db-competencia
              ORDER BY a.id_agencia, pc_atingido DESC, a.cd_agente
          END-EXEC

          EXEC SQL OPEN cursor_metas END-EXEC
          if sqlcode not = 0
               display "Erro ao abrir cursor de metas"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform until sqlcode not = 0
             EXEC SQL
                FETCH cursor_metas
                 INTO :wk-db-id-agencia,
                      :wk-db-nm-agencia,
                      :wk-db-cd-agente,
                      :wk-db-nm-agente,
                      :wk-db-vl-meta,
                      :wk-db-vl-producao,
                      :wk-db-pc-atingido,
                      :wk-db-qtd-abaixo
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100
                display "Erro ao buscar cursor de metas"
                display sqlcode
                stop run
             end-if

             if sqlcode = 0
                if  wk-primeiro equal "S"
                or  wk-db-id-agencia not equal wk-agencia-ant
                    if  wk-primeiro not equal "S"
                        perform bc-fechar-agencia
                    end-if
                    perform bd-abrir-agencia
                end-if
                perform ba-imprimir-agente
             end-if
          end-perform

          EXEC SQL CLOSE cursor_metas END-EXEC

          if  wk-primeiro not equal "S"
              perform bc-fechar-agencia
          else
              move "Nenhuma meta de agente cadastrada na competencia"
                                                     to fd-meta-linha
              write fd-meta-linha
          end-if

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Linha do agente com a posicao no ranking da agencia; abaixo
     *>   do minimo no mes e nas duas competencias anteriores gera o
     *>   alerta de tres meses
     *>*****************************************************************
      ba-imprimir-agente section.
      ba-imprimir-agente-a.

          add 1                                      to wk-posicao
          add 1                                      to wk-qtd-agentes
          add wk-db-vl-meta                          to wk-tot-meta-agencia

          move spaces                                to wk-age-aviso
          if  wk-db-pc-atingido < wk-pc-limite
              add 1                                  to wk-qtd-abaixo
              if  wk-db-qtd-abaixo >= 2
                  move "ALERTA - 3 MESES"            to wk-age-aviso
                  add 1                              to wk-qtd-alerta
              else
                  move "abaixo do minimo"            to wk-age-aviso
              end-if
          end-if

          move wk-posicao                            to wk-age-posicao
          move wk-db-cd-agente                       to wk-age-cd
          move wk-db-nm-agente                       to wk-age-nome
          move wk-db-vl-meta                         to wk-age-meta
          move wk-db-vl-producao                     to wk-age-producao
          move wk-db-pc-atingido                     to wk-age-pc
          write fd-meta-linha from wk-linha-agente

          .
      ba-imprimir-agente-z.
          exit.

     *>*****************************************************************
     *>   Fecha a agencia - meta da agencia (ou a soma das metas dos
     *>   agentes, se a agencia nao tiver meta propria) contra a
     *>   producao de todos os agentes da agencia na competencia
     *>*****************************************************************
      bc-fechar-agencia section.
      bc-fechar-agencia-a.

     *>    a agencia que fecha vai em host variable propria - a
     *>    wk-db-id-agencia ja traz a linha da proxima agencia
          move wk-agencia-ant                        to wk-db-id-agencia-fch

          move 0                                     to wk-db-meta-agencia
          EXEC SQL
              SELECT vl_meta INTO :wk-db-meta-agencia
                FROM meta_agencia
               WHERE id_agencia  = :wk-db-id-agencia-fch
                 AND competencia = :wk-db-competencia
          END-EXEC
          if  sqlcode equal 0
              move "  meta da agencia"               to wk-tag-origem
          else
              if  sqlcode not equal 100
                  display "Erro: ler meta da agencia"
                  display sqlcode
                  display sqlerrmc
                  stop run
              end-if
              move wk-tot-meta-agencia               to wk-db-meta-agencia
              move "  soma dos agentes"              to wk-tag-origem
          end-if

          move 0                                     to wk-db-prod-agencia
          EXEC SQL
              SELECT COALESCE(SUM(p.vl_producao), 0)
                INTO :wk-db-prod-agencia
                FROM producao_agente p, agentes a
               WHERE a.cd_agente   = p.cd_agente
                 AND a.id_agencia  = :wk-db-id-agencia-fch
                 AND p.competencia = :wk-db-competencia
          END-EXEC
          if  sqlcode not equal 0
          and sqlcode not equal 100
              display "Erro: somar producao da agencia"
              display sqlcode
              display sqlerrmc
              stop run
          end-if

          if  wk-db-meta-agencia > 0
              compute wk-pc-agencia rounded =
                      wk-db-prod-agencia * 100 / wk-db-meta-agencia
          else
              move 0                                 to wk-pc-agencia
          end-if

          move wk-agencia-ant                        to wk-tag-id
          move wk-db-meta-agencia                    to wk-tag-meta
          move wk-db-prod-agencia                    to wk-tag-producao
          move wk-pc-agencia                         to wk-tag-pc
          write fd-meta-linha from wk-linha-tot-agencia

          .
      bc-fechar-agencia-z.
          exit.

     *>*****************************************************************
     *>   Quebra por agencia - cabecalho e zera o ranking e os totais
     *>*****************************************************************
      bd-abrir-agencia section.
      bd-abrir-agencia-a.

          move "N"                                   to wk-primeiro
          move wk-db-id-agencia                      to wk-agencia-ant
          move 0                                     to wk-posicao
          move 0                                     to wk-tot-meta-agencia
          add 1                                      to wk-qtd-agencias

          move space                                 to fd-meta-linha
          write fd-meta-linha
          move wk-db-id-agencia                      to wk-cab-id
          move wk-db-nm-agencia                      to wk-cab-nome
          write fd-meta-linha from wk-linha-cab-agencia
          write fd-meta-linha from wk-linha-cab

          .
      bd-abrir-agencia-z.
          exit.

     *>*****************************************************************
     *>   Volta um mes em wk-comp-calc (janeiro volta para dezembro
     *>   do ano anterior)
     *>*****************************************************************
      bf-mes-anterior section.
      bf-mes-anterior-a.

          if  wk-comp-mes > 1
              subtract 1                             from wk-comp-mes
          else
              move 12                                to wk-comp-mes
              subtract 1                             from wk-comp-ano
          end-if

          .
      bf-mes-anterior-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          move space                                 to fd-meta-linha
          write fd-meta-linha
          move spaces                                to fd-meta-linha
          string "Agentes com meta: " wk-qtd-agentes
                 "  abaixo do minimo: " wk-qtd-abaixo
                 "  alerta de tres meses: " wk-qtd-alerta
                                   delimited by size
            into fd-meta-linha
          end-string
          write fd-meta-linha

          close arqMetas

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Metas de producao em arqMetasAgentes.txt"
          display "Agencias          : " wk-qtd-agencias
          display "Agentes com meta  : " wk-qtd-agentes
          display "Abaixo do minimo  : " wk-qtd-abaixo
          display "Alerta de 3 meses : " wk-qtd-alerta

          stop run.
          .
      z-finaliza-z.
          exit.
