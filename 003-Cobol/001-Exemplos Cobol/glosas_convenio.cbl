      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "glosas_convenio".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Relatorio de glosas das guias de um mes de
     *>                      atendimento (parametro AAAA-MM, padrao o mes
     *>                      anterior): por convenio e medico, o valor
     *>                      cobrado, o glosado (ja descontado o que o
     *>                      recurso recuperou) e o percentual de glosa,
     *>                      com subtotal por convenio; em seguida os
     *>                      motivos de glosa de cada convenio. Saida em
     *>                      arqGlosas.txt.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqGlosas assign to "arqGlosas.txt"
          organization is line sequential
          file status is wk-fs-arqGlosas.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqGlosas.
      01  fd-glo-linha                              pic  x(80).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqGlosas                           pic x(02).

      01  wk-linha-comando                          pic x(80).
      01  filler redefines wk-linha-comando.
          05 wk-parm-ano-mes                        pic x(07).
          05 filler                                 pic x(73).

      01  wk-ano-mes.
          05 wk-am-ano                              pic 9(04).
          05 wk-am-traco                            pic x(01).
          05 wk-am-mes                              pic 9(02).

      77  wk-data-hora                              pic x(14).

      77  wk-conv-anterior                          pic 9(05) value 0.
      77  wk-primeira                               pic x(01) value "S".
          88 wk-eh-primeira                         value "S".

      77  wk-sub-cobrado                            pic 9(09)v99 value 0.
      77  wk-sub-glosado                            pic 9(09)v99 value 0.
      77  wk-ger-cobrado                            pic 9(09)v99 value 0.
      77  wk-ger-glosado                            pic 9(09)v99 value 0.
      77  wk-perc                                   pic 9(03)v99 value 0.

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-ano-mes        pic x(07).
      01  wk-db-cod-conv       pic 9(05).
      01  wk-db-conv-nome      pic x(30).
      01  wk-db-cod-medico     pic 9(05).
      01  wk-db-medico-nome    pic x(35).
      01  wk-db-qtd            pic 9(05).
      01  wk-db-qtd-glosa      pic 9(05).
      01  wk-db-cobrado        pic 9(09)v99.
      01  wk-db-glosado        pic 9(09)v99.
      01  wk-db-cod-glosa      pic x(04).
      01  wk-db-motivo         pic x(40).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      77  wk-erro-programa                          pic x(20)
                 value "glosas_convenio".
      01  wk-erro-msn                               pic x(50).
      01  wk-erro-registro                          pic x(200) value spaces.
      77  wk-erro-registro-tam                      pic 9(04) value 0.
      77  wk-sqlcode-disp                           pic -9(09).

      01  wk-linha-titulo.
          05 filler                                 pic x(35)
                 value "GLOSAS DOS CONVENIOS - ATENDIMENTO ".
          05 wk-tit-ano-mes                         pic x(07).
          05 filler                                 pic x(38) value space.

      01  wk-linha-conv.
          05 filler                                 pic x(10)
                 value "CONVENIO: ".
          05 wk-cnv-cod                             pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-cnv-nome                            pic x(30).
          05 filler                                 pic x(34) value space.

      01  wk-linha-cab.
          05 filler                                 pic x(80) value
             "  MEDICO                     GUIAS GLOS      COBRADO      GLOSADO    %".

      01  wk-linha-det.
          05 filler                                 pic x(02) value space.
          05 wk-det-medico                          pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-det-nome                            pic x(20).
          05 filler                                 pic x(01) value space.
          05 wk-det-qtd                             pic zzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-qtd-glosa                       pic zzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-cobrado                         pic zzzzzzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-det-glosado                         pic zzzzzzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-det-perc                            pic zz9,99.
          05 filler                                 pic x(10) value space.

      01  wk-linha-sub.
          05 wk-sub-rotulo                          pic x(40).
          05 wk-sub-cob-ed                          pic zzzzzzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-sub-glo-ed                          pic zzzzzzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-sub-perc                            pic zz9,99.
          05 filler                                 pic x(10) value space.

      01  wk-linha-motivo.
          05 filler                                 pic x(02) value space.
          05 wk-mot-cod                             pic x(04).
          05 filler                                 pic x(01) value space.
          05 wk-mot-texto                           pic x(40).
          05 filler                                 pic x(01) value space.
          05 wk-mot-qtd                             pic zzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-mot-valor                           pic zzzzzzz9,99.
          05 filler                                 pic x(15) value space.

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

          move function current-date(1:14)          to wk-data-hora

          accept wk-linha-comando from command-line
          if   wk-parm-ano-mes not equal spaces then
              move wk-parm-ano-mes                  to wk-ano-mes
          else
     *>        padrao: o mes anterior ao da execucao
              move wk-data-hora(1:4)                to wk-am-ano
              move "-"                              to wk-am-traco
              move wk-data-hora(5:2)                to wk-am-mes
              if   wk-am-mes equal 1 then
                  move 12                           to wk-am-mes
                  subtract 1                        from wk-am-ano
              else
                  subtract 1                        from wk-am-mes
              end-if
          end-if
          if   wk-am-ano is not numeric
          or   wk-am-traco not equal "-"
          or   wk-am-mes is not numeric
          or   wk-am-mes < 1
          or   wk-am-mes > 12 then
              display "Mes de referencia (AAAA-MM) invalido no parametro"
              stop run
          end-if
          move wk-ano-mes                           to wk-db-ano-mes
          move wk-ano-mes                           to wk-tit-ano-mes

          open output arqGlosas
          if   wk-fs-arqGlosas not equal "00" then
              display "Erro ao abrir arqGlosas " wk-fs-arqGlosas
              stop run
          end-if

          EXEC SQL
               CONNECT TO "clinica.db"
          END-EXEC
          if sqlcode not = 0
               display "Erro: nao foi possivel conectar ao banco"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          write fd-glo-linha from wk-linha-titulo
          move all "-"                              to fd-glo-linha
          write fd-glo-linha

          perform ba-glosas-medico
          perform bb-motivos-glosa

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Cobrado x glosado por convenio e medico
     *>*****************************************************************
      ba-glosas-medico section.
      ba-glosas-medico-a.

          EXEC SQL
             DECLARE cursor_glosa_med CURSOR FOR
                SELECT g.cod_convenio, cv.nome, g.cod_medico, m.nome,
                       COUNT(*),
                       SUM(CASE WHEN g.valor_glosa > 0
                                THEN 1 ELSE 0 END),
                       SUM(g.valor), SUM(g.valor_glosa)
                  FROM guia g, convenio cv, medico m
                 WHERE cv.cod    = g.cod_convenio
                   AND m.cod     = g.cod_medico
                   AND g.ano_mes = :wk-db-ano-mes
              GROUP BY g.cod_convenio, cv.nome, g.cod_medico, m.nome
              ORDER BY g.cod_convenio, g.cod_medico
          END-EXEC

          EXEC SQL
             OPEN cursor_glosa_med
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode = 100
             EXEC SQL
                FETCH cursor_glosa_med
                 INTO :wk-db-cod-conv, :wk-db-conv-nome,
                      :wk-db-cod-medico, :wk-db-medico-nome,
                      :wk-db-qtd, :wk-db-qtd-glosa,
                      :wk-db-cobrado, :wk-db-glosado
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100 then
                perform z-finaliza-erro
             end-if
             if sqlcode = 0 then
                if  wk-eh-primeira
                or  wk-db-cod-conv not = wk-conv-anterior then
                    if not wk-eh-primeira then
                        perform baa-subtotal-convenio
                    end-if
                    move "N"                        to wk-primeira
                    move wk-db-cod-conv             to wk-conv-anterior
                    move space                      to fd-glo-linha
                    write fd-glo-linha
                    move wk-db-cod-conv             to wk-cnv-cod
                    move wk-db-conv-nome            to wk-cnv-nome
                    write fd-glo-linha from wk-linha-conv
                    write fd-glo-linha from wk-linha-cab
                end-if

                move wk-db-cod-medico               to wk-det-medico
                move wk-db-medico-nome              to wk-det-nome
                move wk-db-qtd                      to wk-det-qtd
                move wk-db-qtd-glosa                to wk-det-qtd-glosa
                move wk-db-cobrado                  to wk-det-cobrado
                move wk-db-glosado                  to wk-det-glosado
                move 0                              to wk-perc
                if wk-db-cobrado > 0 then
                    compute wk-perc rounded =
                            wk-db-glosado * 100 / wk-db-cobrado
                end-if
                move wk-perc                        to wk-det-perc
                write fd-glo-linha from wk-linha-det

                add wk-db-cobrado                   to wk-sub-cobrado
                add wk-db-glosado                   to wk-sub-glosado
             end-if
          end-perform

          EXEC SQL
             CLOSE cursor_glosa_med
          END-EXEC

          if wk-eh-primeira then
              move "Nenhuma guia no mes"            to fd-glo-linha
              write fd-glo-linha
          else
              perform baa-subtotal-convenio
              move space                            to fd-glo-linha
              write fd-glo-linha
              move "TOTAL GERAL"                    to wk-sub-rotulo
              move wk-ger-cobrado                   to wk-sub-cob-ed
              move wk-ger-glosado                   to wk-sub-glo-ed
              move 0                                to wk-perc
              if wk-ger-cobrado > 0 then
                  compute wk-perc rounded =
                          wk-ger-glosado * 100 / wk-ger-cobrado
              end-if
              move wk-perc                          to wk-sub-perc
              write fd-glo-linha from wk-linha-sub
          end-if

          .
      ba-glosas-medico-z.
          exit.

      baa-subtotal-convenio section.
      baa-subtotal-convenio-a.

          move "  Total do convenio"                to wk-sub-rotulo
          move wk-sub-cobrado                       to wk-sub-cob-ed
          move wk-sub-glosado                       to wk-sub-glo-ed
          move 0                                    to wk-perc
          if wk-sub-cobrado > 0 then
              compute wk-perc rounded =
                      wk-sub-glosado * 100 / wk-sub-cobrado
          end-if
          move wk-perc                              to wk-sub-perc
          write fd-glo-linha from wk-linha-sub

          add wk-sub-cobrado                        to wk-ger-cobrado
          add wk-sub-glosado                        to wk-ger-glosado
          move 0                                    to wk-sub-cobrado
          move 0                                    to wk-sub-glosado

          .
      baa-subtotal-convenio-z.
          exit.

     *>*****************************************************************
     *>   Motivos de glosa por convenio
     *>*****************************************************************
      bb-motivos-glosa section.
      bb-motivos-glosa-a.

          move space                                to fd-glo-linha
          write fd-glo-linha
          move "MOTIVOS DE GLOSA"                   to fd-glo-linha
          write fd-glo-linha
          move all "-"                              to fd-glo-linha
          write fd-glo-linha

          move "S"                                  to wk-primeira

          EXEC SQL
             DECLARE cursor_motivo CURSOR FOR
                SELECT g.cod_convenio, cv.nome, g.cod_glosa,
                       MAX(g.motivo_glosa), COUNT(*), SUM(g.valor_glosa)
                  FROM guia g, convenio cv
                 WHERE cv.cod          = g.cod_convenio
                   AND g.ano_mes       = :wk-db-ano-mes
                   AND g.valor_glosa   > 0
              GROUP BY g.cod_convenio, cv.nome, g.cod_glosa
              ORDER BY g.cod_convenio, 6 DESC
          END-EXEC

          EXEC SQL
             OPEN cursor_motivo
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode = 100
             EXEC SQL
                FETCH cursor_motivo
                 INTO :wk-db-cod-conv, :wk-db-conv-nome,
                      :wk-db-cod-glosa, :wk-db-motivo,
                      :wk-db-qtd, :wk-db-glosado
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100 then
                perform z-finaliza-erro
             end-if
             if sqlcode = 0 then
                if  wk-eh-primeira
                or  wk-db-cod-conv not = wk-conv-anterior then
                    move "N"                        to wk-primeira
                    move wk-db-cod-conv             to wk-conv-anterior
                    move wk-db-cod-conv             to wk-cnv-cod
                    move wk-db-conv-nome            to wk-cnv-nome
                    write fd-glo-linha from wk-linha-conv
                end-if
                move wk-db-cod-glosa                to wk-mot-cod
                move wk-db-motivo                   to wk-mot-texto
                move wk-db-qtd                      to wk-mot-qtd
                move wk-db-glosado                  to wk-mot-valor
                write fd-glo-linha from wk-linha-motivo
             end-if
          end-perform

          EXEC SQL
             CLOSE cursor_motivo
          END-EXEC

          if wk-eh-primeira then
              move "Nenhuma glosa no mes"           to fd-glo-linha
              write fd-glo-linha
          end-if

          .
      bb-motivos-glosa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao em caso de erro
     *>*****************************************************************
      z-finaliza-erro section.
      z-finaliza-erro-a.
          display "Erro de banco - sqlcode " sqlcode
          move sqlcode                              to wk-sqlcode-disp
          move spaces                               to wk-erro-msn
          string "Erro SQL - sqlcode " wk-sqlcode-disp
                 delimited by size
            into wk-erro-msn
          end-string
          EXEC SQL
              ROLLBACK
          END-EXEC
          call "grava_erro" using wk-erro-programa
                                  wk-erro-msn
                                  wk-erro-registro
                                  wk-erro-registro-tam
          stop run.
          .
      z-finaliza-erro-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          close arqGlosas

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Relatorio de glosas em arqGlosas.txt"

          stop run.
          .
      z-finaliza-z.
          exit.
