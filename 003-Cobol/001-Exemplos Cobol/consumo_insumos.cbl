      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "consumo_insumos".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Consumo e custo mensal dos insumos do
     *>                      consultorio por especialidade e medico
     *>                      (parametro AAAA-MM, padrao o mes
     *>                      anterior), no molde de ocupacao_agenda:
     *>                      baixas de movimento_insumo do mes ao
     *>                      custo unitario da baixa, item a item, com
     *>                      o custo medio por consulta realizada do
     *>                      medico para apoiar a definicao de precos.
     *>                      As doses de vacina aplicadas na clinica
     *>                      saem a parte, em SALA DE VACINA, com o
     *>                      custo medio por dose. Saida em
     *>                      arqConsumoInsumos.txt.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqConsumoInsumos assign to "arqConsumoInsumos.txt"
          organization is line sequential
          file status is wk-fs-arqConsumoInsumos.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqConsumoInsumos.
      01  fd-cons-linha                             pic  x(100).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqConsumoInsumos                   pic x(02).

      01  wk-linha-comando                          pic x(80).
      01  filler redefines wk-linha-comando.
          05 wk-parm-ano-mes                        pic x(07).
          05 filler                                 pic x(73).

      01  wk-ano-mes.
          05 wk-am-ano                              pic 9(04).
          05 wk-am-traco                            pic x(01).
          05 wk-am-mes                              pic 9(02).

     *>   acumuladores: 1 = medico, 2 = especialidade, 3 = clinica
      01  wk-tab-acumulos.
          05 wk-acum occurs 3 times.
             10 wk-ac-atendimentos                  pic 9(07).
             10 wk-ac-quantidade                    pic 9(09).
             10 wk-ac-custo                         pic 9(09)v99.
      77  wk-nivel                                  pic 9(01).
      77  wk-nivel-destino                          pic 9(01).

      77  wk-esp-anterior                           pic 9(05) value 0.
      77  wk-medico-anterior                        pic 9(05) value 0.
      77  wk-primeiro                               pic x(01) value "S".
          88 wk-eh-primeiro                         value "S".
      77  wk-qtd-linhas                             pic 9(05) value 0.
      77  wk-custo-medio                            pic 9(07)v99.

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-ano-mes        pic x(07).
      01  wk-db-cod-esp        pic 9(05).
      01  wk-db-esp-nome       pic x(40).
      01  wk-db-cod-medico     pic 9(05).
      01  wk-db-nome-medico    pic x(35).
      01  wk-db-atendimentos   pic 9(07).
      01  wk-db-ins-cod        pic 9(05).
      01  wk-db-ins-desc       pic x(40).
      01  wk-db-ins-unid       pic x(05).
      01  wk-db-quantidade     pic 9(07).
      01  wk-db-custo          pic 9(09)v99.
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      77  wk-erro-programa                          pic x(20)
                 value "consumo_insumos".
      01  wk-erro-msn                               pic x(50).
      01  wk-erro-registro                          pic x(200) value spaces.
      77  wk-erro-registro-tam                      pic 9(04) value 0.
      77  wk-sqlcode-disp                           pic -9(09).

      01  wk-linha-titulo.
          05 filler                                 pic x(33)
                 value "CONSUMO E CUSTO DE INSUMOS - MES ".
          05 wk-tit-ano-mes                         pic x(07).
          05 filler                                 pic x(60) value space.

      01  wk-linha-cab.
          05 filler                                 pic x(54) value
             "      COD   INSUMO".
          05 filler                                 pic x(46) value
             "UNID QUANTIDADE          CUSTO".

      01  wk-linha-esp.
          05 filler                                 pic x(15) value "Especialidade: ".
          05 wk-esp-cod                             pic 9(05).
          05 filler                                 pic x(03) value " - ".
          05 wk-esp-nome                            pic x(40).
          05 filler                                 pic x(37) value space.

      01  wk-linha-medico.
          05 filler                                 pic x(09) value "  Medico ".
          05 wk-lmed-cod                            pic 9(05).
          05 filler                                 pic x(03) value " - ".
          05 wk-lmed-nome                           pic x(35).
          05 filler                                 pic x(48) value space.

      01  wk-linha-det.
          05 filler                                 pic x(06) value space.
          05 wk-det-cod                             pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-det-desc                            pic x(40).
          05 filler                                 pic x(02) value space.
          05 wk-det-unid                            pic x(05).
          05 filler                                 pic x(01) value space.
          05 wk-det-quantidade                      pic zzzzzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-custo                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(16) value space.

      01  wk-linha-total.
          05 filler                                 pic x(04) value space.
          05 wk-tot-rotulo                          pic x(22).
          05 wk-tot-rot-atend                       pic x(13).
          05 wk-tot-atendimentos                    pic zzzzzz9.
          05 filler                                 pic x(08) value "  CUSTO ".
          05 wk-tot-custo                           pic zzz.zzz.zz9,99.
          05 wk-tot-rot-medio                       pic x(11).
          05 wk-tot-medio                           pic zzzz.zz9,99.
          05 filler                                 pic x(10) value space.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - mes de referencia
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.

          accept wk-linha-comando from command-line
          if   wk-parm-ano-mes not equal spaces then
              move wk-parm-ano-mes                  to wk-ano-mes
          else
     *>        padrao: o mes anterior ao da execucao
              move function current-date(1:4)       to wk-am-ano
              move "-"                              to wk-am-traco
              move function current-date(5:2)       to wk-am-mes
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

          open output arqConsumoInsumos
          if   wk-fs-arqConsumoInsumos not equal "00" then
              display "Erro ao abrir arqConsumoInsumos "
                      wk-fs-arqConsumoInsumos
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

          initialize wk-tab-acumulos

          write fd-cons-linha from wk-linha-titulo
          move all "-"                              to fd-cons-linha
          write fd-cons-linha
          write fd-cons-linha from wk-linha-cab

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - baixas do mes por especialidade,
     *>   medico e insumo; atendimentos do medico sao as consultas
     *>   realizadas no mes e, na sala de vacina (medico 0), as doses
     *>   aplicadas na clinica
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          EXEC SQL
             DECLARE cursor_consumo CURSOR FOR
                SELECT COALESCE(md.cod_esp, 0),
                       COALESCE(e.nome,
                                CASE WHEN m.cod_medico = 0
                                     THEN 'SALA DE VACINA'
                                     ELSE 'SEM ESPECIALIDADE' END),
                       m.cod_medico,
                       COALESCE(md.nome, 'DOSES DE VACINA APLICADAS'),
                       CASE WHEN m.cod_medico = 0
                            THEN (SELECT COUNT(*)
                                    FROM movimento_insumo v
                                   WHERE v.cod_medico   = 0
                                     AND v.num_consulta = 0
                                     AND v.tipo         = 'C'
                                     AND substr(v.data_movimento, 1, 7)
                                         = :wk-db-ano-mes)
                            ELSE (SELECT COUNT(*)
                                    FROM consulta c
                                   WHERE c.cod_medico = m.cod_medico
                                     AND c.status     = 'Z'
                                     AND substr(c.data_consulta, 1, 7)
                                         = :wk-db-ano-mes)
                       END,
                       m.cod_insumo,
                       COALESCE(i.descricao, ' '),
                       COALESCE(i.unidade, ' '),
                       SUM(m.quantidade),
                       SUM(m.quantidade * m.custo_unitario)
                  FROM movimento_insumo m
                  LEFT JOIN medico md ON md.cod = m.cod_medico
                  LEFT JOIN especialidade e ON e.cod = md.cod_esp
                  LEFT JOIN insumo i ON i.cod = m.cod_insumo
                 WHERE m.tipo = 'C'
                   AND substr(m.data_movimento, 1, 7) = :wk-db-ano-mes
              GROUP BY COALESCE(md.cod_esp, 0), m.cod_medico,
                       m.cod_insumo
              ORDER BY COALESCE(md.cod_esp, 0), m.cod_medico,
                       m.cod_insumo
          END-EXEC

          exec sql
             open cursor_consumo
          end-exec
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode not = 0
              EXEC SQL
                 FETCH cursor_consumo
                  INTO :wk-db-cod-esp,
                       :wk-db-esp-nome,
                       :wk-db-cod-medico,
                       :wk-db-nome-medico,
                       :wk-db-atendimentos,
                       :wk-db-ins-cod,
                       :wk-db-ins-desc,
                       :wk-db-ins-unid,
                       :wk-db-quantidade,
                       :wk-db-custo
              END-EXEC
              if sqlcode = 0 then
                  perform ba-quebras
                  perform bb-imprimir-item
              end-if
          end-perform
          if sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

          exec sql
             close cursor_consumo
          end-exec

          if   wk-eh-primeiro then
              move space                            to fd-cons-linha
              write fd-cons-linha
              move "Nenhuma baixa de insumo no mes" to fd-cons-linha
              write fd-cons-linha
          else
              perform bd-total-medico
              perform be-total-especialidade
          end-if

          move space                                to fd-cons-linha
          write fd-cons-linha
          move "TOTAL DA CLINICA"                   to wk-tot-rotulo
          move 3                                    to wk-nivel
          perform bc-imprimir-total

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Quebras de especialidade e de medico - os atendimentos do
     *>   medico vem repetidos em cada insumo e sao somados uma vez
     *>*****************************************************************
      ba-quebras section.
      ba-quebras-a.

          if   not wk-eh-primeiro
          and  wk-db-cod-esp equal wk-esp-anterior
          and  wk-db-cod-medico equal wk-medico-anterior then
              exit section
          end-if

          if   not wk-eh-primeiro then
              perform bd-total-medico
              if   wk-db-cod-esp not equal wk-esp-anterior then
                  perform be-total-especialidade
              end-if
          end-if

          if   wk-eh-primeiro
          or   wk-db-cod-esp not equal wk-esp-anterior then
              move space                            to fd-cons-linha
              write fd-cons-linha
              move wk-db-cod-esp                    to wk-esp-cod
              move wk-db-esp-nome                   to wk-esp-nome
              write fd-cons-linha from wk-linha-esp
          end-if

          move "N"                                  to wk-primeiro
          move wk-db-cod-esp                        to wk-esp-anterior
          move wk-db-cod-medico                     to wk-medico-anterior

          move wk-db-cod-medico                     to wk-lmed-cod
          move wk-db-nome-medico                    to wk-lmed-nome
          write fd-cons-linha from wk-linha-medico

          move wk-db-atendimentos                   to wk-ac-atendimentos(1)
          add  wk-db-atendimentos                   to wk-ac-atendimentos(2)
                                                       wk-ac-atendimentos(3)

          .
      ba-quebras-z.
          exit.

     *>*****************************************************************
     *>   Linha do insumo baixado pelo medico no mes
     *>*****************************************************************
      bb-imprimir-item section.
      bb-imprimir-item-a.

          add 1                                     to wk-qtd-linhas
          move wk-db-ins-cod                        to wk-det-cod
          move wk-db-ins-desc                       to wk-det-desc
          move wk-db-ins-unid                       to wk-det-unid
          move wk-db-quantidade                     to wk-det-quantidade
          move wk-db-custo                          to wk-det-custo
          write fd-cons-linha from wk-linha-det

          perform varying wk-nivel-destino from 1 by 1
                    until wk-nivel-destino > 3
              add wk-db-quantidade      to wk-ac-quantidade(wk-nivel-destino)
              add wk-db-custo           to wk-ac-custo(wk-nivel-destino)
          end-perform

          .
      bb-imprimir-item-z.
          exit.

     *>*****************************************************************
     *>   Linha de total do nivel (1 medico, 2 especialidade, 3
     *>   clinica) - custo medio por atendimento
     *>*****************************************************************
      bc-imprimir-total section.
      bc-imprimir-total-a.

          if   wk-nivel equal 1
          and  wk-medico-anterior equal 0 then
              move "  DOSES"                        to wk-tot-rot-atend
              move "  POR DOSE"                     to wk-tot-rot-medio
          else
              move "  ATENDIM."                     to wk-tot-rot-atend
              move "  POR ATEND"                    to wk-tot-rot-medio
          end-if

          if   wk-ac-atendimentos(wk-nivel) > 0 then
              compute wk-custo-medio rounded =
                  wk-ac-custo(wk-nivel) / wk-ac-atendimentos(wk-nivel)
          else
              move 0                                to wk-custo-medio
          end-if

          move wk-ac-atendimentos(wk-nivel)         to wk-tot-atendimentos
          move wk-ac-custo(wk-nivel)                to wk-tot-custo
          move wk-custo-medio                       to wk-tot-medio
          write fd-cons-linha from wk-linha-total

          .
      bc-imprimir-total-z.
          exit.

     *>*****************************************************************
     *>   Total do medico
     *>*****************************************************************
      bd-total-medico section.
      bd-total-medico-a.

          move "Total do medico"                    to wk-tot-rotulo
          move 1                                    to wk-nivel
          perform bc-imprimir-total
          initialize wk-acum(1)

          .
      bd-total-medico-z.
          exit.

     *>*****************************************************************
     *>   Total da especialidade
     *>*****************************************************************
      be-total-especialidade section.
      be-total-especialidade-a.

          move "Total da especialidade"             to wk-tot-rotulo
          move 2                                    to wk-nivel
          perform bc-imprimir-total
          initialize wk-acum(2)

          .
      be-total-especialidade-z.
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

          close arqConsumoInsumos

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Consumo de insumos do mes " wk-ano-mes
                  " em arqConsumoInsumos.txt"
          display "Linhas de insumo: " wk-qtd-linhas

          stop run.
          .
      z-finaliza-z.
          exit.
