      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "ocupacao_agenda".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Ocupacao e produtividade da agenda por
     *>                      medico e especialidade no mes (parametro
     *>                      AAAA-MM, padrao o mes anterior), com o mes
     *>                      anterior ao lado: slots ofertados pela
     *>                      grade horario_atendimento dia a dia, menos
     *>                      os dias de ausencia_medico, contra as
     *>                      consultas agendadas, realizadas,
     *>                      canceladas, remarcadas e faltas; ocupacao
     *>                      %, falta %, antecedencia media entre a
     *>                      marcacao e a consulta e faturamento por
     *>                      hora disponivel (tabela faturamento do
     *>                      fechamento mensal). Saida em
     *>                      arqOcupacao.txt, para decidir onde abrir
     *>                      horario.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqOcupacao assign to "arqOcupacao.txt"
          organization is line sequential
          file status is wk-fs-arqOcupacao.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqOcupacao.
      01  fd-ocu-linha                              pic  x(100).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqOcupacao                         pic x(02).

      01  wk-linha-comando                          pic x(80).
      01  filler redefines wk-linha-comando.
          05 wk-parm-ano-mes                        pic x(07).
          05 filler                                 pic x(73).

      01  wk-ano-mes.
          05 wk-am-ano                              pic 9(04).
          05 wk-am-traco                            pic x(01).
          05 wk-am-mes                              pic 9(02).

     *>   1 = mes do relatorio, 2 = mes anterior
      01  wk-tab-meses.
          05 wk-mes-ref occurs 2 times              pic x(07).
      77  wk-ix-mes                                 pic 9(01).

     *>   varredura dos dias do mes para a oferta de slots
      01  wk-data-aaaammdd                          pic 9(08) value 0.
      01  wk-data-red redefines wk-data-aaaammdd.
          05  wk-dt-ano                             pic x(04).
          05  wk-dt-mes                             pic x(02).
          05  wk-dt-dia                             pic x(02).
      77  wk-dia-int                                pic 9(08) value 0.
      77  wk-resto-dow                              pic 9(01) value 0.
      77  wk-mes-varrido                            pic x(02).

     *>   medicos ativos, carregados antes das contagens para nao
     *>   manter cursores aninhados
      01  wk-tab-medicos.
          05 wk-qtd-med                             pic 9(03) value 0.
          05 wk-med occurs 300 times indexed by wk-ix-med.
             10 wk-med-cod                          pic 9(05).
             10 wk-med-nome                         pic x(35).
             10 wk-med-esp                          pic 9(05).
             10 wk-med-esp-nome                     pic x(40).
             10 wk-med-oferta occurs 2 times.
                15 wk-med-slots                     pic 9(05).
                15 wk-med-minutos                   pic 9(07).

     *>   acumuladores: 1 = medico, 2 = especialidade, 3 = clinica;
     *>   cada um com o mes do relatorio e o anterior
      01  wk-tab-acumulos.
          05 wk-acum occurs 3 times.
             10 wk-ac-mes occurs 2 times.
                15 wk-ac-slots                      pic 9(07).
                15 wk-ac-minutos                    pic 9(09).
                15 wk-ac-agendadas                  pic 9(07).
                15 wk-ac-realizadas                 pic 9(07).
                15 wk-ac-canceladas                 pic 9(07).
                15 wk-ac-remarcadas                 pic 9(07).
                15 wk-ac-faltas                     pic 9(07).
                15 wk-ac-antec-dias                 pic 9(09).
                15 wk-ac-antec-qtd                  pic 9(07).
                15 wk-ac-receita                    pic 9(09)v99.
      77  wk-nivel                                  pic 9(01).
      77  wk-nivel-destino                          pic 9(01).

      77  wk-esp-anterior                           pic 9(05) value 0.
      77  wk-primeira-esp                           pic x(01) value "S".
          88 wk-eh-primeira-esp                     value "S".

      01  wk-fat-gerado-tab.
          05 wk-fat-gerado occurs 2 times           pic x(01).

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-ano-mes        pic x(07).
      01  wk-db-data           pic x(10).
      01  wk-db-dia-semana     pic 9(01).
      01  wk-db-cod-medico     pic 9(05).
      01  wk-db-nome-medico    pic x(35).
      01  wk-db-cod-esp        pic 9(05).
      01  wk-db-esp-nome       pic x(40).
      01  wk-db-slots          pic 9(05).
      01  wk-db-minutos        pic 9(05).
      01  wk-db-agendadas      pic 9(05).
      01  wk-db-realizadas     pic 9(05).
      01  wk-db-canceladas     pic 9(05).
      01  wk-db-remarcadas     pic 9(05).
      01  wk-db-faltas         pic 9(05).
      01  wk-db-antec-dias     pic 9(07).
      01  wk-db-antec-qtd      pic 9(05).
      01  wk-db-receita        pic 9(09)v99.
      01  wk-db-qtd            pic 9(06).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      77  wk-erro-programa                          pic x(20)
                 value "ocupacao_agenda".
      01  wk-erro-msn                               pic x(50).
      01  wk-erro-registro                          pic x(200) value spaces.
      77  wk-erro-registro-tam                      pic 9(04) value 0.
      77  wk-sqlcode-disp                           pic -9(09).

      01  wk-linha-titulo.
          05 filler                                 pic x(41)
                 value "OCUPACAO E PRODUTIVIDADE DA AGENDA - MES ".
          05 wk-tit-ano-mes                         pic x(07).
          05 filler                                 pic x(16)
                 value " - MES ANTERIOR ".
          05 wk-tit-ano-mes-ant                     pic x(07).
          05 filler                                 pic x(29) value space.

      01  wk-linha-cab.
          05 filler                                 pic x(50) value
             "    MES      OFERT  AGEND REALIZ CANCEL REMARC FAL".
          05 filler                                 pic x(50) value
             "TAS   OCUP%  FALTA% ANTEC-D  R$/H DISP".

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

      01  wk-linha-rotulo.
          05 filler                                 pic x(02) value space.
          05 wk-rot-texto                           pic x(60).
          05 filler                                 pic x(38) value space.

      01  wk-linha-det.
          05 filler                                 pic x(04) value space.
          05 wk-det-mes                             pic x(07).
          05 filler                                 pic x(01) value space.
          05 wk-det-slots                           pic zzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-agendadas                       pic zzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-realizadas                      pic zzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-canceladas                      pic zzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-remarcadas                      pic zzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-faltas                          pic zzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-ocupacao                        pic zzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-det-perc-falta                      pic zzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-det-antecedencia                    pic zzzz9,9.
          05 filler                                 pic x(01) value space.
          05 wk-det-receita-hora                    pic zzzzzz9,99.
          05 filler                                 pic x(13) value space.

      77  wk-ind-ocupacao                           pic 9(04)v99.
      77  wk-ind-falta                              pic 9(04)v99.
      77  wk-ind-antecedencia                       pic 9(05)v9.
      77  wk-ind-receita-hora                       pic 9(07)v99.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - mes de referencia e o
     *>   anterior
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
          move wk-ano-mes                           to wk-mes-ref(1)
          if   wk-am-mes equal 1 then
              move 12                               to wk-am-mes
              subtract 1                            from wk-am-ano
          else
              subtract 1                            from wk-am-mes
          end-if
          move wk-ano-mes                           to wk-mes-ref(2)
          move wk-mes-ref(1)                        to wk-tit-ano-mes
          move wk-mes-ref(2)                        to wk-tit-ano-mes-ant

          open output arqOcupacao
          if   wk-fs-arqOcupacao not equal "00" then
              display "Erro ao abrir arqOcupacao " wk-fs-arqOcupacao
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

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - oferta dos dois meses, depois
     *>   medico a medico em ordem de especialidade
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          perform ba-carregar-medicos

          perform varying wk-ix-mes from 1 by 1
                    until wk-ix-mes > 2
              perform bb-calcular-oferta
              perform bf-conferir-faturamento
          end-perform

          write fd-ocu-linha from wk-linha-titulo
          move all "-"                              to fd-ocu-linha
          write fd-ocu-linha
          write fd-ocu-linha from wk-linha-cab
          perform varying wk-ix-mes from 1 by 1
                    until wk-ix-mes > 2
              if   wk-fat-gerado(wk-ix-mes) not equal "S" then
                  move spaces                       to wk-rot-texto
                  string "Faturamento de " wk-mes-ref(wk-ix-mes)
                         " nao gerado - R$/hora zerado"
                         delimited by size
                    into wk-rot-texto
                  end-string
                  write fd-ocu-linha from wk-linha-rotulo
              end-if
          end-perform

          perform varying wk-ix-med from 1 by 1
                    until wk-ix-med > wk-qtd-med
              if   wk-eh-primeira-esp
              or   wk-med-esp(wk-ix-med) not equal wk-esp-anterior then
                  if   not wk-eh-primeira-esp then
                      perform bh-total-especialidade
                  end-if
                  move "N"                          to wk-primeira-esp
                  move wk-med-esp(wk-ix-med)        to wk-esp-anterior
                  move space                        to fd-ocu-linha
                  write fd-ocu-linha
                  move wk-med-esp(wk-ix-med)        to wk-esp-cod
                  move wk-med-esp-nome(wk-ix-med)   to wk-esp-nome
                  write fd-ocu-linha from wk-linha-esp
              end-if

              initialize wk-acum(1)
              move wk-med-cod(wk-ix-med)            to wk-db-cod-medico
              perform varying wk-ix-mes from 1 by 1
                        until wk-ix-mes > 2
                  move wk-med-slots(wk-ix-med, wk-ix-mes)
                                                    to wk-ac-slots(1, wk-ix-mes)
                  move wk-med-minutos(wk-ix-med, wk-ix-mes)
                                                    to wk-ac-minutos(1, wk-ix-mes)
                  perform bc-contar-consultas
              end-perform

              move wk-med-cod(wk-ix-med)            to wk-lmed-cod
              move wk-med-nome(wk-ix-med)           to wk-lmed-nome
              write fd-ocu-linha from wk-linha-medico
              move 1                                to wk-nivel
              perform bd-imprimir-nivel

              move 2                                to wk-nivel-destino
              perform be-acumular
              move 3                                to wk-nivel-destino
              perform be-acumular
          end-perform

          if   not wk-eh-primeira-esp then
              perform bh-total-especialidade
          end-if

          move space                                to fd-ocu-linha
          write fd-ocu-linha
          move "TOTAL DA CLINICA"                   to wk-rot-texto
          write fd-ocu-linha from wk-linha-rotulo
          move 3                                    to wk-nivel
          perform bd-imprimir-nivel

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Medicos ativos com a especialidade
     *>*****************************************************************
      ba-carregar-medicos section.
      ba-carregar-medicos-a.

          EXEC SQL
             DECLARE cursor_medicos CURSOR FOR
                SELECT m.cod, m.nome, COALESCE(m.cod_esp, 0),
                       COALESCE(e.nome, 'Sem especialidade')
                  FROM medico m
                  LEFT JOIN especialidade e ON e.cod = m.cod_esp
                 WHERE m.situacao = 'A'
              ORDER BY COALESCE(e.nome, 'Sem especialidade'),
                       m.cod_esp, m.nome
          END-EXEC

          exec sql
             open cursor_medicos
          end-exec
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode not = 0
              EXEC SQL
                 FETCH cursor_medicos
                  INTO :wk-db-cod-medico,
                       :wk-db-nome-medico,
                       :wk-db-cod-esp,
                       :wk-db-esp-nome
              END-EXEC
              if   sqlcode equal 0
              and  wk-qtd-med < 300 then
                  add 1                             to wk-qtd-med
                  set wk-ix-med                     to wk-qtd-med
                  move wk-db-cod-medico             to wk-med-cod(wk-ix-med)
                  move wk-db-nome-medico            to wk-med-nome(wk-ix-med)
                  move wk-db-cod-esp                to wk-med-esp(wk-ix-med)
                  move wk-db-esp-nome               to wk-med-esp-nome(wk-ix-med)
                  move 0                            to wk-med-slots(wk-ix-med, 1)
                                                       wk-med-slots(wk-ix-med, 2)
                                                       wk-med-minutos(wk-ix-med, 1)
                                                       wk-med-minutos(wk-ix-med, 2)
              end-if
          end-perform
          if sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

          exec sql
             close cursor_medicos
          end-exec

          .
      ba-carregar-medicos-z.
          exit.

     *>*****************************************************************
     *>   Slots ofertados no mes wk-ix-mes - dia a dia, a grade do dia
     *>   da semana (1 = segunda ... 7 = domingo) de cada medico fora
     *>   das ausencias registradas
     *>*****************************************************************
      bb-calcular-oferta section.
      bb-calcular-oferta-a.

          move wk-mes-ref(wk-ix-mes)                to wk-ano-mes
          compute wk-data-aaaammdd =
              (wk-am-ano * 10000) + (wk-am-mes * 100) + 1
          compute wk-dia-int =
              function integer-of-date(wk-data-aaaammdd)
          move wk-dt-mes                            to wk-mes-varrido

          EXEC SQL
             DECLARE cursor_oferta CURSOR FOR
                SELECT h.cod_medico,
                       ((CAST(substr(h.hora_fim, 1, 2) AS INTEGER) * 60
                         + CAST(substr(h.hora_fim, 4, 2) AS INTEGER))
                      - (CAST(substr(h.hora_ini, 1, 2) AS INTEGER) * 60
                         + CAST(substr(h.hora_ini, 4, 2) AS INTEGER)))
                       / h.slot_min,
                       (CAST(substr(h.hora_fim, 1, 2) AS INTEGER) * 60
                         + CAST(substr(h.hora_fim, 4, 2) AS INTEGER))
                      - (CAST(substr(h.hora_ini, 1, 2) AS INTEGER) * 60
                         + CAST(substr(h.hora_ini, 4, 2) AS INTEGER))
                  FROM horario_atendimento h
                 WHERE h.dia_semana = :wk-db-dia-semana
                   AND h.slot_min > 0
                   AND h.hora_fim > h.hora_ini
                   AND NOT EXISTS
                       (SELECT 1 FROM ausencia_medico a
                         WHERE a.cod_medico = h.cod_medico
                           AND :wk-db-data BETWEEN a.data_ini
                                               AND a.data_fim)
          END-EXEC

          perform until wk-dt-mes not equal wk-mes-varrido
     *>        o dia 1 do calendario interno (01/01/1601) caiu numa
     *>        segunda-feira
              compute wk-resto-dow = function mod(wk-dia-int - 1, 7)
              compute wk-db-dia-semana = wk-resto-dow + 1
              move spaces                           to wk-db-data
              string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                     delimited by size
                into wk-db-data
              end-string

              exec sql
                 open cursor_oferta
              end-exec
              if sqlcode not = 0 then
                  perform z-finaliza-erro
              end-if

              perform until sqlcode not = 0
                  EXEC SQL
                     FETCH cursor_oferta
                      INTO :wk-db-cod-medico,
                           :wk-db-slots,
                           :wk-db-minutos
                  END-EXEC
                  if   sqlcode equal 0 then
                      set wk-ix-med                 to 1
                      search wk-med
                          when wk-ix-med > wk-qtd-med
                              continue
                          when wk-med-cod(wk-ix-med) equal wk-db-cod-medico
                              add wk-db-slots       to wk-med-slots(wk-ix-med, wk-ix-mes)
                              add wk-db-minutos     to wk-med-minutos(wk-ix-med, wk-ix-mes)
                      end-search
                  end-if
              end-perform
              if sqlcode not = 0
              and sqlcode not = 100 then
                  perform z-finaliza-erro
              end-if

              exec sql
                 close cursor_oferta
              end-exec

              add 1                                 to wk-dia-int
              compute wk-data-aaaammdd =
                  function date-of-integer(wk-dia-int)
          end-perform

          .
      bb-calcular-oferta-z.
          exit.

     *>*****************************************************************
     *>   Consultas do medico no mes wk-ix-mes por status - agendada e
     *>   tudo que ocupou o slot (M/R/Z/F), cancelada fora - a
     *>   antecedencia so conta consulta com data de marcacao - e o
     *>   faturamento do mes
     *>*****************************************************************
      bc-contar-consultas section.
      bc-contar-consultas-a.

          move wk-mes-ref(wk-ix-mes)                to wk-db-ano-mes

          EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN status IN ('M', 'R', 'Z', 'F')
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN status = 'Z'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN status = 'C'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN status = 'R'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN status = 'F'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN status <> 'C'
                                       AND TRIM(COALESCE(data_agendamento,
                                                         '')) <> ''
                                      THEN julianday(data_consulta)
                                         - julianday(data_agendamento)
                                      ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN status <> 'C'
                                       AND TRIM(COALESCE(data_agendamento,
                                                         '')) <> ''
                                      THEN 1 ELSE 0 END), 0)
               INTO :wk-db-agendadas,
                    :wk-db-realizadas,
                    :wk-db-canceladas,
                    :wk-db-remarcadas,
                    :wk-db-faltas,
                    :wk-db-antec-dias,
                    :wk-db-antec-qtd
               FROM consulta
              WHERE cod_medico = :wk-db-cod-medico
                AND substr(data_consulta, 1, 7) = :wk-db-ano-mes
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          EXEC SQL
             SELECT COALESCE(SUM(valor), 0)
               INTO :wk-db-receita
               FROM faturamento
              WHERE ano_mes    = :wk-db-ano-mes
                AND cod_medico = :wk-db-cod-medico
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          move wk-db-agendadas                      to wk-ac-agendadas(1, wk-ix-mes)
          move wk-db-realizadas                     to wk-ac-realizadas(1, wk-ix-mes)
          move wk-db-canceladas                     to wk-ac-canceladas(1, wk-ix-mes)
          move wk-db-remarcadas                     to wk-ac-remarcadas(1, wk-ix-mes)
          move wk-db-faltas                         to wk-ac-faltas(1, wk-ix-mes)
          move wk-db-antec-dias                     to wk-ac-antec-dias(1, wk-ix-mes)
          move wk-db-antec-qtd                      to wk-ac-antec-qtd(1, wk-ix-mes)
          move wk-db-receita                        to wk-ac-receita(1, wk-ix-mes)

          .
      bc-contar-consultas-z.
          exit.

     *>*****************************************************************
     *>   Imprime os dois meses do nivel wk-nivel com os indices
     *>*****************************************************************
      bd-imprimir-nivel section.
      bd-imprimir-nivel-a.

          perform varying wk-ix-mes from 1 by 1
                    until wk-ix-mes > 2
              move 0                                to wk-ind-ocupacao
                                                       wk-ind-falta
                                                       wk-ind-antecedencia
                                                       wk-ind-receita-hora
              if   wk-ac-slots(wk-nivel, wk-ix-mes) > 0 then
                  compute wk-ind-ocupacao rounded =
                      wk-ac-agendadas(wk-nivel, wk-ix-mes) * 100
                      / wk-ac-slots(wk-nivel, wk-ix-mes)
              end-if
              if   wk-ac-realizadas(wk-nivel, wk-ix-mes)
                 + wk-ac-faltas(wk-nivel, wk-ix-mes) > 0 then
                  compute wk-ind-falta rounded =
                      wk-ac-faltas(wk-nivel, wk-ix-mes) * 100
                      / (wk-ac-realizadas(wk-nivel, wk-ix-mes)
                       + wk-ac-faltas(wk-nivel, wk-ix-mes))
              end-if
              if   wk-ac-antec-qtd(wk-nivel, wk-ix-mes) > 0 then
                  compute wk-ind-antecedencia rounded =
                      wk-ac-antec-dias(wk-nivel, wk-ix-mes)
                      / wk-ac-antec-qtd(wk-nivel, wk-ix-mes)
              end-if
              if   wk-ac-minutos(wk-nivel, wk-ix-mes) > 0 then
                  compute wk-ind-receita-hora rounded =
                      wk-ac-receita(wk-nivel, wk-ix-mes) * 60
                      / wk-ac-minutos(wk-nivel, wk-ix-mes)
              end-if

              move wk-mes-ref(wk-ix-mes)            to wk-det-mes
              move wk-ac-slots(wk-nivel, wk-ix-mes) to wk-det-slots
              move wk-ac-agendadas(wk-nivel, wk-ix-mes)
                                                    to wk-det-agendadas
              move wk-ac-realizadas(wk-nivel, wk-ix-mes)
                                                    to wk-det-realizadas
              move wk-ac-canceladas(wk-nivel, wk-ix-mes)
                                                    to wk-det-canceladas
              move wk-ac-remarcadas(wk-nivel, wk-ix-mes)
                                                    to wk-det-remarcadas
              move wk-ac-faltas(wk-nivel, wk-ix-mes)
                                                    to wk-det-faltas
              move wk-ind-ocupacao                  to wk-det-ocupacao
              move wk-ind-falta                     to wk-det-perc-falta
              move wk-ind-antecedencia              to wk-det-antecedencia
              move wk-ind-receita-hora              to wk-det-receita-hora
              write fd-ocu-linha from wk-linha-det
          end-perform

          .
      bd-imprimir-nivel-z.
          exit.

     *>*****************************************************************
     *>   Soma o nivel do medico no nivel wk-nivel-destino
     *>*****************************************************************
      be-acumular section.
      be-acumular-a.

          perform varying wk-ix-mes from 1 by 1
                    until wk-ix-mes > 2
              add wk-ac-slots(1, wk-ix-mes)
                  to wk-ac-slots(wk-nivel-destino, wk-ix-mes)
              add wk-ac-minutos(1, wk-ix-mes)
                  to wk-ac-minutos(wk-nivel-destino, wk-ix-mes)
              add wk-ac-agendadas(1, wk-ix-mes)
                  to wk-ac-agendadas(wk-nivel-destino, wk-ix-mes)
              add wk-ac-realizadas(1, wk-ix-mes)
                  to wk-ac-realizadas(wk-nivel-destino, wk-ix-mes)
              add wk-ac-canceladas(1, wk-ix-mes)
                  to wk-ac-canceladas(wk-nivel-destino, wk-ix-mes)
              add wk-ac-remarcadas(1, wk-ix-mes)
                  to wk-ac-remarcadas(wk-nivel-destino, wk-ix-mes)
              add wk-ac-faltas(1, wk-ix-mes)
                  to wk-ac-faltas(wk-nivel-destino, wk-ix-mes)
              add wk-ac-antec-dias(1, wk-ix-mes)
                  to wk-ac-antec-dias(wk-nivel-destino, wk-ix-mes)
              add wk-ac-antec-qtd(1, wk-ix-mes)
                  to wk-ac-antec-qtd(wk-nivel-destino, wk-ix-mes)
              add wk-ac-receita(1, wk-ix-mes)
                  to wk-ac-receita(wk-nivel-destino, wk-ix-mes)
          end-perform

          .
      be-acumular-z.
          exit.

     *>*****************************************************************
     *>   Faturamento do mes ja gerado? sem ele o R$/hora sai zerado
     *>*****************************************************************
      bf-conferir-faturamento section.
      bf-conferir-faturamento-a.

          move wk-mes-ref(wk-ix-mes)                to wk-db-ano-mes
          EXEC SQL
             SELECT COUNT(*) INTO :wk-db-qtd
               FROM faturamento
              WHERE ano_mes = :wk-db-ano-mes
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          if   wk-db-qtd > 0 then
              move "S"                              to wk-fat-gerado(wk-ix-mes)
          else
              move "N"                              to wk-fat-gerado(wk-ix-mes)
          end-if

          .
      bf-conferir-faturamento-z.
          exit.

     *>*****************************************************************
     *>   Quebra por especialidade - total dos medicos e zera o nivel
     *>*****************************************************************
      bh-total-especialidade section.
      bh-total-especialidade-a.

          move "Total da especialidade"             to wk-rot-texto
          write fd-ocu-linha from wk-linha-rotulo
          move 2                                    to wk-nivel
          perform bd-imprimir-nivel
          initialize wk-acum(2)

          .
      bh-total-especialidade-z.
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

          close arqOcupacao

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Ocupacao da agenda em arqOcupacao.txt"

          stop run.
          .
      z-finaliza-z.
          exit.
