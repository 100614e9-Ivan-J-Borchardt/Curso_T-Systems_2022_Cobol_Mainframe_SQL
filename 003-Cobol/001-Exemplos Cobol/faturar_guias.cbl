      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "faturar_guias".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Cobranca mensal dos convenios por guias:
     *>                      cada consulta realizada e cada exame com
     *>                      resultado no mes (parametro AAAA-MM, padrao
     *>                      o mes anterior) de paciente de convenio
     *>                      vira uma guia numerada (tabela guia). As
     *>                      guias novas de cada convenio formam um lote
     *>                      normal e as guias com recurso de glosa
     *>                      (opcao 33 do exemploSQL) um lote de
     *>                      recurso; cada lote e gravado no layout de
     *>                      troca do convenio (P posicional, registros
     *>                      H/D/T, ou D delimitado por ;) em
     *>                      arqLoteGuias_CCCCC_LLLLLL.txt. Exame sem
     *>                      preco na tabela do convenio nao vira guia e
     *>                      e contado no resumo arqFaturamentoGuias.txt.
     *>   15/10/2026 - IJB - Consulta marcada como retorno gratuito nao
     *>                      vira guia.
     *>   15/10/2026 - IJB - Exame que exigia autorizacao previa do
     *>                      convenio e nao tem numero de autorizacao
     *>                      nao gera guia.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqLote assign to wk-nome-lote
          organization is line sequential
          file status is wk-fs-arqLote.

          select arqResumo assign to "arqFaturamentoGuias.txt"
          organization is line sequential
          file status is wk-fs-arqResumo.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqLote.
      01  fd-lote-linha                             pic  x(200).

      fd arqResumo.
      01  fd-res-linha                              pic  x(80).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqLote                             pic x(02).
      77  wk-fs-arqResumo                           pic x(02).

      77  wk-nome-lote                              pic x(40).

      01  wk-linha-comando                          pic x(80).
      01  filler redefines wk-linha-comando.
          05 wk-parm-ano-mes                        pic x(07).
          05 filler                                 pic x(73).

      01  wk-ano-mes.
          05 wk-am-ano                              pic 9(04).
          05 wk-am-traco                            pic x(01).
          05 wk-am-mes                              pic 9(02).

      77  wk-data-hora                              pic x(14).

      77  wk-qtd-guias-consulta                     pic 9(05) value 0.
      77  wk-qtd-guias-exame                        pic 9(05) value 0.
      77  wk-qtd-exame-sem-preco                    pic 9(05) value 0.
      77  wk-qtd-exame-sem-autoriz                  pic 9(05) value 0.
      77  wk-qtd-lotes                              pic 9(05) value 0.
      77  wk-qtd-guias-recurso                      pic 9(05) value 0.

     *>   convenios com guias a enviar - carregados antes de abrir os
     *>   lotes para nao manter cursores aninhados
      01  wk-tab-convenios.
          05 wk-qtd-conv                            pic 9(03) value 0.
          05 wk-conv occurs 200 times indexed by wk-ix-conv.
             10 wk-conv-cod                         pic 9(05).
             10 wk-conv-nome                        pic x(30).
             10 wk-conv-ans                         pic x(06).
             10 wk-conv-layout                      pic x(01).
                88 wk-conv-delimitado               value "D".

      77  wk-tipo-lote                              pic x(01).
          88 wk-lote-normal                         value "N".
          88 wk-lote-recurso                        value "R".

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-ano-mes        pic x(07).
      01  wk-db-num-guia       pic 9(09).
      01  wk-db-num-lote       pic 9(06).
      01  wk-db-num-consulta   pic 9(07).
      01  wk-db-id-exame       pic 9(07).
      01  wk-db-id-paciente    pic 9(07).
      01  wk-db-cod-medico     pic 9(05).
      01  wk-db-cod-esp        pic 9(05).
      01  wk-db-cod-conv       pic 9(05).
      01  wk-db-data           pic x(10).
      01  wk-db-tipo-exame     pic x(30).
      01  wk-db-exige-autoriz  pic x(01).
      01  wk-db-num-autoriz    pic x(20).
      01  wk-db-preco          pic 9(07)v99.
      01  wk-db-tipo-item      pic x(01).
      01  wk-db-pac-nome       pic x(35).
      01  wk-db-descricao      pic x(30).
      01  wk-db-justif         pic x(60).
      01  wk-db-conv-nome      pic x(30).
      01  wk-db-conv-ans       pic x(06).
      01  wk-db-conv-layout    pic x(01).
      01  wk-db-tipo-lote      pic x(01).
      01  wk-db-data-hora      pic x(14).
      01  wk-db-qtd            pic 9(06).
      01  wk-db-valor          pic 9(09)v99.
      01  wk-db-arquivo        pic x(40).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      77  wk-erro-programa                          pic x(20)
                 value "faturar_guias".
      01  wk-erro-msn                               pic x(50).
      01  wk-erro-registro                          pic x(200) value spaces.
      77  wk-erro-registro-tam                      pic 9(04) value 0.
      77  wk-sqlcode-disp                           pic -9(09).

     *>----Layout posicional do lote (P)
      01  wk-reg-header.
          05 filler                                 pic x(01) value "H".
          05 wk-hdr-ans                             pic x(06).
          05 wk-hdr-convenio                        pic 9(05).
          05 wk-hdr-lote                            pic 9(06).
          05 wk-hdr-tipo                            pic x(01).
          05 wk-hdr-ano-mes                         pic x(07).
          05 wk-hdr-data-hora                       pic x(14).
          05 filler                                 pic x(160) value space.

      01  wk-reg-detalhe.
          05 filler                                 pic x(01) value "D".
          05 wk-dtl-guia                            pic 9(09).
          05 wk-dtl-tipo-item                       pic x(01).
          05 wk-dtl-paciente                        pic 9(07).
          05 wk-dtl-nome                            pic x(35).
          05 wk-dtl-medico                          pic 9(05).
          05 wk-dtl-data                            pic x(10).
          05 wk-dtl-descricao                       pic x(30).
          05 wk-dtl-valor                           pic 9(07)v99.
          05 wk-dtl-justificativa                   pic x(60).
          05 filler                                 pic x(33) value space.

      01  wk-reg-trailer.
          05 filler                                 pic x(01) value "T".
          05 wk-trl-qtd                             pic 9(06).
          05 wk-trl-valor                           pic 9(09)v99.
          05 filler                                 pic x(182) value space.

     *>----Campos editados do layout delimitado (D)
      77  wk-ed-valor                               pic zzzzzzzz9,99.
      77  wk-ed-valor-trl                           pic zzzzzzzz9,99.

     *>----Resumo
      01  wk-linha-titulo.
          05 filler                                 pic x(34)
                 value "FATURAMENTO DE GUIAS - CONVENIOS ".
          05 wk-tit-ano-mes                         pic x(07).
          05 filler                                 pic x(39) value space.

      01  wk-linha-cab.
          05 filler                                 pic x(80) value
             "CONV  NOME                 LOTE   TP  GUIAS        VALOR ARQUIVO".

      01  wk-linha-det.
          05 wk-det-conv                            pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-det-nome                            pic x(20).
          05 filler                                 pic x(01) value space.
          05 wk-det-lote                            pic 9(06).
          05 filler                                 pic x(01) value space.
          05 wk-det-tipo                            pic x(02).
          05 filler                                 pic x(01) value space.
          05 wk-det-qtd                             pic zzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-valor                           pic zzzzzzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-det-arquivo                         pic x(24).

      01  wk-linha-total.
          05 wk-tot-rotulo                          pic x(40).
          05 wk-tot-qtd                             pic zzzz9.
          05 filler                                 pic x(35) value space.

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

          open output arqResumo
          if   wk-fs-arqResumo not equal "00" then
              display "Erro ao abrir arqFaturamentoGuias " wk-fs-arqResumo
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

          write fd-res-linha from wk-linha-titulo
          move all "-"                              to fd-res-linha
          write fd-res-linha
          write fd-res-linha from wk-linha-cab

          perform ba-guias-consultas
          perform bb-guias-exames

          EXEC SQL
              COMMIT
          END-EXEC
          if sqlcode not = 0
              perform z-finaliza-erro
          end-if

          perform bc-carregar-convenios

          perform varying wk-ix-conv from 1 by 1
                    until wk-ix-conv > wk-qtd-conv
              move wk-conv-cod(wk-ix-conv)          to wk-db-cod-conv
              set wk-lote-normal                    to true
              perform bd-gerar-lote
              set wk-lote-recurso                   to true
              perform bd-gerar-lote
              EXEC SQL
                  COMMIT
              END-EXEC
              if sqlcode not = 0
                  perform z-finaliza-erro
              end-if
          end-perform

          perform bh-imprimir-totais

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Guias das consultas realizadas no mes, ainda nao cobradas -
     *>   preco do convenio para a especialidade, senao o da
     *>   especialidade (como no faturamento mensal)
     *>*****************************************************************
      ba-guias-consultas section.
      ba-guias-consultas-a.

          EXEC SQL
             DECLARE cursor_cons CURSOR FOR
                SELECT c.num_consulta, c.cod_medico, m.cod_esp,
                       c.id_paciente, pa.cod_convenio, c.data_consulta
                  FROM consulta c, medico m, paciente pa
                 WHERE m.cod  = c.cod_medico
                   AND pa.id  = c.id_paciente
                   AND c.status = 'Z'
                   AND substr(c.data_consulta, 1, 7) = :wk-db-ano-mes
                   AND COALESCE(c.retorno, 'N') <> 'S'
                   AND COALESCE(pa.cod_convenio, 0) <> 0
                   AND NOT EXISTS
                       (SELECT 1 FROM guia g
                         WHERE g.tipo_item    = 'C'
                           AND g.num_consulta = c.num_consulta)
              ORDER BY c.num_consulta
          END-EXEC

          EXEC SQL
             OPEN cursor_cons
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode = 100
             EXEC SQL
                FETCH cursor_cons
                 INTO :wk-db-num-consulta,
                      :wk-db-cod-medico,
                      :wk-db-cod-esp,
                      :wk-db-id-paciente,
                      :wk-db-cod-conv,
                      :wk-db-data
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100 then
                perform z-finaliza-erro
             end-if
             if sqlcode = 0 then
                perform baa-preco-consulta
                move "C"                            to wk-db-tipo-item
                move 0                              to wk-db-id-exame
                perform bz-inserir-guia
                add 1                               to wk-qtd-guias-consulta
             end-if
          end-perform

          EXEC SQL
             CLOSE cursor_cons
          END-EXEC

          .
      ba-guias-consultas-z.
          exit.

      baa-preco-consulta section.
      baa-preco-consulta-a.

          move 0                                    to wk-db-preco

          EXEC SQL
             SELECT preco INTO :wk-db-preco
               FROM preco_convenio
              WHERE cod_convenio = :wk-db-cod-conv
                AND cod_esp      = :wk-db-cod-esp
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

          if sqlcode = 100 then
              EXEC SQL
                 SELECT COALESCE(preco, 0) INTO :wk-db-preco
                   FROM especialidade
                  WHERE cod = :wk-db-cod-esp
              END-EXEC
              if  sqlcode not = 0
              and sqlcode not = 100 then
                  perform z-finaliza-erro
              end-if
          end-if

          .
      baa-preco-consulta-z.
          exit.

     *>*****************************************************************
     *>   Guias dos exames com resultado no mes, ainda nao cobrados -
     *>   preco da tabela de exames do convenio
     *>*****************************************************************
      bb-guias-exames section.
      bb-guias-exames-a.

          EXEC SQL
             DECLARE cursor_exame CURSOR FOR
                SELECT e.id, e.id_paciente, e.cod_medico, e.tipo_exame,
                       e.data_resultado, pa.cod_convenio,
                       COALESCE(e.exige_autorizacao, 'N'),
                       COALESCE(e.num_autorizacao, ' ')
                  FROM pedido_exame e, paciente pa
                 WHERE pa.id       = e.id_paciente
                   AND e.situacao  = 'R'
                   AND substr(e.data_resultado, 1, 7) = :wk-db-ano-mes
                   AND COALESCE(pa.cod_convenio, 0) <> 0
                   AND NOT EXISTS
                       (SELECT 1 FROM guia g
                         WHERE g.tipo_item = 'E'
                           AND g.id_exame  = e.id)
              ORDER BY e.id
          END-EXEC

          EXEC SQL
             OPEN cursor_exame
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode = 100
             EXEC SQL
                FETCH cursor_exame
                 INTO :wk-db-id-exame,
                      :wk-db-id-paciente,
                      :wk-db-cod-medico,
                      :wk-db-tipo-exame,
                      :wk-db-data,
                      :wk-db-cod-conv,
                      :wk-db-exige-autoriz,
                      :wk-db-num-autoriz
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100 then
                perform z-finaliza-erro
             end-if
     *>      exame que exigia autorizacao previa do convenio e foi
     *>      realizado sem ela nao e cobrado - seria glosado
             if  sqlcode = 0
             and wk-db-exige-autoriz = "S"
             and wk-db-num-autoriz   = spaces then
                add 1                               to wk-qtd-exame-sem-autoriz
                display "Exame " wk-db-id-exame " sem autorizacao do convenio "
                        wk-db-cod-conv ": " wk-db-tipo-exame
             else
                if sqlcode = 0 then
                   EXEC SQL
                      SELECT preco INTO :wk-db-preco
                        FROM preco_exame
                       WHERE cod_convenio = :wk-db-cod-conv
                         AND tipo_exame   = :wk-db-tipo-exame
                   END-EXEC
                   if  sqlcode not = 0
                   and sqlcode not = 100 then
                       perform z-finaliza-erro
                   end-if
                   if sqlcode = 100 then
                       add 1                           to wk-qtd-exame-sem-preco
                       display "Exame " wk-db-id-exame " sem preco no convenio "
                               wk-db-cod-conv ": " wk-db-tipo-exame
                       move 0                          to sqlcode
                   else
                       move "E"                        to wk-db-tipo-item
                       move 0                          to wk-db-num-consulta
                       perform bz-inserir-guia
                       add 1                           to wk-qtd-guias-exame
                   end-if
                end-if
             end-if
          end-perform

          EXEC SQL
             CLOSE cursor_exame
          END-EXEC

          .
      bb-guias-exames-z.
          exit.

     *>*****************************************************************
     *>   Convenios com guias novas ou com recurso a enviar
     *>*****************************************************************
      bc-carregar-convenios section.
      bc-carregar-convenios-a.

          EXEC SQL
             DECLARE cursor_conv CURSOR FOR
                SELECT cv.cod, cv.nome,
                       COALESCE(cv.registro_ans, ' '),
                       COALESCE(cv.layout_lote, 'P')
                  FROM convenio cv
                 WHERE EXISTS
                       (SELECT 1 FROM guia g
                         WHERE g.cod_convenio = cv.cod
                           AND ((g.num_lote = 0 AND g.situacao = 'E')
                             OR g.situacao = 'A'))
              ORDER BY cv.cod
          END-EXEC

          EXEC SQL
             OPEN cursor_conv
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode = 100
             EXEC SQL
                FETCH cursor_conv
                 INTO :wk-db-cod-conv,
                      :wk-db-conv-nome,
                      :wk-db-conv-ans,
                      :wk-db-conv-layout
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100 then
                perform z-finaliza-erro
             end-if
             if sqlcode = 0 then
                if wk-qtd-conv not < 200 then
                    display "Mais de 200 convenios com guias - os demais"
                            " ficam para a proxima execucao"
                    move 100                        to sqlcode
                else
                    add 1                           to wk-qtd-conv
                    set wk-ix-conv                  to wk-qtd-conv
                    move wk-db-cod-conv             to wk-conv-cod(wk-ix-conv)
                    move wk-db-conv-nome            to wk-conv-nome(wk-ix-conv)
                    move wk-db-conv-ans             to wk-conv-ans(wk-ix-conv)
                    move wk-db-conv-layout          to wk-conv-layout(wk-ix-conv)
                end-if
             end-if
          end-perform

          EXEC SQL
             CLOSE cursor_conv
          END-EXEC

          .
      bc-carregar-convenios-z.
          exit.

     *>*****************************************************************
     *>   Lote normal (guias novas) ou de recurso (glosas recorridas)
     *>   do convenio: numera o lote, marca as guias e grava o arquivo
     *>*****************************************************************
      bd-gerar-lote section.
      bd-gerar-lote-a.

          if wk-lote-normal then
              EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(valor), 0)
                   INTO :wk-db-qtd, :wk-db-valor
                   FROM guia
                  WHERE cod_convenio = :wk-db-cod-conv
                    AND num_lote     = 0
                    AND situacao     = 'E'
              END-EXEC
          else
              EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(valor), 0)
                   INTO :wk-db-qtd, :wk-db-valor
                   FROM guia
                  WHERE cod_convenio = :wk-db-cod-conv
                    AND situacao     = 'A'
              END-EXEC
          end-if
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if
          if wk-db-qtd = 0 then
              exit section
          end-if

          EXEC SQL
             SELECT COALESCE(MAX(num_lote), 0) + 1
               INTO :wk-db-num-lote
               FROM lote_guia
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          move spaces                               to wk-nome-lote
          string "arqLoteGuias_" wk-db-cod-conv "_" wk-db-num-lote ".txt"
                 delimited by size
            into wk-nome-lote
          end-string
          move wk-nome-lote                         to wk-db-arquivo
          move wk-tipo-lote                         to wk-db-tipo-lote
          move wk-data-hora                         to wk-db-data-hora

          if wk-lote-normal then
              EXEC SQL
                 UPDATE guia
                    SET num_lote = :wk-db-num-lote
                  WHERE cod_convenio = :wk-db-cod-conv
                    AND num_lote     = 0
                    AND situacao     = 'E'
              END-EXEC
          else
              EXEC SQL
                 UPDATE guia
                    SET num_lote_recurso = :wk-db-num-lote,
                        situacao         = 'R'
                  WHERE cod_convenio = :wk-db-cod-conv
                    AND situacao     = 'A'
              END-EXEC
          end-if
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          EXEC SQL
             INSERT INTO lote_guia
                 (num_lote, cod_convenio, ano_mes, tipo, data_geracao,
                  qtd_guias, valor, arquivo, situacao)
                 VALUES
                 (:wk-db-num-lote, :wk-db-cod-conv, :wk-db-ano-mes,
                  :wk-db-tipo-lote, :wk-db-data-hora, :wk-db-qtd,
                  :wk-db-valor, :wk-db-arquivo, 'E')
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform be-gravar-arquivo

          add 1                                     to wk-qtd-lotes
          if wk-lote-recurso then
              add wk-db-qtd                         to wk-qtd-guias-recurso
          end-if

          move wk-db-cod-conv                       to wk-det-conv
          move wk-conv-nome(wk-ix-conv)             to wk-det-nome
          move wk-db-num-lote                       to wk-det-lote
          move wk-tipo-lote                         to wk-det-tipo
          move wk-db-qtd                            to wk-det-qtd
          move wk-db-valor                          to wk-det-valor
          move wk-nome-lote                         to wk-det-arquivo
          write fd-res-linha from wk-linha-det

          .
      bd-gerar-lote-z.
          exit.

     *>*****************************************************************
     *>   Arquivo de troca do lote, no layout do convenio
     *>*****************************************************************
      be-gravar-arquivo section.
      be-gravar-arquivo-a.

          open output arqLote
          if   wk-fs-arqLote not equal "00" then
              move spaces                           to wk-erro-msn
              string "Erro ao abrir " wk-nome-lote " " wk-fs-arqLote
                     delimited by size
                into wk-erro-msn
              end-string
              display wk-erro-msn
              EXEC SQL
                  ROLLBACK
              END-EXEC
              call "grava_erro" using wk-erro-programa
                                      wk-erro-msn
                                      wk-erro-registro
                                      wk-erro-registro-tam
              stop run
          end-if

          move wk-conv-ans(wk-ix-conv)              to wk-hdr-ans
          move wk-db-cod-conv                       to wk-hdr-convenio
          move wk-db-num-lote                       to wk-hdr-lote
          move wk-tipo-lote                         to wk-hdr-tipo
          move wk-ano-mes                           to wk-hdr-ano-mes
          move wk-data-hora                         to wk-hdr-data-hora
          if wk-conv-delimitado(wk-ix-conv) then
              move spaces                           to fd-lote-linha
              string "H;" wk-hdr-ans ";" wk-hdr-convenio ";"
                     wk-hdr-lote ";" wk-hdr-tipo ";" wk-hdr-ano-mes ";"
                     wk-hdr-data-hora
                     delimited by size
                into fd-lote-linha
              end-string
              write fd-lote-linha
          else
              write fd-lote-linha from wk-reg-header
          end-if

          if wk-lote-normal then
              EXEC SQL
                 DECLARE cursor_lote CURSOR FOR
                    SELECT g.num_guia, g.tipo_item, g.id_paciente,
                           pa.nome, g.cod_medico, g.data_atendimento,
                           CASE WHEN g.tipo_item = 'E'
                                THEN (SELECT e.tipo_exame
                                        FROM pedido_exame e
                                       WHERE e.id = g.id_exame)
                                ELSE 'CONSULTA' END,
                           g.valor, ' '
                      FROM guia g, paciente pa
                     WHERE pa.id      = g.id_paciente
                       AND g.num_lote = :wk-db-num-lote
                  ORDER BY g.num_guia
              END-EXEC
              EXEC SQL
                 OPEN cursor_lote
              END-EXEC
          else
              EXEC SQL
                 DECLARE cursor_recurso CURSOR FOR
                    SELECT g.num_guia, g.tipo_item, g.id_paciente,
                           pa.nome, g.cod_medico, g.data_atendimento,
                           CASE WHEN g.tipo_item = 'E'
                                THEN (SELECT e.tipo_exame
                                        FROM pedido_exame e
                                       WHERE e.id = g.id_exame)
                                ELSE 'CONSULTA' END,
                           g.valor_glosa, g.justificativa_recurso
                      FROM guia g, paciente pa
                     WHERE pa.id              = g.id_paciente
                       AND g.num_lote_recurso = :wk-db-num-lote
                  ORDER BY g.num_guia
              END-EXEC
              EXEC SQL
                 OPEN cursor_recurso
              END-EXEC
          end-if
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode = 100
             if wk-lote-normal then
                EXEC SQL
                   FETCH cursor_lote
                    INTO :wk-db-num-guia, :wk-db-tipo-item,
                         :wk-db-id-paciente, :wk-db-pac-nome,
                         :wk-db-cod-medico, :wk-db-data,
                         :wk-db-descricao, :wk-db-preco,
                         :wk-db-justif
                END-EXEC
             else
                EXEC SQL
                   FETCH cursor_recurso
                    INTO :wk-db-num-guia, :wk-db-tipo-item,
                         :wk-db-id-paciente, :wk-db-pac-nome,
                         :wk-db-cod-medico, :wk-db-data,
                         :wk-db-descricao, :wk-db-preco,
                         :wk-db-justif
                END-EXEC
             end-if
             if  sqlcode not = 0
             and sqlcode not = 100 then
                perform z-finaliza-erro
             end-if
             if sqlcode = 0 then
                perform bf-gravar-detalhe
             end-if
          end-perform

          if wk-lote-normal then
              EXEC SQL
                 CLOSE cursor_lote
              END-EXEC
          else
              EXEC SQL
                 CLOSE cursor_recurso
              END-EXEC
          end-if

          move wk-db-qtd                            to wk-trl-qtd
          move wk-db-valor                          to wk-trl-valor
          if wk-conv-delimitado(wk-ix-conv) then
              move wk-db-valor                      to wk-ed-valor-trl
              move spaces                           to fd-lote-linha
              string "T;" wk-trl-qtd ";" function trim(wk-ed-valor-trl)
                     delimited by size
                into fd-lote-linha
              end-string
              write fd-lote-linha
          else
              write fd-lote-linha from wk-reg-trailer
          end-if

          close arqLote

          .
      be-gravar-arquivo-z.
          exit.

     *>*****************************************************************
     *>   Registro de detalhe da guia
     *>*****************************************************************
      bf-gravar-detalhe section.
      bf-gravar-detalhe-a.

          move wk-db-num-guia                       to wk-dtl-guia
          move wk-db-tipo-item                      to wk-dtl-tipo-item
          move wk-db-id-paciente                    to wk-dtl-paciente
          move wk-db-pac-nome                       to wk-dtl-nome
          move wk-db-cod-medico                     to wk-dtl-medico
          move wk-db-data                           to wk-dtl-data
          move wk-db-descricao                      to wk-dtl-descricao
          move wk-db-preco                          to wk-dtl-valor
          move wk-db-justif                         to wk-dtl-justificativa

          if wk-conv-delimitado(wk-ix-conv) then
              move wk-db-preco                      to wk-ed-valor
              move spaces                           to fd-lote-linha
              string "D;" wk-dtl-guia ";" wk-dtl-tipo-item ";"
                     wk-dtl-paciente ";"
                     function trim(wk-dtl-nome) ";"
                     wk-dtl-medico ";" wk-dtl-data ";"
                     function trim(wk-dtl-descricao) ";"
                     function trim(wk-ed-valor) ";"
                     function trim(wk-dtl-justificativa)
                     delimited by size
                into fd-lote-linha
              end-string
              write fd-lote-linha
          else
              write fd-lote-linha from wk-reg-detalhe
          end-if

          .
      bf-gravar-detalhe-z.
          exit.

     *>*****************************************************************
     *>   Contagens do faturamento
     *>*****************************************************************
      bh-imprimir-totais section.
      bh-imprimir-totais-a.

          move space                                to fd-res-linha
          write fd-res-linha
          move "Guias de consulta geradas...........:" to wk-tot-rotulo
          move wk-qtd-guias-consulta                to wk-tot-qtd
          write fd-res-linha from wk-linha-total
          move "Guias de exame geradas..............:" to wk-tot-rotulo
          move wk-qtd-guias-exame                   to wk-tot-qtd
          write fd-res-linha from wk-linha-total
          move "Exames sem preco no convenio........:" to wk-tot-rotulo
          move wk-qtd-exame-sem-preco               to wk-tot-qtd
          write fd-res-linha from wk-linha-total
          move "Exames sem autorizacao do convenio..:" to wk-tot-rotulo
          move wk-qtd-exame-sem-autoriz             to wk-tot-qtd
          write fd-res-linha from wk-linha-total
          move "Guias reapresentadas em recurso.....:" to wk-tot-rotulo
          move wk-qtd-guias-recurso                 to wk-tot-qtd
          write fd-res-linha from wk-linha-total
          move "Lotes gravados......................:" to wk-tot-rotulo
          move wk-qtd-lotes                         to wk-tot-qtd
          write fd-res-linha from wk-linha-total

          .
      bh-imprimir-totais-z.
          exit.

     *>*****************************************************************
     *>   Grava a guia nova (sem lote) - numeracao sequencial
     *>*****************************************************************
      bz-inserir-guia section.
      bz-inserir-guia-a.

          EXEC SQL
             SELECT COALESCE(MAX(num_guia), 0) + 1
               INTO :wk-db-num-guia
               FROM guia
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          EXEC SQL
             INSERT INTO guia
                 (num_guia, num_lote, num_lote_recurso, cod_convenio,
                  ano_mes, tipo_item, num_consulta, id_exame,
                  id_paciente, cod_medico, data_atendimento, valor,
                  situacao, valor_pago, valor_glosa, cod_glosa,
                  motivo_glosa, data_retorno, justificativa_recurso,
                  data_recurso, operador_recurso)
                 VALUES
                 (:wk-db-num-guia, 0, 0, :wk-db-cod-conv,
                  :wk-db-ano-mes, :wk-db-tipo-item, :wk-db-num-consulta,
                  :wk-db-id-exame, :wk-db-id-paciente, :wk-db-cod-medico,
                  :wk-db-data, :wk-db-preco,
                  'E', 0, 0, ' ', ' ', ' ', ' ', ' ', ' ')
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          .
      bz-inserir-guia-z.
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

          close arqResumo

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Lotes de guias gravados - resumo em arqFaturamentoGuias.txt"

          stop run.
          .
      z-finaliza-z.
          exit.
