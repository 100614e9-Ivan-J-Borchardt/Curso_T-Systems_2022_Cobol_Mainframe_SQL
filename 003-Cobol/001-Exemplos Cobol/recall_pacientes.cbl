      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "recall_pacientes".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Lista semanal de recall, no molde de
     *>                      lembretes_consultas: pacientes com
     *>                      resultado de exame (pedido_exame) sem
     *>                      consulta marcada ou realizada depois do
     *>                      resultado e pacientes cujo prazo de
     *>                      retorno do prontuario ja venceu sem nova
     *>                      consulta. Lista por medico com telefone e
     *>                      motivo em arqRecall.txt; a referencia da
     *>                      lista e usada no registro do resultado da
     *>                      ligacao (recall_contato) - agendou ou
     *>                      recusou tira o motivo da lista, nao
     *>                      atendeu volta ate 3 tentativas, e quem foi
     *>                      contatado nos ultimos 6 dias espera a
     *>                      proxima semana.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqRecall assign to "arqRecall.txt"
          organization is line sequential
          file status is wk-fs-arqRecall.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqRecall.
      01  fd-recall-linha                           pic  x(80).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqRecall                           pic x(02).

     *>   resultados e retornos mais antigos que a janela nao entram;
     *>   limite de tentativas sem atender e intervalo entre ligacoes
      77  wk-dias-janela                            pic 9(03) value 90.
      77  wk-dias-intervalo                         pic 9(03) value 6.
      77  wk-max-tentativas                         pic 9(02) value 3.

      77  wk-data-int                               pic 9(08) value 0.
      01  wk-data-aaaammdd                          pic 9(08) value 0.
      01  wk-data-red redefines wk-data-aaaammdd.
          05  wk-dt-ano                             pic x(04).
          05  wk-dt-mes                             pic x(02).
          05  wk-dt-dia                             pic x(02).

      77  wk-medico-anterior                        pic 9(05) value 99999.
      77  wk-qtd-medico                             pic 9(04) value 0.
      77  wk-qtd-total                              pic 9(04) value 0.
      77  wk-qtd-exames                             pic 9(04) value 0.
      77  wk-qtd-retornos                           pic 9(04) value 0.
      77  wk-primeiro                               pic x(01) value "S".

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-data-hoje      pic x(10).
      01  wk-db-data-corte     pic x(10).
      01  wk-db-data-intervalo pic x(10).
      01  wk-db-max-tentativas pic 9(02).
      01  wk-db-cod-medico     pic 9(05).
      01  wk-db-nome-medico    pic x(35).
      01  wk-db-pac-id         pic 9(07).
      01  wk-db-nome-paciente  pic x(35).
      01  wk-db-telefone       pic x(11).
      01  wk-db-motivo         pic x(01).
      01  wk-db-referencia     pic 9(07).
      01  wk-db-descricao      pic x(30).
      01  wk-db-data-motivo    pic x(10).
      01  wk-db-tentativas     pic 9(02).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      01  wk-linha-medico.
          05 filler                                 pic x(08) value "Medico: ".
          05 wk-med-cod                             pic 9(05).
          05 filler                                 pic x(03) value " - ".
          05 wk-med-nome                            pic x(35).
          05 filler                                 pic x(29) value space.

      01  wk-linha-paciente.
          05 filler                                 pic x(04) value space.
          05 wk-rec-paciente                        pic x(35).
          05 filler                                 pic x(05) value " tel ".
          05 wk-rec-telefone                        pic x(11).
          05 filler                                 pic x(13) value " tentativas: ".
          05 wk-rec-tentativas                      pic z9.
          05 filler                                 pic x(10) value space.

      01  wk-linha-motivo.
          05 filler                                 pic x(08) value space.
          05 wk-rec-motivo                          pic x(07).
          05 filler                                 pic x(05) value " ref ".
          05 wk-rec-referencia                      pic 9(07).
          05 filler                                 pic x(03) value " - ".
          05 wk-rec-descricao                       pic x(30).
          05 filler                                 pic x(01) value space.
          05 wk-rec-data                            pic x(10).
          05 filler                                 pic x(09) value space.

      01  wk-linha-subtotal.
          05 filler                                 pic x(04) value space.
          05 filler                                 pic x(21) value "Ligacoes do medico: ".
          05 wk-sub-qtd                             pic zzz9.
          05 filler                                 pic x(51) value space.

      01  wk-linha-total.
          05 wk-tot-rotulo                          pic x(30).
          05 wk-tot-qtd                             pic zzz9.
          05 filler                                 pic x(46) value space.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - conexao, a data de hoje, o
     *>   corte da janela e o limite do intervalo entre ligacoes no
     *>   formato AAAA-MM-DD das colunas de data
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.

          EXEC SQL
               CONNECT TO "clinica.db"
          END-EXEC
          if sqlcode not = 0
               display "Erro: nao foi possivel conectar ao banco"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          move function current-date(1:8)           to wk-data-aaaammdd
          move spaces                               to wk-db-data-hoje
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-data-hoje
          end-string

          compute wk-data-int =
              function integer-of-date(
                  function numval(function current-date(1:8)))
              - wk-dias-janela
          compute wk-data-aaaammdd =
              function date-of-integer(wk-data-int)
          move spaces                               to wk-db-data-corte
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-data-corte
          end-string

          compute wk-data-int =
              function integer-of-date(
                  function numval(function current-date(1:8)))
              - wk-dias-intervalo
          compute wk-data-aaaammdd =
              function date-of-integer(wk-data-int)
          move spaces                               to wk-db-data-intervalo
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-data-intervalo
          end-string

          move wk-max-tentativas                    to wk-db-max-tentativas

          open output arqRecall
          if   wk-fs-arqRecall not equal "00" then
              display "Erro ao abrir arqRecall " wk-fs-arqRecall
              stop run
          end-if

          move spaces                               to fd-recall-linha
          string "Recall de pacientes - posicao de " wk-db-data-hoje
                                   delimited by size
            into fd-recall-linha
          end-string
          write fd-recall-linha
          move space                                to fd-recall-linha
          write fd-recall-linha

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Exames com resultado sem consulta depois dele (E) e
     *>   retornos vencidos do ultimo registro do prontuario da
     *>   consulta sem consulta seguinte (R), por medico e paciente
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          EXEC SQL
             DECLARE cursor_recall CURSOR FOR
                SELECT pe.cod_medico, COALESCE(m.nome, ' '),
                       pa.id, pa.nome, pa.telefone,
                       'E', pe.id, pe.tipo_exame, pe.data_resultado,
                       (SELECT COUNT(*) FROM recall_contato r
                         WHERE r.motivo     = 'E'
                           AND r.referencia = pe.id
                           AND r.resultado  = 'N')
                  FROM pedido_exame pe
                       JOIN paciente pa ON pa.id = pe.id_paciente
                       LEFT JOIN medico m ON m.cod = pe.cod_medico
                 WHERE pe.situacao       = 'R'
                   AND pa.situacao       = 'A'
                   AND pe.data_resultado >= :wk-db-data-corte
                   AND pe.data_resultado <= :wk-db-data-hoje
                   AND NOT EXISTS
                       (SELECT 1 FROM consulta c
                         WHERE c.id_paciente   = pe.id_paciente
                           AND c.data_consulta >= pe.data_resultado
                           AND c.status IN ('M', 'Z'))
                   AND NOT EXISTS
                       (SELECT 1 FROM recall_contato r
                         WHERE r.motivo     = 'E'
                           AND r.referencia = pe.id
                           AND (r.resultado IN ('A', 'D')
                            OR  r.data_contato > :wk-db-data-intervalo))
                   AND (SELECT COUNT(*) FROM recall_contato r
                         WHERE r.motivo     = 'E'
                           AND r.referencia = pe.id
                           AND r.resultado  = 'N')
                       < :wk-db-max-tentativas
                UNION ALL
                SELECT c.cod_medico, COALESCE(m.nome, ' '),
                       pa.id, pa.nome, pa.telefone,
                       'R', c.num_consulta,
                       'RETORNO EM ' || p.dias_retorno || ' DIAS',
                       date(c.data_consulta,
                            '+' || p.dias_retorno || ' days'),
                       (SELECT COUNT(*) FROM recall_contato r
                         WHERE r.motivo     = 'R'
                           AND r.referencia = c.num_consulta
                           AND r.resultado  = 'N')
                  FROM prontuario p
                       JOIN consulta c ON c.num_consulta = p.num_consulta
                       JOIN paciente pa ON pa.id = c.id_paciente
                       LEFT JOIN medico m ON m.cod = c.cod_medico
                 WHERE p.id = (SELECT MAX(x.id) FROM prontuario x
                                WHERE x.num_consulta = p.num_consulta)
                   AND COALESCE(p.dias_retorno, 0) > 0
                   AND pa.situacao = 'A'
                   AND date(c.data_consulta,
                            '+' || p.dias_retorno || ' days')
                       <  :wk-db-data-hoje
                   AND date(c.data_consulta,
                            '+' || p.dias_retorno || ' days')
                       >= :wk-db-data-corte
                   AND NOT EXISTS
                       (SELECT 1 FROM consulta c2
                         WHERE c2.id_paciente   = c.id_paciente
                           AND c2.data_consulta > c.data_consulta
                           AND c2.status IN ('M', 'Z'))
                   AND NOT EXISTS
                       (SELECT 1 FROM recall_contato r
                         WHERE r.motivo     = 'R'
                           AND r.referencia = c.num_consulta
                           AND (r.resultado IN ('A', 'D')
                            OR  r.data_contato > :wk-db-data-intervalo))
                   AND (SELECT COUNT(*) FROM recall_contato r
                         WHERE r.motivo     = 'R'
                           AND r.referencia = c.num_consulta
                           AND r.resultado  = 'N')
                       < :wk-db-max-tentativas
              ORDER BY 1, 4, 6, 7
          END-EXEC

          exec sql
             open cursor_recall
          end-exec
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode not = 0
              EXEC SQL
                 FETCH cursor_recall
                  INTO :wk-db-cod-medico,
                       :wk-db-nome-medico,
                       :wk-db-pac-id,
                       :wk-db-nome-paciente,
                       :wk-db-telefone,
                       :wk-db-motivo,
                       :wk-db-referencia,
                       :wk-db-descricao,
                       :wk-db-data-motivo,
                       :wk-db-tentativas
              END-EXEC
              if sqlcode = 0 then
                  if  wk-primeiro equal "S"
                  or  wk-db-cod-medico not equal wk-medico-anterior then
                      if  wk-primeiro not equal "S" then
                          perform ba-subtotal-medico
                      end-if
                      move "N"                      to wk-primeiro
                      move wk-db-cod-medico         to wk-medico-anterior
                      move 0                        to wk-qtd-medico
                      move wk-db-cod-medico         to wk-med-cod
                      move wk-db-nome-medico        to wk-med-nome
                      write fd-recall-linha from wk-linha-medico
                  end-if

                  move wk-db-nome-paciente          to wk-rec-paciente
                  move wk-db-telefone               to wk-rec-telefone
                  move wk-db-tentativas             to wk-rec-tentativas
                  write fd-recall-linha from wk-linha-paciente

                  if  wk-db-motivo equal "E" then
                      move "EXAME"                  to wk-rec-motivo
                      add 1                         to wk-qtd-exames
                  else
                      move "RETORNO"                to wk-rec-motivo
                      add 1                         to wk-qtd-retornos
                  end-if
                  move wk-db-referencia             to wk-rec-referencia
                  move wk-db-descricao              to wk-rec-descricao
                  move spaces                       to wk-rec-data
                  string wk-db-data-motivo(9:2) "/"
                         wk-db-data-motivo(6:2) "/"
                         wk-db-data-motivo(1:4)
                                   delimited by size
                    into wk-rec-data
                  end-string
                  write fd-recall-linha from wk-linha-motivo
                  add 1                             to wk-qtd-medico
                  add 1                             to wk-qtd-total
              end-if
          end-perform
          if sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

          exec sql
             close cursor_recall
          end-exec

          if  wk-primeiro not equal "S" then
              perform ba-subtotal-medico
          end-if

          move "Exames sem consulta:"               to wk-tot-rotulo
          move wk-qtd-exames                        to wk-tot-qtd
          write fd-recall-linha from wk-linha-total
          move "Retornos vencidos:"                 to wk-tot-rotulo
          move wk-qtd-retornos                      to wk-tot-qtd
          write fd-recall-linha from wk-linha-total
          move "Total de ligacoes da semana:"       to wk-tot-rotulo
          move wk-qtd-total                         to wk-tot-qtd
          write fd-recall-linha from wk-linha-total

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Quebra por medico - contagem de ligacoes da folha
     *>*****************************************************************
      ba-subtotal-medico section.
      ba-subtotal-medico-a.

          move wk-qtd-medico                        to wk-sub-qtd
          write fd-recall-linha from wk-linha-subtotal
          move space                                to fd-recall-linha
          write fd-recall-linha

          .
      ba-subtotal-medico-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao em caso de erro
     *>*****************************************************************
      z-finaliza-erro section.
      z-finaliza-erro-a.
          display "Erro de banco - sqlcode " sqlcode
          EXEC SQL
              ROLLBACK
          END-EXEC
          stop run.
          .
      z-finaliza-erro-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          close arqRecall

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Recall em arqRecall.txt"
          display "Ligacoes da semana: " wk-qtd-total

          stop run.
          .
      z-finaliza-z.
          exit.
