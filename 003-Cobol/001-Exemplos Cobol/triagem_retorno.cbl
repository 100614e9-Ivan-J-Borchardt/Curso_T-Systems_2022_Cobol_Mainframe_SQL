      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "triagem_retorno".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Retorno da campanha de saude escolar: para
     *>                      cada consulta em aberto de
     *>                      arqTriagemInd.txt (triagem_saude.cbl) le a
     *>                      situacao na clinica (clinica.db). Consulta
     *>                      realizada leva o ultimo registro do
     *>                      prontuario (CID e tratamento) e o pediatra
     *>                      para o historico de consultas da ficha de
     *>                      saude do aluno (arqSaudeConsultasInd.txt);
     *>                      falta tambem fica no historico; consulta
     *>                      cancelada so encerra o agendamento;
     *>                      consulta remarcada atualiza data e hora.
     *>                      Resumo em arqTriagemRetorno.txt.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqTriagem assign to "arqTriagemInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-tri-num-consulta
          alternate record key is fd-tri-cpf with duplicates
          file status is wk-fs-arqTriagem.

          select arqSaudeConsultas assign to "arqSaudeConsultasInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-sco-chave
          file status is wk-fs-arqSaudeConsultas.

          select arqRetorno assign to "arqTriagemRetorno.txt"
          organization is line sequential
          file status is wk-fs-arqRetorno.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqTriagem.
      01  fd-triagem.
          05  fd-tri-num-consulta                   pic  9(07).
          05  fd-tri-cpf                            pic  x(12).
          05  fd-tri-serie                          pic  9(02).
          05  fd-tri-letra                          pic  x(01).
          05  fd-tri-id-paciente                    pic  9(07).
          05  fd-tri-cod-medico                     pic  9(05).
          05  fd-tri-data                           pic  x(10).
          05  fd-tri-hora                           pic  x(05).
          05  fd-tri-situacao                       pic  x(01).
              88  fd-tri-agendada                   value "A".
              88  fd-tri-retornada                  value "R".
              88  fd-tri-falta                      value "F".
              88  fd-tri-cancelada                  value "C".
          05  fd-tri-data-agendamento               pic  x(14).

      fd arqSaudeConsultas.
      01  fd-saude-consulta.
          05  fd-sco-chave.
              10  fd-sco-cpf                        pic  x(12).
              10  fd-sco-num-consulta               pic  9(07).
          05  fd-sco-data                           pic  x(10).
          05  fd-sco-medico                         pic  x(35).
          05  fd-sco-situacao                       pic  x(01).
              88  fd-sco-realizada                  value "Z".
              88  fd-sco-falta                      value "F".
          05  fd-sco-cid                            pic  x(10).
          05  fd-sco-tratamento                     pic  x(100).
          05  fd-sco-data-registro                  pic  x(14).

      fd arqRetorno.
      01  fd-ret-linha                              pic  x(80).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqTriagem                          pic x(02).
      77  wk-fs-arqSaudeConsultas                   pic x(02).
      77  wk-fs-arqRetorno                          pic x(02).

      77  wk-fim-loop                               pic x(01).
          88 wk-loop-terminado                      value "F".

      77  wk-qtd-lidas                              pic 9(05) value 0.
      77  wk-qtd-realizadas                         pic 9(05) value 0.
      77  wk-qtd-faltas                             pic 9(05) value 0.
      77  wk-qtd-canceladas                         pic 9(05) value 0.
      77  wk-qtd-remarcadas                         pic 9(05) value 0.
      77  wk-qtd-pendentes                          pic 9(05) value 0.
      77  wk-data-hora                              pic x(14).

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-num-consulta   pic 9(07).
      01  wk-db-status         pic x(01).
      01  wk-db-data           pic x(10).
      01  wk-db-hora           pic x(05).
      01  wk-db-cod-medico     pic 9(05).
      01  wk-db-nome-medico    pic x(35).
      01  wk-db-cid            pic x(10).
      01  wk-db-tratamento     pic x(100).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      77  wk-erro-programa                          pic x(20)
                 value "triagem_retorno".
      01  wk-erro-msn                               pic x(50).
      01  wk-erro-registro                          pic x(200) value spaces.
      77  wk-erro-registro-tam                      pic 9(04) value 0.
      77  wk-sqlcode-disp                           pic -9(09).

      01  wk-linha-titulo.
          05 filler                                 pic x(45)
                 value "CAMPANHA DE SAUDE ESCOLAR - RETORNO A FICHA".
          05 filler                                 pic x(35) value space.

      01  wk-linha-det.
          05 wk-det-cpf                             pic x(12).
          05 filler                                 pic x(01) value space.
          05 wk-det-turma                           pic x(03).
          05 filler                                 pic x(01) value space.
          05 wk-det-consulta                        pic 9(07).
          05 filler                                 pic x(01) value space.
          05 wk-det-data                            pic x(10).
          05 filler                                 pic x(01) value space.
          05 wk-det-hora                            pic x(05).
          05 filler                                 pic x(01) value space.
          05 wk-det-situacao                        pic x(20).
          05 filler                                 pic x(01) value space.
          05 wk-det-cid                             pic x(10).
          05 filler                                 pic x(07) value space.

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

          open i-o arqTriagem
          if   wk-fs-arqTriagem not equal "00" then
              display "Erro ao abrir arqTriagemInd " wk-fs-arqTriagem
              stop run
          end-if

          open i-o arqSaudeConsultas
          if   wk-fs-arqSaudeConsultas equal "05"
          or   wk-fs-arqSaudeConsultas equal "35" then
              open output arqSaudeConsultas
              close arqSaudeConsultas
              open i-o arqSaudeConsultas
          end-if
          if   wk-fs-arqSaudeConsultas not equal "00" then
              display "Erro ao abrir arqSaudeConsultasInd "
                      wk-fs-arqSaudeConsultas
              stop run
          end-if

          open output arqRetorno
          if   wk-fs-arqRetorno not equal "00" then
              display "Erro ao abrir arqTriagemRetorno " wk-fs-arqRetorno
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

          move function current-date(1:14)          to wk-data-hora

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - agendamentos ainda em aberto
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          write fd-ret-linha from wk-linha-titulo
          move all "-"                              to fd-ret-linha
          write fd-ret-linha

          move zeros                                to fd-tri-num-consulta
          start arqTriagem key is not less fd-tri-num-consulta
          if   wk-fs-arqTriagem equal "00" then
              move space                            to wk-fim-loop
              perform until wk-loop-terminado
                  read arqTriagem next record
                  if   wk-fs-arqTriagem not equal "00" then
                      move "F"                      to wk-fim-loop
                  else
                      if  fd-tri-agendada then
                          add 1                     to wk-qtd-lidas
                          perform ba-conferir-consulta
                      end-if
                  end-if
              end-perform
          end-if

          perform bc-imprimir-totais

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Situacao da consulta na clinica e destino do agendamento
     *>*****************************************************************
      ba-conferir-consulta section.
      ba-conferir-consulta-a.

          move fd-tri-num-consulta                  to wk-db-num-consulta

          EXEC SQL
             SELECT c.status, c.data_consulta, c.hora_consulta,
                    c.cod_medico, m.nome
               INTO :wk-db-status,
                    :wk-db-data,
                    :wk-db-hora,
                    :wk-db-cod-medico,
                    :wk-db-nome-medico
               FROM consulta c, medico m
              WHERE m.cod = c.cod_medico
                AND c.num_consulta = :wk-db-num-consulta
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

     *>    consulta apagada na clinica conta como cancelada
          if  sqlcode = 100 then
              move "C"                              to wk-db-status
          end-if

          evaluate wk-db-status
              when "Z"
                  perform bb-buscar-prontuario
                  perform bba-gravar-ficha
                  set fd-tri-retornada              to true
                  add 1                             to wk-qtd-realizadas
                  move "realizada"                  to wk-det-situacao
              when "F"
                  move spaces                       to wk-db-cid
                  move spaces                       to wk-db-tratamento
                  perform bba-gravar-ficha
                  set fd-tri-falta                  to true
                  add 1                             to wk-qtd-faltas
                  move "falta"                      to wk-det-situacao
              when "C"
                  set fd-tri-cancelada              to true
                  add 1                             to wk-qtd-canceladas
                  move "cancelada"                  to wk-det-situacao
              when other
                  if  wk-db-data not equal fd-tri-data
                  or  wk-db-hora not equal fd-tri-hora then
                      move wk-db-data               to fd-tri-data
                      move wk-db-hora               to fd-tri-hora
                      move wk-db-cod-medico         to fd-tri-cod-medico
                      add 1                         to wk-qtd-remarcadas
                      move "remarcada"              to wk-det-situacao
                  else
                      add 1                         to wk-qtd-pendentes
                      exit section
                  end-if
          end-evaluate

          rewrite fd-triagem
          if   wk-fs-arqTriagem not equal "00" then
              move spaces                           to wk-erro-msn
              string "Erro ao regravar arqTriagemInd " wk-fs-arqTriagem
                     delimited by size
                into wk-erro-msn
              end-string
              display wk-erro-msn
              call "grava_erro" using wk-erro-programa
                                      wk-erro-msn
                                      wk-erro-registro
                                      wk-erro-registro-tam
              stop run
          end-if

          move fd-tri-cpf                           to wk-det-cpf
          move spaces                               to wk-det-turma
          string fd-tri-serie fd-tri-letra delimited by size
            into wk-det-turma
          end-string
          move fd-tri-num-consulta                  to wk-det-consulta
          move spaces                               to wk-det-data
          string fd-tri-data(9:2) "/" fd-tri-data(6:2) "/" fd-tri-data(1:4)
                                   delimited by size
            into wk-det-data
          end-string
          move fd-tri-hora                          to wk-det-hora
          move spaces                               to wk-det-cid
          if  fd-tri-retornada then
              move wk-db-cid                        to wk-det-cid
          end-if
          write fd-ret-linha from wk-linha-det

          .
      ba-conferir-consulta-z.
          exit.

     *>*****************************************************************
     *>   Ultimo registro do prontuario da consulta (a correcao mais
     *>   recente prevalece sobre o registro original)
     *>*****************************************************************
      bb-buscar-prontuario section.
      bb-buscar-prontuario-a.

          move spaces                               to wk-db-cid
          move spaces                               to wk-db-tratamento

          EXEC SQL
             SELECT cid, tratamento
               INTO :wk-db-cid,
                    :wk-db-tratamento
               FROM prontuario
              WHERE num_consulta = :wk-db-num-consulta
           ORDER BY id DESC
              LIMIT 1
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

          .
      bb-buscar-prontuario-z.
          exit.

     *>*****************************************************************
     *>   Historico de consultas da ficha de saude do aluno
     *>*****************************************************************
      bba-gravar-ficha section.
      bba-gravar-ficha-a.

          move fd-tri-cpf                           to fd-sco-cpf
          move fd-tri-num-consulta                  to fd-sco-num-consulta
          move wk-db-data                           to fd-sco-data
          move wk-db-nome-medico                    to fd-sco-medico
          move wk-db-status                         to fd-sco-situacao
          move wk-db-cid                            to fd-sco-cid
          move wk-db-tratamento                     to fd-sco-tratamento
          move wk-data-hora                         to fd-sco-data-registro

          write fd-saude-consulta
          if   wk-fs-arqSaudeConsultas equal "22" then
              rewrite fd-saude-consulta
          end-if
          if   wk-fs-arqSaudeConsultas not equal "00" then
              move spaces                           to wk-erro-msn
              string "Erro ao gravar arqSaudeConsultasInd "
                     wk-fs-arqSaudeConsultas
                     delimited by size
                into wk-erro-msn
              end-string
              display wk-erro-msn
              call "grava_erro" using wk-erro-programa
                                      wk-erro-msn
                                      wk-erro-registro
                                      wk-erro-registro-tam
              stop run
          end-if

          .
      bba-gravar-ficha-z.
          exit.

     *>*****************************************************************
     *>   Contagens do retorno
     *>*****************************************************************
      bc-imprimir-totais section.
      bc-imprimir-totais-a.

          move space                                to fd-ret-linha
          write fd-ret-linha
          move "Agendamentos em aberto lidos........:" to wk-tot-rotulo
          move wk-qtd-lidas                         to wk-tot-qtd
          write fd-ret-linha from wk-linha-total
          move "Realizadas - levadas a ficha........:" to wk-tot-rotulo
          move wk-qtd-realizadas                    to wk-tot-qtd
          write fd-ret-linha from wk-linha-total
          move "Faltas - levadas a ficha............:" to wk-tot-rotulo
          move wk-qtd-faltas                        to wk-tot-qtd
          write fd-ret-linha from wk-linha-total
          move "Canceladas..........................:" to wk-tot-rotulo
          move wk-qtd-canceladas                    to wk-tot-qtd
          write fd-ret-linha from wk-linha-total
          move "Remarcadas - data/hora atualizada...:" to wk-tot-rotulo
          move wk-qtd-remarcadas                    to wk-tot-qtd
          write fd-ret-linha from wk-linha-total
          move "Ainda aguardando a consulta.........:" to wk-tot-rotulo
          move wk-qtd-pendentes                     to wk-tot-qtd
          write fd-ret-linha from wk-linha-total

          .
      bc-imprimir-totais-z.
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

          close arqTriagem
          close arqSaudeConsultas
          close arqRetorno

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Retorno da campanha em arqTriagemRetorno.txt"

          stop run.
          .
      z-finaliza-z.
          exit.
