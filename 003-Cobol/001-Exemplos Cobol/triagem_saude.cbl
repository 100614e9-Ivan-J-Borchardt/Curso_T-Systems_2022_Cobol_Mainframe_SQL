      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "triagem_saude".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Campanha de saude escolar: agenda uma turma
     *>                      inteira (parametro SSL = serie + letra,
     *>                      opcionalmente seguido da data inicial
     *>                      AAAAMMDD na posicao 5 - default amanha)
     *>                      na pediatria da clinica (clinica.db). Cada
     *>                      aluno ativo da turma e localizado como
     *>                      paciente pelo CPF ou incluido com o
     *>                      telefone de emergencia do cadastro, e
     *>                      recebe o primeiro slot livre de um
     *>                      pediatra nos proximos 30 dias, pela grade
     *>                      horario_atendimento, pulando ausencia_
     *>                      medico e o horario de aula da turma
     *>                      (turno de arqTurmasInd.txt e periodos do
     *>                      dia em arqHorariosInd.txt, com meia hora
     *>                      de folga antes e depois). Cada consulta
     *>                      marcada fica registrada em
     *>                      arqTriagemInd.txt para o retorno dos
     *>                      resultados a ficha de saude
     *>                      (triagem_retorno.cbl); aluno ja agendado
     *>                      na campanha nao e marcado de novo. A lista
     *>                      da turma para os responsaveis sai em
     *>                      arqTriagemTurma.txt. Dias com a clinica
     *>                      fechada no calendario unico
     *>                      (arqCalendarioInd.txt) sao pulados.
     *>   15/10/2026 - IJB - O paciente incluido pela campanha leva a
     *>                      data de nascimento, o responsavel e o
     *>                      telefone de emergencia do cadastro escolar
     *>                      (caderneta de vacinacao); paciente ja
     *>                      cadastrado recebe esses dados so quando
     *>                      estao em branco.
     *>   15/10/2026 - IJB - A consulta da campanha grava a data de
     *>                      agendamento (relatorio de ocupacao).

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqAlunos assign to "arqAlunosInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-aluno-cpf
          alternate record key is fd-aluno-nome with duplicates
          alternate record key is fd-aluno-serie with duplicates
          file status is wk-fs-arqAlunos.

          select arqTurmas assign to "arqTurmasInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-turma-chave
          file status is wk-fs-arqTurmas.

          select arqHorarios assign to "arqHorariosInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-hor-chave
          file status is wk-fs-arqHorarios.

          select arqTriagem assign to "arqTriagemInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-tri-num-consulta
          alternate record key is fd-tri-cpf with duplicates
          file status is wk-fs-arqTriagem.

          select arqCalendario assign to "arqCalendarioInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-cal-data
          file status is wk-fs-arqCalendario.

          select arqListaTriagem assign to "arqTriagemTurma.txt"
          organization is line sequential
          file status is wk-fs-arqListaTriagem.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqAlunos.
      01  fd-aluno.
          05  fd-aluno-cpf                          pic  x(12).
          05  fd-aluno-nome                         pic  x(60).
          05  fd-aluno-serie                        pic  9(02).
          05  fd-aluno-matricula                    pic  9(07).
          05  fd-aluno-status                       pic  x(01).
              88  fd-aluno-ativo                    value "A".
              88  fd-aluno-inativo                  value "I".
              88  fd-aluno-transferido              value "T".
          05  fd-aluno-responsavel                  pic  x(15).
          05  fd-aluno-tel-emergencia               pic  x(11).
          05  fd-aluno-turma                        pic  x(01).
          05  fd-aluno-nascimento                   pic  9(08).
          05  fd-aluno-sexo                         pic  x(01).
          05  fd-aluno-nome-social                  pic  x(60).

      fd arqTurmas.
      01  fd-turma.
          05  fd-turma-chave.
              10  fd-turma-serie                    pic  9(02).
              10  fd-turma-letra                    pic  x(01).
          05  fd-turma-turno                        pic  x(01).
              88  fd-turma-turno-manha              value "M".
              88  fd-turma-turno-tarde              value "T".
              88  fd-turma-turno-noite              value "N".
          05  fd-turma-professor                    pic  x(15).
          05  fd-turma-capacidade                   pic  9(03).
          05  fd-turma-unidade                      pic  x(03).

      fd arqHorarios.
      01  fd-horario.
          05  fd-hor-chave.
              10  fd-hor-serie                      pic  9(02).
              10  fd-hor-letra                      pic  x(01).
              10  fd-hor-dia                        pic  9(01).
              10  fd-hor-periodo                    pic  9(01).
          05  fd-hor-disciplina                     pic  x(10).
          05  fd-hor-professor                      pic  x(05).
          05  fd-hor-sala.
              10  fd-hor-sala-unidade               pic  x(03).
              10  fd-hor-sala-codigo                pic  x(05).

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

      fd arqCalendario.
      01  fd-calendario.
          05  fd-cal-data                           pic  9(08).
          05  fd-cal-tipo                           pic  x(01).
              88  fd-cal-letivo                     value "L".
              88  fd-cal-feriado                    value "F".
              88  fd-cal-recesso                    value "R".
          05  fd-cal-descricao                      pic  x(30).
          05  fd-cal-clinica                        pic  x(01).
              88  fd-cal-clinica-fechada            value "S".
              88  fd-cal-clinica-aberta             value "N".

      fd arqListaTriagem.
      01  fd-lista-linha                            pic  x(80).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqAlunos                           pic x(02).
      77  wk-fs-arqTurmas                           pic x(02).
      77  wk-fs-arqHorarios                         pic x(02).
      77  wk-fs-arqTriagem                          pic x(02).
      77  wk-fs-arqListaTriagem                     pic x(02).
      77  wk-fs-arqCalendario                       pic x(02).
      77  wk-calendario-aberto                      pic x(01).
          88 wk-tem-calendario                      value "S".
      77  wk-fechamento-flag                        pic x(01).
          88 wk-clinica-fechada                     value "S".

      01  wk-linha-comando.
          05  wk-parm-serie                         pic x(02).
          05  wk-parm-letra                         pic x(01).
          05  filler                                pic x(01).
          05  wk-parm-data                          pic x(08).
          05  filler                                pic x(08).

      77  wk-fim-loop                               pic x(01).
          88 wk-loop-terminado                      value "F".
      77  wk-fim-loop-tri                           pic x(01).
          88 wk-loop-tri-terminado                  value "F".

     *>   Janela de aula da turma: inicio do turno e duracao do
     *>   periodo; a clinica nao chama o aluno de meia hora antes da
     *>   entrada ate meia hora depois do ultimo periodo do dia
      77  wk-turno-inicio-min                       pic 9(04) value 0.
      77  wk-periodo-min                            pic 9(03) value 50.
      77  wk-folga-min                              pic 9(03) value 30.
      01  wk-tab-dias-aula.
          05  wk-dia-ultimo-periodo occurs 7        pic 9(01).
      77  wk-tem-grade                              pic x(01).
          88 wk-turma-com-grade                     value "S".
      77  wk-janela-ini                             pic 9(04) value 0.
      77  wk-janela-fim                             pic 9(04) value 0.

     *>   Pediatras ativos da clinica
      01  wk-tab-medicos.
          05  wk-med occurs 20.
              10  wk-med-cod                        pic 9(05).
              10  wk-med-nome                       pic x(35).
      77  wk-qtd-medicos                            pic 9(02) value 0.
      77  wk-ind-med                                pic 9(02) value 0.

     *>   Busca de slot - dia a dia a partir da data inicial; a busca
     *>   do aluno seguinte recomeca no dia do ultimo slot achado
      77  wk-data-base-int                          pic 9(08) value 0.
      77  wk-data-int                               pic 9(08) value 0.
      77  wk-dia-offset                             pic 9(02) value 0.
      77  wk-dia-inicio-busca                       pic 9(02) value 0.
      77  wk-dia-semana                             pic 9(01) value 0.
      01  wk-data-aaaammdd                          pic 9(08) value 0.
      01  wk-data-red redefines wk-data-aaaammdd.
          05  wk-dt-ano                             pic x(04).
          05  wk-dt-mes                             pic x(02).
          05  wk-dt-dia                             pic x(02).
      77  wk-achou-slot                             pic x(01).
          88 wk-slot-achado                         value "S".
      77  wk-min-slot                               pic 9(04) value 0.
      77  wk-min-ini                                pic 9(04) value 0.
      77  wk-min-fim                                pic 9(04) value 0.
      77  wk-hh                                     pic 9(02) value 0.
      77  wk-mm                                     pic 9(02) value 0.
      77  wk-dentro-aula                            pic x(01).
          88 wk-em-horario-de-aula                  value "S".

      77  wk-ja-agendado                            pic x(01).
          88 wk-aluno-ja-agendado                   value "S".

      77  wk-qtd-alunos                             pic 9(04) value 0.
      77  wk-qtd-agendados                          pic 9(04) value 0.
      77  wk-qtd-ja-agendados                       pic 9(04) value 0.
      77  wk-qtd-sem-slot                           pic 9(04) value 0.
      77  wk-qtd-pac-incluidos                      pic 9(04) value 0.
      77  wk-data-hora                              pic x(14).

     *>   Alunos sem horario no periodo, listados ao final
      01  wk-tab-sem-slot.
          05  wk-sem occurs 60.
              10  wk-sem-nome                       pic x(40).
              10  wk-sem-responsavel                pic x(15).
              10  wk-sem-telefone                   pic x(11).

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-cod-medico     pic 9(05).
      01  wk-db-nome-medico    pic x(35).
      01  wk-db-pac-id         pic 9(07).
      01  wk-db-pac-nome       pic x(35).
      01  wk-db-pac-cpf        pic x(12).
      01  wk-db-pac-telefone   pic x(11).
      01  wk-db-pac-nasc       pic x(10).
      01  wk-db-pac-resp       pic x(35).
      01  wk-db-pac-tel-resp   pic x(11).
      01  wk-db-data-agend     pic x(10).
      01  wk-db-data           pic x(10).
      01  wk-db-hora           pic x(05).
      01  wk-db-dia-semana     pic 9(01).
      01  wk-db-hora-ini       pic x(05).
      01  wk-db-hora-fim       pic x(05).
      01  wk-db-slot-min       pic 9(03).
      01  wk-db-qtd            pic 9(05).
      01  wk-db-num-consulta   pic 9(07).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      77  wk-erro-programa                          pic x(20)
                 value "triagem_saude".
      01  wk-erro-msn                               pic x(50).
      01  wk-erro-registro                          pic x(200) value spaces.
      77  wk-erro-registro-tam                      pic 9(04) value 0.
      77  wk-sqlcode-disp                           pic -9(09).

      01  wk-linha-titulo.
          05 filler                                 pic x(47)
                 value "CAMPANHA DE SAUDE ESCOLAR - CONSULTA PEDIATRICA".
          05 filler                                 pic x(33) value space.

      01  wk-linha-turma.
          05 filler                                 pic x(07) value "Turma: ".
          05 wk-tur-serie                           pic 9(02).
          05 wk-tur-letra                           pic x(01).
          05 filler                                 pic x(09) value "  Turno: ".
          05 wk-tur-turno                           pic x(01).
          05 filler                                 pic x(11) value "  Unidade: ".
          05 wk-tur-unidade                         pic x(03).
          05 filler                                 pic x(46) value space.

      01  wk-linha-cab.
          05 filler                                 pic x(31) value "Aluno(a)".
          05 filler                                 pic x(16) value "Responsavel".
          05 filler                                 pic x(11) value "Data".
          05 filler                                 pic x(06) value "Hora".
          05 filler                                 pic x(16) value "Pediatra".

      01  wk-linha-det.
          05 wk-det-nome                            pic x(30).
          05 filler                                 pic x(01) value space.
          05 wk-det-responsavel                     pic x(15).
          05 filler                                 pic x(01) value space.
          05 wk-det-data                            pic x(10).
          05 filler                                 pic x(01) value space.
          05 wk-det-hora                            pic x(05).
          05 filler                                 pic x(01) value space.
          05 wk-det-medico                          pic x(16).

      01  wk-linha-sem-slot.
          05 filler                                 pic x(02) value space.
          05 wk-ssl-nome                            pic x(40).
          05 filler                                 pic x(01) value space.
          05 wk-ssl-responsavel                     pic x(15).
          05 filler                                 pic x(05) value " tel ".
          05 wk-ssl-telefone                        pic x(11).
          05 filler                                 pic x(06) value space.

      01  wk-linha-total.
          05 wk-tot-rotulo                          pic x(40).
          05 wk-tot-qtd                             pic zzz9.
          05 filler                                 pic x(36) value space.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - parametro, turma, janela de
     *>   aula, conexao e pediatras
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.

          accept wk-linha-comando from command-line
          if  wk-parm-serie is not numeric
          or  wk-parm-letra equal space then
              display "Informe a turma (serie + letra, ex: 05A)"
              stop run
          end-if

          open input arqTurmas
          if   wk-fs-arqTurmas not equal "00" then
              display "Erro ao abrir arqTurmasInd " wk-fs-arqTurmas
              stop run
          end-if
          move wk-parm-serie                        to fd-turma-serie
          move function upper-case(wk-parm-letra)   to fd-turma-letra
          read arqTurmas
          if   wk-fs-arqTurmas not equal "00" then
              display "Turma nao cadastrada: " wk-parm-serie wk-parm-letra
              close arqTurmas
              stop run
          end-if
          close arqTurmas

          evaluate true
              when fd-turma-turno-tarde
                  move 780                          to wk-turno-inicio-min
              when fd-turma-turno-noite
                  move 1140                         to wk-turno-inicio-min
              when other
                  move 420                          to wk-turno-inicio-min
          end-evaluate

          perform aa-carregar-dias-aula

     *>    data inicial: parametro ou amanha
          if  wk-parm-data is numeric then
              move wk-parm-data                     to wk-data-aaaammdd
              compute wk-data-base-int =
                  function integer-of-date(wk-data-aaaammdd)
          else
              compute wk-data-base-int =
                  function integer-of-date(
                      function numval(function current-date(1:8))) + 1
          end-if
          move 0                                    to wk-dia-inicio-busca

          open input arqAlunos
          if   wk-fs-arqAlunos not equal "00" then
              display "Erro ao abrir arqAlunosInd " wk-fs-arqAlunos
              stop run
          end-if

          open i-o arqTriagem
          if   wk-fs-arqTriagem equal "05"
          or   wk-fs-arqTriagem equal "35" then
              open output arqTriagem
              close arqTriagem
              open i-o arqTriagem
          end-if
          if   wk-fs-arqTriagem not equal "00" then
              display "Erro ao abrir arqTriagemInd " wk-fs-arqTriagem
              stop run
          end-if

     *>    sem calendario lancado nenhum dia e fechado
          move "N"                                  to wk-calendario-aberto
          open input arqCalendario
          if   wk-fs-arqCalendario equal "00" then
              move "S"                              to wk-calendario-aberto
          else
              if   wk-fs-arqCalendario not equal "35" then
                  display "Erro ao abrir arqCalendarioInd " wk-fs-arqCalendario
                  stop run
              end-if
          end-if

          open output arqListaTriagem
          if   wk-fs-arqListaTriagem not equal "00" then
              display "Erro ao abrir arqTriagemTurma " wk-fs-arqListaTriagem
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

          perform ab-carregar-pediatras
          if  wk-qtd-medicos equal 0 then
              display "Nenhum pediatra ativo cadastrado na clinica"
              perform z-finaliza
          end-if

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Ultimo periodo de aula de cada dia da semana da turma na
     *>   grade de horarios; turma sem grade lancada conta com os seis
     *>   periodos de segunda a sexta
     *>*****************************************************************
      aa-carregar-dias-aula section.
      aa-carregar-dias-aula-a.

          initialize wk-tab-dias-aula
          move "N"                                  to wk-tem-grade

          open input arqHorarios
          if   wk-fs-arqHorarios equal "00" then
              move fd-turma-serie                   to fd-hor-serie
              move fd-turma-letra                   to fd-hor-letra
              move 0                                to fd-hor-dia
              move 0                                to fd-hor-periodo
              start arqHorarios key is not less fd-hor-chave
              if   wk-fs-arqHorarios equal "00" then
                  move space                        to wk-fim-loop
                  perform until wk-loop-terminado
                      read arqHorarios next record
                      if   wk-fs-arqHorarios not equal "00"
                      or   fd-hor-serie not equal fd-turma-serie
                      or   fd-hor-letra not equal fd-turma-letra then
                          move "F"                  to wk-fim-loop
                      else
                          if  fd-hor-dia >= 1 and fd-hor-dia <= 7
                          and fd-hor-periodo > wk-dia-ultimo-periodo(fd-hor-dia) then
                              move fd-hor-periodo   to wk-dia-ultimo-periodo(fd-hor-dia)
                              move "S"              to wk-tem-grade
                          end-if
                      end-if
                  end-perform
              end-if
              close arqHorarios
          end-if

          if  not wk-turma-com-grade then
              perform varying wk-dia-semana from 1 by 1
                        until wk-dia-semana > 5
                  move 6                            to wk-dia-ultimo-periodo(wk-dia-semana)
              end-perform
          end-if

          .
      aa-carregar-dias-aula-z.
          exit.

     *>*****************************************************************
     *>   Pediatras ativos - especialidade Pediatria da clinica
     *>*****************************************************************
      ab-carregar-pediatras section.
      ab-carregar-pediatras-a.

          move 0                                    to wk-qtd-medicos

          EXEC SQL
             DECLARE cursor_pediatras CURSOR FOR
                SELECT m.cod, m.nome
                  FROM medico m, especialidade e
                 WHERE e.cod = m.cod_esp
                   AND e.nome LIKE 'Pediatr%'
                   AND m.situacao = 'A'
              ORDER BY m.cod
          END-EXEC

          exec sql
             open cursor_pediatras
          end-exec
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode not = 0
              EXEC SQL
                 FETCH cursor_pediatras
                  INTO :wk-db-cod-medico,
                       :wk-db-nome-medico
              END-EXEC
              if  sqlcode = 0
              and wk-qtd-medicos < 20 then
                  add 1                             to wk-qtd-medicos
                  move wk-db-cod-medico             to wk-med-cod(wk-qtd-medicos)
                  move wk-db-nome-medico            to wk-med-nome(wk-qtd-medicos)
              end-if
          end-perform

          exec sql
             close cursor_pediatras
          end-exec

          .
      ab-carregar-pediatras-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - alunos ativos da turma, um a um
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          write fd-lista-linha from wk-linha-titulo
          move fd-turma-serie                       to wk-tur-serie
          move fd-turma-letra                       to wk-tur-letra
          move fd-turma-turno                       to wk-tur-turno
          move fd-turma-unidade                     to wk-tur-unidade
          write fd-lista-linha from wk-linha-turma
          move space                                to fd-lista-linha
          write fd-lista-linha
          write fd-lista-linha from wk-linha-cab
          move all "-"                              to fd-lista-linha
          write fd-lista-linha

          move fd-turma-serie                       to fd-aluno-serie
          start arqAlunos key is equal fd-aluno-serie
          if   wk-fs-arqAlunos equal "00" then
              move space                            to wk-fim-loop
              perform until wk-loop-terminado
                  read arqAlunos next record
                  if   wk-fs-arqAlunos not equal "00"
                  or   fd-aluno-serie not equal fd-turma-serie then
                      move "F"                      to wk-fim-loop
                  else
                      if  fd-aluno-ativo
                      and fd-aluno-turma equal fd-turma-letra then
                          add 1                     to wk-qtd-alunos
                          perform ba-agendar-aluno
                      end-if
                  end-if
              end-perform
          end-if

          perform bc-imprimir-rodape

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Um aluno: ja agendado na campanha sai na lista com a consulta
     *>   existente; senao localiza/inclui o paciente e marca o slot
     *>*****************************************************************
      ba-agendar-aluno section.
      ba-agendar-aluno-a.

          perform baa-conferir-agendamento
          if  wk-aluno-ja-agendado then
              add 1                                 to wk-qtd-ja-agendados
              perform bbb-imprimir-agendado
              exit section
          end-if

          perform bab-localizar-paciente
          perform bb-buscar-slot
          if  not wk-slot-achado then
              add 1                                 to wk-qtd-sem-slot
              if  wk-qtd-sem-slot <= 60 then
                  move fd-aluno-nome                to wk-sem-nome(wk-qtd-sem-slot)
                  move fd-aluno-responsavel         to wk-sem-responsavel(wk-qtd-sem-slot)
                  move fd-aluno-tel-emergencia      to wk-sem-telefone(wk-qtd-sem-slot)
              end-if
              exit section
          end-if

          perform bba-marcar-consulta
          add 1                                     to wk-qtd-agendados
          perform bbb-imprimir-agendado

          .
      ba-agendar-aluno-z.
          exit.

     *>*****************************************************************
     *>   Consulta da campanha ainda em aberto para o CPF do aluno?
     *>*****************************************************************
      baa-conferir-agendamento section.
      baa-conferir-agendamento-a.

          move "N"                                  to wk-ja-agendado
          move fd-aluno-cpf                         to fd-tri-cpf
          start arqTriagem key is equal fd-tri-cpf
          if   wk-fs-arqTriagem equal "00" then
              move space                            to wk-fim-loop-tri
              perform until wk-loop-tri-terminado
                  read arqTriagem next record
                  if   wk-fs-arqTriagem not equal "00"
                  or   fd-tri-cpf not equal fd-aluno-cpf then
                      move "F"                      to wk-fim-loop-tri
                  else
                      if  fd-tri-agendada then
                          move "S"                  to wk-ja-agendado
                          move "F"                  to wk-fim-loop-tri
                      end-if
                  end-if
              end-perform
          end-if

          .
      baa-conferir-agendamento-z.
          exit.

     *>*****************************************************************
     *>   Paciente pelo CPF (fora os aposentados por fusao); sem
     *>   cadastro na clinica, inclui com o telefone de emergencia.
     *>   Nascimento e responsavel do cadastro escolar alimentam a
     *>   caderneta de vacinacao - no paciente ja cadastrado so
     *>   preenchem o que estiver em branco
     *>*****************************************************************
      bab-localizar-paciente section.
      bab-localizar-paciente-a.

          move fd-aluno-cpf                         to wk-db-pac-cpf
          move spaces                               to wk-db-pac-nasc
          if  fd-aluno-nascimento is numeric
          and fd-aluno-nascimento not = 0
              string fd-aluno-nascimento(1:4) "-"
                     fd-aluno-nascimento(5:2) "-"
                     fd-aluno-nascimento(7:2)
                     delimited by size
                into wk-db-pac-nasc
              end-string
          end-if
          move fd-aluno-responsavel                 to wk-db-pac-resp
          move fd-aluno-tel-emergencia              to wk-db-pac-tel-resp

          EXEC SQL
             SELECT id, nome
               INTO :wk-db-pac-id,
                    :wk-db-pac-nome
               FROM paciente
              WHERE cpf = :wk-db-pac-cpf
                AND situacao <> 'D'
           ORDER BY id
              LIMIT 1
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

          if  sqlcode = 100 then
              EXEC SQL
                 SELECT COALESCE(MAX(id), 0) + 1
                   INTO :wk-db-pac-id
                   FROM paciente
              END-EXEC
              if sqlcode not = 0 then
                  perform z-finaliza-erro
              end-if

              move fd-aluno-nome                    to wk-db-pac-nome
              move fd-aluno-tel-emergencia          to wk-db-pac-telefone

              EXEC SQL
                 insert into paciente(id, nome, cpf, telefone,
                                      situacao, cod_convenio,
                                      data_nascimento, responsavel,
                                      telefone_responsavel)
                             values (:wk-db-pac-id,
                                     :wk-db-pac-nome,
                                     :wk-db-pac-cpf,
                                     :wk-db-pac-telefone,
                                     'A',
                                     0,
                                     :wk-db-pac-nasc,
                                     :wk-db-pac-resp,
                                     :wk-db-pac-tel-resp)
              END-EXEC
              if sqlcode not = 0 then
                  perform z-finaliza-erro
              end-if
              add 1                                 to wk-qtd-pac-incluidos
          else
              EXEC SQL
                 update paciente
                    set data_nascimento      = :wk-db-pac-nasc,
                        responsavel          = :wk-db-pac-resp,
                        telefone_responsavel = :wk-db-pac-tel-resp
                  where id = :wk-db-pac-id
                    and TRIM(COALESCE(data_nascimento, ' ')) = ''
              END-EXEC
              if  sqlcode not = 0
              and sqlcode not = 100 then
                  perform z-finaliza-erro
              end-if
          end-if

          .
      bab-localizar-paciente-z.
          exit.

     *>*****************************************************************
     *>   Primeiro slot livre de um pediatra nos 30 dias a partir da
     *>   data inicial - dia a dia, pediatra a pediatra
     *>*****************************************************************
      bb-buscar-slot section.
      bb-buscar-slot-a.

          move "N"                                  to wk-achou-slot

          perform varying wk-dia-offset from wk-dia-inicio-busca by 1
                    until wk-dia-offset > 29
                       or wk-slot-achado
              compute wk-data-int = wk-data-base-int + wk-dia-offset
              compute wk-data-aaaammdd =
                  function date-of-integer(wk-data-int)
              move spaces                           to wk-db-data
              string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
                into wk-db-data
              end-string
     *>        o dia 1 do calendario interno (01/01/1601) caiu numa
     *>        segunda-feira
              compute wk-dia-semana =
                  function mod(wk-data-int - 1, 7) + 1
              move wk-dia-semana                    to wk-db-dia-semana

     *>        dia fechado no calendario unico vale para todos
              move "N"                              to wk-fechamento-flag
              if  wk-tem-calendario then
                  move wk-data-aaaammdd             to fd-cal-data
                  read arqCalendario
                  if   wk-fs-arqCalendario equal "00"
                  and  fd-cal-clinica-fechada then
                      move "S"                      to wk-fechamento-flag
                  end-if
              end-if

              if  not wk-clinica-fechada then
                  perform varying wk-ind-med from 1 by 1
                            until wk-ind-med > wk-qtd-medicos
                               or wk-slot-achado
                      perform bbc-buscar-slot-medico
                  end-perform
              end-if

              if  wk-slot-achado then
                  move wk-dia-offset                to wk-dia-inicio-busca
              end-if
          end-perform

          .
      bb-buscar-slot-z.
          exit.

     *>*****************************************************************
     *>   Slot livre do pediatra no dia: sem ausencia registrada, com
     *>   grade no dia da semana, fora do horario de aula da turma e
     *>   sem consulta viva no mesmo horario
     *>*****************************************************************
      bbc-buscar-slot-medico section.
      bbc-buscar-slot-medico-a.

          move wk-med-cod(wk-ind-med)               to wk-db-cod-medico

          EXEC SQL
             SELECT COUNT(*) INTO :wk-db-qtd
               FROM ausencia_medico
              WHERE cod_medico = :wk-db-cod-medico
                AND data_ini  <= :wk-db-data
                AND data_fim  >= :wk-db-data
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if
          if  wk-db-qtd > 0 then
              exit section
          end-if

          EXEC SQL
             SELECT hora_ini, hora_fim, slot_min
               INTO :wk-db-hora-ini,
                    :wk-db-hora-fim,
                    :wk-db-slot-min
               FROM horario_atendimento
              WHERE cod_medico = :wk-db-cod-medico
                AND dia_semana = :wk-db-dia-semana
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if
          if  sqlcode = 100 then
              exit section
          end-if

          if  wk-db-slot-min = 0 then
              move 30                               to wk-db-slot-min
          end-if
          move wk-db-hora-ini(1:2)                  to wk-hh
          move wk-db-hora-ini(4:2)                  to wk-mm
          compute wk-min-ini = (wk-hh * 60) + wk-mm
          move wk-db-hora-fim(1:2)                  to wk-hh
          move wk-db-hora-fim(4:2)                  to wk-mm
          compute wk-min-fim = (wk-hh * 60) + wk-mm

     *>    janela de aula do dia (meia hora de folga de cada lado)
          move 0                                    to wk-janela-ini
          move 0                                    to wk-janela-fim
          if  wk-dia-ultimo-periodo(wk-dia-semana) > 0 then
              compute wk-janela-ini = wk-turno-inicio-min - wk-folga-min
              compute wk-janela-fim = wk-turno-inicio-min
                      + (wk-dia-ultimo-periodo(wk-dia-semana) * wk-periodo-min)
                      + wk-folga-min
          end-if

          move wk-min-ini                           to wk-min-slot
          perform until wk-slot-achado
                     or wk-min-slot >= wk-min-fim
              move "N"                              to wk-dentro-aula
              if  wk-janela-fim > 0
              and wk-min-slot + wk-db-slot-min > wk-janela-ini
              and wk-min-slot < wk-janela-fim then
                  move "S"                          to wk-dentro-aula
              end-if

              if  not wk-em-horario-de-aula then
                  compute wk-hh = wk-min-slot / 60
                  compute wk-mm = function mod(wk-min-slot, 60)
                  move spaces                       to wk-db-hora
                  string wk-hh ":" wk-mm
                         delimited by size
                    into wk-db-hora
                  end-string

                  EXEC SQL
                     SELECT COUNT(*) INTO :wk-db-qtd
                       FROM consulta
                      WHERE cod_medico    = :wk-db-cod-medico
                        AND data_consulta = :wk-db-data
                        AND hora_consulta = :wk-db-hora
                        AND status <> 'C'
                  END-EXEC
                  if sqlcode not = 0 then
                      perform z-finaliza-erro
                  end-if
                  if  wk-db-qtd = 0 then
                      move "S"                      to wk-achou-slot
                  end-if
              end-if

              if  not wk-slot-achado then
                  add wk-db-slot-min                to wk-min-slot
              end-if
          end-perform

          .
      bbc-buscar-slot-medico-z.
          exit.

     *>*****************************************************************
     *>   Marca a consulta no slot achado e registra na campanha
     *>*****************************************************************
      bba-marcar-consulta section.
      bba-marcar-consulta-a.

          EXEC SQL
             SELECT COALESCE(MAX(num_consulta), 0) + 1
               INTO :wk-db-num-consulta
               FROM consulta
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          move spaces                               to wk-db-data-agend
          string function current-date(1:4) "-"
                 function current-date(5:2) "-"
                 function current-date(7:2)
                 delimited by size
            into wk-db-data-agend
          end-string

          EXEC SQL
             insert into consulta(num_consulta,
                                  cod_medico,
                                  data_consulta,
                                  hora_consulta,
                                  paciente,
                                  id_paciente,
                                  status,
                                  data_agendamento)
                          values (:wk-db-num-consulta,
                                  :wk-db-cod-medico,
                                  :wk-db-data,
                                  :wk-db-hora,
                                  :wk-db-pac-nome,
                                  :wk-db-pac-id,
                                  'M',
                                  :wk-db-data-agend)
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          exec sql
             commit transaction
          end-exec
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          move function current-date(1:14)          to wk-data-hora
          move wk-db-num-consulta                   to fd-tri-num-consulta
          move fd-aluno-cpf                         to fd-tri-cpf
          move fd-turma-serie                       to fd-tri-serie
          move fd-turma-letra                       to fd-tri-letra
          move wk-db-pac-id                         to fd-tri-id-paciente
          move wk-db-cod-medico                     to fd-tri-cod-medico
          move wk-db-data                           to fd-tri-data
          move wk-db-hora                           to fd-tri-hora
          set  fd-tri-agendada                      to true
          move wk-data-hora                         to fd-tri-data-agendamento
          write fd-triagem
          if   wk-fs-arqTriagem not equal "00" then
              move spaces                           to wk-erro-msn
              string "Erro ao gravar arqTriagemInd " wk-fs-arqTriagem
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
      bba-marcar-consulta-z.
          exit.

     *>*****************************************************************
     *>   Linha do aluno na lista da turma - data/hora e pediatra do
     *>   registro da campanha (novo ou ja existente)
     *>*****************************************************************
      bbb-imprimir-agendado section.
      bbb-imprimir-agendado-a.

          move fd-aluno-nome                        to wk-det-nome
          move fd-aluno-responsavel                 to wk-det-responsavel
          move spaces                               to wk-det-data
          string fd-tri-data(9:2) "/" fd-tri-data(6:2) "/" fd-tri-data(1:4)
                                   delimited by size
            into wk-det-data
          end-string
          move fd-tri-hora                          to wk-det-hora
          move spaces                               to wk-det-medico
          perform varying wk-ind-med from 1 by 1
                    until wk-ind-med > wk-qtd-medicos
              if  wk-med-cod(wk-ind-med) equal fd-tri-cod-medico then
                  move wk-med-nome(wk-ind-med)      to wk-det-medico
              end-if
          end-perform
          write fd-lista-linha from wk-linha-det

          .
      bbb-imprimir-agendado-z.
          exit.

     *>*****************************************************************
     *>   Rodape - alunos sem horario, orientacao aos responsaveis e
     *>   contagens
     *>*****************************************************************
      bc-imprimir-rodape section.
      bc-imprimir-rodape-a.

          if  wk-qtd-sem-slot > 0 then
              move space                            to fd-lista-linha
              write fd-lista-linha
              move "SEM HORARIO NOS PROXIMOS 30 DIAS - a secretaria entra em contato:"
                                                    to fd-lista-linha
              write fd-lista-linha
              perform varying wk-ind-med from 1 by 1
                        until wk-ind-med > wk-qtd-sem-slot
                           or wk-ind-med > 60
                  move wk-sem-nome(wk-ind-med)      to wk-ssl-nome
                  move wk-sem-responsavel(wk-ind-med) to wk-ssl-responsavel
                  move wk-sem-telefone(wk-ind-med)  to wk-ssl-telefone
                  write fd-lista-linha from wk-linha-sem-slot
              end-perform
          end-if

          move space                                to fd-lista-linha
          write fd-lista-linha
          move "Comparecer 15 minutos antes, com documento do aluno e a carteira"
                                                    to fd-lista-linha
          write fd-lista-linha
          move "de vacinacao. Remarcacao ou cancelamento pelo telefone da clinica."
                                                    to fd-lista-linha
          write fd-lista-linha
          move space                                to fd-lista-linha
          write fd-lista-linha

          move "Alunos ativos da turma..............:" to wk-tot-rotulo
          move wk-qtd-alunos                        to wk-tot-qtd
          write fd-lista-linha from wk-linha-total
          move "Consultas marcadas nesta rodada.....:" to wk-tot-rotulo
          move wk-qtd-agendados                     to wk-tot-qtd
          write fd-lista-linha from wk-linha-total
          move "Ja agendados em rodada anterior.....:" to wk-tot-rotulo
          move wk-qtd-ja-agendados                  to wk-tot-qtd
          write fd-lista-linha from wk-linha-total
          move "Sem horario no periodo..............:" to wk-tot-rotulo
          move wk-qtd-sem-slot                      to wk-tot-qtd
          write fd-lista-linha from wk-linha-total
          move "Pacientes incluidos na clinica......:" to wk-tot-rotulo
          move wk-qtd-pac-incluidos                 to wk-tot-qtd
          write fd-lista-linha from wk-linha-total

          .
      bc-imprimir-rodape-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao em caso de erro - registra o
     *>   sqlcode no log central antes do rollback
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

          close arqAlunos
          close arqTriagem
          close arqListaTriagem
          if  wk-tem-calendario then
              close arqCalendario
          end-if

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Lista da turma em arqTriagemTurma.txt"
          display "Consultas marcadas: " wk-qtd-agendados
                  "  sem horario: " wk-qtd-sem-slot

          stop run.
          .
      z-finaliza-z.
          exit.
