      *>                      salas ao mesmo tempo. Impressao do
      *>                      quadro por turma (arqQuadroTurma.txt) e
      *>                      por professor (arqQuadroProfessor.txt).
      *>   15/10/2026 - IJB - Cada vaga passa a levar a sala
      *>                      (arqSalasInd.txt, mestre de salas.cbl) da
      *>                      unidade da turma. O lancamento RECUSA a
      *>                      vaga quando a sala ja esta ocupada por
      *>                      outra turma no mesmo dia e periodo ou
      *>                      quando a sala tem menos lugares que os
      *>                      alunos ativos da turma. Impressao da
      *>                      ocupacao semanal de cada sala de uma
      *>                      unidade (arqQuadroSala.txt). Grades
      *>                      antigas sao convertidas por
      *>                      migra_horarios_sala.cbl.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-prof-codigo
           file status is wk-fs-arqProfessores.

           select arqSalas assign to "arqSalasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sala-chave
           file status is wk-fs-arqSalas.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqQuadroTurma assign to "arqQuadroTurma.txt"
           organization is line sequential
           file status is wk-fs-arqQuadroTurma.
           organization is line sequential
           file status is wk-fs-arqQuadroProf.

           select arqQuadroSala assign to "arqQuadroSala.txt"
           organization is line sequential
           file status is wk-fs-arqQuadroSala.

       i-o-control.

      *>Declaração de variáveis
               10  fd-hor-periodo                   pic  9(01).
           05  fd-hor-disciplina                    pic  x(10).
           05  fd-hor-professor                     pic  x(05).
           05  fd-hor-sala.
               10  fd-hor-sala-unidade              pic  x(03).
               10  fd-hor-sala-codigo               pic  x(05).

       fd arqTurmas.
       01  fd-turma.
               88  fd-prof-ativo                    value "A".
               88  fd-prof-inativo                  value "I".

       fd arqSalas.
       01  fd-sala.
           05  fd-sala-chave.
               10  fd-sala-unidade                  pic  x(03).
               10  fd-sala-codigo                   pic  x(05).
           05  fd-sala-descricao                    pic  x(30).
           05  fd-sala-capacidade                   pic  9(03).
           05  fd-sala-tipo                         pic  x(01).
               88  fd-sala-regular                  value "R".
               88  fd-sala-laboratorio              value "L".
               88  fd-sala-ginasio                  value "G".

       fd arqAlunos.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
               88  fd-aluno-ativo                   value "A".
               88  fd-aluno-inativo                 value "I".
               88  fd-aluno-transferido             value "T".
           05  fd-aluno-responsavel                 pic  x(15).
           05  fd-aluno-tel-emergencia              pic  x(11).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqQuadroTurma.
       01  fd-quadtur-linha                         pic  x(80).

       fd arqQuadroProf.
       01  fd-quadpro-linha                         pic  x(80).

       fd arqQuadroSala.
       01  fd-quadsal-linha                         pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqProfessores                     pic x(02).
       77  wk-fs-arqQuadroTurma                     pic x(02).
       77  wk-fs-arqQuadroProf                      pic x(02).
       77  wk-fs-arqSalas                           pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqQuadroSala                      pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-salas                        pic x(01).
           88 wk-loop-salas-terminado               value "F".

       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
           88 wk-op-excluir                         value "E" "e".
           88 wk-op-quadro-turma                    value "T" "t".
           88 wk-op-quadro-prof                     value "P" "p".
           88 wk-op-quadro-sala                     value "S" "s".

       77  wk-serie                                 pic 9(02) value 0.
       77  wk-letra                                 pic x(01).
       77  wk-periodo                               pic 9(01) value 0.
       77  wk-disciplina                            pic x(10).
       77  wk-professor                             pic x(05).
       77  wk-sala                                  pic x(05).
       77  wk-unidade                               pic x(03).
       77  wk-turma-unidade                         pic x(03).
       77  wk-qtd-alunos-turma                      pic 9(04) value 0.
       77  wk-qtd-ocupadas                          pic 9(02) value 0.
       77  wk-tipo-descricao                        pic x(12).

       77  wk-conflito-flag                         pic x(01).
           88 wk-tem-conflito                       value "S".
       77  wk-conflito-serie                        pic 9(02) value 0.
       77  wk-conflito-letra                        pic x(01).
       77  wk-conflito-sala-flag                    pic x(01).
           88 wk-tem-conflito-sala                  value "S".

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "v".
           05 wk-slo-extra                          pic x(20).
           05 filler                                pic x(18) value space.

      *>   Ocupacao semanal de uma sala: 6 periodos x 5 dias
       01  wk-grade-sala.
           05 wk-gsa-periodo                        occurs 6 times.
              10 wk-gsa-celula                      pic x(16) occurs 5 times.

       01  wk-linha-grade-cab.
           05 filler                                pic x(12) value "Periodo".
           05 filler                                pic x(16) value "Segunda".
           05 filler                                pic x(16) value "Terca".
           05 filler                                pic x(16) value "Quarta".
           05 filler                                pic x(16) value "Quinta".
           05 filler                                pic x(16) value "Sexta".

       01  wk-linha-grade.
           05 filler                                pic x(08) value "Periodo ".
           05 wk-lgr-periodo                        pic 9(01).
           05 filler                                pic x(03) value space.
           05 wk-lgr-celula                         pic x(16) occurs 5 times.

      *>Declaração do corpo do programa
       procedure division.

               perform z-finaliza-anormal
           end-if

           open input arqSalas
           if   wk-fs-arqSalas not equal "00"
           and  wk-fs-arqSalas not equal "35" then
               move "0009"                                 to      wk-msn-erro-adress
               move wk-fs-arqSalas                         to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqSalas"       to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00"
           and  wk-fs-arqAlunos not equal "35" then
               move "0010"                                 to      wk-msn-erro-adress
               move wk-fs-arqAlunos                        to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.
               display "(E) Excluir vaga"
               display "(T) Imprimir quadro de uma turma"
               display "(P) Imprimir quadro de um professor"
               display "(S) Imprimir ocupacao das salas de uma unidade"
               display "(X) Sair"
               accept wk-opcao

                       perform bd-quadro-turma
                   when wk-op-quadro-prof
                       perform be-quadro-professor
                   when wk-op-quadro-sala
                       perform bk-quadro-sala
                   when other
                       continue
               end-evaluate

      *>*****************************************************************
      *>   Lancamento de uma vaga - critica turma, dia, periodo,
      *>   disciplina da grade, professor e sala, e recusa o conflito
      *>   de professor ou de sala com outra turma no mesmo horario
      *>*****************************************************************
       ba-lancar-vaga section.
       ba-lancar-vaga-a.
               accept wk-disciplina
               display "Codigo do professor: "
               accept wk-professor
               display "Sala (unidade " wk-turma-unidade "): "
               accept wk-sala

               perform bg-criticar-lancamento

               if  wk-entrada-valida then
                   perform bh-verificar-conflito
                   evaluate true
                       when wk-tem-conflito
                           display "CONFLITO: professor ja escalado na"
                                   " turma " wk-conflito-serie "/"
                                   wk-conflito-letra
                                   " neste dia e periodo."
                           accept temp
                       when wk-tem-conflito-sala
                           display "CONFLITO: sala ja ocupada pela"
                                   " turma " wk-conflito-serie "/"
                                   wk-conflito-letra
                                   " neste dia e periodo."
                           accept temp
                       when other
                           perform bi-gravar-vaga
                   end-evaluate
               end-if
           end-if

                   display "Serie/Turma nao cadastrada."
                   set wk-entrada-invalida              to      true
                   move "00"                            to      wk-fs-arqTurmas
               else
                   move fd-turma-unidade                to      wk-turma-unidade
               end-if
           end-if

           exit.

      *>*****************************************************************
      *>   Criticas da disciplina (grade curricular da serie), do
      *>   professor (mestre, ativo) e da sala (mestre de salas da
      *>   unidade da turma, com lugares para os alunos ativos)
      *>*****************************************************************
       bg-criticar-lancamento section.
       bg-criticar-lancamento-a.
               end-if
           end-if

           if  wk-entrada-valida then
               if   wk-fs-arqSalas equal "35" then
                   display "Mestre de salas vazio."
                   set wk-entrada-invalida              to      true
               else
                   move wk-turma-unidade                to      fd-sala-unidade
                   move wk-sala                         to      fd-sala-codigo
                   read arqSalas
                   if   wk-fs-arqSalas not equal "00" then
                       display "Sala nao cadastrada na unidade "
                               wk-turma-unidade "."
                       set wk-entrada-invalida          to      true
                       move "00"                        to      wk-fs-arqSalas
                   else
                       perform bj-contar-alunos-turma
                       if  wk-qtd-alunos-turma > fd-sala-capacidade then
                           display "Sala com " fd-sala-capacidade
                                   " lugares - a turma tem "
                                   wk-qtd-alunos-turma " alunos ativos."
                           set wk-entrada-invalida      to      true
                       end-if
                   end-if
               end-if
           end-if

           if  wk-entrada-invalida then
               accept temp
           end-if
           exit.

      *>*****************************************************************
      *>   Varre a grade inteira procurando o mesmo professor ou a
      *>   mesma sala escalados em outra turma no mesmo dia e periodo
      *>*****************************************************************
       bh-verificar-conflito section.
       bh-verificar-conflito-a.

           move space                                   to      wk-conflito-flag
           move space                                   to      wk-conflito-sala-flag

           move low-values                              to      fd-hor-chave
           start arqHorarios key is not less fd-hor-chave
                           move fd-hor-letra            to      wk-conflito-letra
                           move "F"                     to      wk-fim-loop
                       end-if
                       if  fd-hor-dia equal wk-dia
                       and fd-hor-periodo equal wk-periodo
                       and fd-hor-sala-unidade equal wk-turma-unidade
                       and fd-hor-sala-codigo equal wk-sala
                       and (fd-hor-serie not equal wk-serie
                            or fd-hor-letra not equal wk-letra)
                       and not wk-tem-conflito then
                           set wk-tem-conflito-sala     to      true
                           move fd-hor-serie            to      wk-conflito-serie
                           move fd-hor-letra            to      wk-conflito-letra
                           move "F"                     to      wk-fim-loop
                       end-if
                   end-if
               end-perform
               move "00"                                to      wk-fs-arqHorarios
           move wk-periodo                              to      fd-hor-periodo
           move wk-disciplina                           to      fd-hor-disciplina
           move wk-professor                            to      fd-hor-professor
           move wk-turma-unidade                        to      fd-hor-sala-unidade
           move wk-sala                                 to      fd-hor-sala-codigo

           write fd-horario
           if   wk-fs-arqHorarios equal "22" then
                               " Periodo " fd-hor-periodo
                               " " fd-hor-disciplina
                               " Prof " fd-hor-professor
                               " Sala " fd-hor-sala-codigo
                   end-if
               end-perform
           end-if
                       move fd-hor-disciplina           to      wk-slo-disciplina
                       move fd-hor-professor            to      wk-slo-professor
                       move spaces                      to      wk-slo-extra
                       if  fd-hor-sala-codigo not equal space then
                           string "Sala " fd-hor-sala-codigo
                                            delimited by size
                             into wk-slo-extra
                           end-string
                       end-if
                       write fd-quadtur-linha from wk-linha-slot
                   end-if
               end-perform
       be-quadro-professor-z.
           exit.

      *>*****************************************************************
      *>   Conta os alunos ativos da Serie/Turma da vaga, para a
      *>   critica de lugares da sala
      *>*****************************************************************
       bj-contar-alunos-turma section.
       bj-contar-alunos-turma-a.

           move 0                                       to      wk-qtd-alunos-turma

           if   wk-fs-arqAlunos equal "35" then
               exit section
           end-if

           move wk-serie                                to      fd-aluno-serie
           start arqAlunos key is equal fd-aluno-serie
           if   wk-fs-arqAlunos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAlunos next record
                   if   wk-fs-arqAlunos equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqAlunos not equal "00" then
                           move "0011"                           to      wk-msn-erro-adress
                           move wk-fs-arqAlunos                  to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqAlunos"  to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       end-if
                       if  fd-aluno-serie not equal wk-serie then
                           move "F"                     to      wk-fim-loop
                       else
                           if  fd-aluno-ativo
                           and fd-aluno-turma equal wk-letra then
                               add 1                    to      wk-qtd-alunos-turma
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqAlunos

           .
       bj-contar-alunos-turma-z.
           exit.

      *>*****************************************************************
      *>   Quadro impresso da ocupacao semanal das salas de uma
      *>   unidade - uma sala informada ou, em branco, todas
      *>*****************************************************************
       bk-quadro-sala section.
       bk-quadro-sala-a.

           display "Unidade: "
           accept wk-unidade
           display "Sala (em branco = todas da unidade): "
           accept wk-sala

           if   wk-fs-arqSalas equal "35" then
               display "Mestre de salas vazio."
               accept temp
               exit section
           end-if

           open output arqQuadroSala
           if   wk-fs-arqQuadroSala not equal "00" then
               move "0012"                                to      wk-msn-erro-adress
               move wk-fs-arqQuadroSala                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqQuadroSala"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-unidade                              to      fd-sala-unidade
           if  wk-sala equal space then
               move low-values                          to      fd-sala-codigo
           else
               move wk-sala                             to      fd-sala-codigo
           end-if
           start arqSalas key is not less fd-sala-chave
           if   wk-fs-arqSalas equal "00" then
               move space                               to      wk-fim-loop-salas
               perform until wk-loop-salas-terminado
                   read arqSalas next record
                   if   wk-fs-arqSalas not equal "00"
                   or   fd-sala-unidade not equal wk-unidade then
                       move "F"                         to      wk-fim-loop-salas
                   else
                       if  wk-sala not equal space
                       and fd-sala-codigo not equal wk-sala then
                           move "F"                     to      wk-fim-loop-salas
                       else
                           perform bl-imprimir-sala
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqSalas

           close arqQuadroSala
           display "Quadro gravado em arqQuadroSala.txt"
           accept temp

           .
       bk-quadro-sala-z.
           exit.

      *>*****************************************************************
      *>   Monta e imprime a grade 6 periodos x 5 dias da sala lida
      *>*****************************************************************
       bl-imprimir-sala section.
       bl-imprimir-sala-a.

           move spaces                                  to      wk-grade-sala
           move 0                                       to      wk-qtd-ocupadas

           move low-values                              to      fd-hor-chave
           start arqHorarios key is not less fd-hor-chave
           if   wk-fs-arqHorarios equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqHorarios next record
                   if   wk-fs-arqHorarios not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-hor-sala-unidade equal fd-sala-unidade
                       and fd-hor-sala-codigo equal fd-sala-codigo then
                           string fd-hor-serie fd-hor-letra " "
                                  fd-hor-disciplina
                                            delimited by size
                             into wk-gsa-celula (fd-hor-periodo, fd-hor-dia)
                           end-string
                           add 1                        to      wk-qtd-ocupadas
                       end-if
                   end-if
               end-perform
               move "00"                                to      wk-fs-arqHorarios
           end-if

           evaluate true
               when fd-sala-regular
                   move "Regular"                       to      wk-tipo-descricao
               when fd-sala-laboratorio
                   move "Laboratorio"                   to      wk-tipo-descricao
               when fd-sala-ginasio
                   move "Ginasio"                       to      wk-tipo-descricao
               when other
                   move "?"                             to      wk-tipo-descricao
           end-evaluate

           move spaces                                  to      fd-quadsal-linha
           string "Ocupacao Semanal - Unidade " fd-sala-unidade
                  " Sala " fd-sala-codigo " " fd-sala-descricao
                  " " wk-tipo-descricao
                  " Lugares " fd-sala-capacidade
                                            delimited by size
             into fd-quadsal-linha
           end-string
           write fd-quadsal-linha
           move space                                   to      fd-quadsal-linha
           write fd-quadsal-linha
           write fd-quadsal-linha from wk-linha-grade-cab

           perform varying wk-periodo-varre from 1 by 1
                     until wk-periodo-varre > 6
               move wk-periodo-varre                    to      wk-lgr-periodo
               perform varying wk-dia-varre from 1 by 1
                         until wk-dia-varre > 5
                   move wk-gsa-celula (wk-periodo-varre, wk-dia-varre)
                                                        to      wk-lgr-celula (wk-dia-varre)
               end-perform
               write fd-quadsal-linha from wk-linha-grade
           end-perform

           move spaces                                  to      fd-quadsal-linha
           string "Vagas ocupadas: " wk-qtd-ocupadas " de 30"
                                            delimited by size
             into fd-quadsal-linha
           end-string
           write fd-quadsal-linha
           move space                                   to      fd-quadsal-linha
           write fd-quadsal-linha

           .
       bl-imprimir-sala-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao Anormal
      *>*****************************************************************
           close arqTurmas
           close arqDisciplinas
           close arqProfessores
           close arqSalas
           close arqAlunos

           goback.
           .
