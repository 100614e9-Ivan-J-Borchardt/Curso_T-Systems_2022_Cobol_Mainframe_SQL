      *>                      convertidas por migra_turmas_unidade.cbl
      *>                      e censo, lista de chamada e faltas
      *>                      passam a fechar totais por unidade.
      *>   15/10/2026 - IJB - Mudar o turno da turma confere os alunos
      *>                      vinculados ao transporte escolar
      *>                      (subrotina confere_rota.cbl) e avisa
      *>                      quantos ficaram em rota de outro turno.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
       fd arqAlunos.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqProfessores.
       01  fd-professor.

       77  wk-qtd-alunos-turma                      pic 9(04) value 0.

      *>   Conferencia do transporte escolar na troca de turno
       77  wk-turno-anterior                        pic x(01).
       77  wk-qtd-rota-divergente                   pic 9(04) value 0.
       77  wk-cr-cpf                                pic x(12).
       77  wk-cr-turno                              pic x(01).
       77  wk-cr-rota                               pic x(05).
       77  wk-cr-retorno                            pic 9(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
               move fd-turma-professor               to      wk-turma-professor
               move fd-turma-capacidade              to      wk-turma-capacidade
               move fd-turma-unidade                 to      wk-turma-unidade
               move fd-turma-turno                   to      wk-turno-anterior

               set wk-turma-invalida                 to      true
               perform until wk-turma-valida
                   perform z-finaliza-anormal
               else
                   move "Turma alterada com sucesso!"        to      wk-msn
                   if  fd-turma-turno not equal wk-turno-anterior then
                       perform u-conferir-transporte
                       if  wk-qtd-rota-divergente > 0 then
                           move spaces                       to      wk-msn
                           string "Turma alterada - "        delimited by size
                                  wk-qtd-rota-divergente     delimited by size
                                  " aluno(s) em rota de transporte de outro turno"
                                                             delimited by size
                             into wk-msn
                           end-string
                       end-if
                   end-if
               end-if
           end-if

       u-contar-alunos-turma-z.
           exit.

      *>*****************************************************************
      *>   Alunos ativos da turma em fd-turma vinculados a uma rota de
      *>   transporte de outro turno que nao o atual da turma
      *>*****************************************************************
       u-conferir-transporte section.
       u-conferir-transporte-a.

           move 0                                    to      wk-qtd-rota-divergente

           if   wk-fs-arqAlunos equal "35" then
               exit section
           end-if

           move fd-turma-serie                       to      fd-aluno-serie
           start arqAlunos key is equal fd-aluno-serie
           if   wk-fs-arqAlunos equal "00" then
               move space                            to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAlunos next record
                   if   wk-fs-arqAlunos not equal "00"
                   or   fd-aluno-serie not equal fd-turma-serie then
                       move "F"                      to      wk-fim-loop
                   else
                       if  fd-aluno-ativo
                       and fd-aluno-turma equal fd-turma-letra then
                           move fd-aluno-cpf         to      wk-cr-cpf
                           move fd-turma-turno       to      wk-cr-turno
                           call "confere_rota" using wk-cr-cpf
                                                     wk-cr-turno
                                                     wk-cr-rota
                                                     wk-cr-retorno
                           if  wk-cr-retorno equal 1 then
                               add 1                 to      wk-qtd-rota-divergente
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                 to      wk-fs-arqAlunos

           .
       u-conferir-transporte-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao Anormal
      *>*****************************************************************
