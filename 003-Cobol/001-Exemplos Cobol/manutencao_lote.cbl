      *>                      transacoes recusadas com codigo de motivo
      *>                      em arqTransacoesRejeitos.txt, no padrao de
      *>                      rejeitos de migra_alunos.cbl.
      *>   15/10/2026 - IJB - Transacao com nome completo (60) e nome
      *>                      social (60) - registro do aluno no
      *>                      layout de 178 bytes.

      *>Divisão para configuração do ambiente
       environment division.
               88  fd-tran-exclusao                 value "E".
               88  fd-tran-reativacao               value "R".
           05  fd-tran-cpf                          pic  x(12).
           05  fd-tran-nome                         pic  x(60).
           05  fd-tran-serie                        pic  9(02).
           05  fd-tran-turma                        pic  x(01).
           05  fd-tran-responsavel                  pic  x(15).
           05  fd-tran-tel-emergencia               pic  x(11).
           05  fd-tran-nome-social                  pic  x(60).

       fd arqAlunosInd.
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

       fd arqMatricula.
       01  fd-matricula-linha                       pic  9(07).
           05  filler                               pic  x(01) value space.
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-depois               pic  x(178).

       fd arqRejeitos.
       01  fd-rejeito-linha                         pic  x(80).
       77  wk-matricula-atual                       pic 9(07) value 0.

       77  wk-audit-operacao                        pic x(01).
       01  wk-audit-imagem-antes                    pic x(178).
       01  wk-audit-imagem-depois                   pic x(178).

       77  wk-qtd-lidas                             pic 9(06) value 0.
       77  wk-qtd-aplicadas                         pic 9(06) value 0.
           move fd-tran-responsavel                     to      fd-aluno-responsavel
           move fd-tran-tel-emergencia                  to      fd-aluno-tel-emergencia
           move fd-tran-turma                           to      fd-aluno-turma
           move fd-tran-nome-social                     to      fd-aluno-nome-social

           write fd-aluno
           evaluate wk-fs-arqAlunosInd
               move fd-tran-responsavel                 to      fd-aluno-responsavel
               move fd-tran-tel-emergencia              to      fd-aluno-tel-emergencia
               move fd-tran-turma                       to      fd-aluno-turma
               move fd-tran-nome-social                 to      fd-aluno-nome-social

               rewrite fd-aluno
               if   wk-fs-arqAlunosInd not equal "00" then
