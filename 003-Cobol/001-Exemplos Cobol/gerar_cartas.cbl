      *>                      cartas iguais. Neste modo a carta usa um
      *>                      corpo proprio, sem o modelo de
      *>                      marcadores (que e por aluno).
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Familia no layout de 168 bytes, com o
      *>                      e-mail do responsavel
      *>                      (migra_familias_email.cbl).

      *>Divisão para configuração do ambiente
       environment division.
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

       fd arqModelo.
       01  fd-modelo-linha                          pic  x(80).
           05  fd-fam-responsavel                   pic  x(30).
           05  fd-fam-endereco                      pic  x(50).
           05  fd-fam-telefone                      pic  x(11).
           05  fd-fam-cpf-responsavel               pic  x(12).
           05  fd-fam-email                         pic  x(60).

       fd arqMembros.
       01  fd-membro.
