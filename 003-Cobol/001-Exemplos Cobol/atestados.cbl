      *>                      redigitacao dia a dia de um atestado de
      *>                      dez dias. Consulta dos atestados de um
      *>                      CPF na mesma tela.
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

      *>----Variaveis de trabalho
       working-storage section.
