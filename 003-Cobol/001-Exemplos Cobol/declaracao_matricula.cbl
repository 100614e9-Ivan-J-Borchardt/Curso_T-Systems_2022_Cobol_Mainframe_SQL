      *>   02/09/2026 - IJB - Timbre da escola e assinatura do diretor
      *>                      lidos de arqInstituicao.txt
      *>                      (instituicao.cbl).
      *>   15/10/2026 - IJB - Nome civil completo do aluno (layout de
      *>                      178 bytes) em linha propria.

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

       fd arqDeclaracao.
       01  fd-declaracao-linha                      pic  x(80).
           write fd-declaracao-linha

           move spaces                                  to      fd-declaracao-linha
           move "Declaramos que o(a) aluno(a)"          to      fd-declaracao-linha
           write fd-declaracao-linha

           move spaces                                  to      fd-declaracao-linha
           string fd-aluno-nome                delimited by "  "
                  ","                          delimited by size
             into fd-declaracao-linha
           end-string
           write fd-declaracao-linha
