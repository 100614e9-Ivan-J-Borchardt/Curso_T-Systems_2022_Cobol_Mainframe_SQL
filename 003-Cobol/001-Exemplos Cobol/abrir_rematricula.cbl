      *>                      fim de ano inativa quem nao retorna em
      *>                      vez de promover. Reprocessar nao duplica:
      *>                      registro ja aberto e apenas contado.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes e
      *>                      rematricula com o nome completo
      *>                      (migra_nome_completo.cbl).

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

       fd arqRematricula.
       01  fd-rematricula.
               88  fd-rem-confirmada                value "C".
               88  fd-rem-nao-retorna               value "N".
           05  fd-rem-serie                         pic  9(02).
           05  fd-rem-nome                          pic  x(60).
           05  fd-rem-data-resposta                 pic  9(08).
           05  fd-rem-operador                      pic  x(15).

