      *>   22/08/2026 - IJB - Com o novo status "T" (transferido) do
      *>                      cadastro, a exportacao passa a listar
      *>                      somente alunos com status ativo.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Registro do SORT e arquivo ordenado tambem
      *>                      no layout de 178 bytes (USING/GIVING move
      *>                      por posicao); o CSV leva o nome completo.

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

       sd sortTurma.
       01  sd-aluno.
           05  sd-aluno-cpf                         pic  x(12).
           05  sd-aluno-nome                        pic  x(60).
           05  sd-aluno-serie                       pic  9(02).
           05  sd-aluno-matricula                   pic  9(07).
           05  sd-aluno-status                      pic  x(01).
           05  sd-aluno-responsavel                 pic  x(15).
           05  sd-aluno-tel-emergencia              pic  x(11).
           05  sd-aluno-turma                       pic  x(01).
           05  sd-aluno-nascimento                  pic  9(08).
           05  sd-aluno-sexo                        pic  x(01).
           05  sd-aluno-nome-social                 pic  x(60).

       fd arqOrdenado.
       01  fd-ordenado-linha.
           05  fd-ordenado-cpf                      pic  x(12).
           05  fd-ordenado-nome                     pic  x(60).
           05  fd-ordenado-serie                    pic  9(02).
           05  fd-ordenado-matricula                pic  9(07).
           05  fd-ordenado-status                   pic  x(01).
           05  fd-ordenado-responsavel              pic  x(15).
           05  fd-ordenado-tel-emergencia           pic  x(11).
           05  fd-ordenado-turma                    pic  x(01).
           05  fd-ordenado-nascimento               pic  9(08).
           05  fd-ordenado-sexo                     pic  x(01).
           05  fd-ordenado-nome-social              pic  x(60).

       fd arqExport.
       01  fd-export-linha                          pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.
       01  wk-linha-csv.
           05 wk-csv-cpf                            pic x(12).
           05 filler                                pic x(01) value ";".
           05 wk-csv-nome                           pic x(60).
           05 filler                                pic x(01) value ";".
           05 wk-csv-serie                          pic 9(02).
           05 filler                                pic x(01) value ";".
           05 wk-csv-matricula                      pic 9(07).
           05 filler                                pic x(16) value space.

      *>Declaração do corpo do programa
       procedure division.
