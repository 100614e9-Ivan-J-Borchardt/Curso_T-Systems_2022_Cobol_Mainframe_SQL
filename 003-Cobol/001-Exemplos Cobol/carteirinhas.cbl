      *>   02/09/2026 - IJB - O nome da escola no cartao e o timbre no
      *>                      topo do arquivo passam a vir de
      *>                      arqInstituicao.txt (instituicao.cbl).
      *>   15/10/2026 - IJB - Nome completo do aluno em ate duas linhas
      *>                      do cartao (layout de 178 bytes); com nome
      *>                      social informado, o cartao traz o nome
      *>                      social.

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

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).
       01  wk-linha-nome.
           05 filler                                pic x(02) value "| ".
           05 filler                                pic x(07) value "Aluno: ".
           05 wk-car-nome                           pic x(29).
           05 filler                                pic x(02) value " |".
           05 filler                                pic x(40) value space.

      *>   Continuacao do nome - o cartao mantem sempre o mesmo numero
      *>   de linhas, mesmo com o nome curto
       01  wk-linha-nome-cont.
           05 filler                                pic x(02) value "| ".
           05 filler                                pic x(07) value space.
           05 wk-car-nome-cont                      pic x(29).
           05 filler                                pic x(02) value " |".
           05 filler                                pic x(40) value space.

               exit section
           end-if

           if  fd-aluno-nome-social not equal space then
               move fd-aluno-nome-social(1:29)          to      wk-car-nome
               move fd-aluno-nome-social(30:29)         to      wk-car-nome-cont
           else
               move fd-aluno-nome(1:29)                 to      wk-car-nome
               move fd-aluno-nome(30:29)                to      wk-car-nome-cont
           end-if
           move fd-aluno-matricula                      to      wk-car-matricula
           move fd-aluno-serie                          to      wk-car-serie
           move fd-aluno-turma                          to      wk-car-turma
           write fd-carteirinha-linha from wk-linha-moldura
           write fd-carteirinha-linha from wk-linha-escola
           write fd-carteirinha-linha from wk-linha-nome
           write fd-carteirinha-linha from wk-linha-nome-cont
           write fd-carteirinha-linha from wk-linha-matricula
           write fd-carteirinha-linha from wk-linha-serie
           write fd-carteirinha-linha from wk-linha-validade
