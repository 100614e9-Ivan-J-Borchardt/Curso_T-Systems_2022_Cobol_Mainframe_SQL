      *>                      feriado. Sem o arquivo de calendario o
      *>                      programa avisa e aceita como antes, para
      *>                      nao parar a escola na transicao.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Registro do calendario com a marca de
      *>                      clinica fechada no dia (40 bytes -
      *>                      migra_calendario.cbl).

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

       fd arqFrequencia.
       01  fd-frequencia.
               88  fd-cal-feriado                   value "F".
               88  fd-cal-recesso                   value "R".
           05  fd-cal-descricao                     pic  x(30).
           05  fd-cal-clinica                       pic  x(01).
               88  fd-cal-clinica-fechada           value "S".
               88  fd-cal-clinica-aberta            value "N".

      *>----Variaveis de trabalho
       working-storage section.
