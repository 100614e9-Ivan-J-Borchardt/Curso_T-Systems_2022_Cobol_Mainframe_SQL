      *>                      geracao de matricula e auditoria do
      *>                      cadastro online, regravando a lista so
      *>                      com quem continua esperando.
      *>   15/10/2026 - IJB - Lista de espera e registro do aluno com o
      *>                      nome completo (60); o matriculado entra
      *>                      com o nome social em branco
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
       fd arqEspera.
       01  fd-espera-linha.
           05  fd-espera-cpf                        pic  x(12).
           05  fd-espera-nome                       pic  x(60).
           05  fd-espera-serie                      pic  9(02).
           05  fd-espera-turma                      pic  x(01).
           05  fd-espera-responsavel                pic  x(15).
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

       fd arqTurmas.
       01  fd-turma.
           05  filler                               pic  x(01) value space.
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-depois               pic  x(178).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(80).
       77  wk-matricula-atual                       pic 9(07) value 0.

       77  wk-audit-operacao                        pic x(01).
       01  wk-audit-imagem-antes                    pic x(178).
       01  wk-audit-imagem-depois                   pic x(178).

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-promovidos                        pic 9(06) value 0.
       77  wk-ind-espera                            pic 9(03) value 0.
       01  wk-tab-espera.
           05  wk-espera-item occurs 500.
               10  wk-esp-registro                  pic x(119).
               10  wk-esp-situacao                  pic x(01).
                   88  wk-esp-promovido             value "P".
                   88  wk-esp-mantido               value "M".
       01  wk-esp-registro-red.
           05  wk-esp-cpf                           pic  x(12).
           05  wk-esp-nome                          pic  x(60).
           05  wk-esp-serie                         pic  9(02).
           05  wk-esp-turma                         pic  x(01).
           05  wk-esp-responsavel                   pic  x(15).
           move wk-esp-responsavel                       to      fd-aluno-responsavel
           move wk-esp-tel-emergencia                    to      fd-aluno-tel-emergencia
           move wk-esp-turma                             to      fd-aluno-turma
           move space                                    to      fd-aluno-nome-social

           write fd-aluno
           evaluate wk-fs-arqAlunosInd
