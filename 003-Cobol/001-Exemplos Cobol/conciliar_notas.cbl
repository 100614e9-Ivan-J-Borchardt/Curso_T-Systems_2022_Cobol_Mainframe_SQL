      *>                      corrente (rodar apos o fechamento do 1o
      *>                      periodo) em arqAlunosSemNota.txt - cada
      *>                      categoria com a sua contagem.
      *>   15/10/2026 - IJB - Registro do aluno e imagens da auditoria
      *>                      no layout de 178 bytes
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

       fd arqAuditoria.
       01  fd-audit-linha.
           05  filler                               pic  x(01).
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-depois               pic  x(178).

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).
