      *>                      jornaliza a reinsercao como operacao "I".
      *>                      O arquivo morto e append-only - a linha
      *>                      restaurada permanece nele como historico.
      *>   15/10/2026 - IJB - Registro do aluno, arquivo morto e imagens
      *>                      da auditoria no layout de 178 bytes
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
       file section.
       fd arqArquivo.
       01  fd-arquivo-linha.
           05  fd-arq-registro                      pic  x(178).
           05  fd-arq-data                          pic  x(08).

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
           05  filler                               pic  x(01) value space.
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-depois               pic  x(178).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-registro-achado                       pic x(01) value "N".
           88 wk-achou-registro                     value "S".
       77  wk-registro-salvo                        pic x(178).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
