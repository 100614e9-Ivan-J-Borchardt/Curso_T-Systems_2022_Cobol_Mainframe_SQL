      *>                      jornalizada. Gera a listagem de
      *>                      conciliacao arqReconstrucao.txt com o
      *>                      aplicado/pulado de cada linha.
      *>   15/10/2026 - IJB - Registro do aluno e imagens da auditoria
      *>                      no layout de 178 bytes
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           05  filler                               pic  x(01).
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-depois               pic  x(178).

       sd sortAudit.
       01  sd-audit.
           05  filler                               pic  x(01).
           05  sd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01).
           05  sd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01).
           05  sd-audit-imagem-depois               pic  x(178).

       fd arqAuditOrd.
       01  fd-aord-linha.
           05  filler                               pic  x(01).
           05  fd-aord-operacao                     pic  x(01).
           05  filler                               pic  x(01).
           05  fd-aord-imagem-antes                 pic  x(178).
           05  filler                               pic  x(01).
           05  fd-aord-imagem-depois                pic  x(178).

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

       fd arqListagem.
       01  fd-listagem-linha                        pic  x(80).
