      *>                      arquivos de dados a partir das copias
      *>                      datadas - os indexados sao recriados
      *>                      registro a registro a partir das imagens.
      *>   15/10/2026 - IJB - Copia do cadastro no layout de 178 bytes
      *>                      do aluno e linha da auditoria com 387
      *>                      posicoes (migra_nome_completo.cbl).

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

       fd arqNotas.
       01  fd-nota.
       01  fd-matricula-linha                       pic  9(07).

       fd arqAuditoria.
       01  fd-audit-linha                           pic  x(387).

       fd arqCopiaAlunos.
       01  fd-copia-aluno                           pic  x(178).

       fd arqCopiaNotas.
       01  fd-copia-nota                            pic  x(44).
       01  fd-copia-matricula                       pic  9(07).

       fd arqCopiaAuditoria.
       01  fd-copia-audit                           pic  x(387).

      *>----Variaveis de trabalho
       working-storage section.
