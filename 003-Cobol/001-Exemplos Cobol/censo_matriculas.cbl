      *>                      turmas.cbl/unidades.cbl) - cada campus e
      *>                      uma unidade de reporte para a secretaria
      *>                      municipal.
      *>   15/10/2026 - IJB - Auditoria com imagens de 178 bytes do
      *>                      aluno - serie e status lidos nas novas
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

       fd arqAuditoria.
       01  fd-audit-linha.
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-antes.
               10  filler                           pic  x(72).
               10  fd-audit-antes-serie             pic  x(02).
               10  filler                           pic  x(104).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-depois.
               10  filler                           pic  x(72).
               10  fd-audit-depois-serie            pic  x(02).
               10  filler                           pic  x(104).

       fd arqSnapshot.
       01  fd-snapshot-linha.
