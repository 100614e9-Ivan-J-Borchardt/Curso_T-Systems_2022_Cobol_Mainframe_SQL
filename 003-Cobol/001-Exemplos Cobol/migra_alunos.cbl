      *>   09/08/2026 - IJB - Migracao em lote do arquivo sequencial legado
      *>                      arqAlunos.txt para o arquivo indexado
      *>                      arqAlunosInd.txt, com listagem de rejeitados.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes;
      *>                      o migrado entra com o nome social em
      *>                      branco (migra_nome_completo.cbl).

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

       fd arqRejeitos.
       01  fd-rejeito-linha                         pic  x(80).
               move space                                to      fd-aluno-responsavel
               move space                                to      fd-aluno-tel-emergencia
               move space                                to      fd-aluno-turma
               move space                                to      fd-aluno-nome-social

               write fd-aluno
               evaluate wk-fs-arqAlunosInd
