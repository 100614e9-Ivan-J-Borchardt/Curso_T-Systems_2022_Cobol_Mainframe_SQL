      *>                      trilha (pedido "Q", execucao E/R/T e
      *>                      rejeicao "V") fica em
      *>                      arqAlunosAuditoria.txt.
      *>   15/10/2026 - IJB - Transferencia pendente avisa quando o
      *>                      aluno ainda tem livro da biblioteca
      *>                      emprestado (pendencia_biblioteca.cbl),
      *>                      antes da decisao do aprovador.
      *>   15/10/2026 - IJB - Imagem do aluno na aprovacao e na
      *>                      auditoria e nome na transferencia no
      *>                      layout de 178 bytes (nome completo e nome
      *>                      social - migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           05  fd-apr-decisor                       pic  x(15).
           05  fd-apr-data-decisao                  pic  x(14).
           05  fd-apr-escola-destino                pic  x(30).
           05  fd-apr-imagem-antes                  pic  x(178).

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

       fd arqAuditoria.
       01  fd-audit-linha.
           05  filler                               pic  x(01) value space.
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-depois               pic  x(178).

       fd arqTransfere.
       01  fd-transfere-linha.
           05  fd-transf-cpf                        pic  x(12).
           05  fd-transf-nome                       pic  x(60).
           05  fd-transf-matricula                  pic  9(07).
           05  fd-transf-escola-destino             pic  x(30).
           05  fd-transf-data                       pic  x(08).
       77  wk-seq                                   pic 9(06) value 0.

       77  wk-audit-operacao                        pic x(01).
       01  wk-audit-imagem-antes                    pic x(178).
       01  wk-audit-imagem-depois                   pic x(178).

      *>   Timbre da instituicao para o documento de transferencia
       77  wk-inst-flag                             pic x(01).
       77  wk-doc-cpf                               pic x(12).
       77  wk-doc-numero                            pic 9(08).

      *>   Livros da biblioteca com o aluno (pendencia_biblioteca)
       77  wk-bib-cpf                               pic x(12).
       77  wk-bib-data-base                         pic 9(08).
       01  wk-bib-pendencia.
           05  wk-bib-qtd-emprestados               pic 9(03).
           05  wk-bib-qtd-atrasados                 pic 9(03).
           05  wk-bib-maior-atraso                  pic 9(05).
       77  wk-bib-cod-retorno                       pic 9(01).
           88 wk-bib-com-livros                     value 1 2.

       77  temp                                     pic x(01).

       01  wk-msn-erro.
                   display "Operacao " fd-apr-operacao
                           " CPF " fd-apr-cpf
                           " pedida por " fd-apr-solicitante
                   if  fd-apr-op-transferir then
                       perform bda-avisar-biblioteca
                   end-if
               end-if
           end-if

       bd-ler-pendente-z.
           exit.

      *>*****************************************************************
      *>   Aviso de livro da biblioteca ainda com o aluno que vai ser
      *>   transferido - nao impede a aprovacao
      *>*****************************************************************
       bda-avisar-biblioteca section.
       bda-avisar-biblioteca-a.

           move fd-apr-cpf                              to      wk-bib-cpf
           move function current-date(1:8)              to      wk-bib-data-base
           call "pendencia_biblioteca" using wk-bib-cpf
                                             wk-bib-data-base
                                             wk-bib-pendencia
                                             wk-bib-cod-retorno
           if  wk-bib-com-livros then
               display "ATENCAO: aluno com " wk-bib-qtd-emprestados
                       " livro(s) da biblioteca, "
                       wk-bib-qtd-atrasados " atrasado(s) -"
                       " providencie a devolucao."
           end-if

           .
       bda-avisar-biblioteca-z.
           exit.

      *>*****************************************************************
      *>   Executa a operacao aprovada no cadastro, com a auditoria
      *>   antes/depois, e fecha a solicitacao
