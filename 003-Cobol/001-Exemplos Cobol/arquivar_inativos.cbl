      *>                      jornalizando a remocao fisica como
      *>                      operacao "D". O retorno de um aluno
      *>                      arquivado e feito por restaurar_aluno.cbl.
      *>   15/10/2026 - IJB - Aluno arquivado que ainda tem livro da
      *>                      biblioteca emprestado
      *>                      (pendencia_biblioteca.cbl) sai marcado
      *>                      no manifesto e na tela, com o total no
      *>                      fim - o expurgo nao e impedido.
      *>   15/10/2026 - IJB - Registro arquivado e imagens da auditoria
      *>                      no layout de 178 bytes do aluno
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
       01  fd-auditord-linha.
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

       fd arqArquivo.
       01  fd-arquivo-linha.
           05  fd-arq-registro                      pic  x(178).
           05  fd-arq-data                          pic  x(08).

       fd arqManifesto.

       77  wk-qtd-avaliados                         pic 9(06) value 0.
       77  wk-qtd-arquivados                        pic 9(06) value 0.
       77  wk-qtd-com-livros                        pic 9(06) value 0.

      *>   Livros da biblioteca com o aluno (pendencia_biblioteca)
       77  wk-bib-cpf                               pic x(12).
       77  wk-bib-data-base                         pic 9(08).
       01  wk-bib-pendencia.
           05  wk-bib-qtd-emprestados               pic 9(03).
           05  wk-bib-qtd-atrasados                 pic 9(03).
           05  wk-bib-maior-atraso                  pic 9(05).
       77  wk-bib-cod-retorno                       pic 9(01).
           88 wk-bib-com-livros                     value 1 2.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 wk-man-nome                           pic x(10).
           05 filler                                pic x(18) value " Ultimo movimento ".
           05 wk-man-data                           pic x(08).
           05 filler                                pic x(02) value space.
           05 wk-man-aviso                          pic x(16).

       01  wk-linha-total.
           05 filler                                pic x(22) value "Alunos arquivados...: ".
           05 wk-tot-qtd                            pic zzzzz9.
           05 filler                                pic x(52) value space.

       01  wk-linha-total-livros.
           05 filler                                pic x(22) value "Com livro emprestado: ".
           05 wk-tlv-qtd                            pic zzzzz9.
           05 filler                                pic x(52) value space.

      *>Declaração do corpo do programa
       procedure division.


           move wk-qtd-arquivados                       to      wk-tot-qtd
           write fd-manifesto-linha from wk-linha-total
           move wk-qtd-com-livros                       to      wk-tlv-qtd
           write fd-manifesto-linha from wk-linha-total-livros

           .
       c-expurgar-z.
           move fd-aluno-cpf                            to      wk-man-cpf
           move fd-aluno-nome                           to      wk-man-nome
           move wk-ultima-data(1:8)                     to      wk-man-data

      *>    livro da biblioteca ainda com o aluno so gera aviso
           move spaces                                  to      wk-man-aviso
           move fd-aluno-cpf                            to      wk-bib-cpf
           move function current-date(1:8)              to      wk-bib-data-base
           call "pendencia_biblioteca" using wk-bib-cpf
                                             wk-bib-data-base
                                             wk-bib-pendencia
                                             wk-bib-cod-retorno
           if  wk-bib-com-livros then
               move "LIVRO BIBLIOTECA"                  to      wk-man-aviso
               add 1                                    to      wk-qtd-com-livros
               display "ATENCAO: " fd-aluno-cpf " " fd-aluno-nome
                       " arquivado com " wk-bib-qtd-emprestados
                       " livro(s) da biblioteca."
           end-if

           write fd-manifesto-linha from wk-linha-manifesto

           add 1                                        to      wk-qtd-arquivados
           display "Corte (anos)  : " wk-anos-corte
           display "Avaliados     : " wk-qtd-avaliados
           display "Arquivados    : " wk-qtd-arquivados
           display "Com livro     : " wk-qtd-com-livros

           stop run.
           .
