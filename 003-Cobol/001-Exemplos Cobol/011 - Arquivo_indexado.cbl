      *>                      diretor, lidos de arqInstituicao.txt
      *>                      (instituicao.cbl) - tambem emitido na
      *>                      aprovacao (aprovacoes.cbl).
      *>   15/10/2026 - IJB - Transferir avisa quando o aluno ainda
      *>                      tem livro da biblioteca emprestado
      *>                      (pendencia_biblioteca.cbl) - so aviso,
      *>                      a solicitacao segue.
      *>   15/10/2026 - IJB - Alterar a serie/turma avisa quando o
      *>                      aluno fica vinculado a uma rota do
      *>                      transporte escolar de outro turno
      *>                      (confere_rota.cbl) - so aviso.
      *>   15/10/2026 - IJB - Nome completo (60) e nome social (60,
      *>                      opcional) no registro do aluno - layout
      *>                      de 178 bytes, convertido por
      *>                      migra_nome_completo.cbl; as imagens de
      *>                      auditoria e a lista de espera acompanham.
      *>                      A busca por nome passa a ser pelo inicio
      *>                      do nome digitado.

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

       fd arqAuditoria.
       01  fd-audit-linha.
           05  filler                               pic  x(01) value space.
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-depois               pic  x(178).

       fd arqMatricula.
       01  fd-matricula-linha                       pic  9(07).
           05  fd-apr-decisor                       pic  x(15).
           05  fd-apr-data-decisao                  pic  x(14).
           05  fd-apr-escola-destino                pic  x(30).
           05  fd-apr-imagem-antes                  pic  x(178).

       fd arqAprovSeq.
       01  fd-aprseq-linha                          pic  9(06).
       fd arqEspera.
       01  fd-espera-linha.
           05  fd-espera-cpf                        pic  x(12).
           05  fd-espera-nome                       pic  x(60).
           05  fd-espera-serie                      pic  9(02).
           05  fd-espera-turma                      pic  x(01).
           05  fd-espera-responsavel                pic  x(15).
       01  wk-tab-resultado.
           05  wk-res-item occurs 300.
               10  wk-res-cpf                       pic x(12).
               10  wk-res-nome                      pic x(30).
               10  wk-res-serie                     pic 9(02).
               10  wk-res-matricula                 pic 9(07).
               10  wk-res-status                    pic x(01).
       77  wk-matricula-atual                       pic 9(07) value 0.

       77  wk-audit-operacao                        pic x(01).
       01  wk-audit-imagem-antes                    pic x(178).
       01  wk-audit-imagem-depois                   pic x(178).

       77  wk-dump-tamanho-aluno                    pic 9(04) value 178.


       01  wk-msn-erro.

       01  wk-tela-aluno.
           05  wk-aluno-cpf                        pic  x(12).
           05  wk-aluno-nome                       pic  x(60).
           05  wk-aluno-serie                      pic  9(02) value zero.
           05  wk-busca-tipo                       pic  x(01).
               88 wk-busca-por-cpf                 value "C" "c" space.
           05  wk-aluno-sexo                       pic  x(01).
               88 wk-sexo-valido                   value "M" "m"
                                                         "F" "f".
           05  wk-aluno-nome-social                pic  x(60).

      *>   Tamanho do nome digitado, para a busca pelo inicio do nome
       77  wk-nome-tamanho                         pic 9(02) value 0.

       77  wk-aluno-matricula-preservada           pic 9(07).
       77  wk-aluno-status-preservado              pic x(01).
       77  wk-espera-serie-busca                   pic 9(02) value 0.

       77  wk-escola-destino                       pic x(30).

      *>   Livros da biblioteca com o aluno (pendencia_biblioteca)
       77  wk-bib-cpf                              pic x(12).
       77  wk-bib-data-base                        pic 9(08).
       01  wk-bib-pendencia.
           05  wk-bib-qtd-emprestados              pic 9(03).
           05  wk-bib-qtd-atrasados                pic 9(03).
           05  wk-bib-maior-atraso                 pic 9(05).
       77  wk-bib-cod-retorno                      pic 9(01).
           88 wk-bib-com-livros                    value 1 2.
       77  wk-fim-loop-notas                       pic x(01).
           88 wk-loop-notas-terminado              value "F".

      *>   Rota do transporte x turno da nova turma (confere_rota)
       77  wk-cr-turma-flag                        pic x(01).
           88 wk-cr-turma-trocada                  value "S".
       77  wk-cr-cpf                               pic x(12).
       77  wk-cr-turno                             pic x(01).
       77  wk-cr-rota                              pic x(05).
       77  wk-cr-retorno                           pic 9(01).
       77  wk-espera-ja-listado                    pic x(01).
           88 wk-espera-cpf-ja-listado             value "S".
       77  wk-fim-loop-espera                      pic x(01).
           05 line 09 col 01 value     "        Responsavel :                                                           ".
           05 line 10 col 01 value     "        Tel. Emergencia :                                                       ".
           05 line 11 col 01 value     "        Nascimento (DDMMAAAA) :            Sexo (M/F) :                         ".
           05 line 12 col 01 value     "  Nome social :                                                                 ".
           05 line 24 col 01 value     "    [                                                                      ]    ".

           05 sc-menu             line 02   col 74   pic x(01)
           05 sc-cpf              line 03   col 17   pic x(12)
           using wk-aluno-cpf     foreground-color 12.

           05 sc-aluno-nome       line 04   col 17   pic x(60)
           using wk-aluno-nome    foreground-color 12.


           05 sc-aluno-sexo                line 11   col 57   pic x(01)
           using wk-aluno-sexo             foreground-color 12.

           05 sc-aluno-nome-social         line 12   col 17   pic x(60)
           using wk-aluno-nome-social      foreground-color 12.


           05 sc-msn              line 24   col 06   pic x(70)
           from wk-msn foreground-color 12.
               move wk-aluno-turma                          to      fd-aluno-turma
               move wk-aluno-nascimento-num                 to      fd-aluno-nascimento
               move function upper-case(wk-aluno-sexo)      to      fd-aluno-sexo
               move wk-aluno-nome-social                    to      fd-aluno-nome-social

               write fd-aluno
               if   wk-fs-arqAlunos not equal "00"

      *>*****************************************************************
      *>   Consulta pelo indice alternativo de Nome.
      *>   Lista todos os nomes que comecam com o texto digitado.
      *>*****************************************************************
       bba-consultar-por-nome section.
       bba-consultar-por-nome-a.
               move "Informe o Nome para a busca"                to      wk-msn
           else
               move 0                                            to      wk-qtd-resultado
               perform varying wk-nome-tamanho from 60 by -1
                       until wk-aluno-nome(wk-nome-tamanho:1) not equal space
               end-perform
               move wk-aluno-nome                                to      fd-aluno-nome
               start arqAlunos key is not less fd-aluno-nome
               if   wk-fs-arqAlunos not equal "00" then
                   move "Nome nao cadastrado"                     to      wk-msn
               else
                               move "Erro ao Ler Arquivo arqAlunos"  to      wk-msn-erro-text
                               perform z-finaliza-anormal
                           else
                               if  fd-aluno-nome(1:wk-nome-tamanho)
                                   not equal wk-aluno-nome(1:wk-nome-tamanho) then
                                   move "F"                          to      wk-fim-loop
                               else
                                   perform u-coletar-resultado
       u-exibir-aluno-encontrado-a.

           move fd-aluno                                    to       wk-tela-aluno
           move fd-aluno-nome-social                        to       wk-aluno-nome-social
           move fd-aluno-responsavel                        to       wk-aluno-responsavel
           move fd-aluno-tel-emergencia                     to       wk-aluno-tel-emergencia
           move fd-aluno-turma                              to       wk-aluno-turma
                      perform u-resetar-ponteiro-arquivo
                  else
                      move  fd-aluno                               to       wk-tela-aluno
                      move  fd-aluno-nome-social                   to       wk-aluno-nome-social
                      move  fd-aluno-responsavel                   to       wk-aluno-responsavel
                      move  fd-aluno-tel-emergencia                to       wk-aluno-tel-emergencia
                      move  fd-aluno-turma                         to       wk-aluno-turma
                       perform u-posicionar-ultimo-registro
                   else
                       move  fd-aluno                               to       wk-tela-aluno
                       move  fd-aluno-nome-social                   to       wk-aluno-nome-social
                       move  fd-aluno-responsavel                   to       wk-aluno-responsavel
                       move  fd-aluno-tel-emergencia                to       wk-aluno-tel-emergencia
                       move  fd-aluno-turma                         to       wk-aluno-turma
                   display erase
                   display "Transferencia de " fd-aluno-nome
                           " (" fd-aluno-cpf ")"

      *>            livro da biblioteca com o aluno so gera aviso
                   move fd-aluno-cpf                     to      wk-bib-cpf
                   move function current-date(1:8)       to      wk-bib-data-base
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

                   display "Escola de destino: "
                   accept wk-escola-destino

      *>    serie na faixa 1-9 e, quando a serie OU a turma mudou,
      *>    Serie/Turma cadastrada e com vaga - sem isso o operador
      *>    moveria um aluno para uma secao inexistente ou lotada
           move space                        to      wk-cr-turma-flag
           if  wk-aluno-valido then
               if  wk-aluno-serie < 1
               or  wk-aluno-serie > 9 then
               else
                   if  wk-aluno-serie not equal fd-aluno-serie
                   or  wk-aluno-turma not equal fd-aluno-turma then
                       set wk-cr-turma-trocada   to      true
                       perform bg-validar-turma
                       if wk-turma-inexistente then
                           move "Serie/Turma nao cadastrada - alteracao recusada"
               move wk-aluno-nascimento-num        to      fd-aluno-nascimento
               move function upper-case(wk-aluno-sexo)
                                                   to      fd-aluno-sexo
               move wk-aluno-nome-social           to      fd-aluno-nome-social

               rewrite fd-aluno
               if   wk-fs-arqAlunos not equal "00" then
                     into wk-msn
                   end-string

      *>            nova turma em outro turno que o da rota do
      *>            transporte so gera aviso (fd-turma lido na critica)
                   if  wk-cr-turma-trocada then
                       move fd-aluno-cpf                     to      wk-cr-cpf
                       move fd-turma-turno                   to      wk-cr-turno
                       call "confere_rota" using wk-cr-cpf
                                                 wk-cr-turno
                                                 wk-cr-rota
                                                 wk-cr-retorno
                       if  wk-cr-retorno equal 1 then
                           move spaces                       to      wk-msn
                           string "Cadastro alterado - ATENCAO: rota "
                                                             delimited by size
                                  wk-cr-rota                 delimited by size
                                  " do transporte em outro turno"
                                                             delimited by size
                             into wk-msn
                           end-string
                       end-if
                   end-if

                   move "A"                                  to      wk-audit-operacao
                   move fd-aluno                             to      wk-audit-imagem-depois
                   perform u-gravar-auditoria
