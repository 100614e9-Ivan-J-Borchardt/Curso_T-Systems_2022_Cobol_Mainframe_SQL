      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "pendencia_biblioteca".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Subrotina da pendencia de biblioteca de um
     *>                      aluno, no molde de pendencia_financeira:
     *>                      conta os emprestimos em aberto do CPF em
     *>                      arqEmprestimosInd.txt e, destes, os que
     *>                      passaram da data prevista de devolucao na
     *>                      data base. A tela da biblioteca recusa
     *>                      novo emprestimo a quem tem atraso; a
     *>                      transferencia (arquivo_indexado e
     *>                      aprovacoes) e o arquivamento de inativos
     *>                      avisam quando o aluno ainda tem livro.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
           special-names. decimal-point is comma.

     *>------- Declaração dos recursos externos
      input-output section.
      file-control.

          select arqEmprestimos assign to "arqEmprestimosInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-emp-numero
          alternate record key is fd-emp-tombo with duplicates
          alternate record key is fd-emp-cpf with duplicates
          file status is wk-fs-arqEmprestimos.

      i-o-control.

     *>Declaração de variáveis
      data division.
      file section.

      fd arqEmprestimos.
      01  fd-emprestimo.
          05  fd-emp-numero                          pic  9(07).
          05  fd-emp-tombo                           pic  9(06).
          05  fd-emp-cpf                             pic  x(12).
          05  fd-emp-nome                            pic  x(10).
          05  fd-emp-serie                           pic  9(02).
          05  fd-emp-turma                           pic  x(01).
          05  fd-emp-data-emprestimo                 pic  9(08).
          05  fd-emp-data-prevista                   pic  9(08).
          05  fd-emp-renovacoes                      pic  9(01).
          05  fd-emp-situacao                        pic  x(01).
              88  fd-emp-aberto                      value "A".
              88  fd-emp-devolvido                   value "D".
          05  fd-emp-data-devolucao                  pic  9(08).
          05  fd-emp-operador                        pic  x(15).
          05  fd-emp-operador-devolucao              pic  x(15).
          05  fd-emp-data-registro                   pic  x(14).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqEmprestimos                       pic x(02).

      77  wk-fim-loop                                pic x(01).
          88 wk-loop-terminado                       value "F".

      77  wk-int-prevista                            pic 9(08).
      77  wk-int-base                                pic 9(08).
      77  wk-dias-atraso                             pic 9(05).

      linkage section.

     *>   lk-cpf:           CPF do aluno
     *>   lk-data-base:     data (AAAAMMDD) de referencia do atraso
     *>   lk-biblioteca:    emprestimos em aberto, quantos atrasados e
     *>                     o maior atraso em dias
     *>   lk-cod-retorno:   0 nenhum livro com o aluno / 1 com livro,
     *>                     nenhum atrasado / 2 com livro atrasado /
     *>                     3 data base invalida
      01  lk-cpf                                     pic x(12).
      01  lk-data-base                               pic 9(08).
      01  lk-biblioteca.
          05  lk-bib-qtd-emprestados                 pic 9(03).
          05  lk-bib-qtd-atrasados                   pic 9(03).
          05  lk-bib-maior-atraso                    pic 9(05).
      01  lk-cod-retorno                             pic 9(01).
          88  lk-sem-livros                          value 0.
          88  lk-com-livros                          value 1.
          88  lk-com-atraso                          value 2.
          88  lk-data-invalida                       value 3.

     *>Declaração do corpo do programa
      procedure division using lk-cpf, lk-data-base,
                               lk-biblioteca, lk-cod-retorno.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.
          move 0                                     to lk-cod-retorno
          move 0                                     to lk-bib-qtd-emprestados
          move 0                                     to lk-bib-qtd-atrasados
          move 0                                     to lk-bib-maior-atraso
          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Emprestimos em aberto do CPF - sem o arquivo de emprestimos
     *>   ninguem tem livro
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          if  lk-data-base not numeric
          or  function test-date-yyyymmdd(lk-data-base) not equal 0 then
              move 3                                 to lk-cod-retorno
              exit section
          end-if
          compute wk-int-base = function integer-of-date(lk-data-base)

          open input arqEmprestimos
          if   wk-fs-arqEmprestimos not equal "00" then
              exit section
          end-if

          move lk-cpf                                to fd-emp-cpf
          start arqEmprestimos key is equal fd-emp-cpf
          if   wk-fs-arqEmprestimos equal "00" then
              move space                             to wk-fim-loop
              perform until wk-loop-terminado
                  read arqEmprestimos next record
                  if   wk-fs-arqEmprestimos not equal "00"
                  or   fd-emp-cpf not equal lk-cpf then
                      move "F"                       to wk-fim-loop
                  else
                      if  fd-emp-aberto then
                          add 1                      to lk-bib-qtd-emprestados
                          perform ba-contar-atraso
                      end-if
                  end-if
              end-perform
          end-if

          close arqEmprestimos

          evaluate true
              when lk-bib-qtd-atrasados > 0
                  move 2                             to lk-cod-retorno
              when lk-bib-qtd-emprestados > 0
                  move 1                             to lk-cod-retorno
              when other
                  move 0                             to lk-cod-retorno
          end-evaluate
          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Atraso do emprestimo corrente na data base
     *>*****************************************************************
      ba-contar-atraso section.
      ba-contar-atraso-a.

          if  function test-date-yyyymmdd(fd-emp-data-prevista)
              not equal 0 then
              exit section
          end-if

          move 0                                     to wk-dias-atraso
          compute wk-int-prevista =
              function integer-of-date(fd-emp-data-prevista)
          if  wk-int-base > wk-int-prevista then
              compute wk-dias-atraso = wk-int-base - wk-int-prevista
              add 1                                  to lk-bib-qtd-atrasados
          end-if
          if  wk-dias-atraso > lk-bib-maior-atraso then
              move wk-dias-atraso                    to lk-bib-maior-atraso
          end-if
          .
      ba-contar-atraso-z.
          exit.

     *>*****************************************************************
     *>   Procedimentos de finalização
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.
          exit program.
          .
      z-finaliza-z.
          exit.
