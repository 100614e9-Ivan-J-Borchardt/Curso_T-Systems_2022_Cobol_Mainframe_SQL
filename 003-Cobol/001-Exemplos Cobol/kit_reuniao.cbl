      *>                      cinco faltas no mes ou suspensao no
      *>                      ano). Acabou a colagem de boletim,
      *>                      faltas e ocorrencias a mao.
      *>   15/10/2026 - IJB - Cada pacote leva o calendario de provas
      *>                      da turma no mes do kit, lido de
      *>                      arqProvasInd.txt (provas.cbl).
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.

           select arqProvas assign to "arqProvasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-prv-chave
           file status is wk-fs-arqProvas.

           select arqKit assign to "arqKitReuniao.txt"
           organization is line sequential
           file status is wk-fs-arqKit.
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
       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

       fd arqProvas.
       01  fd-prova.
           05  fd-prv-chave.
               10  fd-prv-serie                     pic  9(02).
               10  fd-prv-turma                     pic  x(01).
               10  fd-prv-data                      pic  9(08).
               10  fd-prv-disciplina                pic  x(10).
           05  fd-prv-periodo                       pic  9(01).
           05  fd-prv-descricao                     pic  x(30).
           05  fd-prv-operador                      pic  x(15).
           05  fd-prv-data-registro                 pic  x(14).

       fd arqKit.
       01  fd-kit-linha                             pic  x(100).

       77  wk-fs-arqFrequencia                      pic x(02).
       77  wk-fs-arqOcorrencias                     pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).
       77  wk-fs-arqProvas                          pic x(02).
       77  wk-fs-arqKit                             pic x(02).

       77  wk-fim-loop                              pic x(01).

       77  wk-qtd-individuais                       pic 9(03) value 0.

      *>   Provas da turma no mes do kit, impressas em todo pacote
       77  wk-qtd-provas                            pic 9(02) value 0.
       77  wk-ind-prova                             pic 9(02) value 0.
       01  wk-tab-provas.
           05  wk-prv-item occurs 40.
               10  wk-prv-data                      pic 9(08).
               10  wk-prv-disciplina                pic x(10).
               10  wk-prv-descricao                 pic x(30).

      *>   Data AAAAMMDD editada como DD/MM/AAAA
       01  wk-data-entrada                          pic 9(08).
       01  wk-data-entrada-r redefines wk-data-entrada.
           05  wk-den-ano                           pic 9(04).
           05  wk-den-mes                           pic 9(02).
           05  wk-den-dia                           pic 9(02).
       01  wk-data-edit.
           05  wk-ded-dia                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-mes                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-ano                           pic 9(04).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-oco-descricao                      pic x(60).
           05 filler                                pic x(23) value space.

       01  wk-linha-prova.
           05 filler                                pic x(04) value space.
           05 wk-prl-data                           pic x(10).
           05 filler                                pic x(02) value space.
           05 wk-prl-disciplina                     pic x(10).
           05 filler                                pic x(02) value space.
           05 wk-prl-descricao                      pic x(30).
           05 filler                                pic x(42) value space.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-coletar-turma.
           perform bb-coletar-provas.
           perform c-folha-de-rosto.
           perform d-imprimir-pacotes.
           perform z-finaliza.
               move function current-date(1:4)          to      wk-ano-letivo
           end-if

           open input arqProvas
           if   wk-fs-arqProvas not equal "00"
           and  wk-fs-arqProvas not equal "35" then
               move "0007"                              to      wk-msn-erro-adress
               move wk-fs-arqProvas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqProvas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqKit
           if   wk-fs-arqKit not equal "00" then
               move "0006"                              to      wk-msn-erro-adress
       b-coletar-turma-z.
           exit.

      *>*****************************************************************
      *>   Provas agendadas para a turma no mes do kit, em ordem de
      *>   data
      *>*****************************************************************
       bb-coletar-provas section.
       bb-coletar-provas-a.

           if   wk-fs-arqProvas equal "35" then
               exit section
           end-if

           move wk-serie-selecao                        to      fd-prv-serie
           move wk-turma-selecao                        to      fd-prv-turma
           compute fd-prv-data = wk-mes-referencia * 100
           move low-values                              to      fd-prv-disciplina
           start arqProvas key is not less fd-prv-chave
           if   wk-fs-arqProvas equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqProvas next record
                   if   wk-fs-arqProvas not equal "00"
                   or   fd-prv-serie not equal wk-serie-selecao
                   or   fd-prv-turma not equal wk-turma-selecao
                   or   fd-prv-data(1:6) not equal wk-mes-referencia then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-qtd-provas < 40 then
                           add 1                        to      wk-qtd-provas
                           move fd-prv-data     to  wk-prv-data(wk-qtd-provas)
                           move fd-prv-disciplina
                                                to  wk-prv-disciplina(wk-qtd-provas)
                           move fd-prv-descricao
                                                to  wk-prv-descricao(wk-qtd-provas)
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqProvas

           .
       bb-coletar-provas-z.
           exit.

      *>*****************************************************************
      *>   Marca o aluno corrente na tabela, com a avaliacao de
      *>   atendimento individual
           perform db-imprimir-notas
           perform dc-imprimir-faltas
           perform dd-imprimir-ocorrencias
           perform de-imprimir-provas

           move all "-"                                 to      fd-kit-linha
           write fd-kit-linha
       dd-imprimir-ocorrencias-z.
           exit.

      *>*****************************************************************
      *>   Calendario de provas da turma no mes do kit
      *>*****************************************************************
       de-imprimir-provas section.
       de-imprimir-provas-a.

           move "Calendario de provas do mes:"          to      fd-kit-linha
           write fd-kit-linha

           if  wk-qtd-provas equal 0 then
               move "    Nenhuma prova agendada."       to      fd-kit-linha
               write fd-kit-linha
           else
               perform varying wk-ind-prova from 1 by 1
                         until wk-ind-prova > wk-qtd-provas
                   move wk-prv-data(wk-ind-prova)       to      wk-data-entrada
                   move wk-den-dia                      to      wk-ded-dia
                   move wk-den-mes                      to      wk-ded-mes
                   move wk-den-ano                      to      wk-ded-ano
                   move wk-data-edit                    to      wk-prl-data
                   move wk-prv-disciplina(wk-ind-prova) to      wk-prl-disciplina
                   move wk-prv-descricao(wk-ind-prova)  to      wk-prl-descricao
                   write fd-kit-linha from wk-linha-prova
               end-perform
           end-if

           .
       de-imprimir-provas-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao com erro
      *>*****************************************************************
           close arqNotas
           close arqFrequencia
           close arqOcorrencias
           close arqProvas
           close arqKit

           display "Kit gravado em arqKitReuniao.txt"
