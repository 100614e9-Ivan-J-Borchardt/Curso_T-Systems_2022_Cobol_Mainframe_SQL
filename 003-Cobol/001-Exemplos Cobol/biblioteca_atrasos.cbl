      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "biblioteca_atrasos".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Lista diaria de livros atrasados da
      *>                      biblioteca: os emprestimos em aberto de
      *>                      arqEmprestimosInd.txt vencidos ate
      *>                      ontem, ordenados por serie, turma e
      *>                      nome, com quebra por turma, titulo do
      *>                      exemplar (arqAcervoInd.txt) e dias de
      *>                      atraso. Saida em
      *>                      arqBibliotecaAtrasos.txt, espelhada no
      *>                      spool.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqEmprestimos assign to "arqEmprestimosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-emp-numero
           alternate record key is fd-emp-tombo with duplicates
           alternate record key is fd-emp-cpf with duplicates
           file status is wk-fs-arqEmprestimos.

           select arqAcervo assign to "arqAcervoInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-acv-tombo
           alternate record key is fd-acv-titulo with duplicates
           file status is wk-fs-arqAcervo.

           select sortAtrasos assign to "SortAtrasos.txt"
           sort status is wk-ss-sortAtrasos.

           select arqAtrasosTrab assign to "arqAtrasosTrabalho.txt"
           organization is line sequential
           file status is wk-fs-arqAtrasosTrab.

           select arqAtrasosOrd assign to "arqAtrasosOrdenado.txt"
           organization is line sequential
           file status is wk-fs-arqAtrasosOrd.

           select arqRelatorio assign to "arqBibliotecaAtrasos.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqEmprestimos.
       01  fd-emprestimo.
           05  fd-emp-numero                        pic  9(07).
           05  fd-emp-tombo                         pic  9(06).
           05  fd-emp-cpf                           pic  x(12).
           05  fd-emp-nome                          pic  x(10).
           05  fd-emp-serie                         pic  9(02).
           05  fd-emp-turma                         pic  x(01).
           05  fd-emp-data-emprestimo               pic  9(08).
           05  fd-emp-data-prevista                 pic  9(08).
           05  fd-emp-renovacoes                    pic  9(01).
           05  fd-emp-situacao                      pic  x(01).
               88  fd-emp-aberto                    value "A".
               88  fd-emp-devolvido                 value "D".
           05  fd-emp-data-devolucao                pic  9(08).
           05  fd-emp-operador                      pic  x(15).
           05  fd-emp-operador-devolucao            pic  x(15).
           05  fd-emp-data-registro                 pic  x(14).

       fd arqAcervo.
       01  fd-acervo.
           05  fd-acv-tombo                         pic  9(06).
           05  fd-acv-titulo                        pic  x(40).
           05  fd-acv-autor                         pic  x(30).
           05  fd-acv-assunto                       pic  x(20).
           05  fd-acv-ano                           pic  9(04).
           05  fd-acv-situacao                      pic  x(01).
               88  fd-acv-disponivel                value "D".
               88  fd-acv-emprestado                value "E".
               88  fd-acv-baixado                   value "B".
           05  fd-acv-data-cadastro                 pic  9(08).
           05  fd-acv-operador                      pic  x(15).

       fd arqAtrasosTrab.
       01  fd-atrtrab-linha.
           05  fd-atr-serie                         pic  9(02).
           05  fd-atr-turma                         pic  x(01).
           05  fd-atr-nome                          pic  x(10).
           05  fd-atr-cpf                           pic  x(12).
           05  fd-atr-tombo                         pic  9(06).
           05  fd-atr-titulo                        pic  x(30).
           05  fd-atr-emprestimo                    pic  9(08).
           05  fd-atr-prevista                      pic  9(08).
           05  fd-atr-renovacoes                    pic  9(01).

       sd sortAtrasos.
       01  sd-atrasos.
           05  sd-atr-serie                         pic  9(02).
           05  sd-atr-turma                         pic  x(01).
           05  sd-atr-nome                          pic  x(10).
           05  sd-atr-cpf                           pic  x(12).
           05  sd-atr-tombo                         pic  9(06).
           05  sd-atr-titulo                        pic  x(30).
           05  sd-atr-emprestimo                    pic  9(08).
           05  sd-atr-prevista                      pic  9(08).
           05  sd-atr-renovacoes                    pic  9(01).

       fd arqAtrasosOrd.
       01  fd-atrord-linha.
           05  fd-aod-serie                         pic  9(02).
           05  fd-aod-turma                         pic  x(01).
           05  fd-aod-nome                          pic  x(10).
           05  fd-aod-cpf                           pic  x(12).
           05  fd-aod-tombo                         pic  9(06).
           05  fd-aod-titulo                        pic  x(30).
           05  fd-aod-emprestimo                    pic  9(08).
           05  fd-aod-prevista                      pic  9(08).
           05  fd-aod-renovacoes                    pic  9(01).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqEmprestimos                     pic x(02).
       77  wk-fs-arqAcervo                          pic x(02).
       77  wk-ss-sortAtrasos                        pic x(02).
       77  wk-fs-arqAtrasosTrab                     pic x(02).
       77  wk-fs-arqAtrasosOrd                      pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-data-hoje                             pic 9(08) value 0.
       77  wk-primeira-quebra                       pic x(01).
       77  wk-serie-atual                           pic 9(02).
       77  wk-turma-atual                           pic x(01).
       77  wk-qtd-turma                             pic 9(04) value 0.

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-atrasados                         pic 9(06) value 0.

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

      *>   Parametros da subrotina compartilhada valida_data
       77  wk-vd-operacao                           pic x(01).
       77  wk-vd-data-tela                          pic x(08).
       77  wk-vd-data-aaaammdd                      pic 9(08).
       77  wk-vd-data-2                             pic 9(08).
       77  wk-vd-dias                               pic s9(05).
       77  wk-vd-cod-retorno                        pic 9(01).

       01  wk-linha-titulo.
           05 filler                                pic x(42)
                  value "BIBLIOTECA - LIVROS ATRASADOS EM ".
           05 wk-tit-data                           pic x(10).
           05 filler                                pic x(48) value space.

       01  wk-linha-turma.
           05 filler                                pic x(06) value "SERIE ".
           05 wk-tur-serie                          pic 9(02).
           05 filler                                pic x(07) value " TURMA ".
           05 wk-tur-turma                          pic x(01).
           05 filler                                pic x(84) value space.

       01  wk-linha-colunas.
           05 filler                                pic x(11) value "Nome".
           05 filler                                pic x(13) value "CPF".
           05 filler                                pic x(07) value "Tombo".
           05 filler                                pic x(31) value "Titulo".
           05 filler                                pic x(11) value "Emprestado".
           05 filler                                pic x(11) value "Previsto".
           05 filler                                pic x(06) value "Renov".
           05 filler                                pic x(10) value "Dias atr.".

       01  wk-linha-detalhe.
           05 wk-det-nome                           pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-det-cpf                            pic x(12).
           05 filler                                pic x(01) value space.
           05 wk-det-tombo                          pic 9(06).
           05 filler                                pic x(01) value space.
           05 wk-det-titulo                         pic x(30).
           05 filler                                pic x(01) value space.
           05 wk-det-emprestimo                     pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-det-prevista                       pic x(10).
           05 filler                                pic x(03) value space.
           05 wk-det-renovacoes                     pic 9(01).
           05 filler                                pic x(04) value space.
           05 wk-det-dias                           pic zzzz9.
           05 filler                                pic x(04) value space.

       01  wk-linha-tot-turma.
           05 filler                                pic x(26)
                  value "  Livros atrasados turma".
           05 filler                                pic x(02) value ": ".
           05 wk-ttu-qtd                            pic zzz9.
           05 filler                                pic x(68) value space.

       01  wk-linha-tot-geral.
           05 filler                                pic x(28)
                  value "Total de livros atrasados: ".
           05 wk-tge-qtd                            pic zzzzz9.
           05 filler                                pic x(66) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "biblioteca_atrasos".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.

      *>   Espelho de spool do relatorio (espolar_relatorio)
       77  wk-spl-programa                          pic x(20).
       77  wk-spl-arquivo                           pic x(30).
       77  wk-spl-turma                             pic x(04).
       77  wk-spl-retorno                           pic 9(01).

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform c-gerar-relatorio.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao
      *>*****************************************************************
       a-inicializa section.
       a-inicializa-a.

           move "I"                     to   wk-run-evento
           move spaces                  to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-run-zero
                                          wk-run-zero
                                          wk-run-zero
                                          wk-run-status

           move function current-date(1:8)              to      wk-data-hoje

      *>    sem emprestimos ainda a lista sai vazia
           open input arqEmprestimos
           if   wk-fs-arqEmprestimos not equal "00"
           and  wk-fs-arqEmprestimos not equal "35" then
               move "0001"                                  to      wk-msn-erro-adress
               move wk-fs-arqEmprestimos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqEmprestimos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAcervo
           if   wk-fs-arqAcervo not equal "00"
           and  wk-fs-arqAcervo not equal "35" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqAcervo                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAcervo"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqAtrasosTrab
           if   wk-fs-arqAtrasosTrab not equal "00" then
               move "0003"                                 to      wk-msn-erro-adress
               move wk-fs-arqAtrasosTrab                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAtrasosTrab" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Grava a linha de trabalho de cada emprestimo em aberto com
      *>   a devolucao prevista anterior a hoje
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           if   wk-fs-arqEmprestimos equal "00" then
               move 0                                   to      fd-emp-numero
               start arqEmprestimos key is not less fd-emp-numero
               if   wk-fs-arqEmprestimos equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqEmprestimos next record
                       if   wk-fs-arqEmprestimos not equal "00" then
                           move "F"                     to      wk-fim-loop
                       else
                           add 1                        to      wk-qtd-lidos
                           if  fd-emp-aberto
                           and fd-emp-data-prevista < wk-data-hoje then
                               perform ba-gravar-trabalho
                           end-if
                       end-if
                   end-perform
               end-if
               close arqEmprestimos
           end-if

           if   wk-fs-arqAcervo not equal "35" then
               close arqAcervo
           end-if
           close arqAtrasosTrab

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Linha de trabalho do emprestimo corrente
      *>*****************************************************************
       ba-gravar-trabalho section.
       ba-gravar-trabalho-a.

           add 1                                        to      wk-qtd-atrasados

           move spaces                                  to      fd-acv-titulo
           if   wk-fs-arqAcervo not equal "35" then
               move fd-emp-tombo                        to      fd-acv-tombo
               read arqAcervo
               if   wk-fs-arqAcervo not equal "00" then
                   move spaces                          to      fd-acv-titulo
                   move "00"                            to      wk-fs-arqAcervo
               end-if
           end-if

           move fd-emp-serie                            to      fd-atr-serie
           move fd-emp-turma                            to      fd-atr-turma
           move fd-emp-nome                             to      fd-atr-nome
           move fd-emp-cpf                              to      fd-atr-cpf
           move fd-emp-tombo                            to      fd-atr-tombo
           move fd-acv-titulo                           to      fd-atr-titulo
           move fd-emp-data-emprestimo                  to      fd-atr-emprestimo
           move fd-emp-data-prevista                    to      fd-atr-prevista
           move fd-emp-renovacoes                       to      fd-atr-renovacoes
           write fd-atrtrab-linha

           .
       ba-gravar-trabalho-z.
           exit.

      *>*****************************************************************
      *>   Ordena as linhas de trabalho e imprime a lista com quebra
      *>   por serie/turma
      *>*****************************************************************
       c-gerar-relatorio section.
       c-gerar-relatorio-a.

           sort sortAtrasos
               on ascending key sd-atr-serie
                                sd-atr-turma
                                sd-atr-nome
               using arqAtrasosTrab
               giving arqAtrasosOrd

           if  wk-ss-sortAtrasos not equal "00" then
               move "0004"                                   to      wk-msn-erro-adress
               move wk-ss-sortAtrasos                        to      wk-msn-erro-cod
               move "Erro ao ordenar Arquivo arqAtrasosTrab" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAtrasosOrd
           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0005"                                to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-data-hoje                            to      wk-data-entrada
           perform cb-editar-data
           move wk-data-edit                            to      wk-tit-data
           write fd-relatorio-linha from wk-linha-titulo

           move "S"                                     to      wk-primeira-quebra
           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado

               read arqAtrasosOrd
               if   wk-fs-arqAtrasosOrd not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  wk-primeira-quebra equal "S"
                   or  fd-aod-serie not equal wk-serie-atual
                   or  fd-aod-turma not equal wk-turma-atual then
                       if  wk-primeira-quebra not equal "S" then
                           perform cc-total-turma
                       end-if
                       move "N"                         to      wk-primeira-quebra
                       move fd-aod-serie                to      wk-serie-atual
                       move fd-aod-turma                to      wk-turma-atual
                       move space                       to      fd-relatorio-linha
                       write fd-relatorio-linha
                       move fd-aod-serie                to      wk-tur-serie
                       move fd-aod-turma                to      wk-tur-turma
                       write fd-relatorio-linha from wk-linha-turma
                       write fd-relatorio-linha from wk-linha-colunas
                   end-if

                   perform ca-imprimir-atraso
               end-if

           end-perform

           if  wk-primeira-quebra not equal "S" then
               perform cc-total-turma
           end-if

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-qtd-atrasados                        to      wk-tge-qtd
           write fd-relatorio-linha from wk-linha-tot-geral

           close arqAtrasosOrd
           close arqRelatorio

           .
       c-gerar-relatorio-z.
           exit.

      *>*****************************************************************
      *>   Linha de detalhe de um emprestimo atrasado - dias contados
      *>   da devolucao prevista ate hoje por valida_data
      *>*****************************************************************
       ca-imprimir-atraso section.
       ca-imprimir-atraso-a.

           add 1                                        to      wk-qtd-turma

           move fd-aod-nome                             to      wk-det-nome
           move fd-aod-cpf                              to      wk-det-cpf
           move fd-aod-tombo                            to      wk-det-tombo
           move fd-aod-titulo                           to      wk-det-titulo
           move fd-aod-emprestimo                       to      wk-data-entrada
           perform cb-editar-data
           move wk-data-edit                            to      wk-det-emprestimo
           move fd-aod-prevista                         to      wk-data-entrada
           perform cb-editar-data
           move wk-data-edit                            to      wk-det-prevista
           move fd-aod-renovacoes                       to      wk-det-renovacoes

           move "D"                                     to      wk-vd-operacao
           move fd-aod-prevista                         to      wk-vd-data-aaaammdd
           move wk-data-hoje                            to      wk-vd-data-2
           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno
           if  wk-vd-cod-retorno equal 0
           and wk-vd-dias > 0 then
               move wk-vd-dias                          to      wk-det-dias
           else
               move 0                                   to      wk-det-dias
           end-if

           write fd-relatorio-linha from wk-linha-detalhe

           .
       ca-imprimir-atraso-z.
           exit.

      *>*****************************************************************
      *>   Edita wk-data-entrada (AAAAMMDD) em wk-data-edit
      *>*****************************************************************
       cb-editar-data section.
       cb-editar-data-a.

           move wk-den-dia                              to      wk-ded-dia
           move wk-den-mes                              to      wk-ded-mes
           move wk-den-ano                              to      wk-ded-ano

           .
       cb-editar-data-z.
           exit.

      *>*****************************************************************
      *>   Total de livros atrasados da turma que acabou
      *>*****************************************************************
       cc-total-turma section.
       cc-total-turma-a.

           move wk-qtd-turma                            to      wk-ttu-qtd
           write fd-relatorio-linha from wk-linha-tot-turma
           move 0                                       to      wk-qtd-turma

           .
       cc-total-turma-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao com erro
      *>*****************************************************************
       z-finaliza-anormal section.
       z-finaliza-anormal-a.
           display erase
           display wk-msn-erro


           call "grava_erro" using wk-erro-programa
                                   wk-msn-erro
                                   wk-erro-registro
                                   wk-erro-registro-tam
           move "F"                     to   wk-run-evento
           move "AB"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-run-zero
                                          wk-run-zero
                                          wk-run-zero
                                          wk-run-status

           stop run.
           .
       z-finaliza-anormal-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao normal
      *>*****************************************************************
       z-finaliza section.
       z-finaliza-a.

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "biblioteca_atrasos"       to   wk-spl-programa
           move "arqBibliotecaAtrasos.txt" to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Livros atrasados em arqBibliotecaAtrasos.txt"
           display "Emprestimos lidos : " wk-qtd-lidos
           display "Livros atrasados  : " wk-qtd-atrasados

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-atrasados
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
