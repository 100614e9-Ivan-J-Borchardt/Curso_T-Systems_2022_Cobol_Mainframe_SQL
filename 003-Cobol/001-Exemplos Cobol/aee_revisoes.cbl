      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "aee_revisoes".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Relatorio bimestral para a coordenacao
      *>                      dos planos AEE ativos (aee_planos.cbl)
      *>                      com revisao prevista ate a data limite -
      *>                      parametro AAAAMMDD, default hoje mais 60
      *>                      dias, um bimestre. Revisao ja passada sai
      *>                      marcada VENCIDA; no rodape, os planos
      *>                      ativos por categoria. Saida em
      *>                      arqAeeRevisoes.txt, espelhada no spool.
      *>   15/10/2026 - IJB - Fim normal com goback - chamado pelo menu
      *>                      (opcao 84), o stop run encerrava a sessao.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAee assign to "arqAeeInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aee-cpf
           file status is wk-fs-arqAee.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqRelatorio assign to "arqAeeRevisoes.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAee.
       01  fd-aee.
           05  fd-aee-cpf                           pic  x(12).
           05  fd-aee-categoria                     pic  x(03).
           05  fd-aee-profissional                  pic  x(30).
           05  fd-aee-inicio                        pic  9(08).
           05  fd-aee-proxima-revisao               pic  9(08).
           05  fd-aee-ultima-revisao                pic  9(08).
           05  fd-aee-situacao                      pic  x(01).
               88  fd-aee-ativo                     value "A".
               88  fd-aee-encerrado                 value "E".
           05  fd-aee-observacao                    pic  x(60).
           05  fd-aee-operador                      pic  x(15).
           05  fd-aee-data-hora                     pic  x(14).

       fd arqAlunos.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
               88  fd-aluno-ativo                   value "A".
               88  fd-aluno-inativo                 value "I".
               88  fd-aluno-transferido             value "T".
           05  fd-aluno-responsavel                 pic  x(15).
           05  fd-aluno-tel-emergencia              pic  x(11).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAee                             pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-data-limite                  pic x(08).
           05  filler                               pic x(12).

       77  wk-data-hoje                             pic 9(08).
       77  wk-data-limite                           pic 9(08).
      *>   Um bimestre a frente quando a data nao vem no parametro
       77  wk-dias-bimestre                         pic 9(03) value 60.

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-listados                          pic 9(06) value 0.
       77  wk-qtd-vencidos                          pic 9(06) value 0.
       77  wk-qtd-ativos                            pic 9(06) value 0.

      *>   Planos ativos por categoria do censo
       01  wk-tab-categorias-valores.
           05 filler  pic x(03) value "CE ".
           05 filler  pic x(03) value "BV ".
           05 filler  pic x(03) value "SU ".
           05 filler  pic x(03) value "DA ".
           05 filler  pic x(03) value "SC ".
           05 filler  pic x(03) value "DF ".
           05 filler  pic x(03) value "DI ".
           05 filler  pic x(03) value "DM ".
           05 filler  pic x(03) value "TEA".
           05 filler  pic x(03) value "AH ".
       01  wk-tab-categorias redefines wk-tab-categorias-valores.
           05  wk-cat-codigo                        pic x(03) occurs 10.
       01  wk-tab-cat-contagem.
           05  wk-cat-qtd                           pic 9(05) occurs 10.
       77  wk-qtd-categorias                        pic 9(02) value 10.
       77  wk-ind-cat                               pic 9(02).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "aee_revisoes".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

      *>   Controle de execucao (registra_execucao)
       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.

      *>   Espelho de spool do relatorio (espolar_relatorio)
       77  wk-spl-programa                          pic x(20).
       77  wk-spl-arquivo                           pic x(30).
       77  wk-spl-turma                             pic x(04).
       77  wk-spl-retorno                           pic 9(01).

       01  wk-linha-titulo.
           05 filler                                pic x(36)
                  value "Planos AEE - Revisoes previstas ate".
           05 wk-tit-limite                         pic x(10).
           05 filler                                pic x(06) value " - em ".
           05 wk-tit-data                           pic x(10).
           05 filler                                pic x(38) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(100) value
              "Aluno                          Ser Tur Cat Profissional de apoio     Revisao    Situacao".

       01  wk-linha-detalhe.
           05 wk-det-nome                           pic x(30).
           05 filler                                pic x(01) value space.
           05 wk-det-serie                          pic z9.
           05 filler                                pic x(02) value space.
           05 wk-det-turma                          pic x(01).
           05 filler                                pic x(03) value space.
           05 wk-det-categoria                      pic x(03).
           05 filler                                pic x(01) value space.
           05 wk-det-profissional                   pic x(25).
           05 filler                                pic x(01) value space.
           05 wk-det-revisao                        pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-det-situacao                       pic x(08).
           05 filler                                pic x(12) value space.

       01  wk-linha-categoria.
           05 filler                                pic x(20)
                  value "Planos ativos - cat.".
           05 filler                                pic x(01) value space.
           05 wk-lcat-codigo                        pic x(03).
           05 filler                                pic x(03) value ": ".
           05 wk-lcat-qtd                           pic zzzz9.
           05 filler                                pic x(68) value space.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform c-imprimir-totais.
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

           accept wk-linha-comando from command-line
           if  wk-parm-data-limite not equal spaces then
               if  wk-parm-data-limite is not numeric then
                   move "0001"                          to      wk-msn-erro-adress
                   move "  "                            to      wk-msn-erro-cod
                   move "Data (AAAAMMDD) invalida no parametro" to wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               move wk-parm-data-limite                 to      wk-data-limite
           else
               compute wk-data-limite =
                   function date-of-integer(
                       function integer-of-date(wk-data-hoje)
                       + wk-dias-bimestre)
           end-if
           if  function test-date-yyyymmdd(wk-data-limite) not equal 0 then
               move "0001"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Data (AAAAMMDD) invalida no parametro" to  wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           initialize wk-tab-cat-contagem

           open input arqAee
           if   wk-fs-arqAee not equal "00"
           and  wk-fs-arqAee not equal "35" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqAee                        to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAee"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0004"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           string wk-data-limite(7:2) "/" wk-data-limite(5:2) "/"
                  wk-data-limite(1:4)
                  delimited by size into wk-tit-limite
           string wk-data-hoje(7:2) "/" wk-data-hoje(5:2) "/"
                  wk-data-hoje(1:4)
                  delimited by size into wk-tit-data
           write fd-relatorio-linha from wk-linha-titulo
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-cabecalho

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Percorre os planos: conta os ativos por categoria e lista
      *>   os que tem revisao ate a data limite
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           if   wk-fs-arqAee equal "35" then
               exit section
           end-if

           move low-values                              to      fd-aee-cpf
           start arqAee key is not less fd-aee-cpf
           if   wk-fs-arqAee equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAee next record
                   if   wk-fs-arqAee not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-lidos
                       if  fd-aee-ativo then
                           perform ba-contar-categoria
                           if  fd-aee-proxima-revisao not > wk-data-limite then
                               perform bb-imprimir-plano
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Soma o plano ativo na sua categoria
      *>*****************************************************************
       ba-contar-categoria section.
       ba-contar-categoria-a.

           add 1                                        to      wk-qtd-ativos
           perform varying wk-ind-cat from 1 by 1
                     until wk-ind-cat > wk-qtd-categorias
               if  wk-cat-codigo(wk-ind-cat) equal fd-aee-categoria then
                   add 1                                to      wk-cat-qtd(wk-ind-cat)
               end-if
           end-perform

           .
       ba-contar-categoria-z.
           exit.

      *>*****************************************************************
      *>   Uma linha por plano a revisar - aluno que saiu da escola
      *>   sai com o CPF no lugar do nome
      *>*****************************************************************
       bb-imprimir-plano section.
       bb-imprimir-plano-a.

           move spaces                                  to      wk-det-nome
           move zeros                                   to      wk-det-serie
           move spaces                                  to      wk-det-turma
           move fd-aee-cpf                              to      fd-aluno-cpf
           read arqAlunos
           if   wk-fs-arqAlunos equal "00" then
               move fd-aluno-nome                       to      wk-det-nome
               move fd-aluno-serie                      to      wk-det-serie
               move fd-aluno-turma                      to      wk-det-turma
           else
               move fd-aee-cpf                          to      wk-det-nome
           end-if

           move fd-aee-categoria                        to      wk-det-categoria
           move fd-aee-profissional                     to      wk-det-profissional
           move spaces                                  to      wk-det-revisao
           string fd-aee-proxima-revisao(7:2) "/"
                  fd-aee-proxima-revisao(5:2) "/"
                  fd-aee-proxima-revisao(1:4)
                  delimited by size into wk-det-revisao
           if  fd-aee-proxima-revisao < wk-data-hoje then
               move "VENCIDA"                           to      wk-det-situacao
               add 1                                    to      wk-qtd-vencidos
           else
               move "A REVER"                           to      wk-det-situacao
           end-if
           write fd-relatorio-linha from wk-linha-detalhe
           add 1                                        to      wk-qtd-listados

           .
       bb-imprimir-plano-z.
           exit.

      *>*****************************************************************
      *>   Rodape com os totais e os planos ativos por categoria
      *>*****************************************************************
       c-imprimir-totais section.
       c-imprimir-totais-a.

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move spaces                                  to      fd-relatorio-linha
           string "Planos a revisar: " wk-qtd-listados
                  "   vencidos: " wk-qtd-vencidos
                  "   ativos: " wk-qtd-ativos
                  delimited by size into fd-relatorio-linha
           write fd-relatorio-linha

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           perform varying wk-ind-cat from 1 by 1
                     until wk-ind-cat > wk-qtd-categorias
               move wk-cat-codigo(wk-ind-cat)           to      wk-lcat-codigo
               move wk-cat-qtd(wk-ind-cat)              to      wk-lcat-qtd
               write fd-relatorio-linha from wk-linha-categoria
           end-perform

           .
       c-imprimir-totais-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao Anormal
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

           if   wk-fs-arqAee not equal "35" then
               close arqAee
           end-if
           close arqAlunos
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "aee_revisoes"             to   wk-spl-programa
           move "arqAeeRevisoes.txt"       to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Revisoes gravadas em arqAeeRevisoes.txt"
           display "Planos a revisar      : " wk-qtd-listados

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-listados
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
