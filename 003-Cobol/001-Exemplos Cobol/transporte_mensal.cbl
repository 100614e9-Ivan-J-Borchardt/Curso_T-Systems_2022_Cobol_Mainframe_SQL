      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "transporte_mensal".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Relatorio mensal do transporte escolar
      *>                      para a prefeitura: alunos transportados no
      *>                      mes (vinculo iniciado ate o fim do mes e
      *>                      sem desligamento antes do inicio do mes)
      *>                      por rota e serie, com totais por rota, por
      *>                      serie e geral, e a relacao dos vinculos
      *>                      ativos cuja turma esta em turno diverso do
      *>                      da rota. Parametro AAAAMM (em branco, o mes
      *>                      corrente). Saida em arqTransporteMensal.txt,
      *>                      espelhada no spool.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqRotas assign to "arqRotasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rot-codigo
           file status is wk-fs-arqRotas.

           select arqTransporte assign to "arqTransporteInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-tra-cpf
           alternate record key is fd-tra-rota with duplicates
           file status is wk-fs-arqTransporte.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqTurmas assign to "arqTurmasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-chave
           file status is wk-fs-arqTurmas.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqRelatorio assign to "arqTransporteMensal.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqRotas.
       01  fd-rota.
           05  fd-rot-codigo                        pic  x(05).
           05  fd-rot-descricao                     pic  x(30).
           05  fd-rot-veiculo                       pic  x(08).
           05  fd-rot-motorista                     pic  x(30).
           05  fd-rot-turno                         pic  x(01).
               88  fd-rot-turno-manha               value "M".
               88  fd-rot-turno-tarde               value "T".
               88  fd-rot-turno-noite               value "N".
           05  fd-rot-capacidade                    pic  9(03).
           05  fd-rot-qtd-paradas                   pic  9(02).
           05  fd-rot-parada occurs 15.
               10  fd-rot-par-local                 pic  x(30).
               10  fd-rot-par-hora                  pic  9(04).
           05  fd-rot-situacao                      pic  x(01).
               88  fd-rot-ativa                     value "A".
               88  fd-rot-inativa                   value "I".

       fd arqTransporte.
       01  fd-transporte.
           05  fd-tra-cpf                           pic  x(12).
           05  fd-tra-rota                          pic  x(05).
           05  fd-tra-parada                        pic  9(02).
           05  fd-tra-situacao                      pic  x(01).
               88  fd-tra-ativo                     value "A".
               88  fd-tra-cancelado                 value "C".
           05  fd-tra-data-inicio                   pic  9(08).
           05  fd-tra-data-fim                      pic  9(08).
           05  fd-tra-operador                      pic  x(15).
           05  fd-tra-data-registro                 pic  x(14).

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

       fd arqTurmas.
       01  fd-turma.
           05  fd-turma-chave.
               10  fd-turma-serie                   pic  9(02).
               10  fd-turma-letra                   pic  x(01).
           05  fd-turma-turno                       pic  x(01).
           05  fd-turma-professor                   pic  x(15).
           05  fd-turma-capacidade                  pic  9(03).
           05  fd-turma-unidade                     pic  x(03).

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqRotas                           pic x(02).
       77  wk-fs-arqTransporte                      pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

      *>   Timbre da instituicao (arqInstituicao.txt, programa
      *>   instituicao.cbl) - sem o arquivo o relatorio sai sem timbre
       77  wk-fs-arqInstituicao                     pic x(02).
       77  wk-inst-flag                             pic x(01).
           88  wk-inst-carregada                    value "S".
       77  wk-inst-nome                             pic x(50).
       77  wk-inst-endereco                         pic x(60).
       77  wk-inst-diretor                          pic x(40).
       77  wk-inst-inep                             pic x(08).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-mes                          pic x(06).
           05  filler                               pic x(14).

       01  wk-mes-selecao                           pic 9(06) value 0.
       01  wk-mes-selecao-r redefines wk-mes-selecao.
           05  wk-mes-ano                           pic 9(04).
           05  wk-mes-mes                           pic 9(02).
       77  wk-mes-inicio                            pic 9(08) value 0.
       77  wk-mes-fim                               pic 9(08) value 0.

      *>   Rotas do cadastro e as que so aparecem nos vinculos
       01  wk-tab-rotas.
           05  wk-rot-item occurs 50.
               10  wk-rot-codigo                    pic x(05).
               10  wk-rot-descricao                 pic x(20).
               10  wk-rot-turno                     pic x(01).
               10  wk-rot-situacao                  pic x(01).
               10  wk-rot-qtd-serie                 pic 9(04) occurs 9.
               10  wk-rot-total                     pic 9(05).
       77  wk-qtd-rotas                             pic 9(02) value 0.
       77  wk-ind-rota                              pic 9(02) value 0.
       77  wk-ind-serie                             pic 9(02) value 0.

       01  wk-soma-serie.
           05  wk-soma-qtd-serie                    pic 9(05) occurs 9.
           05  wk-soma-total                        pic 9(05).

      *>   Vinculos ativos com turma em turno diverso do da rota
       01  wk-tab-divergentes.
           05  wk-div-linha occurs 200              pic x(100).
       77  wk-qtd-divergentes                       pic 9(03) value 0.
       77  wk-ind-divergente                        pic 9(03) value 0.

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-transportados                     pic 9(06) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(40)
                  value "ALUNOS TRANSPORTADOS POR ROTA E SERIE - ".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(53) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(06) value "Rota  ".
           05 filler                                pic x(21) value "Descricao".
           05 filler                                pic x(02) value "T ".
           05 filler                                pic x(45)
                  value "   1a   2a   3a   4a   5a   6a   7a   8a   9a".
           05 filler                                pic x(07) value "  Total".
           05 filler                                pic x(19) value space.

       01  wk-linha-detalhe.
           05 wk-det-rota                           pic x(05).
           05 filler                                pic x(01) value space.
           05 wk-det-descricao                      pic x(20).
           05 filler                                pic x(01) value space.
           05 wk-det-turno                          pic x(01).
           05 filler                                pic x(01) value space.
           05 wk-det-serie-item occurs 9.
               10 filler                            pic x(01) value space.
               10 wk-det-qtd                        pic zzz9.
           05 filler                                pic x(02) value space.
           05 wk-det-total                          pic zzzz9.
           05 filler                                pic x(19) value space.

       01  wk-linha-divergente.
           05 wk-dvl-cpf                            pic x(12).
           05 filler                                pic x(01) value space.
           05 wk-dvl-nome                           pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-dvl-serie                          pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-dvl-turma                          pic x(01).
           05 filler                                pic x(08) value " Turma: ".
           05 wk-dvl-turno-turma                    pic x(01).
           05 filler                                pic x(08) value "  Rota: ".
           05 wk-dvl-rota                           pic x(05).
           05 filler                                pic x(13) value " Turno rota: ".
           05 wk-dvl-turno-rota                     pic x(01).
           05 filler                                pic x(36) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "transporte_mensal".
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
           perform c-imprimir.
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

           accept wk-linha-comando from command-line
           if  wk-parm-mes is numeric then
               move wk-parm-mes                         to      wk-mes-selecao
           else
               move function current-date(1:6)          to      wk-mes-selecao
           end-if
           if  wk-mes-mes < 1 or wk-mes-mes > 12 then
               move "0001"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Mes (AAAAMM) invalido no parametro"  to    wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           compute wk-mes-inicio = wk-mes-selecao * 100 + 1
           compute wk-mes-fim    = wk-mes-selecao * 100 + 31

           open input arqRotas
           if   wk-fs-arqRotas not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqRotas                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRotas"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTransporte
           if   wk-fs-arqTransporte not equal "00" then
               move "0003"                                to      wk-msn-erro-adress
               move wk-fs-arqTransporte                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTransporte" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqTurmas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTurmas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0006"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform u-carregar-instituicao
           perform u-carregar-rotas

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - varre os vinculos de transporte e
      *>   conta os alunos transportados no mes
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqTransporte next record
               if   wk-fs-arqTransporte equal "10" then
                   move "F"                             to      wk-fim-loop
               else
                   if   wk-fs-arqTransporte not equal "00" then
                       move "0007"                              to      wk-msn-erro-adress
                       move wk-fs-arqTransporte                 to      wk-msn-erro-cod
                       move "Erro ao ler Arquivo arqTransporte" to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   add 1                                to      wk-qtd-lidos
                   if  fd-tra-data-inicio <= wk-mes-fim
                   and (fd-tra-data-fim equal 0
                        or fd-tra-data-fim >= wk-mes-inicio) then
                       perform ba-contar-vinculo
                   end-if
               end-if
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Soma o vinculo na rota e serie do aluno; vinculo ativo com a
      *>   turma em outro turno vai para a relacao de divergencias
      *>*****************************************************************
       ba-contar-vinculo section.
       ba-contar-vinculo-a.

           perform varying wk-ind-rota from 1 by 1
                   until wk-ind-rota > wk-qtd-rotas
                      or wk-rot-codigo(wk-ind-rota) equal fd-tra-rota
           end-perform
           if  wk-ind-rota > wk-qtd-rotas then
               if  wk-qtd-rotas >= 50 then
                   exit section
               end-if
               add 1                                    to      wk-qtd-rotas
               move wk-qtd-rotas                        to      wk-ind-rota
               initialize wk-rot-item(wk-ind-rota)
               move fd-tra-rota                         to      wk-rot-codigo(wk-ind-rota)
               move "ROTA NAO CADASTRADA"               to      wk-rot-descricao(wk-ind-rota)
               move "?"                                 to      wk-rot-turno(wk-ind-rota)
           end-if

           add 1                                        to      wk-qtd-transportados
           add 1                                        to      wk-rot-total(wk-ind-rota)

           move fd-tra-cpf                              to      fd-aluno-cpf
           read arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "00"                                to      wk-fs-arqAlunos
               exit section
           end-if
           if  fd-aluno-serie >= 1 and fd-aluno-serie <= 9 then
               add 1                                    to      wk-rot-qtd-serie(wk-ind-rota fd-aluno-serie)
           end-if

           if  not fd-tra-ativo
           or  wk-rot-turno(wk-ind-rota) equal "?"
           or  wk-qtd-divergentes >= 200 then
               exit section
           end-if
           move fd-aluno-serie                          to      fd-turma-serie
           move fd-aluno-turma                          to      fd-turma-letra
           read arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "00"                                to      wk-fs-arqTurmas
               exit section
           end-if
           if  fd-turma-turno not equal wk-rot-turno(wk-ind-rota) then
               move fd-tra-cpf                          to      wk-dvl-cpf
               move fd-aluno-nome                       to      wk-dvl-nome
               move fd-aluno-serie                      to      wk-dvl-serie
               move fd-aluno-turma                      to      wk-dvl-turma
               move fd-turma-turno                      to      wk-dvl-turno-turma
               move fd-tra-rota                         to      wk-dvl-rota
               move wk-rot-turno(wk-ind-rota)           to      wk-dvl-turno-rota
               add 1                                    to      wk-qtd-divergentes
               move wk-linha-divergente                 to      wk-div-linha(wk-qtd-divergentes)
           end-if

           .
       ba-contar-vinculo-z.
           exit.

      *>*****************************************************************
      *>   Timbre, quadro por rota e serie, totais e divergencias
      *>*****************************************************************
       c-imprimir section.
       c-imprimir-a.

           if  wk-inst-carregada then
               move wk-inst-nome                        to      fd-relatorio-linha
               write fd-relatorio-linha
               move wk-inst-endereco                    to      fd-relatorio-linha
               write fd-relatorio-linha
               move spaces                              to      fd-relatorio-linha
               string "INEP: " wk-inst-inep delimited by size
                 into fd-relatorio-linha
               end-string
               write fd-relatorio-linha
               move space                               to      fd-relatorio-linha
               write fd-relatorio-linha
           end-if

           move wk-mes-mes                              to      wk-tit-mes
           move wk-mes-ano                              to      wk-tit-ano
           write fd-relatorio-linha from wk-linha-titulo
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-cabecalho

           initialize wk-soma-serie
           perform varying wk-ind-rota from 1 by 1
                   until wk-ind-rota > wk-qtd-rotas
      *>        rota inativa sem aluno no mes fica fora do quadro
               if  wk-rot-situacao(wk-ind-rota) equal "A"
               or  wk-rot-total(wk-ind-rota) > 0 then
                   move wk-rot-codigo(wk-ind-rota)      to      wk-det-rota
                   move wk-rot-descricao(wk-ind-rota)   to      wk-det-descricao
                   move wk-rot-turno(wk-ind-rota)       to      wk-det-turno
                   perform varying wk-ind-serie from 1 by 1
                           until wk-ind-serie > 9
                       move wk-rot-qtd-serie(wk-ind-rota wk-ind-serie)
                                                        to      wk-det-qtd(wk-ind-serie)
                       add wk-rot-qtd-serie(wk-ind-rota wk-ind-serie)
                                                        to      wk-soma-qtd-serie(wk-ind-serie)
                   end-perform
                   move wk-rot-total(wk-ind-rota)       to      wk-det-total
                   add wk-rot-total(wk-ind-rota)        to      wk-soma-total
                   write fd-relatorio-linha from wk-linha-detalhe
               end-if
           end-perform

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move "TOTAL"                                 to      wk-det-rota
           move "POR SERIE"                             to      wk-det-descricao
           move space                                   to      wk-det-turno
           perform varying wk-ind-serie from 1 by 1
                   until wk-ind-serie > 9
               move wk-soma-qtd-serie(wk-ind-serie)     to      wk-det-qtd(wk-ind-serie)
           end-perform
           move wk-soma-total                           to      wk-det-total
           write fd-relatorio-linha from wk-linha-detalhe

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move "VINCULOS ATIVOS COM A TURMA EM TURNO DIVERSO DO DA ROTA"
                                                        to      fd-relatorio-linha
           write fd-relatorio-linha
           if  wk-qtd-divergentes equal 0 then
               move "Nenhum vinculo divergente"         to      fd-relatorio-linha
               write fd-relatorio-linha
           else
               perform varying wk-ind-divergente from 1 by 1
                       until wk-ind-divergente > wk-qtd-divergentes
                   write fd-relatorio-linha from wk-div-linha(wk-ind-divergente)
               end-perform
           end-if

           .
       c-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Tabela das rotas cadastradas, em ordem de codigo
      *>*****************************************************************
       u-carregar-rotas section.
       u-carregar-rotas-a.

           move 0                                       to      wk-qtd-rotas
           move low-values                              to      fd-rot-codigo
           start arqRotas key is not less fd-rot-codigo
           if   wk-fs-arqRotas not equal "00" then
               move "00"                                to      wk-fs-arqRotas
               exit section
           end-if
           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqRotas next record
               if   wk-fs-arqRotas not equal "00"
               or   wk-qtd-rotas >= 50 then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-qtd-rotas
                   initialize wk-rot-item(wk-qtd-rotas)
                   move fd-rot-codigo                   to      wk-rot-codigo(wk-qtd-rotas)
                   move fd-rot-descricao                to      wk-rot-descricao(wk-qtd-rotas)
                   move fd-rot-turno                    to      wk-rot-turno(wk-qtd-rotas)
                   move fd-rot-situacao                 to      wk-rot-situacao(wk-qtd-rotas)
               end-if
           end-perform
           move "00"                                    to      wk-fs-arqRotas

           .
       u-carregar-rotas-z.
           exit.

      *>*****************************************************************
      *>   Carrega os parametros da instituicao para o timbre - a
      *>   ausencia do arquivo apenas deixa o relatorio sem timbre
      *>*****************************************************************
       u-carregar-instituicao section.
       u-carregar-instituicao-a.

           move space                                   to      wk-inst-flag
           open input arqInstituicao
           if   wk-fs-arqInstituicao equal "00" then
               read arqInstituicao
               if   wk-fs-arqInstituicao equal "00" then
                   set  wk-inst-carregada               to      true
                   move fd-inst-nome                    to      wk-inst-nome
                   move fd-inst-endereco                to      wk-inst-endereco
                   move fd-inst-diretor                 to      wk-inst-diretor
                   move fd-inst-inep                    to      wk-inst-inep
               end-if
               close arqInstituicao
           end-if

           .
       u-carregar-instituicao-z.
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

           close arqRotas
           close arqTransporte
           close arqAlunos
           close arqTurmas
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "transporte_mensal"        to   wk-spl-programa
           move "arqTransporteMensal.txt"  to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Relatorio gravado em arqTransporteMensal.txt"
           display "Vinculos lidos        : " wk-qtd-lidos
           display "Alunos transportados  : " wk-qtd-transportados

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-transportados
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
