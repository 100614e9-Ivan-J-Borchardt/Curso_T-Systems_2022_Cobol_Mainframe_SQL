      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "quadro_vagas".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Quadro de vagas do ano letivo seguinte,
      *>                      por unidade e serie: projeta cada aluno
      *>                      ativo pela apuracao de arqResultados.txt
      *>                      (aprovado e aprovado com dependencia
      *>                      avancam, reprovado permanece, sem
      *>                      resultado conta como aprovado, a 9a serie
      *>                      aprovada forma) e pela rematricula do ano
      *>                      (arqRematriculaInd.txt: nao-retorna sai,
      *>                      confirmado fica, pendente entra pela taxa
      *>                      de retorno), soma a lista de espera
      *>                      (arqListaEspera.txt) na serie pedida e
      *>                      compara com as turmas e capacidades de
      *>                      arqTurmasInd.txt: turmas necessarias e
      *>                      vagas a divulgar. Parametro: taxa de
      *>                      retorno dos pendentes em % (000 a 100);
      *>                      em branco, a taxa observada nas respostas
      *>                      ja dadas. Saida em arqQuadroVagas.txt,
      *>                      espelhada no spool.
      *>   15/10/2026 - IJB - Registro do aluno, lista de espera e
      *>                      rematricula com o nome completo de 60
      *>                      posicoes (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

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

           select arqRematricula assign to "arqRematriculaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rem-chave
           file status is wk-fs-arqRematricula.

           select arqResultados assign to "arqResultados.txt"
           organization is line sequential
           file status is wk-fs-arqResultados.

           select arqEspera assign to "arqListaEspera.txt"
           organization is line sequential
           file status is wk-fs-arqEspera.

           select arqAnoLetivo assign to "arqAnoLetivo.txt"
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqRelatorio assign to "arqQuadroVagas.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAlunos.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
               88  fd-aluno-ativo                   value "A".
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

       fd arqRematricula.
       01  fd-rematricula.
           05  fd-rem-chave.
               10  fd-rem-cpf                       pic  x(12).
               10  fd-rem-ano                       pic  9(04).
           05  fd-rem-situacao                      pic  x(01).
               88  fd-rem-pendente                  value "P".
               88  fd-rem-confirmada                value "C".
               88  fd-rem-nao-retorna               value "N".
           05  fd-rem-serie                         pic  9(02).
           05  fd-rem-nome                          pic  x(60).
           05  fd-rem-data-resposta                 pic  9(08).
           05  fd-rem-operador                      pic  x(15).

       fd arqResultados.
       01  fd-resultado-linha.
           05  fd-res-cpf                           pic  x(12).
           05  fd-res-serie                         pic  9(02).
           05  fd-res-turma                         pic  x(01).
           05  fd-res-resultado                     pic  x(01).
           05  fd-res-media-geral                   pic  9(02)v9.

       fd arqEspera.
       01  fd-espera-linha.
           05  fd-espera-cpf                        pic  x(12).
           05  fd-espera-nome                       pic  x(60).
           05  fd-espera-serie                      pic  9(02).
           05  fd-espera-turma                      pic  x(01).
           05  fd-espera-responsavel                pic  x(15).
           05  fd-espera-tel-emergencia             pic  x(11).
           05  fd-espera-data-hora                  pic  x(14).
           05  fd-espera-posicao                    pic  9(04).

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

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

       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqRematricula                     pic x(02).
       77  wk-fs-arqResultados                      pic x(02).
       77  wk-fs-arqEspera                          pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).
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

      *>   Campanha de rematricula ainda nao aberta: todos pendentes
       77  wk-rem-flag                              pic x(01).
           88  wk-rem-aberto                        value "S".

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-taxa                         pic x(03).
           05  filler                               pic x(17).

       77  wk-ano-letivo                            pic 9(04) value 0.
       77  wk-ano-seguinte                          pic 9(04) value 0.

      *>   Taxa de retorno aplicada aos pendentes da rematricula
       77  wk-taxa-retorno                          pic 9(03) value 0.
       77  wk-taxa-origem                           pic x(20).

      *>   Resultados apurados por resultados_finais.cbl, carregados
      *>   em memoria para consulta por CPF
       77  wk-qtd-resultados                        pic 9(04) value 0.
       77  wk-ind-resultado                         pic 9(04) value 0.
       01  wk-tab-resultados.
           05  wk-res-item occurs 2000.
               10  wk-res-cpf                       pic x(12).
               10  wk-res-situacao                  pic x(01).

       77  wk-resultado-aluno                       pic x(01).
           88  wk-resultado-reprovado               value "R".
           88  wk-resultado-ausente                 value space.

      *>   Quadro por unidade (turmas de arqTurmasInd.txt) e serie
       01  wk-tab-unidades.
           05  wk-uni-item occurs 10.
               10  wk-uni-codigo                    pic x(03).
               10  wk-cel-item occurs 9.
                   15  wk-cel-turmas                pic 9(03).
                   15  wk-cel-capacidade            pic 9(05).
                   15  wk-cel-confirmados           pic 9(04).
                   15  wk-cel-pendentes             pic 9(04).
                   15  wk-cel-espera                pic 9(04).
       77  wk-qtd-unidades                          pic 9(02) value 0.
       77  wk-ind-unidade                           pic 9(02) value 0.
       77  wk-ind-serie                             pic 9(02) value 0.
       77  wk-ind-busca                             pic 9(02) value 0.
       77  wk-unidade-procurada                     pic x(03).
       77  wk-serie-projetada                       pic 9(02) value 0.

       77  wk-cap-escola                            pic 9(06) value 0.
       77  wk-turmas-escola                         pic 9(04) value 0.
       77  wk-cap-media-escola                      pic 9(03) value 0.

      *>   Calculo de uma celula do quadro
       77  wk-cal-cap-turma                         pic 9(03) value 0.
       77  wk-cal-proj-pendentes                    pic 9(04) value 0.
       77  wk-cal-demanda                           pic 9(05) value 0.
       77  wk-cal-turmas-nec                        pic 9(03) value 0.
       77  wk-cal-turmas-oferta                     pic 9(03) value 0.
       77  wk-cal-vagas                             pic s9(05) value 0.

       01  wk-soma-quadro.
           05  wk-som-turmas                        pic 9(04).
           05  wk-som-confirmados                   pic 9(05).
           05  wk-som-pendentes                     pic 9(05).
           05  wk-som-proj-pendentes                pic 9(05).
           05  wk-som-espera                        pic 9(05).
           05  wk-som-demanda                       pic 9(05).
           05  wk-som-turmas-nec                    pic 9(04).
           05  wk-som-vagas                         pic 9(05).
       01  wk-soma-escola.
           05  wk-ses-turmas                        pic 9(04).
           05  wk-ses-confirmados                   pic 9(05).
           05  wk-ses-pendentes                     pic 9(05).
           05  wk-ses-proj-pendentes                pic 9(05).
           05  wk-ses-espera                        pic 9(05).
           05  wk-ses-demanda                       pic 9(05).
           05  wk-ses-turmas-nec                    pic 9(04).
           05  wk-ses-vagas                         pic 9(05).

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-projetados                        pic 9(06) value 0.
       77  wk-qtd-formandos                         pic 9(06) value 0.
       77  wk-qtd-nao-retorna                       pic 9(06) value 0.
       77  wk-qtd-confirmados                       pic 9(06) value 0.
       77  wk-qtd-sem-resultado                     pic 9(06) value 0.
       77  wk-qtd-reprovados                        pic 9(06) value 0.
       77  wk-qtd-espera                            pic 9(06) value 0.

       77  wk-edit-serie                            pic z9.
       77  wk-edit-qtd                              pic zzzzz9.
       77  wk-edit-taxa                             pic zz9.

       01  wk-linha-titulo.
           05 filler                                pic x(45)
                  value "QUADRO DE VAGAS - PREVISAO PARA O ANO LETIVO ".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(51) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(10) value "Unid Serie".
           05 filler                                pic x(09) value "   Turmas".
           05 filler                                pic x(09) value "  Cap/Tur".
           05 filler                                pic x(09) value "  Confirm".
           05 filler                                pic x(09) value " Pendente".
           05 filler                                pic x(09) value " Proj.Pen".
           05 filler                                pic x(09) value "   Espera".
           05 filler                                pic x(09) value "  Demanda".
           05 filler                                pic x(09) value "  Tur.Nec".
           05 filler                                pic x(09) value "    Vagas".
           05 filler                                pic x(09) value space.

       01  wk-linha-detalhe.
           05 wk-det-unidade                        pic x(03).
           05 filler                                pic x(02) value space.
           05 wk-det-serie                          pic x(05).
           05 filler                                pic x(05) value space.
           05 wk-det-turmas                         pic zzz9.
           05 filler                                pic x(05) value space.
           05 wk-det-cap-turma                      pic zzzz.
           05 filler                                pic x(05) value space.
           05 wk-det-confirmados                    pic zzz9.
           05 filler                                pic x(05) value space.
           05 wk-det-pendentes                      pic zzz9.
           05 filler                                pic x(05) value space.
           05 wk-det-proj-pendentes                 pic zzz9.
           05 filler                                pic x(05) value space.
           05 wk-det-espera                         pic zzz9.
           05 filler                                pic x(05) value space.
           05 wk-det-demanda                        pic zzz9.
           05 filler                                pic x(05) value space.
           05 wk-det-turmas-nec                     pic zzz9.
           05 filler                                pic x(05) value space.
           05 wk-det-vagas                          pic zzz9.
           05 filler                                pic x(09) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "quadro_vagas".
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
           perform c-lista-espera.
           perform d-imprimir.
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
           if  wk-parm-taxa not equal spaces then
               if  wk-parm-taxa is not numeric then
                   move "0001"                          to      wk-msn-erro-adress
                   move "  "                            to      wk-msn-erro-cod
                   move "Taxa de retorno (000 a 100) invalida" to wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               move wk-parm-taxa                        to      wk-taxa-retorno
               if  wk-taxa-retorno > 100 then
                   move "0001"                          to      wk-msn-erro-adress
                   move "  "                            to      wk-msn-erro-cod
                   move "Taxa de retorno (000 a 100) invalida" to wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               move "informada"                         to      wk-taxa-origem
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqTurmas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTurmas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem campanha aberta todo aluno entra como pendente
           move space                                   to      wk-rem-flag
           open input arqRematricula
           if   wk-fs-arqRematricula equal "00" then
               set  wk-rem-aberto                       to      true
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0004"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAnoLetivo
           if   wk-fs-arqAnoLetivo equal "00" then
               read arqAnoLetivo
               if   wk-fs-arqAnoLetivo equal "00" then
                   move fd-ano-letivo-linha             to      wk-ano-letivo
               end-if
               close arqAnoLetivo
           end-if
           if   wk-ano-letivo equal 0 then
               move function current-date(1:4)          to      wk-ano-letivo
           end-if
           compute wk-ano-seguinte = wk-ano-letivo + 1

           perform u-carregar-instituicao
           perform ab-carregar-turmas
           perform ac-carregar-resultados

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Turmas atuais e capacidade por unidade e serie
      *>*****************************************************************
       ab-carregar-turmas section.
       ab-carregar-turmas-a.

           initialize wk-tab-unidades
           move low-values                              to      fd-turma-chave
           start arqTurmas key is not less fd-turma-chave
           if   wk-fs-arqTurmas not equal "00" then
               move "00"                                to      wk-fs-arqTurmas
               exit section
           end-if
           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqTurmas next record
               if   wk-fs-arqTurmas not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  fd-turma-serie >= 1 and fd-turma-serie <= 9 then
                       move fd-turma-unidade            to      wk-unidade-procurada
                       perform u-localizar-unidade
                       if  wk-ind-unidade > 0 then
                           add 1                        to      wk-cel-turmas(wk-ind-unidade fd-turma-serie)
                           add fd-turma-capacidade      to      wk-cel-capacidade(wk-ind-unidade fd-turma-serie)
                           add 1                        to      wk-turmas-escola
                           add fd-turma-capacidade      to      wk-cap-escola
                       end-if
                   end-if
               end-if
           end-perform
           move "00"                                    to      wk-fs-arqTurmas

      *>    capacidade usada onde a serie ainda nao tem turma
           if  wk-turmas-escola > 0 then
               compute wk-cap-media-escola = wk-cap-escola / wk-turmas-escola
           end-if
           if  wk-cap-media-escola equal 0 then
               move 30                                  to      wk-cap-media-escola
           end-if

           .
       ab-carregar-turmas-z.
           exit.

      *>*****************************************************************
      *>   Resultados apurados por resultados_finais.cbl - sem o arquivo
      *>   (apuracao ainda nao rodada) todos contam como aprovados
      *>*****************************************************************
       ac-carregar-resultados section.
       ac-carregar-resultados-a.

           open input arqResultados
           if   wk-fs-arqResultados not equal "00" then
               exit section
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqResultados
               if   wk-fs-arqResultados not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  wk-qtd-resultados equal 2000 then
                       move "0005"                          to      wk-msn-erro-adress
                       move "  "                            to      wk-msn-erro-cod
                       move "Mais de 2000 resultados apurados" to   wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   add 1                                to      wk-qtd-resultados
                   move fd-res-cpf            to  wk-res-cpf(wk-qtd-resultados)
                   move fd-res-resultado      to  wk-res-situacao(wk-qtd-resultados)
               end-if
           end-perform
           close arqResultados

           .
       ac-carregar-resultados-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - projeta cada aluno ativo para o ano
      *>   letivo seguinte
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqAlunos next record
               if   wk-fs-arqAlunos equal "10" then
                   move "F"                             to      wk-fim-loop
               else
                   if   wk-fs-arqAlunos not equal "00" then
                       move "0006"                          to      wk-msn-erro-adress
                       move wk-fs-arqAlunos                 to      wk-msn-erro-cod
                       move "Erro ao ler Arquivo arqAlunos" to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   if  fd-aluno-ativo then
                       add 1                            to      wk-qtd-lidos
                       perform ba-projetar-aluno
                   end-if
               end-if
           end-perform

      *>    sem taxa no parametro vale a observada nas respostas dadas
           if  wk-parm-taxa equal spaces then
               if  wk-qtd-confirmados + wk-qtd-nao-retorna > 0 then
                   compute wk-taxa-retorno rounded =
                           wk-qtd-confirmados * 100
                         / (wk-qtd-confirmados + wk-qtd-nao-retorna)
                   move "observada"                     to      wk-taxa-origem
               else
                   move 100                             to      wk-taxa-retorno
                   move "sem respostas"                 to      wk-taxa-origem
               end-if
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Serie do ano seguinte pela apuracao e situacao na
      *>   rematricula; soma na celula da unidade da turma atual
      *>*****************************************************************
       ba-projetar-aluno section.
       ba-projetar-aluno-a.

           perform bb-buscar-resultado
           evaluate true
               when wk-resultado-reprovado
                   add 1                                to      wk-qtd-reprovados
                   move fd-aluno-serie                  to      wk-serie-projetada
               when wk-resultado-ausente
                   add 1                                to      wk-qtd-sem-resultado
                   compute wk-serie-projetada = fd-aluno-serie + 1
               when other
                   compute wk-serie-projetada = fd-aluno-serie + 1
           end-evaluate
           if  wk-serie-projetada > 9 then
               add 1                                    to      wk-qtd-formandos
               exit section
           end-if
           if  wk-serie-projetada < 1 then
               exit section
           end-if

           move fd-aluno-serie                          to      fd-turma-serie
           move fd-aluno-turma                          to      fd-turma-letra
           read arqTurmas
           if   wk-fs-arqTurmas equal "00" then
               move fd-turma-unidade                    to      wk-unidade-procurada
           else
               move "00"                                to      wk-fs-arqTurmas
               move "???"                               to      wk-unidade-procurada
           end-if
           perform u-localizar-unidade
           if  wk-ind-unidade equal 0 then
               exit section
           end-if

           move "P"                                     to      fd-rem-situacao
           if  wk-rem-aberto then
               move fd-aluno-cpf                        to      fd-rem-cpf
               move wk-ano-letivo                       to      fd-rem-ano
               read arqRematricula
               if   wk-fs-arqRematricula not equal "00" then
                   move "00"                            to      wk-fs-arqRematricula
                   move "P"                             to      fd-rem-situacao
               end-if
           end-if

           evaluate true
               when fd-rem-nao-retorna
                   add 1                                to      wk-qtd-nao-retorna
               when fd-rem-confirmada
                   add 1                                to      wk-qtd-confirmados
                   add 1                                to      wk-qtd-projetados
                   add 1                                to      wk-cel-confirmados(wk-ind-unidade wk-serie-projetada)
               when other
                   add 1                                to      wk-qtd-projetados
                   add 1                                to      wk-cel-pendentes(wk-ind-unidade wk-serie-projetada)
           end-evaluate

           .
       ba-projetar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Devolve em wk-resultado-aluno a situacao apurada do CPF em
      *>   fd-aluno-cpf (espaco = sem resultado no arquivo)
      *>*****************************************************************
       bb-buscar-resultado section.
       bb-buscar-resultado-a.

           move space                                   to      wk-resultado-aluno
           perform varying wk-ind-resultado from 1 by 1
                   until wk-ind-resultado > wk-qtd-resultados
               if  wk-res-cpf(wk-ind-resultado) equal fd-aluno-cpf then
                   move wk-res-situacao(wk-ind-resultado) to    wk-resultado-aluno
                   move wk-qtd-resultados               to      wk-ind-resultado
               end-if
           end-perform

           .
       bb-buscar-resultado-z.
           exit.

      *>*****************************************************************
      *>   Lista de espera - demanda na serie pedida, na unidade da
      *>   turma pedida (ou na primeira unidade que tem a serie)
      *>*****************************************************************
       c-lista-espera section.
       c-lista-espera-a.

           open input arqEspera
           if   wk-fs-arqEspera not equal "00" then
               exit section
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqEspera
               if   wk-fs-arqEspera not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  fd-espera-serie >= 1 and fd-espera-serie <= 9 then
                       add 1                            to      wk-qtd-espera
                       perform ca-somar-espera
                   end-if
               end-if
           end-perform
           close arqEspera

           .
       c-lista-espera-z.
           exit.

       ca-somar-espera section.
       ca-somar-espera-a.

           move fd-espera-serie                         to      fd-turma-serie
           move fd-espera-turma                         to      fd-turma-letra
           read arqTurmas
           if   wk-fs-arqTurmas equal "00" then
               move fd-turma-unidade                    to      wk-unidade-procurada
               perform u-localizar-unidade
           else
               move "00"                                to      wk-fs-arqTurmas
               move 0                                   to      wk-ind-unidade
               perform varying wk-ind-busca from 1 by 1
                       until wk-ind-busca > wk-qtd-unidades
                          or wk-ind-unidade > 0
                   if  wk-cel-turmas(wk-ind-busca fd-espera-serie) > 0 then
                       move wk-ind-busca                to      wk-ind-unidade
                   end-if
               end-perform
               if  wk-ind-unidade equal 0 then
                   move "???"                           to      wk-unidade-procurada
                   perform u-localizar-unidade
               end-if
           end-if
           if  wk-ind-unidade > 0 then
               add 1                                    to      wk-cel-espera(wk-ind-unidade fd-espera-serie)
           end-if

           .
       ca-somar-espera-z.
           exit.

      *>*****************************************************************
      *>   Timbre, quadro por unidade e serie, total da unidade e da
      *>   escola e o resumo da projecao
      *>*****************************************************************
       d-imprimir section.
       d-imprimir-a.

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

           move wk-ano-seguinte                         to      wk-tit-ano
           write fd-relatorio-linha from wk-linha-titulo
           move wk-taxa-retorno                         to      wk-edit-taxa
           move spaces                                  to      fd-relatorio-linha
           string "Taxa de retorno dos pendentes da rematricula: "
                  wk-edit-taxa "% (" delimited by size
                  wk-taxa-origem delimited by "  "
                  ")" delimited by size
             into fd-relatorio-linha
           end-string
           write fd-relatorio-linha
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-cabecalho

           initialize wk-soma-escola
           perform varying wk-ind-unidade from 1 by 1
                   until wk-ind-unidade > wk-qtd-unidades
               initialize wk-soma-quadro
               move space                               to      fd-relatorio-linha
               write fd-relatorio-linha
               perform varying wk-ind-serie from 1 by 1
                       until wk-ind-serie > 9
                   perform da-calcular-celula
                   if  wk-cel-turmas(wk-ind-unidade wk-ind-serie) > 0
                   or  wk-cal-demanda > 0 then
                       perform db-imprimir-celula
                   end-if
               end-perform
               move wk-uni-codigo(wk-ind-unidade)       to      wk-det-unidade
               move "Total"                             to      wk-det-serie
               move wk-som-turmas                       to      wk-det-turmas
               move 0                                   to      wk-det-cap-turma
               move wk-som-confirmados                  to      wk-det-confirmados
               move wk-som-pendentes                    to      wk-det-pendentes
               move wk-som-proj-pendentes               to      wk-det-proj-pendentes
               move wk-som-espera                       to      wk-det-espera
               move wk-som-demanda                      to      wk-det-demanda
               move wk-som-turmas-nec                   to      wk-det-turmas-nec
               move wk-som-vagas                        to      wk-det-vagas
               write fd-relatorio-linha from wk-linha-detalhe
               add wk-som-turmas                        to      wk-ses-turmas
               add wk-som-confirmados                   to      wk-ses-confirmados
               add wk-som-pendentes                     to      wk-ses-pendentes
               add wk-som-proj-pendentes                to      wk-ses-proj-pendentes
               add wk-som-espera                        to      wk-ses-espera
               add wk-som-demanda                       to      wk-ses-demanda
               add wk-som-turmas-nec                    to      wk-ses-turmas-nec
               add wk-som-vagas                         to      wk-ses-vagas
           end-perform

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move "ESC"                                   to      wk-det-unidade
           move "Total"                                 to      wk-det-serie
           move wk-ses-turmas                           to      wk-det-turmas
           move 0                                       to      wk-det-cap-turma
           move wk-ses-confirmados                      to      wk-det-confirmados
           move wk-ses-pendentes                        to      wk-det-pendentes
           move wk-ses-proj-pendentes                   to      wk-det-proj-pendentes
           move wk-ses-espera                           to      wk-det-espera
           move wk-ses-demanda                          to      wk-det-demanda
           move wk-ses-turmas-nec                       to      wk-det-turmas-nec
           move wk-ses-vagas                            to      wk-det-vagas
           write fd-relatorio-linha from wk-linha-detalhe

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-qtd-lidos                            to      wk-edit-qtd
           string "Alunos ativos analisados      : " wk-edit-qtd
                  delimited by size into fd-relatorio-linha
           end-string
           write fd-relatorio-linha
           move spaces                                  to      fd-relatorio-linha
           move wk-qtd-formandos                        to      wk-edit-qtd
           string "Formandos (saem da escola)    : " wk-edit-qtd
                  delimited by size into fd-relatorio-linha
           end-string
           write fd-relatorio-linha
           move spaces                                  to      fd-relatorio-linha
           move wk-qtd-nao-retorna                      to      wk-edit-qtd
           string "Nao retornam (rematricula)    : " wk-edit-qtd
                  delimited by size into fd-relatorio-linha
           end-string
           write fd-relatorio-linha
           move spaces                                  to      fd-relatorio-linha
           move wk-qtd-reprovados                       to      wk-edit-qtd
           string "Reprovados (mesma serie)      : " wk-edit-qtd
                  delimited by size into fd-relatorio-linha
           end-string
           write fd-relatorio-linha
           move spaces                                  to      fd-relatorio-linha
           move wk-qtd-sem-resultado                    to      wk-edit-qtd
           string "Sem resultado (como aprovados): " wk-edit-qtd
                  delimited by size into fd-relatorio-linha
           end-string
           write fd-relatorio-linha
           move spaces                                  to      fd-relatorio-linha
           move wk-qtd-espera                           to      wk-edit-qtd
           string "Lista de espera               : " wk-edit-qtd
                  delimited by size into fd-relatorio-linha
           end-string
           write fd-relatorio-linha

           .
       d-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Demanda, turmas necessarias e vagas de uma celula: a oferta
      *>   e o maior entre as turmas atuais e as necessarias
      *>*****************************************************************
       da-calcular-celula section.
       da-calcular-celula-a.

           if  wk-cel-turmas(wk-ind-unidade wk-ind-serie) > 0 then
               compute wk-cal-cap-turma =
                       wk-cel-capacidade(wk-ind-unidade wk-ind-serie)
                     / wk-cel-turmas(wk-ind-unidade wk-ind-serie)
           else
               move wk-cap-media-escola                 to      wk-cal-cap-turma
           end-if
           if  wk-cal-cap-turma equal 0 then
               move wk-cap-media-escola                 to      wk-cal-cap-turma
           end-if

           compute wk-cal-proj-pendentes rounded =
                   wk-cel-pendentes(wk-ind-unidade wk-ind-serie)
                 * wk-taxa-retorno / 100
           compute wk-cal-demanda =
                   wk-cel-confirmados(wk-ind-unidade wk-ind-serie)
                 + wk-cal-proj-pendentes
                 + wk-cel-espera(wk-ind-unidade wk-ind-serie)

           compute wk-cal-turmas-nec =
                   (wk-cal-demanda + wk-cal-cap-turma - 1) / wk-cal-cap-turma
           move wk-cal-turmas-nec                       to      wk-cal-turmas-oferta
           if  wk-cel-turmas(wk-ind-unidade wk-ind-serie) > wk-cal-turmas-oferta then
               move wk-cel-turmas(wk-ind-unidade wk-ind-serie)
                                                        to      wk-cal-turmas-oferta
           end-if
           compute wk-cal-vagas =
                   wk-cal-turmas-oferta * wk-cal-cap-turma - wk-cal-demanda
           if  wk-cal-vagas < 0 then
               move 0                                   to      wk-cal-vagas
           end-if

           .
       da-calcular-celula-z.
           exit.

       db-imprimir-celula section.
       db-imprimir-celula-a.

           move wk-uni-codigo(wk-ind-unidade)           to      wk-det-unidade
           move spaces                                  to      wk-det-serie
           move wk-ind-serie                            to      wk-edit-serie
           move wk-edit-serie                           to      wk-det-serie(2:2)
           move "a"                                     to      wk-det-serie(4:1)
           move wk-cel-turmas(wk-ind-unidade wk-ind-serie)      to wk-det-turmas
           move wk-cal-cap-turma                        to      wk-det-cap-turma
           move wk-cel-confirmados(wk-ind-unidade wk-ind-serie) to wk-det-confirmados
           move wk-cel-pendentes(wk-ind-unidade wk-ind-serie)   to wk-det-pendentes
           move wk-cal-proj-pendentes                   to      wk-det-proj-pendentes
           move wk-cel-espera(wk-ind-unidade wk-ind-serie)      to wk-det-espera
           move wk-cal-demanda                          to      wk-det-demanda
           move wk-cal-turmas-nec                       to      wk-det-turmas-nec
           move wk-cal-vagas                            to      wk-det-vagas
           write fd-relatorio-linha from wk-linha-detalhe

           add wk-cel-turmas(wk-ind-unidade wk-ind-serie)       to wk-som-turmas
           add wk-cel-confirmados(wk-ind-unidade wk-ind-serie)  to wk-som-confirmados
           add wk-cel-pendentes(wk-ind-unidade wk-ind-serie)    to wk-som-pendentes
           add wk-cal-proj-pendentes                    to      wk-som-proj-pendentes
           add wk-cel-espera(wk-ind-unidade wk-ind-serie)       to wk-som-espera
           add wk-cal-demanda                           to      wk-som-demanda
           add wk-cal-turmas-nec                        to      wk-som-turmas-nec
           add wk-cal-vagas                             to      wk-som-vagas

           .
       db-imprimir-celula-z.
           exit.

      *>*****************************************************************
      *>   Indice em wk-ind-unidade da unidade wk-unidade-procurada,
      *>   incluida no quadro na primeira vez (0 = quadro cheio)
      *>*****************************************************************
       u-localizar-unidade section.
       u-localizar-unidade-a.

           perform varying wk-ind-unidade from 1 by 1
                   until wk-ind-unidade > wk-qtd-unidades
                      or wk-uni-codigo(wk-ind-unidade) equal wk-unidade-procurada
           end-perform
           if  wk-ind-unidade > wk-qtd-unidades then
               if  wk-qtd-unidades >= 10 then
                   move 0                               to      wk-ind-unidade
                   exit section
               end-if
               add 1                                    to      wk-qtd-unidades
               move wk-qtd-unidades                     to      wk-ind-unidade
               move wk-unidade-procurada                to      wk-uni-codigo(wk-ind-unidade)
           end-if

           .
       u-localizar-unidade-z.
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

           close arqAlunos
           close arqTurmas
           if  wk-rem-aberto then
               close arqRematricula
           end-if
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "quadro_vagas"             to   wk-spl-programa
           move "arqQuadroVagas.txt"       to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Quadro gravado em arqQuadroVagas.txt"
           display "Alunos analisados     : " wk-qtd-lidos
           display "Alunos projetados     : " wk-qtd-projetados

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-projetados
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
