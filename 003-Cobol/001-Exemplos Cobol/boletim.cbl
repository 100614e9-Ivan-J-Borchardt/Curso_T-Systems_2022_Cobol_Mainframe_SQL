     *>                      arqBoletim.txt da proxima rodada deixa de
     *>                      destruir a saida de ontem; a reimpressao
     *>                      e feita por visualizar_spool.cbl.
     *>   15/10/2026 - IJB - Progressao parcial: o boletim passa a
     *>                      listar cada dependencia ainda pendente do
     *>                      aluno (arqDependenciasInd.txt), com a
     *>                      serie de origem, as notas lancadas no ano
     *>                      e as aulas/faltas, ate que seja eliminada.
     *>   15/10/2026 - IJB - Cabecalho com o nome completo do aluno
     *>                      (layout de 178 bytes); CPF em linha
     *>                      propria e o nome social, quando houver.
     *>   15/10/2026 - IJB - Aluno com plano AEE ativo (plano_aee.cbl)
     *>                      tem a nota de avaliacao adaptada no
     *>                      cabecalho e, abaixo da media de cada
     *>                      disciplina, a adaptacao registrada para
     *>                      ela.

     *>Divisão para configuração do ambiente
      environment division.
          record key is fd-esq-chave
          file status is wk-fs-arqEsquemas.

          select arqDependencias assign to "arqDependenciasInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-dep-chave
          file status is wk-fs-arqDependencias.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.
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

      fd arqNotas.
      01  fd-nota.
              10  fd-esq-peso                      pic  9(02) occurs 4.
          05  fd-esq-media-minima                  pic  9(02)v9.

      fd arqDependencias.
      01  fd-dependencia.
          05  fd-dep-chave.
              10  fd-dep-cpf                       pic  x(12).
              10  fd-dep-serie-origem              pic  9(02).
              10  fd-dep-disciplina                pic  x(10).
          05  fd-dep-ano-origem                    pic  9(04).
          05  fd-dep-media-origem                  pic  9(02)v9.
          05  fd-dep-ano-cursando                  pic  9(04).
          05  fd-dep-situacao                      pic  x(01).
              88  fd-dep-pendente                  value "P".
              88  fd-dep-eliminada                 value "E".
          05  fd-dep-notas.
              10  fd-dep-nota                      pic  9(02)v9 occurs 4.
          05  fd-dep-tem-notas.
              10  fd-dep-tem-nota                  pic  x(01) occurs 4.
          05  fd-dep-aulas                         pic  9(03).
          05  fd-dep-faltas                        pic  9(03).
          05  fd-dep-media-final                   pic  9(02)v9.
          05  fd-dep-ano-eliminacao                pic  9(04).
          05  fd-dep-tentativas                    pic  9(02).
          05  fd-dep-operador                      pic  x(15).
          05  fd-dep-data-lanc                     pic  x(14).

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
      77  wk-media-disc                            pic 9(02)v9 value 0.
      77  wk-soma-medias-disc                      pic 9(04)v9 value 0.

     *>   Dependencias pendentes do aluno (progressao parcial)
      77  wk-fs-arqDependencias                    pic x(02).
      77  wk-fim-loop-dep                          pic x(01).
          88 wk-loop-dep-terminado                 value "F".

      01  wk-msn-erro.
          05 wk-msn-erro-adress                    pic x(04).
          05 filler                                pic x(03) value " - ".
      77  wk-run-status                            pic x(02).
      77  wk-run-zero                              pic 9(06) value 0.

     *>   Consulta ao plano AEE do aluno (plano_aee)
      77  wk-aee-disciplina                        pic x(10).
      77  wk-aee-categoria                         pic x(03).
      77  wk-aee-adaptacao                         pic x(60).
      77  wk-aee-cod-retorno                       pic 9(01).
          88 wk-aee-plano-ativo                    value 0.
      77  wk-aee-aluno                             pic x(01).
          88 wk-aee-aluno-ativo                    value "S".

     *>   Espelho de spool do relatorio (espolar_relatorio)
      77  wk-spl-programa                          pic x(20).
      77  wk-spl-arquivo                           pic x(30).
      01  wk-linha-cabecalho.
          05 filler                                pic x(16) value "Boletim - Aluno:".
          05 filler                                pic x(01) value space.
          05 wk-cab-nome                           pic x(60).
          05 filler                                pic x(03) value space.

      01  wk-linha-cab-cpf.
          05 filler                                pic x(17) value space.
          05 filler                                pic x(05) value "CPF: ".
          05 wk-cab-cpf                            pic x(12).
          05 filler                                pic x(46) value space.

      01  wk-linha-cab-social.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(13) value "Nome social: ".
          05 wk-cab-nome-social                    pic x(60).
          05 filler                                pic x(03) value space.

      01  wk-linha-aee.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(70) value
             "Avaliacao adaptada conforme plano de atendimento especializado (AEE)".
          05 filler                                pic x(06) value space.

      01  wk-linha-adaptacao.
          05 filler                                pic x(06) value space.
          05 filler                                pic x(10) value "Adaptada: ".
          05 wk-adp-texto                          pic x(60).
          05 filler                                pic x(04) value space.

      01  wk-linha-detalhe.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(10) value "SEM NOTA".
          05 filler                                pic x(54) value space.

      01  wk-linha-dependencia.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(13) value "DEPENDENCIA: ".
          05 wk-dpd-disciplina                     pic x(10).
          05 filler                                pic x(08) value " Serie: ".
          05 wk-dpd-serie                          pic 9(02).
          05 filler                                pic x(10) value "  Origem: ".
          05 wk-dpd-ano-origem                     pic 9(04).
          05 filler                                pic x(29) value space.

      01  wk-linha-dependencia-notas.
          05 filler                                pic x(17) value space.
          05 filler                                pic x(07) value "Notas: ".
          05 wk-dpn-nota                           pic z9,9 occurs 4.
          05 filler                                pic x(09) value "  Aulas: ".
          05 wk-dpn-aulas                          pic zz9.
          05 filler                                pic x(10) value "  Faltas: ".
          05 wk-dpn-faltas                         pic zz9.
          05 filler                                pic x(15) value space.

      01  wk-linha-total-geral.
          05 filler                                pic x(26) value "Total de Alunos no Boletim: ".
          05 wk-tot-qtd                            pic zzzzz9.
              perform z-finaliza-anormal
          end-if

     *>   dependencias da progressao parcial - a ausencia do arquivo
     *>   (35) vale como "nenhuma dependencia"
          open input arqDependencias
          if   wk-fs-arqDependencias not equal "00"
          and  wk-fs-arqDependencias not equal "35" then
              move "0010"                              to wk-msn-erro-adress
              move wk-fs-arqDependencias               to wk-msn-erro-cod
              move "Erro ao abrir Arquivo arqDependencias" to wk-msn-erro-text
              perform z-finaliza-anormal
          end-if

          move low-values                              to fd-aluno-cpf
          start arqAlunos key is not less fd-aluno-cpf
          if   wk-fs-arqAlunos not equal "00"
          move fd-aluno-nome                           to wk-cab-nome
          move fd-aluno-cpf                            to wk-cab-cpf
          write fd-boletim-linha from wk-linha-cabecalho
          write fd-boletim-linha from wk-linha-cab-cpf
          if  fd-aluno-nome-social not equal space then
              move fd-aluno-nome-social                to wk-cab-nome-social
              write fd-boletim-linha from wk-linha-cab-social
          end-if

          move "N"                                     to wk-aee-aluno
          move spaces                                  to wk-aee-disciplina
          call "plano_aee" using fd-aluno-cpf
                                 wk-aee-disciplina
                                 wk-aee-categoria
                                 wk-aee-adaptacao
                                 wk-aee-cod-retorno
          if  wk-aee-plano-ativo then
              move "S"                                 to wk-aee-aluno
              write fd-boletim-linha from wk-linha-aee
          end-if

          move 0                                       to wk-qtd-materias
          move 0                                       to wk-soma-notas
          end-if

          perform bd-listar-grade-pendente
          perform bh-listar-dependencias

          move space                                   to fd-boletim-linha
          write fd-boletim-linha
              move wk-bdi-codigo(wk-ind-bdisc)         to wk-mdd-disciplina
              move wk-media-disc                       to wk-mdd-media
              write fd-boletim-linha from wk-linha-media-disc
              if  wk-aee-aluno-ativo then
                  perform bi-imprimir-adaptacao
              end-if
              add wk-media-disc                        to wk-soma-medias-disc
          end-perform

      bf-imprimir-medias-disciplinas-z.
          exit.

     *>*****************************************************************
     *>   Avaliacao adaptada do plano AEE para a disciplina corrente
     *>   (wk-ind-bdisc), abaixo da media
     *>*****************************************************************
      bi-imprimir-adaptacao section.
      bi-imprimir-adaptacao-a.

          move wk-bdi-codigo(wk-ind-bdisc)             to wk-aee-disciplina
          call "plano_aee" using fd-aluno-cpf
                                 wk-aee-disciplina
                                 wk-aee-categoria
                                 wk-aee-adaptacao
                                 wk-aee-cod-retorno
          if  wk-aee-plano-ativo
          and wk-aee-adaptacao not equal spaces then
              move wk-aee-adaptacao                    to wk-adp-texto
              write fd-boletim-linha from wk-linha-adaptacao
          end-if

          .
      bi-imprimir-adaptacao-z.
          exit.

     *>*****************************************************************
     *>   Media da disciplina corrente (wk-ind-bdisc): ponderada pelo
     *>   esquema de avaliacao quando cadastrado, simples caso
      bd-listar-grade-pendente-z.
          exit.

     *>*****************************************************************
     *>   Lista as dependencias ainda pendentes do aluno, com as notas
     *>   e a frequencia lancadas no ano em que sao cursadas
     *>*****************************************************************
      bh-listar-dependencias section.
      bh-listar-dependencias-a.

          if   wk-fs-arqDependencias equal "35" then
              exit section
          end-if

          move fd-aluno-cpf                            to fd-dep-cpf
          move 0                                       to fd-dep-serie-origem
          move low-values                              to fd-dep-disciplina
          start arqDependencias key is not less fd-dep-chave
          if   wk-fs-arqDependencias equal "00" then
              move space                               to wk-fim-loop-dep
              perform until wk-loop-dep-terminado
                  read arqDependencias next record
                  if   wk-fs-arqDependencias not equal "00"
                  or   fd-dep-cpf not equal fd-aluno-cpf then
                      move "F"                         to wk-fim-loop-dep
                  else
                      if  fd-dep-pendente then
                          move fd-dep-disciplina       to wk-dpd-disciplina
                          move fd-dep-serie-origem     to wk-dpd-serie
                          move fd-dep-ano-origem       to wk-dpd-ano-origem
                          write fd-boletim-linha from wk-linha-dependencia
                          perform varying wk-ind-periodo from 1 by 1
                                    until wk-ind-periodo > 4
                              move fd-dep-nota(wk-ind-periodo)
                                to wk-dpn-nota(wk-ind-periodo)
                          end-perform
                          move fd-dep-aulas            to wk-dpn-aulas
                          move fd-dep-faltas           to wk-dpn-faltas
                          write fd-boletim-linha from wk-linha-dependencia-notas
                      end-if
                  end-if
              end-perform
          end-if
          move "00"                                    to wk-fs-arqDependencias

          .
      bh-listar-dependencias-z.
          exit.

     *>*****************************************************************
     *>   Carrega os parametros da instituicao para o timbre - a
     *>   ausencia do arquivo apenas deixa o documento sem timbre
          close arqBoletim
          close arqDisciplinas
          close arqEsquemas
          close arqDependencias

     *>   espelha a saida no spool datado, antes que a proxima rodada
     *>   regrave o nome fixo
