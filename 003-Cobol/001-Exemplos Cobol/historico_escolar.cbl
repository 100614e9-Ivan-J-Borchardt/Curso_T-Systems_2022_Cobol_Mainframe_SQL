      *>   02/09/2026 - IJB - Timbre da escola no topo e linha de
      *>                      assinatura do diretor no rodape, lidos de
      *>                      arqInstituicao.txt (instituicao.cbl).
      *>   15/10/2026 - IJB - Progressao parcial: disciplina reprovada
      *>                      que virou dependencia
      *>                      (arqDependenciasInd.txt) sai como
      *>                      DEPENDENCIA e o ano como APROVADO COM
      *>                      DEPENDENCIA; ao final, um quadro com
      *>                      cada dependencia do aluno - pendente ou
      *>                      eliminada, com o ano e a media da
      *>                      eliminacao.
      *>   15/10/2026 - IJB - Titulo com o nome civil completo do aluno
      *>                      (layout de 178 bytes) e o CPF na linha
      *>                      seguinte.

      *>Divisão para configuração do ambiente
       environment division.
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqDependencias assign to "arqDependenciasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-dep-chave
           file status is wk-fs-arqDependencias.

       i-o-control.

      *>Declaração de variáveis
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
       fd arqFormados.
       01  fd-formado-linha.
           05  fd-formado-cpf                       pic  x(12).
           05  fd-formado-nome                      pic  x(60).
           05  fd-formado-matricula                 pic  9(07).
           05  fd-formado-data                      pic  x(08).

           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

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

      *>----Variaveis de trabalho
       working-storage section.

               10  wk-ext-ano                       pic 9(04).
               10  wk-ext-escola                    pic x(30).

      *>   Dependencias do aluno (progressao parcial)
       77  wk-fs-arqDependencias                    pic x(02).
       77  wk-qtd-dep                               pic 9(02) value 0.
       77  wk-ind-dep                               pic 9(02) value 0.
       77  wk-ano-com-dep                           pic x(01).
       01  wk-tab-dep.
           05  wk-dep-item occurs 12.
               10  wk-hdp-disciplina                pic x(10).
               10  wk-hdp-serie                     pic 9(02).
               10  wk-hdp-ano-origem                pic 9(04).
               10  wk-hdp-situacao                  pic x(01).
               10  wk-hdp-ano-eliminacao            pic 9(04).
               10  wk-hdp-media-final               pic 9(02)v9.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(20)
                  value "HISTORICO ESCOLAR - ".
           05 wk-tit-nome                           pic x(60).

       01  wk-linha-titulo-cpf.
           05 filler                                pic x(20) value space.
           05 filler                                pic x(05) value "CPF: ".
           05 wk-tit-cpf                            pic x(12).
           05 filler                                pic x(43) value space.

       01  wk-linha-ano.
           05 filler                                pic x(13) value "Ano Letivo: ".
           05 wk-res-texto                          pic x(09).
           05 filler                                pic x(48) value space.

       01  wk-linha-dep-titulo.
           05 filler                                pic x(40)
                  value "Dependencias (progressao parcial):".
           05 filler                                pic x(40) value space.

       01  wk-linha-dep.
           05 filler                                pic x(04) value space.
           05 wk-hdl-disciplina                     pic x(10).
           05 filler                                pic x(08) value " Serie: ".
           05 wk-hdl-serie                          pic 9(02).
           05 filler                                pic x(07) value "  Ano: ".
           05 wk-hdl-ano-origem                     pic 9(04).
           05 filler                                pic x(02) value space.
           05 wk-hdl-situacao                       pic x(13).
           05 wk-hdl-ano-eliminacao                 pic x(04).
           05 filler                                pic x(09) value "  Media: ".
           05 wk-hdl-media                          pic z9,9.
           05 filler                                pic x(13) value space.

       01  wk-linha-formado.
           05 filler                                pic x(26)
                  value "Conclusao do curso em: ".
           end-if

           perform ab-carregar-externas
           perform ac-carregar-dependencias
           perform u-carregar-instituicao

           .
       ab-carregar-externas-z.
           exit.

      *>*****************************************************************
      *>   Carrega as dependencias do aluno (progressao parcial) - a
      *>   ausencia do arquivo vale como "nenhuma"
      *>*****************************************************************
       ac-carregar-dependencias section.
       ac-carregar-dependencias-a.

           open input arqDependencias
           if   wk-fs-arqDependencias equal "35" then
               exit section
           end-if
           if   wk-fs-arqDependencias not equal "00" then
               move "0007"                                   to      wk-msn-erro-adress
               move wk-fs-arqDependencias                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDependencias"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-cpf-busca                            to      fd-dep-cpf
           move 0                                       to      fd-dep-serie-origem
           move low-values                              to      fd-dep-disciplina
           start arqDependencias key is not less fd-dep-chave
           if   wk-fs-arqDependencias equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqDependencias next record
                   if   wk-fs-arqDependencias not equal "00"
                   or   fd-dep-cpf not equal wk-cpf-busca then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-qtd-dep < 12 then
                           add 1                        to      wk-qtd-dep
                           move fd-dep-disciplina
                             to  wk-hdp-disciplina(wk-qtd-dep)
                           move fd-dep-serie-origem
                             to  wk-hdp-serie(wk-qtd-dep)
                           move fd-dep-ano-origem
                             to  wk-hdp-ano-origem(wk-qtd-dep)
                           move fd-dep-situacao
                             to  wk-hdp-situacao(wk-qtd-dep)
                           move fd-dep-ano-eliminacao
                             to  wk-hdp-ano-eliminacao(wk-qtd-dep)
                           move fd-dep-media-final
                             to  wk-hdp-media-final(wk-qtd-dep)
                       end-if
                   end-if
               end-perform
           end-if
           close arqDependencias

           .
       ac-carregar-dependencias-z.
           exit.

      *>*****************************************************************
      *>   Acumula as notas do aluno por ano e disciplina - primeiro o
      *>   historico dos anos fechados, depois o ano corrente ainda
           move fd-aluno-nome                           to      wk-tit-nome
           move wk-cpf-busca                            to      wk-tit-cpf
           write fd-relatorio-linha from wk-linha-titulo
           write fd-relatorio-linha from wk-linha-titulo-cpf
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha

               write fd-relatorio-linha
           end-if

           if  wk-qtd-dep > 0 then
               perform dd-imprimir-dependencias
           end-if

           if  wk-eh-formado then
               move wk-formado-data                     to      wk-for-data
               write fd-relatorio-linha from wk-linha-formado
           end-perform

           move "S"                                     to      wk-ano-aprovado
           move "N"                                     to      wk-ano-com-dep

           perform varying wk-ind-disc from 1 by 1
                     until wk-ind-disc > wk-ano-qtd-disc(wk-ind-ano)
               if  wk-media-final >= wk-media-corte then
                   move "APROVADO"                      to      wk-dis-resultado
               else
      *>           reprovada que virou dependencia nao retem o ano
                   perform dca-buscar-dependencia
                   if  wk-ind-dep > wk-qtd-dep then
                       move "REPROVADO"                 to      wk-dis-resultado
                       move "N"                         to      wk-ano-aprovado
                   else
                       move "DEPENDEN."                 to      wk-dis-resultado
                       move "S"                         to      wk-ano-com-dep
                   end-if
               end-if
               write fd-relatorio-linha from wk-linha-disciplina

           move wk-ano-faltas(wk-ind-ano)               to      wk-fal-qtd
           write fd-relatorio-linha from wk-linha-faltas

           evaluate true
               when wk-ano-aprovado not equal "S"
                   move "REPROVADO"                     to      wk-res-texto
               when wk-ano-com-dep equal "S"
                   move "APROV.DEP"                     to      wk-res-texto
               when other
                   move "APROVADO"                      to      wk-res-texto
           end-evaluate
           write fd-relatorio-linha from wk-linha-resultado-ano

           move space                                   to      fd-relatorio-linha
       dc-imprimir-ano-z.
           exit.

      *>*****************************************************************
      *>   Procura a dependencia aberta no ano corrente da secao para a
      *>   disciplina corrente - wk-ind-dep alem de wk-qtd-dep quando
      *>   nao ha
      *>*****************************************************************
       dca-buscar-dependencia section.
       dca-buscar-dependencia-a.

           perform varying wk-ind-dep from 1 by 1
                     until wk-ind-dep > wk-qtd-dep
                        or (wk-hdp-ano-origem(wk-ind-dep)
                            equal wk-ano-numero(wk-ind-ano)
                        and wk-hdp-disciplina(wk-ind-dep)
                            equal wk-disc-nome(wk-ind-ano, wk-ind-disc))
               continue
           end-perform

           .
       dca-buscar-dependencia-z.
           exit.

      *>*****************************************************************
      *>   Quadro das dependencias do aluno - pendentes e eliminadas
      *>*****************************************************************
       dd-imprimir-dependencias section.
       dd-imprimir-dependencias-a.

           write fd-relatorio-linha from wk-linha-dep-titulo

           perform varying wk-ind-dep from 1 by 1
                     until wk-ind-dep > wk-qtd-dep
               move wk-hdp-disciplina(wk-ind-dep)       to      wk-hdl-disciplina
               move wk-hdp-serie(wk-ind-dep)            to      wk-hdl-serie
               move wk-hdp-ano-origem(wk-ind-dep)       to      wk-hdl-ano-origem
               if  wk-hdp-situacao(wk-ind-dep) equal "E" then
                   move "ELIMINADA EM "                 to      wk-hdl-situacao
                   move wk-hdp-ano-eliminacao(wk-ind-dep)
                                                        to      wk-hdl-ano-eliminacao
                   move wk-hdp-media-final(wk-ind-dep)  to      wk-hdl-media
               else
                   move "PENDENTE"                      to      wk-hdl-situacao
                   move spaces                          to      wk-hdl-ano-eliminacao
                   move 0                               to      wk-hdl-media
               end-if
               write fd-relatorio-linha from wk-linha-dep
           end-perform

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha

           .
       dd-imprimir-dependencias-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao com erro
      *>*****************************************************************
