      *>                      o arquivo aberto gerava um arqOrdenado
      *>                      vazio (diario impresso sem nenhum aluno),
      *>                      como ja fazia exportar_turma.
      *>   15/10/2026 - IJB - Paginas de conteudo apos cada bloco: os
      *>                      assuntos lancados pelos professores em
      *>                      arqConteudosInd.txt (registro_conteudo)
      *>                      por turma e data, com o bimestre, as
      *>                      aulas dadas, o total da turma e a linha
      *>                      de visto da supervisao.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Aluno com plano AEE ativo (plano_aee.cbl)
      *>                      sai marcado AEE na grade da disciplina,
      *>                      com a avaliacao adaptada registrada na
      *>                      linha de baixo.
      *>   15/10/2026 - IJB - Registro do SORT e arquivo ordenado tambem
      *>                      no layout de 178 bytes (USING/GIVING move
      *>                      por posicao - serie, turma e status eram
      *>                      lidos de dentro do nome); a grade imprime
      *>                      o nome completo, linha de 132 posicoes.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-disc-chave
           file status is wk-fs-arqDisciplinas.

           select arqConteudos assign to "arqConteudosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cnt-chave
           file status is wk-fs-arqConteudos.

           select arqAnoLetivo assign to "arqAnoLetivo.txt"
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.
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
           05  fd-disc-horas                        pic  9(02).
           05  fd-disc-professor                    pic  x(15).

       fd arqConteudos.
       01  fd-conteudo.
           05  fd-cnt-chave.
               10  fd-cnt-serie                     pic  9(02).
               10  fd-cnt-turma                     pic  x(01).
               10  fd-cnt-disciplina                pic  x(10).
               10  fd-cnt-data                      pic  9(08).
           05  fd-cnt-periodo                       pic  9(01).
           05  fd-cnt-aulas                         pic  9(01).
           05  fd-cnt-assunto                       pic  x(60).
           05  fd-cnt-professor                     pic  x(05).
           05  fd-cnt-operador                      pic  x(15).
           05  fd-cnt-data-registro                 pic  x(14).

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

       sd sortTurma.
       01  sd-aluno.
           05  sd-aluno-cpf                         pic  x(12).
           05  sd-aluno-nome                        pic  x(60).
           05  sd-aluno-serie                       pic  9(02).
           05  sd-aluno-matricula                   pic  9(07).
           05  sd-aluno-status                      pic  x(01).
           05  sd-aluno-responsavel                 pic  x(15).
           05  sd-aluno-tel-emergencia              pic  x(11).
           05  sd-aluno-turma                       pic  x(01).
           05  sd-aluno-nascimento                  pic  9(08).
           05  sd-aluno-sexo                        pic  x(01).
           05  sd-aluno-nome-social                 pic  x(60).

       fd arqOrdenado.
       01  fd-ordenado-linha.
           05  fd-ord-cpf                           pic  x(12).
           05  fd-ord-nome                          pic  x(60).
           05  fd-ord-serie                         pic  9(02).
           05  fd-ord-matricula                     pic  9(07).
           05  fd-ord-status                        pic  x(01).
           05  fd-ord-responsavel                   pic  x(15).
           05  fd-ord-tel-emergencia                pic  x(11).
           05  fd-ord-turma                         pic  x(01).
           05  fd-ord-nascimento                    pic  9(08).
           05  fd-ord-sexo                          pic  x(01).
           05  fd-ord-nome-social                   pic  x(60).

       fd arqDiario.
       01  fd-diario-linha                          pic  x(132).

      *>----Variaveis de trabalho
       working-storage section.
       77  wk-fs-arqNotas                           pic x(02).
       77  wk-fs-arqDisciplinas                     pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).
       77  wk-fs-arqConteudos                       pic x(02).
       77  wk-ss-sortTurma                          pic x(02).
       77  wk-fs-arqOrdenado                        pic x(02).
       77  wk-fs-arqDiario                          pic x(02).
       77  wk-qtd-com-nota                          pic 9(01) value 0.
       77  wk-media                                 pic 9(02)v9 value 0.

      *>   Paginas de conteudo - quebra por turma
       77  wk-cnt-primeira                          pic x(01).
       77  wk-cnt-turma-atual                       pic x(01).
       77  wk-cnt-aulas-turma                       pic 9(04) value 0.

      *>   Data AAAAMMDD editada como DD/MM/AAAA
       01  wk-data-entrada                          pic 9(08).
       01  wk-data-entrada-r redefines wk-data-entrada.
           05  wk-den-ano                           pic 9(04).
           05  wk-den-mes                           pic 9(02).
           05  wk-den-dia                           pic 9(02).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 filler                                pic x(20) value space.

       01  wk-linha-grade-cab.
           05 filler                                pic x(60) value "Aluno".
           05 filler                                pic x(08) value "    P1".
           05 filler                                pic x(06) value "    P2".
           05 filler                                pic x(06) value "    P3".
           05 filler                                pic x(06) value "    P4".
           05 filler                                pic x(09) value "   Media".
           05 filler                                pic x(06) value "   AEE".
           05 filler                                pic x(31) value space.

       01  wk-linha-aluno.
           05 wk-alu-nome                           pic x(60).
           05 filler                                pic x(03) value space.
           05 wk-alu-p1                             pic z9,9.
           05 filler                                pic x(02) value space.
           05 wk-alu-p4                             pic z9,9.
           05 filler                                pic x(03) value space.
           05 wk-alu-media                          pic z9,9.
           05 filler                                pic x(03) value space.
           05 wk-alu-aee                            pic x(03).
           05 filler                                pic x(34) value space.

      *>   Avaliacao adaptada do plano AEE, logo abaixo do aluno
       01  wk-linha-adaptacao.
           05 filler                                pic x(13) value space.
           05 filler                                pic x(07) value "Adapt: ".
           05 wk-ada-texto                          pic x(60).

      *>   Consulta ao plano AEE do aluno (plano_aee)
       77  wk-aee-categoria                         pic x(03).
       77  wk-aee-adaptacao                         pic x(60).
       77  wk-aee-cod-retorno                       pic 9(01).
           88 wk-aee-plano-ativo                    value 0.

       01  wk-linha-conteudo-cab.
           05 filler                                pic x(30)
                  value "REGISTRO DE CONTEUDO - Turma ".
           05 wk-ccb-turma                          pic x(01).
           05 filler                                pic x(49) value space.

       01  wk-linha-conteudo-col.
           05 filler                                pic x(11) value "Data".
           05 filler                                pic x(04) value "Bim".
           05 filler                                pic x(06) value "Aulas".
           05 filler                                pic x(59) value "Conteudo".

       01  wk-linha-conteudo.
           05 wk-cnl-dia                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-cnl-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-cnl-ano                            pic 9(04).
           05 filler                                pic x(02) value space.
           05 wk-cnl-periodo                        pic 9(01).
           05 filler                                pic x(05) value space.
           05 wk-cnl-aulas                          pic 9(01).
           05 filler                                pic x(02) value space.
           05 wk-cnl-assunto                        pic x(59).

       01  wk-linha-conteudo-tot.
           05 filler                                pic x(21)
                  value "Total de aulas dadas:".
           05 wk-cnt-tot-aulas                      pic zzz9.
           05 filler                                pic x(55) value space.

       01  wk-linha-visto.
           05 filler                                pic x(36)
                  value "Visto da supervisao: _____________".
           05 filler                                pic x(44) value space.

       01  wk-linha-assinatura.
           05 filler                                pic x(36)
               perform z-finaliza-anormal
           end-if

      *>    sem conteudos lancados o diario sai sem as paginas
           open input arqConteudos
           if   wk-fs-arqConteudos not equal "00"
           and  wk-fs-arqConteudos not equal "35" then
               move "0010"                                to      wk-msn-erro-adress
               move wk-fs-arqConteudos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqConteudos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqDisciplinas
           if   wk-fs-arqDisciplinas not equal "00" then
               move "0004"                                 to      wk-msn-erro-adress
           write fd-diario-linha
           write fd-diario-linha

           if   wk-fs-arqConteudos equal "00" then
               perform dc-imprimir-conteudos
           end-if

           .
       da-imprimir-bloco-z.
           exit.
           end-if
           move wk-media                                to      wk-alu-media

      *>    aluno com plano AEE ativo sai marcado, com a avaliacao
      *>    adaptada da disciplina na linha de baixo
           call "plano_aee" using fd-ord-cpf
                                  wk-disciplina-corrente
                                  wk-aee-categoria
                                  wk-aee-adaptacao
                                  wk-aee-cod-retorno
           if  wk-aee-plano-ativo then
               move "AEE"                               to      wk-alu-aee
           else
               move spaces                              to      wk-alu-aee
           end-if

           write fd-diario-linha from wk-linha-aluno

           if  wk-aee-plano-ativo
           and wk-aee-adaptacao not equal spaces then
               move wk-aee-adaptacao                    to      wk-ada-texto
               write fd-diario-linha from wk-linha-adaptacao
           end-if

           .
       db-imprimir-aluno-z.
           exit.

      *>*****************************************************************
      *>   Paginas de conteudo da disciplina corrente: uma por turma
      *>   da serie, em ordem de data, com total de aulas e visto da
      *>   supervisao
      *>*****************************************************************
       dc-imprimir-conteudos section.
       dc-imprimir-conteudos-a.

           move "S"                                     to      wk-cnt-primeira
           move wk-serie-selecao                        to      fd-cnt-serie
           move low-values                              to      fd-cnt-turma
           move low-values                              to      fd-cnt-disciplina
           move 0                                       to      fd-cnt-data
           start arqConteudos key is not less fd-cnt-chave
           if   wk-fs-arqConteudos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqConteudos next record
                   if   wk-fs-arqConteudos not equal "00"
                   or   fd-cnt-serie not equal wk-serie-selecao then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-cnt-disciplina equal wk-disciplina-corrente then
                           if  wk-cnt-primeira equal "S"
                           or  fd-cnt-turma not equal wk-cnt-turma-atual then
                               if  wk-cnt-primeira not equal "S" then
                                   perform de-fechar-pagina-conteudo
                               end-if
                               move "N"                 to      wk-cnt-primeira
                               move fd-cnt-turma        to      wk-cnt-turma-atual
                               perform dd-abrir-pagina-conteudo
                           end-if

                           move fd-cnt-data             to      wk-data-entrada
                           move wk-den-dia              to      wk-cnl-dia
                           move wk-den-mes              to      wk-cnl-mes
                           move wk-den-ano              to      wk-cnl-ano
                           move fd-cnt-periodo          to      wk-cnl-periodo
                           move fd-cnt-aulas            to      wk-cnl-aulas
                           move fd-cnt-assunto          to      wk-cnl-assunto
                           write fd-diario-linha from wk-linha-conteudo
                           add fd-cnt-aulas             to      wk-cnt-aulas-turma
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqConteudos

           if  wk-cnt-primeira not equal "S" then
               perform de-fechar-pagina-conteudo
           end-if

           .
       dc-imprimir-conteudos-z.
           exit.

      *>*****************************************************************
      *>   Cabecalho da pagina de conteudo de uma turma
      *>*****************************************************************
       dd-abrir-pagina-conteudo section.
       dd-abrir-pagina-conteudo-a.

           move 0                                       to      wk-cnt-aulas-turma

           write fd-diario-linha from wk-linha-escola
           write fd-diario-linha from wk-linha-bloco
           move wk-cnt-turma-atual                      to      wk-ccb-turma
           write fd-diario-linha from wk-linha-conteudo-cab
           move space                                   to      fd-diario-linha
           write fd-diario-linha
           write fd-diario-linha from wk-linha-conteudo-col

           .
       dd-abrir-pagina-conteudo-z.
           exit.

      *>*****************************************************************
      *>   Total de aulas e visto da supervisao ao fim da pagina
      *>*****************************************************************
       de-fechar-pagina-conteudo section.
       de-fechar-pagina-conteudo-a.

           move space                                   to      fd-diario-linha
           write fd-diario-linha
           move wk-cnt-aulas-turma                      to      wk-cnt-tot-aulas
           write fd-diario-linha from wk-linha-conteudo-tot
           move space                                   to      fd-diario-linha
           write fd-diario-linha
           write fd-diario-linha from wk-linha-visto
           move space                                   to      fd-diario-linha
           write fd-diario-linha
           write fd-diario-linha

           .
       de-fechar-pagina-conteudo-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao com erro
      *>*****************************************************************

           close arqNotas
           close arqDisciplinas
           close arqConteudos
           close arqDiario

           display "Diario de classe gerado em arqDiarioClasse.txt"
