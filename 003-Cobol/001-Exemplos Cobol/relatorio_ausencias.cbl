      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "relatorio_ausencias".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Relatorio mensal de ausencias e
      *>                      substituicoes por professor, para o RH.
      *>                      Para cada professor do mestre: as
      *>                      ausencias do mes (arqAusenciasInd.txt)
      *>                      com motivo, periodos e vagas cobertas, e
      *>                      as substituicoes que ele mesmo fez
      *>                      (arqSubstituicoesInd.txt). Parametro: o
      *>                      mes AAAAMM; em branco, o mes corrente.
      *>                      Saida em arqAusenciasMes.txt, espelhada
      *>                      no spool.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqProfessores assign to "arqProfessoresInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-codigo
           file status is wk-fs-arqProfessores.

           select arqAusencias assign to "arqAusenciasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aus-chave
           file status is wk-fs-arqAusencias.

           select arqSubstituicoes assign to "arqSubstituicoesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sub-chave
           file status is wk-fs-arqSubstituicoes.

           select arqRelatorio assign to "arqAusenciasMes.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqProfessores.
       01  fd-professor.
           05  fd-prof-codigo                       pic  x(05).
           05  fd-prof-nome                         pic  x(30).
           05  fd-prof-disciplinas                  pic  x(30).
           05  fd-prof-situacao                     pic  x(01).
               88  fd-prof-ativo                    value "A".
               88  fd-prof-inativo                  value "I".

       fd arqAusencias.
       01  fd-ausencia.
           05  fd-aus-chave.
               10  fd-aus-professor                 pic  x(05).
               10  fd-aus-data                      pic  9(08).
           05  fd-aus-motivo                        pic  x(01).
               88  fd-aus-doenca                    value "D".
               88  fd-aus-licenca                   value "L".
               88  fd-aus-capacitacao               value "C".
               88  fd-aus-particular                value "P".
               88  fd-aus-outro                     value "O".
           05  fd-aus-periodo-inicial               pic  9(01).
           05  fd-aus-periodo-final                 pic  9(01).
           05  fd-aus-observacao                    pic  x(30).
           05  fd-aus-operador                      pic  x(15).
           05  fd-aus-data-registro                 pic  x(14).

       fd arqSubstituicoes.
       01  fd-substituicao.
           05  fd-sub-chave.
               10  fd-sub-data                      pic  9(08).
               10  fd-sub-serie                     pic  9(02).
               10  fd-sub-letra                     pic  x(01).
               10  fd-sub-periodo                   pic  9(01).
           05  fd-sub-ausente                       pic  x(05).
           05  fd-sub-disciplina                    pic  x(10).
           05  fd-sub-substituto                    pic  x(05).
           05  fd-sub-operador                      pic  x(15).
           05  fd-sub-data-registro                 pic  x(14).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqProfessores                     pic x(02).
       77  wk-fs-arqAusencias                       pic x(02).
       77  wk-fs-arqSubstituicoes                   pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-aus                          pic x(01).
           88 wk-loop-aus-terminado                 value "F".
       77  wk-fim-loop-sub                          pic x(01).
           88 wk-loop-sub-terminado                 value "F".

       01  wk-linha-comando.
           05  wk-parm-mes                          pic x(06).
           05  filler                               pic x(14).

       01  wk-mes-selecao                           pic 9(06) value 0.
       01  wk-mes-selecao-r redefines wk-mes-selecao.
           05  wk-mes-ano                           pic 9(04).
           05  wk-mes-mes                           pic 9(02).

       77  wk-data-inicial                          pic 9(08) value 0.

       77  wk-cabecalho-flag                        pic x(01).
           88 wk-cabecalho-impresso                 value "S".

       77  wk-vagas-ausencia                        pic 9(02) value 0.
       77  wk-cobertas-ausencia                     pic 9(02) value 0.

      *>   Totais do professor corrente
       77  wk-prof-ausencias                        pic 9(04) value 0.
       77  wk-prof-periodos                         pic 9(04) value 0.
       77  wk-prof-substituicoes                    pic 9(04) value 0.

       77  wk-qtd-professores                       pic 9(06) value 0.
       77  wk-qtd-ausencias                         pic 9(06) value 0.
       77  wk-qtd-substituicoes                     pic 9(06) value 0.

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

       01  wk-linha-titulo.
           05 filler                                pic x(40)
                  value "AUSENCIAS E SUBSTITUICOES DE PROFESSORES".
           05 filler                                pic x(08) value " - MES ".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(45) value space.

       01  wk-linha-professor.
           05 filler                                pic x(10) value "PROFESSOR ".
           05 wk-pro-codigo                         pic x(05).
           05 filler                                pic x(01) value space.
           05 wk-pro-nome                           pic x(30).
           05 filler                                pic x(54) value space.

       01  wk-linha-ausencia.
           05 filler                                pic x(12) value "  Ausencia ".
           05 wk-aus-data                           pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-aus-motivo                         pic x(12).
           05 filler                                pic x(10) value " periodos ".
           05 wk-aus-inicial                        pic 9(01).
           05 filler                                pic x(01) value "-".
           05 wk-aus-final                          pic 9(01).
           05 filler                                pic x(08) value "  vagas ".
           05 wk-aus-vagas                          pic z9.
           05 filler                                pic x(11) value " cobertas ".
           05 wk-aus-cobertas                       pic z9.
           05 filler                                pic x(01) value space.
           05 wk-aus-aviso                          pic x(14).
           05 filler                                pic x(14) value space.

       01  wk-linha-substituicao.
           05 filler                                pic x(16)
                  value "  Substituiu em ".
           05 wk-sbt-data                           pic x(10).
           05 filler                                pic x(07) value " turma ".
           05 wk-sbt-serie                          pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-sbt-letra                          pic x(01).
           05 filler                                pic x(09) value " periodo ".
           05 wk-sbt-periodo                        pic 9(01).
           05 filler                                pic x(01) value space.
           05 wk-sbt-disciplina                     pic x(10).
           05 filler                                pic x(10) value " ausente ".
           05 wk-sbt-ausente                        pic x(05).
           05 filler                                pic x(27) value space.

       01  wk-linha-tot-prof.
           05 filler                                pic x(14)
                  value "  Ausencias: ".
           05 wk-tpr-ausencias                      pic zzz9.
           05 filler                                pic x(22)
                  value "  Periodos ausentes: ".
           05 wk-tpr-periodos                       pic zzz9.
           05 filler                                pic x(18)
                  value "  Substituicoes: ".
           05 wk-tpr-substituicoes                  pic zzz9.
           05 filler                                pic x(34) value space.

       01  wk-linha-tot-geral.
           05 filler                                pic x(24)
                  value "Professores listados: ".
           05 wk-tge-professores                    pic zzzzz9.
           05 filler                                pic x(14)
                  value "  Ausencias: ".
           05 wk-tge-ausencias                      pic zzzzz9.
           05 filler                                pic x(18)
                  value "  Substituicoes: ".
           05 wk-tge-substituicoes                  pic zzzzz9.
           05 filler                                pic x(26) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "relatorio_ausencias".
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
           compute wk-data-inicial = wk-mes-selecao * 100 + 1
           move wk-mes-mes                              to      wk-tit-mes
           move wk-mes-ano                              to      wk-tit-ano

           open input arqProfessores
           if   wk-fs-arqProfessores not equal "00" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqProfessores                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqProfessores"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem ausencias registradas o relatorio sai so com os totais
           open input arqAusencias
           if   wk-fs-arqAusencias not equal "00"
           and  wk-fs-arqAusencias not equal "35" then
               move "0003"                                to      wk-msn-erro-adress
               move wk-fs-arqAusencias                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAusencias"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqSubstituicoes
           if   wk-fs-arqSubstituicoes not equal "00"
           and  wk-fs-arqSubstituicoes not equal "35" then
               move "0004"                                   to      wk-msn-erro-adress
               move wk-fs-arqSubstituicoes                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqSubstituicoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0005"                                to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           write fd-relatorio-linha from wk-linha-titulo

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - percorre os professores do mestre;
      *>   so entram no relatorio os que tiveram ausencia ou fizeram
      *>   substituicao no mes
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move low-values                              to      fd-prof-codigo
           start arqProfessores key is not less fd-prof-codigo
           if   wk-fs-arqProfessores equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqProfessores next record
                   if   wk-fs-arqProfessores not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       perform ba-processar-professor
                   end-if
               end-perform
           end-if

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-qtd-professores                      to      wk-tge-professores
           move wk-qtd-ausencias                        to      wk-tge-ausencias
           move wk-qtd-substituicoes                    to      wk-tge-substituicoes
           write fd-relatorio-linha from wk-linha-tot-geral

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Ausencias e substituicoes do professor corrente no mes
      *>*****************************************************************
       ba-processar-professor section.
       ba-processar-professor-a.

           move space                                   to      wk-cabecalho-flag
           move 0                                       to      wk-prof-ausencias
           move 0                                       to      wk-prof-periodos
           move 0                                       to      wk-prof-substituicoes

           if   wk-fs-arqAusencias not equal "35" then
               move fd-prof-codigo                      to      fd-aus-professor
               move wk-data-inicial                     to      fd-aus-data
               start arqAusencias key is not less fd-aus-chave
               if   wk-fs-arqAusencias equal "00" then
                   move space                           to      wk-fim-loop-aus
                   perform until wk-loop-aus-terminado
                       read arqAusencias next record
                       if   wk-fs-arqAusencias not equal "00"
                       or   fd-aus-professor not equal fd-prof-codigo
                       or   fd-aus-data(1:6) not equal wk-mes-selecao then
                           move "F"                     to      wk-fim-loop-aus
                       else
                           perform bb-imprimir-ausencia
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqAusencias
           end-if

           if   wk-fs-arqSubstituicoes not equal "35" then
               move wk-data-inicial                     to      fd-sub-data
               move 0                                   to      fd-sub-serie
               move low-values                          to      fd-sub-letra
               move 0                                   to      fd-sub-periodo
               start arqSubstituicoes key is not less fd-sub-chave
               if   wk-fs-arqSubstituicoes equal "00" then
                   move space                           to      wk-fim-loop-sub
                   perform until wk-loop-sub-terminado
                       read arqSubstituicoes next record
                       if   wk-fs-arqSubstituicoes not equal "00"
                       or   fd-sub-data(1:6) not equal wk-mes-selecao then
                           move "F"                     to      wk-fim-loop-sub
                       else
                           if  fd-sub-substituto equal fd-prof-codigo then
                               perform bd-imprimir-substituicao
                           end-if
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqSubstituicoes
           end-if

           if  wk-cabecalho-impresso then
               move wk-prof-ausencias                   to      wk-tpr-ausencias
               move wk-prof-periodos                    to      wk-tpr-periodos
               move wk-prof-substituicoes               to      wk-tpr-substituicoes
               write fd-relatorio-linha from wk-linha-tot-prof
           end-if

           .
       ba-processar-professor-z.
           exit.

      *>*****************************************************************
      *>   Linha da ausencia corrente, com as vagas geradas e cobertas
      *>*****************************************************************
       bb-imprimir-ausencia section.
       bb-imprimir-ausencia-a.

           perform be-imprimir-cabecalho

           add 1                                        to      wk-prof-ausencias
           add 1                                        to      wk-qtd-ausencias
           compute wk-prof-periodos = wk-prof-periodos
                   + fd-aus-periodo-final - fd-aus-periodo-inicial + 1

           perform bc-contar-vagas

           move fd-aus-data                             to      wk-data-entrada
           perform bf-editar-data
           move wk-data-edit                            to      wk-aus-data
           evaluate true
               when fd-aus-doenca
                   move "Doenca"                        to      wk-aus-motivo
               when fd-aus-licenca
                   move "Licenca"                       to      wk-aus-motivo
               when fd-aus-capacitacao
                   move "Capacitacao"                   to      wk-aus-motivo
               when fd-aus-particular
                   move "Particular"                    to      wk-aus-motivo
               when other
                   move "Outro"                         to      wk-aus-motivo
           end-evaluate
           move fd-aus-periodo-inicial                  to      wk-aus-inicial
           move fd-aus-periodo-final                    to      wk-aus-final
           move wk-vagas-ausencia                       to      wk-aus-vagas
           move wk-cobertas-ausencia                    to      wk-aus-cobertas
           if  wk-cobertas-ausencia < wk-vagas-ausencia then
               move "SEM SUBSTITUTO"                    to      wk-aus-aviso
           else
               move spaces                              to      wk-aus-aviso
           end-if
           write fd-relatorio-linha from wk-linha-ausencia

           .
       bb-imprimir-ausencia-z.
           exit.

      *>*****************************************************************
      *>   Vagas de substituicao da ausencia corrente e quantas tem
      *>   substituto escalado
      *>*****************************************************************
       bc-contar-vagas section.
       bc-contar-vagas-a.

           move 0                                       to      wk-vagas-ausencia
           move 0                                       to      wk-cobertas-ausencia

           if   wk-fs-arqSubstituicoes equal "35" then
               exit section
           end-if

           move fd-aus-data                             to      fd-sub-data
           move 0                                       to      fd-sub-serie
           move low-values                              to      fd-sub-letra
           move 0                                       to      fd-sub-periodo
           start arqSubstituicoes key is not less fd-sub-chave
           if   wk-fs-arqSubstituicoes equal "00" then
               move space                               to      wk-fim-loop-sub
               perform until wk-loop-sub-terminado
                   read arqSubstituicoes next record
                   if   wk-fs-arqSubstituicoes not equal "00"
                   or   fd-sub-data not equal fd-aus-data then
                       move "F"                         to      wk-fim-loop-sub
                   else
                       if  fd-sub-ausente equal fd-aus-professor then
                           add 1                        to      wk-vagas-ausencia
                           if  fd-sub-substituto not equal space then
                               add 1                    to      wk-cobertas-ausencia
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqSubstituicoes

           .
       bc-contar-vagas-z.
           exit.

      *>*****************************************************************
      *>   Linha da substituicao feita pelo professor corrente
      *>*****************************************************************
       bd-imprimir-substituicao section.
       bd-imprimir-substituicao-a.

           perform be-imprimir-cabecalho

           add 1                                        to      wk-prof-substituicoes
           add 1                                        to      wk-qtd-substituicoes

           move fd-sub-data                             to      wk-data-entrada
           perform bf-editar-data
           move wk-data-edit                            to      wk-sbt-data
           move fd-sub-serie                            to      wk-sbt-serie
           move fd-sub-letra                            to      wk-sbt-letra
           move fd-sub-periodo                          to      wk-sbt-periodo
           move fd-sub-disciplina                       to      wk-sbt-disciplina
           move fd-sub-ausente                          to      wk-sbt-ausente
           write fd-relatorio-linha from wk-linha-substituicao

           .
       bd-imprimir-substituicao-z.
           exit.

      *>*****************************************************************
      *>   Cabecalho do professor, uma vez, na primeira linha dele
      *>*****************************************************************
       be-imprimir-cabecalho section.
       be-imprimir-cabecalho-a.

           if  wk-cabecalho-impresso then
               exit section
           end-if
           set wk-cabecalho-impresso                    to      true
           add 1                                        to      wk-qtd-professores

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move fd-prof-codigo                          to      wk-pro-codigo
           move fd-prof-nome                            to      wk-pro-nome
           write fd-relatorio-linha from wk-linha-professor

           .
       be-imprimir-cabecalho-z.
           exit.

      *>*****************************************************************
      *>   wk-data-entrada (AAAAMMDD) em wk-data-edit (DD/MM/AAAA)
      *>*****************************************************************
       bf-editar-data section.
       bf-editar-data-a.

           move wk-den-dia                              to      wk-ded-dia
           move wk-den-mes                              to      wk-ded-mes
           move wk-den-ano                              to      wk-ded-ano

           .
       bf-editar-data-z.
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

           close arqProfessores
           close arqAusencias
           close arqSubstituicoes
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "relatorio_ausencias"      to   wk-spl-programa
           move "arqAusenciasMes.txt"      to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Ausencias do mes em arqAusenciasMes.txt"
           display "Professores listados  : " wk-qtd-professores
           display "Ausencias             : " wk-qtd-ausencias
           display "Substituicoes feitas  : " wk-qtd-substituicoes

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-professores
                                          wk-qtd-ausencias
                                          wk-qtd-substituicoes
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
