      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "folha_professores".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Interface mensal de horas-aula para a
      *>                      folha de pagamento. Parametro: o mes
      *>                      AAAAMM; em branco, o mes corrente. Por
      *>                      professor: aulas previstas = periodos da
      *>                      grade (arqHorariosInd.txt) em cada dia
      *>                      letivo do mes (arqCalendarioInd.txt),
      *>                      menos os periodos de grade cobertos por
      *>                      ausencia registrada (arqAusenciasInd.txt),
      *>                      mais as substituicoes feitas
      *>                      (arqSubstituicoesInd.txt), tudo so em dia
      *>                      letivo. Arquivo de layout fixo
      *>                      arqFolhaProfessores.txt (header "H",
      *>                      detalhe "D" por professor, trailer "T" com
      *>                      os totais de controle) e listagem de
      *>                      conciliacao previstas x pagas em
      *>                      arqConciliaFolha.txt, espelhada no spool.
      *>                      Codigo da grade fora do mestre sai so na
      *>                      listagem, para saneamento.
      *>   15/10/2026 - IJB - Registro do calendario com a marca de
      *>                      clinica fechada no dia (40 bytes -
      *>                      migra_calendario.cbl).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCalendario assign to "arqCalendarioInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is wk-fs-arqCalendario.

           select arqProfessores assign to "arqProfessoresInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-codigo
           file status is wk-fs-arqProfessores.

           select arqHorarios assign to "arqHorariosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-hor-chave
           file status is wk-fs-arqHorarios.

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

           select arqFolha assign to "arqFolhaProfessores.txt"
           organization is line sequential
           file status is wk-fs-arqFolha.

           select arqRelatorio assign to "arqConciliaFolha.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCalendario.
       01  fd-calendario.
           05  fd-cal-data                          pic  9(08).
           05  fd-cal-tipo                          pic  x(01).
               88  fd-cal-letivo                    value "L".
               88  fd-cal-feriado                   value "F".
               88  fd-cal-recesso                   value "R".
           05  fd-cal-descricao                     pic  x(30).
           05  fd-cal-clinica                       pic  x(01).
               88  fd-cal-clinica-fechada           value "S".
               88  fd-cal-clinica-aberta            value "N".

       fd arqProfessores.
       01  fd-professor.
           05  fd-prof-codigo                       pic  x(05).
           05  fd-prof-nome                         pic  x(30).
           05  fd-prof-disciplinas                  pic  x(30).
           05  fd-prof-situacao                     pic  x(01).
               88  fd-prof-ativo                    value "A".
               88  fd-prof-inativo                  value "I".

       fd arqHorarios.
       01  fd-horario.
           05  fd-hor-chave.
               10  fd-hor-serie                     pic  9(02).
               10  fd-hor-letra                     pic  x(01).
               10  fd-hor-dia                       pic  9(01).
               10  fd-hor-periodo                   pic  9(01).
           05  fd-hor-disciplina                    pic  x(10).
           05  fd-hor-professor                     pic  x(05).
           05  fd-hor-sala.
               10  fd-hor-sala-unidade              pic  x(03).
               10  fd-hor-sala-codigo               pic  x(05).

       fd arqAusencias.
       01  fd-ausencia.
           05  fd-aus-chave.
               10  fd-aus-professor                 pic  x(05).
               10  fd-aus-data                      pic  9(08).
           05  fd-aus-motivo                        pic  x(01).
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

       fd arqFolha.
       01  fd-folha-linha                           pic  x(80).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqCalendario                      pic x(02).
       77  wk-fs-arqProfessores                     pic x(02).
       77  wk-fs-arqHorarios                        pic x(02).
       77  wk-fs-arqAusencias                       pic x(02).
       77  wk-fs-arqSubstituicoes                   pic x(02).
       77  wk-fs-arqFolha                           pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-mes                          pic x(06).
           05  filler                               pic x(14).

       01  wk-mes-selecao                           pic 9(06) value 0.
       01  wk-mes-selecao-r redefines wk-mes-selecao.
           05  wk-mes-ano                           pic 9(04).
           05  wk-mes-mes                           pic 9(02).

      *>   Dias letivos do mes - marca por dia e total por dia da
      *>   semana da grade (1 = segunda ... 5 = sexta)
       01  wk-tab-dias.
           05  wk-dia-letivo occurs 31              pic x(01).
       01  wk-tab-letivos-semana.
           05  wk-letivos-semana occurs 5           pic 9(02).
       77  wk-qtd-dias-letivos                      pic 9(02) value 0.
       77  wk-dia                                   pic 9(02) value 0.
       77  wk-int-data                              pic 9(08) value 0.
       77  wk-dia-semana                            pic 9(01) value 0.
       77  wk-ind-dia                               pic 9(01) value 0.
       77  wk-ind-periodo                           pic 9(01) value 0.

      *>   Apuracao por professor - ate 200 codigos; a grade guarda
      *>   quantas aulas o professor tem em cada dia/periodo
       77  wk-qtd-profs                             pic 9(03) value 0.
       77  wk-ind-prof                              pic 9(03) value 0.
       77  wk-cod-procurado                         pic x(05).
       01  wk-tab-professores.
           05  wk-prf-item occurs 200.
               10  wk-prf-codigo                    pic x(05).
               10  wk-prf-nome                      pic x(30).
               10  wk-prf-no-mestre                 pic x(01).
                   88 wk-prf-cadastrado             value "S".
               10  wk-prf-dia occurs 5.
                   15  wk-prf-aulas occurs 6        pic 9(01).
               10  wk-prf-previstas                 pic 9(04).
               10  wk-prf-ausentes                  pic 9(04).
               10  wk-prf-substituicoes             pic 9(04).

       77  wk-pagas                                 pic 9(04) value 0.
       77  wk-diferenca                             pic s9(04) value 0.

       77  wk-qtd-professores                       pic 9(06) value 0.
       77  wk-qtd-fora-mestre                       pic 9(06) value 0.
       77  wk-tot-previstas                         pic 9(08) value 0.
       77  wk-tot-ausentes                          pic 9(08) value 0.
       77  wk-tot-substituicoes                     pic 9(08) value 0.
       77  wk-tot-pagas                             pic 9(08) value 0.

      *>   Registros do arquivo da folha (80 posicoes)
       01  wk-reg-header.
           05  wk-hdr-tipo                          pic x(01) value "H".
           05  wk-hdr-competencia                   pic 9(06).
           05  wk-hdr-data-geracao                  pic x(14).
           05  wk-hdr-sistema                       pic x(12) value "HORAS-AULA".
           05  wk-hdr-dias-letivos                  pic 9(02).
           05  filler                               pic x(45) value space.

       01  wk-reg-detalhe.
           05  wk-det-tipo                          pic x(01) value "D".
           05  wk-det-competencia                   pic 9(06).
           05  wk-det-codigo                        pic x(05).
           05  wk-det-nome                          pic x(30).
           05  wk-det-previstas                     pic 9(04).
           05  wk-det-ausentes                      pic 9(04).
           05  wk-det-substituicoes                 pic 9(04).
           05  wk-det-pagas                         pic 9(04).
           05  filler                               pic x(22) value space.

       01  wk-reg-trailer.
           05  wk-trl-tipo                          pic x(01) value "T".
           05  wk-trl-qtd-detalhes                  pic 9(06).
           05  wk-trl-tot-previstas                 pic 9(08).
           05  wk-trl-tot-ausentes                  pic 9(08).
           05  wk-trl-tot-substituicoes             pic 9(08).
           05  wk-trl-tot-pagas                     pic 9(08).
           05  filler                               pic x(41) value space.

      *>   Listagem de conciliacao
       01  wk-linha-titulo.
           05 filler                                pic x(36)
                  value "CONCILIACAO HORAS-AULA - FOLHA MES ".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(17)
                  value "  Dias letivos: ".
           05 wk-tit-dias                           pic z9.
           05 filler                                pic x(38) value space.

       01  wk-linha-colunas.
           05 filler                                pic x(06) value "Cod.".
           05 filler                                pic x(31) value "Professor".
           05 filler                                pic x(10) value "Previstas".
           05 filler                                pic x(09) value "Ausente".
           05 filler                                pic x(07) value "Subst.".
           05 filler                                pic x(07) value "Pagas".
           05 filler                                pic x(07) value "Dif.".
           05 filler                                pic x(23) value space.

       01  wk-linha-detalhe.
           05 wk-lst-codigo                         pic x(05).
           05 filler                                pic x(01) value space.
           05 wk-lst-nome                           pic x(30).
           05 filler                                pic x(04) value space.
           05 wk-lst-previstas                      pic zzz9.
           05 filler                                pic x(04) value space.
           05 wk-lst-ausentes                       pic zzz9.
           05 filler                                pic x(04) value space.
           05 wk-lst-substituicoes                  pic zzz9.
           05 filler                                pic x(03) value space.
           05 wk-lst-pagas                          pic zzz9.
           05 filler                                pic x(02) value space.
           05 wk-lst-diferenca                      pic -zzz9.
           05 filler                                pic x(02) value space.
           05 wk-lst-aviso                          pic x(24).

       01  wk-linha-total.
           05 filler                                pic x(36)
                  value "TOTAIS".
           05 wk-tot-lst-previstas                  pic zzzzzzz9.
           05 wk-tot-lst-ausentes                   pic zzzzzzz9.
           05 wk-tot-lst-substituicoes              pic zzzzzzz9.
           05 wk-tot-lst-pagas                      pic zzzzzz9.
           05 filler                                pic x(33) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "folha_professores".
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
           perform b-carregar-calendario.
           perform c-carregar-professores.
           perform d-carregar-grade.
           perform e-apurar-ausencias.
           perform f-apurar-substituicoes.
           perform g-gerar-arquivos.
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

      *>    sem calendario nao ha como saber os dias letivos - a folha
      *>    nao sai por estimativa
           open input arqCalendario
           if   wk-fs-arqCalendario not equal "00" then
               move "0002"                                to      wk-msn-erro-adress
               move wk-fs-arqCalendario                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqCalendario" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqProfessores
           if   wk-fs-arqProfessores not equal "00" then
               move "0003"                                 to      wk-msn-erro-adress
               move wk-fs-arqProfessores                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqProfessores"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqHorarios
           if   wk-fs-arqHorarios not equal "00"
           and  wk-fs-arqHorarios not equal "35" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqHorarios                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqHorarios"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAusencias
           if   wk-fs-arqAusencias not equal "00"
           and  wk-fs-arqAusencias not equal "35" then
               move "0005"                                to      wk-msn-erro-adress
               move wk-fs-arqAusencias                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAusencias"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqSubstituicoes
           if   wk-fs-arqSubstituicoes not equal "00"
           and  wk-fs-arqSubstituicoes not equal "35" then
               move "0006"                                   to      wk-msn-erro-adress
               move wk-fs-arqSubstituicoes                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqSubstituicoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqFolha
           if   wk-fs-arqFolha not equal "00" then
               move "0007"                              to      wk-msn-erro-adress
               move wk-fs-arqFolha                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFolha"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0008"                                to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Dias letivos do mes e quantos caem em cada dia da semana
      *>*****************************************************************
       b-carregar-calendario section.
       b-carregar-calendario-a.

           move spaces                                  to      wk-tab-dias
           initialize wk-tab-letivos-semana

           compute fd-cal-data = wk-mes-selecao * 100
           start arqCalendario key is greater than or equal fd-cal-data
           if   wk-fs-arqCalendario equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqCalendario next record
                   if   wk-fs-arqCalendario not equal "00"
                   or   fd-cal-data(1:6) not equal wk-mes-selecao then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-cal-letivo then
                           move fd-cal-data(7:2)        to      wk-dia
                           move "S"                     to      wk-dia-letivo(wk-dia)
                           add 1                        to      wk-qtd-dias-letivos
                           compute wk-int-data =
                               function integer-of-date(fd-cal-data)
                           compute wk-dia-semana =
                               function mod(wk-int-data, 7)
                           if  wk-dia-semana >= 1 and wk-dia-semana <= 5 then
                               add 1            to  wk-letivos-semana(wk-dia-semana)
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           if  wk-qtd-dias-letivos equal 0 then
               move "0009"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Mes sem dias letivos no calendario" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       b-carregar-calendario-z.
           exit.

      *>*****************************************************************
      *>   Professores do mestre, na ordem do codigo
      *>*****************************************************************
       c-carregar-professores section.
       c-carregar-professores-a.

           move low-values                              to      fd-prof-codigo
           start arqProfessores key is not less fd-prof-codigo
           if   wk-fs-arqProfessores equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqProfessores next record
                   if   wk-fs-arqProfessores not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       move fd-prof-codigo              to      wk-cod-procurado
                       perform ba-localizar-professor
                       move fd-prof-nome                to      wk-prf-nome(wk-ind-prof)
                       move "S"                         to      wk-prf-no-mestre(wk-ind-prof)
                   end-if
               end-perform
           end-if

           .
       c-carregar-professores-z.
           exit.

      *>*****************************************************************
      *>   Aulas de cada professor por dia da semana e periodo
      *>*****************************************************************
       d-carregar-grade section.
       d-carregar-grade-a.

           if   wk-fs-arqHorarios equal "35" then
               exit section
           end-if

           move low-values                              to      fd-hor-chave
           start arqHorarios key is not less fd-hor-chave
           if   wk-fs-arqHorarios equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqHorarios next record
                   if   wk-fs-arqHorarios not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-hor-professor not equal space
                       and fd-hor-dia >= 1 and fd-hor-dia <= 5
                       and fd-hor-periodo >= 1 and fd-hor-periodo <= 6 then
                           move fd-hor-professor        to      wk-cod-procurado
                           perform ba-localizar-professor
                           add 1 to wk-prf-aulas(wk-ind-prof, fd-hor-dia, fd-hor-periodo)
                       end-if
                   end-if
               end-perform
           end-if

      *>    previstas: aulas de cada dia da semana vezes os dias
      *>    letivos do mes que caem nele
           perform varying wk-ind-prof from 1 by 1
                     until wk-ind-prof > wk-qtd-profs
               perform varying wk-ind-dia from 1 by 1
                         until wk-ind-dia > 5
                   perform varying wk-ind-periodo from 1 by 1
                             until wk-ind-periodo > 6
                       compute wk-prf-previstas(wk-ind-prof) =
                               wk-prf-previstas(wk-ind-prof)
                             + wk-prf-aulas(wk-ind-prof, wk-ind-dia, wk-ind-periodo)
                             * wk-letivos-semana(wk-ind-dia)
                   end-perform
               end-perform
           end-perform

           .
       d-carregar-grade-z.
           exit.

      *>*****************************************************************
      *>   Ausencias do mes em dia letivo: desconta as aulas da grade
      *>   do professor nos periodos da ausencia
      *>*****************************************************************
       e-apurar-ausencias section.
       e-apurar-ausencias-a.

           if   wk-fs-arqAusencias equal "35" then
               exit section
           end-if

           move low-values                              to      fd-aus-chave
           start arqAusencias key is not less fd-aus-chave
           if   wk-fs-arqAusencias equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAusencias next record
                   if   wk-fs-arqAusencias not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-aus-data(1:6) equal wk-mes-selecao then
                           move fd-aus-data(7:2)        to      wk-dia
                           if  wk-dia-letivo(wk-dia) equal "S" then
                               perform ea-descontar-ausencia
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           .
       e-apurar-ausencias-z.
           exit.

      *>*****************************************************************
      *>   Aulas da grade cobertas pela ausencia corrente
      *>*****************************************************************
       ea-descontar-ausencia section.
       ea-descontar-ausencia-a.

           compute wk-int-data =
               function integer-of-date(fd-aus-data)
           compute wk-dia-semana =
               function mod(wk-int-data, 7)
           if  wk-dia-semana < 1 or wk-dia-semana > 5 then
               exit section
           end-if

           move fd-aus-professor                        to      wk-cod-procurado
           perform ba-localizar-professor

           perform varying wk-ind-periodo from fd-aus-periodo-inicial by 1
                     until wk-ind-periodo > fd-aus-periodo-final
                        or wk-ind-periodo > 6
               add wk-prf-aulas(wk-ind-prof, wk-dia-semana, wk-ind-periodo)
                 to wk-prf-ausentes(wk-ind-prof)
           end-perform

           .
       ea-descontar-ausencia-z.
           exit.

      *>*****************************************************************
      *>   Substituicoes escaladas no mes em dia letivo: uma aula para
      *>   o substituto
      *>*****************************************************************
       f-apurar-substituicoes section.
       f-apurar-substituicoes-a.

           if   wk-fs-arqSubstituicoes equal "35" then
               exit section
           end-if

           compute fd-sub-data = wk-mes-selecao * 100
           move 0                                       to      fd-sub-serie
           move low-values                              to      fd-sub-letra
           move 0                                       to      fd-sub-periodo
           start arqSubstituicoes key is not less fd-sub-chave
           if   wk-fs-arqSubstituicoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqSubstituicoes next record
                   if   wk-fs-arqSubstituicoes not equal "00"
                   or   fd-sub-data(1:6) not equal wk-mes-selecao then
                       move "F"                         to      wk-fim-loop
                   else
                       move fd-sub-data(7:2)            to      wk-dia
                       if  fd-sub-substituto not equal space
                       and wk-dia-letivo(wk-dia) equal "S" then
                           move fd-sub-substituto       to      wk-cod-procurado
                           perform ba-localizar-professor
                           add 1            to  wk-prf-substituicoes(wk-ind-prof)
                       end-if
                   end-if
               end-perform
           end-if

           .
       f-apurar-substituicoes-z.
           exit.

      *>*****************************************************************
      *>   Header, um detalhe por professor com aulas no mes, trailer
      *>   de controle; a listagem de conciliacao acompanha linha a
      *>   linha
      *>*****************************************************************
       g-gerar-arquivos section.
       g-gerar-arquivos-a.

           move wk-mes-selecao                          to      wk-hdr-competencia
           move function current-date(1:14)             to      wk-hdr-data-geracao
           move wk-qtd-dias-letivos                     to      wk-hdr-dias-letivos
           write fd-folha-linha from wk-reg-header

           move wk-mes-mes                              to      wk-tit-mes
           move wk-mes-ano                              to      wk-tit-ano
           move wk-qtd-dias-letivos                     to      wk-tit-dias
           write fd-relatorio-linha from wk-linha-titulo
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-colunas

           perform varying wk-ind-prof from 1 by 1
                     until wk-ind-prof > wk-qtd-profs
               if  wk-prf-previstas(wk-ind-prof) > 0
               or  wk-prf-ausentes(wk-ind-prof) > 0
               or  wk-prf-substituicoes(wk-ind-prof) > 0 then
                   perform ga-gravar-professor
               end-if
           end-perform

           move wk-qtd-professores                      to      wk-trl-qtd-detalhes
           move wk-tot-previstas                        to      wk-trl-tot-previstas
           move wk-tot-ausentes                         to      wk-trl-tot-ausentes
           move wk-tot-substituicoes                    to      wk-trl-tot-substituicoes
           move wk-tot-pagas                            to      wk-trl-tot-pagas
           write fd-folha-linha from wk-reg-trailer

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-tot-previstas                        to      wk-tot-lst-previstas
           move wk-tot-ausentes                         to      wk-tot-lst-ausentes
           move wk-tot-substituicoes                    to      wk-tot-lst-substituicoes
           move wk-tot-pagas                            to      wk-tot-lst-pagas
           write fd-relatorio-linha from wk-linha-total

           .
       g-gerar-arquivos-z.
           exit.

      *>*****************************************************************
      *>   Detalhe da folha e linha da conciliacao do professor
      *>   corrente; codigo fora do mestre nao vai para a folha
      *>*****************************************************************
       ga-gravar-professor section.
       ga-gravar-professor-a.

           compute wk-pagas = wk-prf-previstas(wk-ind-prof)
                            - wk-prf-ausentes(wk-ind-prof)
                            + wk-prf-substituicoes(wk-ind-prof)
           compute wk-diferenca = wk-pagas - wk-prf-previstas(wk-ind-prof)

           move wk-prf-codigo(wk-ind-prof)              to      wk-lst-codigo
           move wk-prf-nome(wk-ind-prof)                to      wk-lst-nome
           move wk-prf-previstas(wk-ind-prof)           to      wk-lst-previstas
           move wk-prf-ausentes(wk-ind-prof)            to      wk-lst-ausentes
           move wk-prf-substituicoes(wk-ind-prof)       to      wk-lst-substituicoes
           move wk-pagas                                to      wk-lst-pagas
           move wk-diferenca                            to      wk-lst-diferenca

           if  not wk-prf-cadastrado(wk-ind-prof) then
               move "*** NAO CADASTRADO NO MESTRE ***"  to      wk-lst-nome
               move "FORA DA FOLHA"                     to      wk-lst-aviso
               add 1                                    to      wk-qtd-fora-mestre
               write fd-relatorio-linha from wk-linha-detalhe
               exit section
           end-if

           move spaces                                  to      wk-lst-aviso
           write fd-relatorio-linha from wk-linha-detalhe

           move wk-mes-selecao                          to      wk-det-competencia
           move wk-prf-codigo(wk-ind-prof)              to      wk-det-codigo
           move wk-prf-nome(wk-ind-prof)                to      wk-det-nome
           move wk-prf-previstas(wk-ind-prof)           to      wk-det-previstas
           move wk-prf-ausentes(wk-ind-prof)            to      wk-det-ausentes
           move wk-prf-substituicoes(wk-ind-prof)       to      wk-det-substituicoes
           move wk-pagas                                to      wk-det-pagas
           write fd-folha-linha from wk-reg-detalhe

           add 1                                        to      wk-qtd-professores
           add wk-prf-previstas(wk-ind-prof)            to      wk-tot-previstas
           add wk-prf-ausentes(wk-ind-prof)             to      wk-tot-ausentes
           add wk-prf-substituicoes(wk-ind-prof)        to      wk-tot-substituicoes
           add wk-pagas                                 to      wk-tot-pagas

           .
       ga-gravar-professor-z.
           exit.

      *>*****************************************************************
      *>   Posiciona wk-ind-prof no codigo wk-cod-procurado, incluindo
      *>   o codigo na tabela quando ainda nao esta
      *>*****************************************************************
       ba-localizar-professor section.
       ba-localizar-professor-a.

           perform varying wk-ind-prof from 1 by 1
                     until wk-ind-prof > wk-qtd-profs
                        or wk-prf-codigo(wk-ind-prof) equal wk-cod-procurado
               continue
           end-perform

           if  wk-ind-prof > wk-qtd-profs then
               if  wk-qtd-profs equal 200 then
                   move "0010"                            to      wk-msn-erro-adress
                   move "  "                              to      wk-msn-erro-cod
                   move "Mais de 200 professores na apuracao" to  wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               add 1                                    to      wk-qtd-profs
               move wk-qtd-profs                        to      wk-ind-prof
               initialize wk-prf-item(wk-ind-prof)
               move wk-cod-procurado                    to      wk-prf-codigo(wk-ind-prof)
           end-if

           .
       ba-localizar-professor-z.
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

           close arqCalendario
           close arqProfessores
           close arqHorarios
           close arqAusencias
           close arqSubstituicoes
           close arqFolha
           close arqRelatorio

      *>    espelha a listagem no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "folha_professores"        to   wk-spl-programa
           move "arqConciliaFolha.txt"     to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Folha de horas-aula em arqFolhaProfessores.txt"
           display "Conciliacao em arqConciliaFolha.txt"
           display "Professores na folha  : " wk-qtd-professores
           display "Aulas pagas           : " wk-tot-pagas
           display "Codigos fora do mestre: " wk-qtd-fora-mestre

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-professores
                                          wk-qtd-fora-mestre
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
