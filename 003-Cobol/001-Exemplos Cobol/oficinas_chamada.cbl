      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "oficinas_chamada".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Listas de presenca das oficinas de
      *>                      contraturno: uma lista por oficina ativa
      *>                      (arqOficinasInd.txt) com os inscritos
      *>                      ativos (arqInscricoesOficinaInd.txt) e uma
      *>                      coluna para cada data do mes que cai no
      *>                      dia da semana da oficina - feriado e
      *>                      recesso do calendario letivo ficam de
      *>                      fora. Parametro: o mes AAAAMM; em branco,
      *>                      o mes corrente. Saida em
      *>                      arqChamadaOficinas.txt, espelhada no
      *>                      spool.
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

           select arqOficinas assign to "arqOficinasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ofi-codigo
           file status is wk-fs-arqOficinas.

           select arqInscricoes assign to "arqInscricoesOficinaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ins-chave
           alternate record key is fd-ins-cpf with duplicates
           file status is wk-fs-arqInscricoes.

           select arqCalendario assign to "arqCalendarioInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is wk-fs-arqCalendario.

           select arqRelatorio assign to "arqChamadaOficinas.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqOficinas.
       01  fd-oficina.
           05  fd-ofi-codigo                        pic  x(05).
           05  fd-ofi-nome                          pic  x(30).
           05  fd-ofi-unidade                       pic  x(03).
           05  fd-ofi-dia-semana                    pic  9(01).
           05  fd-ofi-turno                         pic  x(01).
               88  fd-ofi-turno-manha               value "M".
               88  fd-ofi-turno-tarde               value "T".
               88  fd-ofi-turno-noite               value "N".
           05  fd-ofi-vagas                         pic  9(03).
           05  fd-ofi-instrutor                     pic  x(30).
           05  fd-ofi-situacao                      pic  x(01).
               88  fd-ofi-ativa                     value "A".
               88  fd-ofi-inativa                   value "I".

       fd arqInscricoes.
       01  fd-inscricao.
           05  fd-ins-chave.
               10  fd-ins-oficina                   pic  x(05).
               10  fd-ins-cpf                       pic  x(12).
           05  fd-ins-nome                          pic  x(10).
           05  fd-ins-serie                         pic  9(02).
           05  fd-ins-turma                         pic  x(01).
           05  fd-ins-situacao                      pic  x(01).
               88  fd-ins-ativa                     value "A".
               88  fd-ins-cancelada                 value "C".
           05  fd-ins-data-inscricao                pic  9(08).
           05  fd-ins-data-cancelamento             pic  9(08).
           05  fd-ins-operador                      pic  x(15).
           05  fd-ins-data-registro                 pic  x(14).

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

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqOficinas                        pic x(02).
       77  wk-fs-arqInscricoes                      pic x(02).
       77  wk-fs-arqCalendario                      pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-ins                          pic x(01).
           88 wk-loop-ins-terminado                 value "F".

       01  wk-linha-comando.
           05  wk-parm-mes                          pic x(06).
           05  filler                               pic x(14).

       01  wk-mes-selecao                           pic 9(06) value 0.
       01  wk-mes-selecao-r redefines wk-mes-selecao.
           05  wk-mes-ano                           pic 9(04).
           05  wk-mes-mes                           pic 9(02).

      *>   Datas do mes em que a oficina corrente acontece - no
      *>   maximo 5 ocorrencias de um dia da semana
       01  wk-tab-datas.
           05  wk-data-encontro occurs 5            pic 9(02).
       77  wk-qtd-datas                             pic 9(01) value 0.
       77  wk-ind-data                              pic 9(01) value 0.
       77  wk-dia                                   pic 9(02) value 0.
       77  wk-data-corrente                         pic 9(08) value 0.
       77  wk-int-data                              pic 9(08) value 0.
       77  wk-dia-semana                            pic 9(01) value 0.
       77  wk-dia-valido-flag                       pic x(01).
           88 wk-dia-valido                         value "S".

       77  wk-qtd-oficinas                          pic 9(06) value 0.
       77  wk-qtd-alunos                            pic 9(06) value 0.
       77  wk-qtd-inscritos                         pic 9(04) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(35)
                  value "LISTA DE PRESENCA - OFICINA MES ".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(58) value space.

       01  wk-linha-oficina.
           05 wk-ofl-codigo                         pic x(05).
           05 filler                                pic x(01) value space.
           05 wk-ofl-nome                           pic x(30).
           05 filler                                pic x(09) value " Unidade ".
           05 wk-ofl-unidade                        pic x(03).
           05 filler                                pic x(07) value " Turno ".
           05 wk-ofl-turno                          pic x(01).
           05 filler                                pic x(12) value " Instrutor: ".
           05 wk-ofl-instrutor                      pic x(30).
           05 filler                                pic x(02) value space.

      *>   Cabecalho e linha do aluno: as colunas das datas
       01  wk-linha-datas.
           05 filler                                pic x(34)
                  value "CPF          Aluno      Ser/T".
           05 wk-ldt-item occurs 5.
               10 filler                            pic x(02) value space.
               10 wk-ldt-dia                        pic x(02).
               10 filler                            pic x(01) value "/".
               10 wk-ldt-mes                        pic x(02).
           05 filler                                pic x(31) value space.

       01  wk-linha-aluno.
           05 wk-lal-cpf                            pic x(12).
           05 filler                                pic x(01) value space.
           05 wk-lal-nome                           pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-lal-serie                          pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-lal-turma                          pic x(01).
           05 filler                                pic x(06) value space.
           05 wk-lal-item occurs 5.
               10 filler                            pic x(02) value space.
               10 wk-lal-caixa                      pic x(05).
           05 filler                                pic x(31) value space.

       01  wk-linha-rodape.
           05 filler                                pic x(11) value "Inscritos: ".
           05 wk-rod-inscritos                      pic zzz9.
           05 filler                                pic x(30)
                  value "   Visto do instrutor: ______".
           05 filler                                pic x(55) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "oficinas_chamada".
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
           move wk-mes-mes                              to      wk-tit-mes
           move wk-mes-ano                              to      wk-tit-ano

           open input arqOficinas
           if   wk-fs-arqOficinas not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqOficinas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqOficinas" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqInscricoes
           if   wk-fs-arqInscricoes not equal "00"
           and  wk-fs-arqInscricoes not equal "35" then
               move "0003"                                to      wk-msn-erro-adress
               move wk-fs-arqInscricoes                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqInscricoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem calendario todas as datas do dia da semana entram
           open input arqCalendario
           if   wk-fs-arqCalendario not equal "00"
           and  wk-fs-arqCalendario not equal "35" then
               move "0004"                                to      wk-msn-erro-adress
               move wk-fs-arqCalendario                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqCalendario" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0005"                                to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - uma lista por oficina ativa
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move low-values                              to      fd-ofi-codigo
           start arqOficinas key is not less fd-ofi-codigo
           if   wk-fs-arqOficinas equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqOficinas next record
                   if   wk-fs-arqOficinas not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-ofi-ativa then
                           add 1                        to      wk-qtd-oficinas
                           perform ba-datas-oficina
                           perform bb-imprimir-oficina
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Datas do mes no dia da semana da oficina corrente, sem
      *>   feriado nem recesso
      *>*****************************************************************
       ba-datas-oficina section.
       ba-datas-oficina-a.

           move 0                                       to      wk-qtd-datas
           initialize wk-tab-datas

           perform varying wk-dia from 1 by 1
                     until wk-dia > 31 or wk-qtd-datas >= 5
               compute wk-data-corrente = wk-mes-selecao * 100 + wk-dia
               if  function test-date-yyyymmdd(wk-data-corrente) equal 0 then
                   compute wk-int-data =
                       function integer-of-date(wk-data-corrente)
                   compute wk-dia-semana =
                       function mod(wk-int-data, 7)
                   if  wk-dia-semana equal fd-ofi-dia-semana then
                       perform bc-conferir-calendario
                       if  wk-dia-valido then
                           add 1                        to      wk-qtd-datas
                           move wk-dia                  to      wk-data-encontro(wk-qtd-datas)
                       end-if
                   end-if
               end-if
           end-perform

           .
       ba-datas-oficina-z.
           exit.

      *>*****************************************************************
      *>   Cabecalho, um aluno por linha e rodape da oficina corrente
      *>*****************************************************************
       bb-imprimir-oficina section.
       bb-imprimir-oficina-a.

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-titulo
           move fd-ofi-codigo                           to      wk-ofl-codigo
           move fd-ofi-nome                             to      wk-ofl-nome
           move fd-ofi-unidade                          to      wk-ofl-unidade
           move fd-ofi-turno                            to      wk-ofl-turno
           move fd-ofi-instrutor                        to      wk-ofl-instrutor
           write fd-relatorio-linha from wk-linha-oficina

           perform varying wk-ind-data from 1 by 1
                     until wk-ind-data > 5
               if  wk-ind-data > wk-qtd-datas then
                   move spaces              to  wk-ldt-dia(wk-ind-data)
                                                wk-ldt-mes(wk-ind-data)
                   move spaces              to  wk-lal-caixa(wk-ind-data)
               else
                   move wk-data-encontro(wk-ind-data)
                                            to  wk-ldt-dia(wk-ind-data)
                   move wk-mes-mes          to  wk-ldt-mes(wk-ind-data)
                   move "[   ]"             to  wk-lal-caixa(wk-ind-data)
               end-if
           end-perform
           write fd-relatorio-linha from wk-linha-datas

           move 0                                       to      wk-qtd-inscritos
           if   wk-fs-arqInscricoes not equal "35" then
               move fd-ofi-codigo                       to      fd-ins-oficina
               move low-values                          to      fd-ins-cpf
               start arqInscricoes key is not less fd-ins-chave
               if   wk-fs-arqInscricoes equal "00" then
                   move space                           to      wk-fim-loop-ins
                   perform until wk-loop-ins-terminado
                       read arqInscricoes next record
                       if   wk-fs-arqInscricoes not equal "00"
                       or   fd-ins-oficina not equal fd-ofi-codigo then
                           move "F"                     to      wk-fim-loop-ins
                       else
                           if  fd-ins-ativa then
                               add 1                    to      wk-qtd-inscritos
                               add 1                    to      wk-qtd-alunos
                               move fd-ins-cpf          to      wk-lal-cpf
                               move fd-ins-nome         to      wk-lal-nome
                               move fd-ins-serie        to      wk-lal-serie
                               move fd-ins-turma        to      wk-lal-turma
                               write fd-relatorio-linha from wk-linha-aluno
                           end-if
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqInscricoes
           end-if

           move wk-qtd-inscritos                        to      wk-rod-inscritos
           write fd-relatorio-linha from wk-linha-rodape

           .
       bb-imprimir-oficina-z.
           exit.

      *>*****************************************************************
      *>   Data corrente fora de feriado e recesso do calendario
      *>*****************************************************************
       bc-conferir-calendario section.
       bc-conferir-calendario-a.

           set wk-dia-valido                            to      true

           if   wk-fs-arqCalendario equal "35" then
               exit section
           end-if

           move wk-data-corrente                        to      fd-cal-data
           read arqCalendario
           if   wk-fs-arqCalendario equal "00" then
               if  fd-cal-feriado or fd-cal-recesso then
                   move space                           to      wk-dia-valido-flag
               end-if
           else
               move "00"                                to      wk-fs-arqCalendario
           end-if

           .
       bc-conferir-calendario-z.
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

           close arqOficinas
           close arqInscricoes
           close arqCalendario
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "oficinas_chamada"         to   wk-spl-programa
           move "arqChamadaOficinas.txt"   to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Listas de presenca em arqChamadaOficinas.txt"
           display "Oficinas listadas     : " wk-qtd-oficinas
           display "Alunos nas listas     : " wk-qtd-alunos

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-oficinas
                                          wk-qtd-alunos
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
