      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "participacao_oficina".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Participacao nas oficinas de contraturno
      *>                      por serie: alunos ativos do cadastro,
      *>                      quantos estao inscritos em ao menos uma
      *>                      oficina (arqInscricoesOficinaInd.txt,
      *>                      pela chave alternada do CPF), o percentual
      *>                      e o total de inscricoes; em seguida a
      *>                      ocupacao de cada oficina (inscritos x
      *>                      vagas). Saida em
      *>                      arqParticipacaoOficinas.txt, espelhada no
      *>                      spool.
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

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

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

           select arqRelatorio assign to "arqParticipacaoOficinas.txt"
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
               88  fd-aluno-inativo                 value "I".
               88  fd-aluno-transferido             value "T".
           05  fd-aluno-responsavel                 pic  x(15).
           05  fd-aluno-tel-emergencia              pic  x(11).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

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

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqOficinas                        pic x(02).
       77  wk-fs-arqInscricoes                      pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-ins                          pic x(01).
           88 wk-loop-ins-terminado                 value "F".

      *>   Acumulado por serie (a serie e o indice)
       01  wk-tab-series.
           05  wk-ser-item occurs 99.
               10  wk-ser-ativos                    pic 9(05).
               10  wk-ser-participantes             pic 9(05).
               10  wk-ser-inscricoes                pic 9(05).
       77  wk-ind-serie                             pic 9(03) value 0.

       77  wk-inscricoes-aluno                      pic 9(03) value 0.
       77  wk-qtd-inscritos                         pic 9(04) value 0.
       77  wk-percentual                            pic 9(03)v9 value 0.

       77  wk-tot-ativos                            pic 9(06) value 0.
       77  wk-tot-participantes                     pic 9(06) value 0.
       77  wk-tot-inscricoes                        pic 9(06) value 0.
       77  wk-qtd-oficinas                          pic 9(06) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(50)
                  value "PARTICIPACAO NAS OFICINAS DE CONTRATURNO".
           05 filler                                pic x(50) value space.

       01  wk-linha-col-serie.
           05 filler                                pic x(08) value "Serie".
           05 filler                                pic x(15) value "Alunos ativos".
           05 filler                                pic x(15) value "Participantes".
           05 filler                                pic x(08) value "%".
           05 filler                                pic x(10) value "Inscricoes".
           05 filler                                pic x(44) value space.

       01  wk-linha-serie.
           05 filler                                pic x(02) value space.
           05 wk-lse-serie                          pic z9.
           05 filler                                pic x(09) value space.
           05 wk-lse-ativos                         pic zzzz9.
           05 filler                                pic x(10) value space.
           05 wk-lse-participantes                  pic zzzz9.
           05 filler                                pic x(03) value space.
           05 wk-lse-percentual                     pic zz9,9.
           05 filler                                pic x(05) value space.
           05 wk-lse-inscricoes                     pic zzzz9.
           05 filler                                pic x(49) value space.

       01  wk-linha-tot-serie.
           05 filler                                pic x(07) value "TOTAL".
           05 filler                                pic x(04) value space.
           05 wk-lts-ativos                         pic zzzzz9.
           05 filler                                pic x(09) value space.
           05 wk-lts-participantes                  pic zzzzz9.
           05 filler                                pic x(03) value space.
           05 wk-lts-percentual                     pic zz9,9.
           05 filler                                pic x(04) value space.
           05 wk-lts-inscricoes                     pic zzzzz9.
           05 filler                                pic x(50) value space.

       01  wk-linha-col-oficina.
           05 filler                                pic x(06) value "Cod.".
           05 filler                                pic x(31) value "Oficina".
           05 filler                                pic x(08) value "Turno".
           05 filler                                pic x(08) value "Vagas".
           05 filler                                pic x(11) value "Inscritos".
           05 filler                                pic x(10) value "Ocupacao".
           05 filler                                pic x(26) value space.

       01  wk-linha-oficina.
           05 wk-lof-codigo                         pic x(05).
           05 filler                                pic x(01) value space.
           05 wk-lof-nome                           pic x(30).
           05 filler                                pic x(03) value space.
           05 wk-lof-turno                          pic x(01).
           05 filler                                pic x(05) value space.
           05 wk-lof-vagas                          pic zz9.
           05 filler                                pic x(06) value space.
           05 wk-lof-inscritos                      pic zzz9.
           05 filler                                pic x(05) value space.
           05 wk-lof-ocupacao                       pic zz9,9.
           05 filler                                pic x(01) value "%".
           05 filler                                pic x(01) value space.
           05 wk-lof-aviso                          pic x(10).
           05 filler                                pic x(20) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "participacao_oficina".
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
           perform b-acumular-alunos.
           perform c-imprimir-series.
           perform d-imprimir-oficinas.
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

           initialize wk-tab-series

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqOficinas
           if   wk-fs-arqOficinas not equal "00"
           and  wk-fs-arqOficinas not equal "35" then
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

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0004"                                to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           write fd-relatorio-linha from wk-linha-titulo

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Alunos ativos por serie e as inscricoes ativas de cada um
      *>*****************************************************************
       b-acumular-alunos section.
       b-acumular-alunos-a.

           move low-values                              to      fd-aluno-cpf
           start arqAlunos key is not less fd-aluno-cpf
           if   wk-fs-arqAlunos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAlunos next record
                   if   wk-fs-arqAlunos not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-aluno-ativo
                       and fd-aluno-serie > 0 then
                           perform ba-acumular-aluno
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-acumular-alunos-z.
           exit.

      *>*****************************************************************
      *>   Inscricoes ativas do aluno corrente, pelo CPF
      *>*****************************************************************
       ba-acumular-aluno section.
       ba-acumular-aluno-a.

           move fd-aluno-serie                          to      wk-ind-serie
           add 1                                        to      wk-ser-ativos(wk-ind-serie)
           move 0                                       to      wk-inscricoes-aluno

           if   wk-fs-arqInscricoes not equal "35" then
               move fd-aluno-cpf                        to      fd-ins-cpf
               start arqInscricoes key is equal fd-ins-cpf
               if   wk-fs-arqInscricoes equal "00" then
                   move space                           to      wk-fim-loop-ins
                   perform until wk-loop-ins-terminado
                       read arqInscricoes next record
                       if   wk-fs-arqInscricoes not equal "00"
                       or   fd-ins-cpf not equal fd-aluno-cpf then
                           move "F"                     to      wk-fim-loop-ins
                       else
                           if  fd-ins-ativa then
                               add 1                    to      wk-inscricoes-aluno
                           end-if
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqInscricoes
           end-if

           if  wk-inscricoes-aluno > 0 then
               add 1                    to  wk-ser-participantes(wk-ind-serie)
               add wk-inscricoes-aluno  to  wk-ser-inscricoes(wk-ind-serie)
           end-if

           .
       ba-acumular-aluno-z.
           exit.

      *>*****************************************************************
      *>   Uma linha por serie com aluno ativo e o total da escola
      *>*****************************************************************
       c-imprimir-series section.
       c-imprimir-series-a.

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-col-serie

           perform varying wk-ind-serie from 1 by 1
                     until wk-ind-serie > 99
               if  wk-ser-ativos(wk-ind-serie) > 0 then
                   move wk-ind-serie                    to      wk-lse-serie
                   move wk-ser-ativos(wk-ind-serie)     to      wk-lse-ativos
                   move wk-ser-participantes(wk-ind-serie)
                                                        to      wk-lse-participantes
                   move wk-ser-inscricoes(wk-ind-serie) to      wk-lse-inscricoes
                   compute wk-percentual rounded =
                           wk-ser-participantes(wk-ind-serie) * 100
                         / wk-ser-ativos(wk-ind-serie)
                   move wk-percentual                   to      wk-lse-percentual
                   write fd-relatorio-linha from wk-linha-serie

                   add wk-ser-ativos(wk-ind-serie)      to      wk-tot-ativos
                   add wk-ser-participantes(wk-ind-serie) to    wk-tot-participantes
                   add wk-ser-inscricoes(wk-ind-serie)  to      wk-tot-inscricoes
               end-if
           end-perform

           move wk-tot-ativos                           to      wk-lts-ativos
           move wk-tot-participantes                    to      wk-lts-participantes
           move wk-tot-inscricoes                       to      wk-lts-inscricoes
           move 0                                       to      wk-percentual
           if  wk-tot-ativos > 0 then
               compute wk-percentual rounded =
                       wk-tot-participantes * 100 / wk-tot-ativos
           end-if
           move wk-percentual                           to      wk-lts-percentual
           write fd-relatorio-linha from wk-linha-tot-serie

           .
       c-imprimir-series-z.
           exit.

      *>*****************************************************************
      *>   Ocupacao de cada oficina ativa
      *>*****************************************************************
       d-imprimir-oficinas section.
       d-imprimir-oficinas-a.

           if   wk-fs-arqOficinas equal "35" then
               exit section
           end-if

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-col-oficina

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
                           perform da-imprimir-oficina
                       end-if
                   end-if
               end-perform
           end-if

           .
       d-imprimir-oficinas-z.
           exit.

      *>*****************************************************************
      *>   Linha da oficina corrente
      *>*****************************************************************
       da-imprimir-oficina section.
       da-imprimir-oficina-a.

           add 1                                        to      wk-qtd-oficinas
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
                           end-if
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqInscricoes
           end-if

           move 0                                       to      wk-percentual
           if  fd-ofi-vagas > 0 then
               compute wk-percentual rounded =
                       wk-qtd-inscritos * 100 / fd-ofi-vagas
           end-if

           move fd-ofi-codigo                           to      wk-lof-codigo
           move fd-ofi-nome                             to      wk-lof-nome
           move fd-ofi-turno                            to      wk-lof-turno
           move fd-ofi-vagas                            to      wk-lof-vagas
           move wk-qtd-inscritos                        to      wk-lof-inscritos
           move wk-percentual                           to      wk-lof-ocupacao
           if  wk-qtd-inscritos >= fd-ofi-vagas then
               move "LOTADA"                            to      wk-lof-aviso
           else
               move spaces                              to      wk-lof-aviso
           end-if
           write fd-relatorio-linha from wk-linha-oficina

           .
       da-imprimir-oficina-z.
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
           close arqOficinas
           close arqInscricoes
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "participacao_oficina"        to   wk-spl-programa
           move "arqParticipacaoOficinas.txt" to   wk-spl-arquivo
           move spaces                        to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Participacao em arqParticipacaoOficinas.txt"
           display "Alunos ativos         : " wk-tot-ativos
           display "Participantes         : " wk-tot-participantes
           display "Oficinas ativas       : " wk-qtd-oficinas

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-tot-ativos
                                          wk-tot-participantes
                                          wk-qtd-oficinas
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
