      *>                      ainda sem resposta, com os totais de
      *>                      confirmados, nao-retorna e pendentes por
      *>                      serie e da escola.
      *>   15/10/2026 - IJB - Pendentes com mensalidade ou parcela de
      *>                      acordo vencida alem da tolerancia
      *>                      (pendencia_financeira.cbl) e sem excecao
      *>                      do administrador saem num grupo proprio,
      *>                      PENDENTE FINANCEIRO, com responsavel,
      *>                      telefone, cobrancas vencidas, valor e
      *>                      maior atraso, para a diretoria ligar antes
      *>                      do fechamento do ano; os totais trazem a
      *>                      contagem desse grupo.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes e
      *>                      rematricula com o nome completo
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-rem-chave
           file status is wk-fs-arqRematricula.

           select arqExcecoes assign to "arqRematriculaExcecoesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rex-chave
           file status is wk-fs-arqExcecoes.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqAnoLetivo assign to "arqAnoLetivo.txt"
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.
               88  fd-rem-confirmada                value "C".
               88  fd-rem-nao-retorna               value "N".
           05  fd-rem-serie                         pic  9(02).
           05  fd-rem-nome                          pic  x(60).
           05  fd-rem-data-resposta                 pic  9(08).
           05  fd-rem-operador                      pic  x(15).

       fd arqExcecoes.
       01  fd-excecao.
           05  fd-rex-chave.
               10  fd-rex-cpf                       pic  x(12).
               10  fd-rex-ano                       pic  9(04).
           05  fd-rex-motivo                        pic  x(60).
           05  fd-rex-operador                      pic  x(15).
           05  fd-rex-data                          pic  9(08).
           05  fd-rex-qtd-vencidas                  pic  9(03).
           05  fd-rex-valor-vencido                 pic  9(06)v99.

       fd arqAlunos.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
           05  fd-aluno-responsavel                 pic  x(15).
           05  fd-aluno-tel-emergencia              pic  x(11).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

       77  wk-fs-arqRematricula                     pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).
       77  wk-fs-arqExcecoes                        pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
               10  wk-ser-pendentes                 pic 9(04).
               10  wk-ser-confirmadas               pic 9(04).
               10  wk-ser-nao-retorna               pic 9(04).
               10  wk-ser-financeiro                pic 9(04).

       77  wk-tot-pendentes                         pic 9(06) value 0.
       77  wk-tot-confirmadas                       pic 9(06) value 0.
       77  wk-tot-nao-retorna                       pic 9(06) value 0.
       77  wk-tot-financeiro                        pic 9(06) value 0.

      *>   Parametros da subrotina pendencia_financeira
       77  wk-pen-operacao                          pic x(01).
       77  wk-pen-data-base                         pic 9(08).
       01  wk-pen-pendencia.
           05  wk-pen-tolerancia-dias               pic 9(03).
           05  wk-pen-qtd-vencidas                  pic 9(03).
           05  wk-pen-valor-vencido                 pic 9(06)v99.
           05  wk-pen-maior-atraso                  pic 9(05).
           05  wk-pen-competencia-antiga            pic 9(06).
       77  wk-pen-retorno                           pic 9(01).

      *>   Pendente sem excecao e com debito alem da tolerancia
       77  wk-financeiro-flag                       pic x(01).
           88 wk-pendente-financeiro                value "S".

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 wk-pen-nome                           pic x(10).
           05 filler                                pic x(41) value space.

       01  wk-linha-tit-financeiro.
           05 filler                                pic x(36)
                  value "PENDENTE FINANCEIRO - debito vencido".
           05 filler                                pic x(12) value " ha mais de ".
           05 wk-fin-tit-dias                       pic zz9.
           05 filler                                pic x(29) value " dias".

       01  wk-linha-col-financeiro.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(03) value "Se".
           05 filler                                pic x(13) value "CPF".
           05 filler                                pic x(11) value "Nome".
           05 filler                                pic x(16) value "Responsavel".
           05 filler                                pic x(12) value "Telefone".
           05 filler                                pic x(04) value "Qtd".
           05 filler                                pic x(11) value "      Valor".
           05 filler                                pic x(06) value " Dias".

       01  wk-linha-financeiro.
           05 filler                                pic x(04) value space.
           05 wk-fin-serie                          pic 9(02).
           05 filler                                pic x(01) value space.
           05 wk-fin-cpf                            pic x(12).
           05 filler                                pic x(01) value space.
           05 wk-fin-nome                           pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-fin-responsavel                    pic x(15).
           05 filler                                pic x(01) value space.
           05 wk-fin-telefone                       pic x(11).
           05 filler                                pic x(01) value space.
           05 wk-fin-qtd                            pic zz9.
           05 filler                                pic x(01) value space.
           05 wk-fin-valor                          pic zzz.zz9,99.
           05 filler                                pic x(01) value space.
           05 wk-fin-atraso                         pic zzzz9.
           05 filler                                pic x(01) value space.

       01  wk-linha-serie.
           05 filler                                pic x(07) value "Serie ".
           05 wk-ser-serie                          pic 9(02).
           05 wk-ser-con                            pic zzz9.
           05 filler                                pic x(15) value " Nao-retorna: ".
           05 wk-ser-nao                            pic zzz9.
           05 filler                                pic x(09) value " Financ: ".
           05 wk-ser-fin                            pic zzz9.

       01  wk-linha-total.
           05 filler                                pic x(20) value "Totais da escola - P".
           05 wk-tot-con                            pic zzzz9.
           05 filler                                pic x(05) value "  N: ".
           05 wk-tot-nao                            pic zzzz9.
           05 filler                                pic x(05) value "  F: ".
           05 wk-tot-fin                            pic zzzz9.
           05 filler                                pic x(23) value space.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform bb-listar-financeiro.
           perform c-imprimir-totais.
           perform z-finaliza.

               move function current-date(1:4)          to      wk-ano-letivo
           end-if

           open input arqExcecoes
           if   wk-fs-arqExcecoes not equal "00"
           and  wk-fs-arqExcecoes not equal "35" then
               move "0003"                               to      wk-msn-erro-adress
               move wk-fs-arqExcecoes                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqExcecoes"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00"
           and  wk-fs-arqAlunos not equal "35" then
               move "0004"                               to      wk-msn-erro-adress
               move wk-fs-arqAlunos                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move function current-date(1:8)              to      wk-pen-data-base
           move "P"                                     to      wk-pen-operacao
           call "pendencia_financeira" using wk-pen-operacao
                                             fd-rem-cpf
                                             wk-pen-data-base
                                             wk-pen-pendencia
                                             wk-pen-retorno

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0002"                               to      wk-msn-erro-adress

           evaluate true
               when fd-rem-pendente
                   perform bc-apurar-financeiro
                   if  wk-pendente-financeiro then
                       add 1                            to      wk-tot-financeiro
                       if  fd-rem-serie >= 1
                       and fd-rem-serie <= 9 then
                           add 1        to  wk-ser-financeiro(fd-rem-serie)
                       end-if
                   else
                       add 1                            to      wk-tot-pendentes
                       if  fd-rem-serie >= 1
                       and fd-rem-serie <= 9 then
                           add 1        to  wk-ser-pendentes(fd-rem-serie)
                       end-if
                       move fd-rem-serie                to      wk-pen-serie
                       move fd-rem-cpf                  to      wk-pen-cpf
                       move fd-rem-nome                 to      wk-pen-nome
                       write fd-relatorio-linha from wk-linha-pendente
                   end-if

               when fd-rem-confirmada
                   add 1                                to      wk-tot-confirmadas
       ba-classificar-z.
           exit.

      *>*****************************************************************
      *>   Segunda passada: o grupo pendente financeiro, com os dados
      *>   para a diretoria contatar a familia
      *>*****************************************************************
       bb-listar-financeiro section.
       bb-listar-financeiro-a.

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-pen-tolerancia-dias                  to      wk-fin-tit-dias
           write fd-relatorio-linha from wk-linha-tit-financeiro
           write fd-relatorio-linha from wk-linha-col-financeiro

           if  wk-tot-financeiro equal 0 then
               exit section
           end-if

           move low-values                              to      fd-rem-chave
           start arqRematricula key is greater than fd-rem-chave
           if   wk-fs-arqRematricula not equal "00" then
               exit section
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqRematricula next record
               if   wk-fs-arqRematricula not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  fd-rem-ano equal wk-ano-letivo
                   and fd-rem-pendente then
                       perform bc-apurar-financeiro
                       if  wk-pendente-financeiro then
                           perform bd-imprimir-financeiro
                       end-if
                   end-if
               end-if
           end-perform

           .
       bb-listar-financeiro-z.
           exit.

      *>*****************************************************************
      *>   Pendencia financeira do CPF corrente - excecao registrada
      *>   pelo administrador na rematricula tira o aluno do grupo
      *>*****************************************************************
       bc-apurar-financeiro section.
       bc-apurar-financeiro-a.

           move space                                   to      wk-financeiro-flag

           move "C"                                     to      wk-pen-operacao
           call "pendencia_financeira" using wk-pen-operacao
                                             fd-rem-cpf
                                             wk-pen-data-base
                                             wk-pen-pendencia
                                             wk-pen-retorno
           if  wk-pen-retorno not equal 1 then
               exit section
           end-if

           if  wk-fs-arqExcecoes equal "00" then
               move fd-rem-cpf                          to      fd-rex-cpf
               move fd-rem-ano                          to      fd-rex-ano
               read arqExcecoes
               if   wk-fs-arqExcecoes equal "00" then
                   exit section
               end-if
               move "00"                                to      wk-fs-arqExcecoes
           end-if

           set  wk-pendente-financeiro                  to      true

           .
       bc-apurar-financeiro-z.
           exit.

      *>*****************************************************************
      *>   Linha do grupo pendente financeiro
      *>*****************************************************************
       bd-imprimir-financeiro section.
       bd-imprimir-financeiro-a.

           move fd-rem-serie                            to      wk-fin-serie
           move fd-rem-cpf                              to      wk-fin-cpf
           move fd-rem-nome                             to      wk-fin-nome
           move spaces                                  to      wk-fin-responsavel
           move spaces                                  to      wk-fin-telefone
           if  wk-fs-arqAlunos not equal "35" then
               move fd-rem-cpf                          to      fd-aluno-cpf
               read arqAlunos
               if   wk-fs-arqAlunos equal "00" then
                   move fd-aluno-responsavel            to      wk-fin-responsavel
                   move fd-aluno-tel-emergencia         to      wk-fin-telefone
               end-if
           end-if
           move wk-pen-qtd-vencidas                     to      wk-fin-qtd
           move wk-pen-valor-vencido                    to      wk-fin-valor
           move wk-pen-maior-atraso                     to      wk-fin-atraso
           write fd-relatorio-linha from wk-linha-financeiro

           .
       bd-imprimir-financeiro-z.
           exit.

      *>*****************************************************************
      *>   Totais por serie e da escola
      *>*****************************************************************
           perform varying wk-ind-serie from 1 by 1
                     until wk-ind-serie > 9
               if  wk-ser-pendentes(wk-ind-serie) > 0
               or  wk-ser-financeiro(wk-ind-serie) > 0
               or  wk-ser-confirmadas(wk-ind-serie) > 0
               or  wk-ser-nao-retorna(wk-ind-serie) > 0 then
                   move wk-ind-serie                    to      wk-ser-serie
                   move wk-ser-pendentes(wk-ind-serie)  to      wk-ser-pen
                   move wk-ser-confirmadas(wk-ind-serie) to     wk-ser-con
                   move wk-ser-nao-retorna(wk-ind-serie) to     wk-ser-nao
                   move wk-ser-financeiro(wk-ind-serie) to      wk-ser-fin
                   write fd-relatorio-linha from wk-linha-serie
               end-if
           end-perform
           move wk-tot-pendentes                        to      wk-tot-pen
           move wk-tot-confirmadas                      to      wk-tot-con
           move wk-tot-nao-retorna                      to      wk-tot-nao
           move wk-tot-financeiro                       to      wk-tot-fin
           write fd-relatorio-linha from wk-linha-total

           .

           close arqRematricula
           close arqRelatorio
           if   wk-fs-arqExcecoes not equal "35" then
               close arqExcecoes
           end-if
           if   wk-fs-arqAlunos not equal "35" then
               close arqAlunos
           end-if

           display "Pendentes listados em arqRematriculaPendentes.txt"
           display "Pendentes   : " wk-tot-pendentes
           display "Confirmadas : " wk-tot-confirmadas
           display "Nao-retorna : " wk-tot-nao-retorna
           display "Pend. financ: " wk-tot-financeiro

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
