      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista_passeio".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Lista do dia do passeio: alunos ativos
      *>                      das turmas convidadas com autorizacao do
      *>                      responsavel (arqAutorizacoesPasseioInd.txt),
      *>                      com telefone de emergencia, responsavel,
      *>                      tipo sanguineo, alergias e medicacao da
      *>                      ficha de saude (arqSaudeInd.txt) e aviso de
      *>                      pagamento pendente; em seguida, separados,
      *>                      os alunos nao autorizados ou sem resposta,
      *>                      que permanecem na escola. Parametro: o
      *>                      codigo do passeio. Saida em
      *>                      arqListaPasseio.txt, espelhada no spool.
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

           select arqPasseios assign to "arqPasseiosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-pas-codigo
           file status is wk-fs-arqPasseios.

           select arqAutorizacoes assign to "arqAutorizacoesPasseioInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aut-chave
           file status is wk-fs-arqAutorizacoes.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqSaude assign to "arqSaudeInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sau-cpf
           file status is wk-fs-arqSaude.

           select arqRelatorio assign to "arqListaPasseio.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqPasseios.
       01  fd-passeio.
           05  fd-pas-codigo                        pic  x(06).
           05  fd-pas-data                          pic  9(08).
           05  fd-pas-destino                       pic  x(40).
           05  fd-pas-hora-saida                    pic  9(04).
           05  fd-pas-hora-retorno                  pic  9(04).
           05  fd-pas-custo                         pic  9(04)v99.
           05  fd-pas-qtd-turmas                    pic  9(02).
           05  fd-pas-turma occurs 10.
               10  fd-pas-serie                     pic  9(02).
               10  fd-pas-letra                     pic  x(01).
           05  fd-pas-situacao                      pic  x(01).
               88  fd-pas-ativo                     value "A".
               88  fd-pas-cancelado                 value "C".
           05  fd-pas-operador                      pic  x(15).
           05  fd-pas-data-registro                 pic  x(14).

       fd arqAutorizacoes.
       01  fd-autorizacao.
           05  fd-aut-chave.
               10  fd-aut-passeio                   pic  x(06).
               10  fd-aut-cpf                       pic  x(12).
           05  fd-aut-nome                          pic  x(10).
           05  fd-aut-serie                         pic  9(02).
           05  fd-aut-turma                         pic  x(01).
           05  fd-aut-resposta                      pic  x(01).
               88  fd-aut-pendente                  value "P".
               88  fd-aut-autorizado                value "A".
               88  fd-aut-nao-autorizado            value "N".
           05  fd-aut-data-resposta                 pic  9(08).
           05  fd-aut-valor-pago                    pic  9(04)v99.
           05  fd-aut-data-pagamento                pic  9(08).
           05  fd-aut-operador                      pic  x(15).
           05  fd-aut-data-registro                 pic  x(14).

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

       fd arqSaude.
       01  fd-saude.
           05  fd-sau-cpf                           pic  x(12).
           05  fd-sau-tipo-sanguineo                pic  x(03).
           05  fd-sau-alergias                      pic  x(60).
           05  fd-sau-medicacao                     pic  x(60).
           05  fd-sau-plano-saude                   pic  x(20).
           05  fd-sau-medico-contato                pic  x(30).
           05  fd-sau-data-atualizacao              pic  x(14).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqPasseios                        pic x(02).
       77  wk-fs-arqAutorizacoes                    pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqSaude                           pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-passeio                      pic x(06).
           05  filler                               pic x(14).

      *>   A = parte dos autorizados, N = parte dos que ficam na escola
       77  wk-parte                                 pic x(01).
           88 wk-parte-autorizados                  value "A".
           88 wk-parte-ficam                        value "N".

       77  wk-ind-turma                             pic 9(02) value 0.
       77  wk-serie                                 pic 9(02) value 0.
       77  wk-letra                                 pic x(01).
       77  wk-resposta                              pic x(01).
       77  wk-valor-pago                            pic 9(04)v99 value 0.

       77  wk-qtd-autorizados                       pic 9(06) value 0.
       77  wk-qtd-ficam                             pic 9(06) value 0.
       77  wk-qtd-sem-ficha                         pic 9(06) value 0.

       01  wk-data-passeio                          pic 9(08) value 0.
       01  wk-data-passeio-r redefines wk-data-passeio.
           05  wk-dpa-ano                           pic 9(04).
           05  wk-dpa-mes                           pic 9(02).
           05  wk-dpa-dia                           pic 9(02).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "lista_passeio".
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

       01  wk-linha-titulo.
           05 filler                                pic x(17)
                  value "LISTA DO PASSEIO ".
           05 wk-tit-codigo                         pic x(06).
           05 filler                                pic x(03) value " - ".
           05 wk-tit-destino                        pic x(40).
           05 filler                                pic x(03) value " - ".
           05 wk-tit-dia                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(21) value space.

       01  wk-linha-horario.
           05 filler                                pic x(07) value "Saida: ".
           05 wk-hor-saida-hh                       pic x(02).
           05 filler                                pic x(01) value ":".
           05 wk-hor-saida-mm                       pic x(02).
           05 filler                                pic x(12) value "   Retorno: ".
           05 wk-hor-retorno-hh                     pic x(02).
           05 filler                                pic x(01) value ":".
           05 wk-hor-retorno-mm                     pic x(02).
           05 filler                                pic x(71) value space.

       01  wk-linha-turma.
           05 filler                                pic x(13) value "Serie/Turma: ".
           05 wk-tur-serie                          pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tur-letra                          pic x(01).
           05 filler                                pic x(83) value space.

       01  wk-linha-aluno.
           05 wk-alu-nome                           pic x(10).
           05 filler                                pic x(06) value " Tel: ".
           05 wk-alu-telefone                       pic x(11).
           05 filler                                pic x(07) value " Resp: ".
           05 wk-alu-responsavel                    pic x(15).
           05 filler                                pic x(09) value " Sangue: ".
           05 wk-alu-sangue                         pic x(03).
           05 filler                                pic x(01) value space.
           05 wk-alu-pagamento                      pic x(20).
           05 filler                                pic x(18) value space.

       01  wk-linha-alergias.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(10) value "Alergias: ".
           05 wk-ale-texto                          pic x(60).
           05 filler                                pic x(26) value space.

       01  wk-linha-medicacao.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(11) value "Medicacao: ".
           05 wk-med-texto                          pic x(60).
           05 filler                                pic x(25) value space.

       01  wk-linha-fica.
           05 wk-fic-nome                           pic x(10).
           05 filler                                pic x(05) value " CPF ".
           05 wk-fic-cpf                            pic x(12).
           05 filler                                pic x(13) value " Serie/Turma ".
           05 wk-fic-serie                          pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-fic-turma                          pic x(01).
           05 filler                                pic x(11) value " Situacao: ".
           05 wk-fic-situacao                       pic x(20).
           05 filler                                pic x(25) value space.

       01  wk-linha-total.
           05 filler                                pic x(13) value "Autorizados: ".
           05 wk-tot-autorizados                    pic zzz9.
           05 filler                                pic x(19)
                  value "  Ficam na escola: ".
           05 wk-tot-ficam                          pic zzz9.
           05 filler                                pic x(22)
                  value "  Sem ficha de saude: ".
           05 wk-tot-sem-ficha                      pic zzz9.
           05 filler                                pic x(34) value space.

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
           if  wk-parm-passeio equal spaces then
               move "0001"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Informe o codigo do passeio no parametro"
                                                        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqPasseios
           if   wk-fs-arqPasseios not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqPasseios                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqPasseios" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-parm-passeio                         to      fd-pas-codigo
           read arqPasseios
           if   wk-fs-arqPasseios not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqPasseios                   to      wk-msn-erro-cod
               move "Passeio nao cadastrado"            to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           if  fd-pas-cancelado then
               move "0004"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Passeio cancelado"                 to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem respostas registradas todos ficam na escola
           open input arqAutorizacoes
           if   wk-fs-arqAutorizacoes not equal "00"
           and  wk-fs-arqAutorizacoes not equal "35" then
               move "0005"                                  to      wk-msn-erro-adress
               move wk-fs-arqAutorizacoes                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAutorizacoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    fichas de saude - a ausencia do arquivo (35) deixa a lista
      *>    sair so com os dados do cadastro
           open input arqSaude
           if   wk-fs-arqSaude not equal "00"
           and  wk-fs-arqSaude not equal "35" then
               move "0007"                              to      wk-msn-erro-adress
               move wk-fs-arqSaude                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqSaude"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0008"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move fd-pas-data                             to      wk-data-passeio
           move fd-pas-codigo                           to      wk-tit-codigo
           move fd-pas-destino                          to      wk-tit-destino
           move wk-dpa-dia                              to      wk-tit-dia
           move wk-dpa-mes                              to      wk-tit-mes
           move wk-dpa-ano                              to      wk-tit-ano
           move fd-pas-hora-saida(1:2)                  to      wk-hor-saida-hh
           move fd-pas-hora-saida(3:2)                  to      wk-hor-saida-mm
           move fd-pas-hora-retorno(1:2)                to      wk-hor-retorno-hh
           move fd-pas-hora-retorno(3:2)                to      wk-hor-retorno-mm
           write fd-relatorio-linha from wk-linha-titulo
           write fd-relatorio-linha from wk-linha-horario

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - primeiro os autorizados, depois os
      *>   que ficam na escola
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move "ALUNOS AUTORIZADOS - LISTA DO ONIBUS"  to      fd-relatorio-linha
           write fd-relatorio-linha
           set wk-parte-autorizados                     to      true
           perform ba-percorrer-turmas

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move "ALUNOS QUE PERMANECEM NA ESCOLA"       to      fd-relatorio-linha
           write fd-relatorio-linha
           set wk-parte-ficam                           to      true
           perform ba-percorrer-turmas

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-qtd-autorizados                      to      wk-tot-autorizados
           move wk-qtd-ficam                            to      wk-tot-ficam
           move wk-qtd-sem-ficha                        to      wk-tot-sem-ficha
           write fd-relatorio-linha from wk-linha-total

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Alunos ativos das turmas convidadas pelo indice alternativo
      *>   de Serie, na parte corrente da lista
      *>*****************************************************************
       ba-percorrer-turmas section.
       ba-percorrer-turmas-a.

           perform varying wk-ind-turma from 1 by 1
                   until wk-ind-turma > fd-pas-qtd-turmas
               move fd-pas-serie(wk-ind-turma)          to      wk-serie
               move fd-pas-letra(wk-ind-turma)          to      wk-letra
               move wk-serie                            to      wk-tur-serie
               move wk-letra                            to      wk-tur-letra
               move space                               to      fd-relatorio-linha
               write fd-relatorio-linha
               write fd-relatorio-linha from wk-linha-turma

               move wk-serie                            to      fd-aluno-serie
               start arqAlunos key is equal fd-aluno-serie
               if   wk-fs-arqAlunos equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqAlunos next record
                       if   wk-fs-arqAlunos not equal "00"
                       or   fd-aluno-serie not equal wk-serie then
                           move "F"                     to      wk-fim-loop
                       else
                           if  fd-aluno-ativo
                           and fd-aluno-turma equal wk-letra then
                               perform bb-tratar-aluno
                           end-if
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqAlunos
           end-perform

           .
       ba-percorrer-turmas-z.
           exit.

      *>*****************************************************************
      *>   Resposta do responsavel decide a parte em que o aluno sai
      *>*****************************************************************
       bb-tratar-aluno section.
       bb-tratar-aluno-a.

           move "P"                                     to      wk-resposta
           move 0                                       to      wk-valor-pago
           if   wk-fs-arqAutorizacoes not equal "35" then
               move fd-pas-codigo                       to      fd-aut-passeio
               move fd-aluno-cpf                        to      fd-aut-cpf
               read arqAutorizacoes
               if   wk-fs-arqAutorizacoes equal "00" then
                   move fd-aut-resposta                 to      wk-resposta
                   move fd-aut-valor-pago               to      wk-valor-pago
               else
                   move "00"                            to      wk-fs-arqAutorizacoes
               end-if
           end-if

           if  wk-parte-autorizados then
               if  wk-resposta equal "A" then
                   perform bc-imprimir-autorizado
               end-if
           else
               if  wk-resposta not equal "A" then
                   perform bd-imprimir-fica
               end-if
           end-if

           .
       bb-tratar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Aluno autorizado com os contatos de emergencia e a ficha de
      *>   saude quando existente
      *>*****************************************************************
       bc-imprimir-autorizado section.
       bc-imprimir-autorizado-a.

           move fd-aluno-nome                           to      wk-alu-nome
           move fd-aluno-tel-emergencia                 to      wk-alu-telefone
           move fd-aluno-responsavel                    to      wk-alu-responsavel
           move spaces                                  to      wk-alu-pagamento
           if  wk-valor-pago < fd-pas-custo then
               move "PAGAMENTO PENDENTE"                to      wk-alu-pagamento
           end-if

           move spaces                                  to      wk-alu-sangue
           move "*** SEM FICHA DE SAUDE ***"            to      wk-ale-texto
           move spaces                                  to      wk-med-texto

           if   wk-fs-arqSaude not equal "35" then
               move fd-aluno-cpf                        to      fd-sau-cpf
               read arqSaude
               if   wk-fs-arqSaude equal "00" then
                   move fd-sau-tipo-sanguineo           to      wk-alu-sangue
                   move fd-sau-alergias                 to      wk-ale-texto
                   move fd-sau-medicacao                to      wk-med-texto
               else
                   add 1                                to      wk-qtd-sem-ficha
                   move "00"                            to      wk-fs-arqSaude
               end-if
           else
               add 1                                    to      wk-qtd-sem-ficha
           end-if

           write fd-relatorio-linha from wk-linha-aluno
           write fd-relatorio-linha from wk-linha-alergias
           write fd-relatorio-linha from wk-linha-medicacao

           add 1                                        to      wk-qtd-autorizados

           .
       bc-imprimir-autorizado-z.
           exit.

      *>*****************************************************************
      *>   Aluno nao autorizado ou sem resposta - fica na escola
      *>*****************************************************************
       bd-imprimir-fica section.
       bd-imprimir-fica-a.

           move fd-aluno-nome                           to      wk-fic-nome
           move fd-aluno-cpf                            to      wk-fic-cpf
           move fd-aluno-serie                          to      wk-fic-serie
           move fd-aluno-turma                          to      wk-fic-turma
           if  wk-resposta equal "N" then
               move "NAO AUTORIZADO"                    to      wk-fic-situacao
           else
               move "SEM RESPOSTA"                      to      wk-fic-situacao
           end-if
           write fd-relatorio-linha from wk-linha-fica

           add 1                                        to      wk-qtd-ficam

           .
       bd-imprimir-fica-z.
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

           close arqPasseios
           close arqAutorizacoes
           close arqAlunos
           close arqSaude
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "lista_passeio"            to   wk-spl-programa
           move "arqListaPasseio.txt"      to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Lista gravada em arqListaPasseio.txt"
           display "Autorizados           : " wk-qtd-autorizados
           display "Ficam na escola       : " wk-qtd-ficam
           display "Sem ficha de saude    : " wk-qtd-sem-ficha

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-autorizados
                                          wk-qtd-ficam
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
