      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista_embarque".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Lista de embarque do transporte escolar
      *>                      para o motorista: por rota, os alunos com
      *>                      vinculo ativo (arqTransporteInd.txt)
      *>                      agrupados pelo ponto de parada, na ordem
      *>                      do percurso, com o responsavel e o
      *>                      telefone, caixas de embarque/desembarque e
      *>                      a marca do aluno cuja turma esta em outro
      *>                      turno que o da rota. Parametro: o codigo
      *>                      da rota; em branco, todas as rotas ativas,
      *>                      ou so as de um turno com "     T" (turno na
      *>                      posicao 7). Saida em arqListaEmbarque.txt,
      *>                      espelhada no spool.
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

           select arqRotas assign to "arqRotasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rot-codigo
           file status is wk-fs-arqRotas.

           select arqTransporte assign to "arqTransporteInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-tra-cpf
           alternate record key is fd-tra-rota with duplicates
           file status is wk-fs-arqTransporte.

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

           select arqRelatorio assign to "arqListaEmbarque.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqRotas.
       01  fd-rota.
           05  fd-rot-codigo                        pic  x(05).
           05  fd-rot-descricao                     pic  x(30).
           05  fd-rot-veiculo                       pic  x(08).
           05  fd-rot-motorista                     pic  x(30).
           05  fd-rot-turno                         pic  x(01).
               88  fd-rot-turno-manha               value "M".
               88  fd-rot-turno-tarde               value "T".
               88  fd-rot-turno-noite               value "N".
           05  fd-rot-capacidade                    pic  9(03).
           05  fd-rot-qtd-paradas                   pic  9(02).
           05  fd-rot-parada occurs 15.
               10  fd-rot-par-local                 pic  x(30).
               10  fd-rot-par-hora                  pic  9(04).
           05  fd-rot-situacao                      pic  x(01).
               88  fd-rot-ativa                     value "A".
               88  fd-rot-inativa                   value "I".

       fd arqTransporte.
       01  fd-transporte.
           05  fd-tra-cpf                           pic  x(12).
           05  fd-tra-rota                          pic  x(05).
           05  fd-tra-parada                        pic  9(02).
           05  fd-tra-situacao                      pic  x(01).
               88  fd-tra-ativo                     value "A".
               88  fd-tra-cancelado                 value "C".
           05  fd-tra-data-inicio                   pic  9(08).
           05  fd-tra-data-fim                      pic  9(08).
           05  fd-tra-operador                      pic  x(15).
           05  fd-tra-data-registro                 pic  x(14).

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

       fd arqTurmas.
       01  fd-turma.
           05  fd-turma-chave.
               10  fd-turma-serie                   pic  9(02).
               10  fd-turma-letra                   pic  x(01).
           05  fd-turma-turno                       pic  x(01).
           05  fd-turma-professor                   pic  x(15).
           05  fd-turma-capacidade                  pic  9(03).
           05  fd-turma-unidade                     pic  x(03).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqRotas                           pic x(02).
       77  wk-fs-arqTransporte                      pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-tra                          pic x(01).
           88 wk-loop-tra-terminado                 value "F".

       01  wk-linha-comando.
           05  wk-parm-rota                         pic x(05).
           05  filler                               pic x(01).
           05  wk-parm-turno                        pic x(01).
           05  filler                               pic x(13).

      *>   Alunos da rota corrente, impressos por parada
       01  wk-tab-embarque.
           05  wk-emb-item occurs 300.
               10  wk-emb-parada                    pic 9(02).
               10  wk-emb-nome                      pic x(10).
               10  wk-emb-serie                     pic 9(02).
               10  wk-emb-turma                     pic x(01).
               10  wk-emb-responsavel               pic x(15).
               10  wk-emb-telefone                  pic x(11).
               10  wk-emb-divergente                pic x(01).
       77  wk-qtd-embarque                          pic 9(03) value 0.
       77  wk-ind-embarque                          pic 9(03) value 0.
       77  wk-ind-parada                            pic 9(02) value 0.
       77  wk-qtd-divergentes                       pic 9(03) value 0.
       77  wk-qtd-sem-parada                        pic 9(03) value 0.

       77  wk-qtd-rotas                             pic 9(06) value 0.
       77  wk-qtd-alunos                            pic 9(06) value 0.

       01  wk-tab-nome-turno.
           05  filler                               pic x(15)
                  value "MANHATARDENOITE".
       01  wk-tab-nome-turno-r redefines wk-tab-nome-turno.
           05  wk-nome-turno occurs 3               pic x(05).

       01  wk-linha-titulo.
           05 filler                                pic x(25)
                  value "LISTA DE EMBARQUE - ROTA ".
           05 wk-tit-rota                           pic x(05).
           05 filler                                pic x(03) value " - ".
           05 wk-tit-descricao                      pic x(30).
           05 filler                                pic x(37) value space.

       01  wk-linha-veiculo.
           05 filler                                pic x(09) value "Veiculo: ".
           05 wk-vei-placa                          pic x(08).
           05 filler                                pic x(13) value "  Motorista: ".
           05 wk-vei-motorista                      pic x(30).
           05 filler                                pic x(09) value "  Turno: ".
           05 wk-vei-turno                          pic x(05).
           05 filler                                pic x(26) value space.

       01  wk-linha-parada.
           05 filler                                pic x(07) value "Parada ".
           05 wk-par-numero                         pic 9(02).
           05 filler                                pic x(03) value " - ".
           05 wk-par-hh                             pic x(02).
           05 filler                                pic x(01) value ":".
           05 wk-par-mm                             pic x(02).
           05 filler                                pic x(03) value " - ".
           05 wk-par-local                          pic x(30).
           05 filler                                pic x(50) value space.

       01  wk-linha-aluno.
           05 filler                                pic x(04) value space.
           05 wk-alu-nome                           pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-alu-serie                          pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-alu-turma                          pic x(01).
           05 filler                                pic x(07) value " Resp: ".
           05 wk-alu-responsavel                    pic x(15).
           05 filler                                pic x(06) value " Tel: ".
           05 wk-alu-telefone                       pic x(11).
           05 filler                                pic x(16)
                  value "  Emb[ ] Des[ ]".
           05 filler                                pic x(01) value space.
           05 wk-alu-marca                          pic x(14).
           05 filler                                pic x(11) value space.

       01  wk-linha-rodape.
           05 filler                                pic x(16) value "Alunos na rota: ".
           05 wk-rod-alunos                         pic zz9.
           05 filler                                pic x(12) value "   Lotacao: ".
           05 wk-rod-lotacao                        pic zz9.
           05 filler                                pic x(21)
                  value "   Turno divergente: ".
           05 wk-rod-divergentes                    pic zz9.
           05 filler                                pic x(42) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "lista_embarque".
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
           if  wk-parm-turno not equal space
           and wk-parm-turno not equal "M"
           and wk-parm-turno not equal "T"
           and wk-parm-turno not equal "N" then
               move "0001"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Turno (M/T/N) invalido no parametro"  to   wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqRotas
           if   wk-fs-arqRotas not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqRotas                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRotas"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTransporte
           if   wk-fs-arqTransporte not equal "00" then
               move "0003"                                to      wk-msn-erro-adress
               move wk-fs-arqTransporte                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTransporte" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqTurmas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTurmas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0006"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - a rota do parametro ou todas as
      *>   rotas ativas (do turno pedido)
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           if  wk-parm-rota not equal spaces then
               move wk-parm-rota                        to      fd-rot-codigo
               read arqRotas
               if   wk-fs-arqRotas not equal "00" then
                   move "0007"                          to      wk-msn-erro-adress
                   move wk-fs-arqRotas                  to      wk-msn-erro-cod
                   move "Rota nao cadastrada"           to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               perform ba-imprimir-rota
               exit section
           end-if

           move low-values                              to      fd-rot-codigo
           start arqRotas key is not less fd-rot-codigo
           if   wk-fs-arqRotas equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqRotas next record
                   if   wk-fs-arqRotas not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-rot-ativa
                       and (wk-parm-turno equal space
                            or fd-rot-turno equal wk-parm-turno) then
                           perform ba-imprimir-rota
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Cabecalho, alunos por ponto de parada e rodape da rota
      *>*****************************************************************
       ba-imprimir-rota section.
       ba-imprimir-rota-a.

           add 1                                        to      wk-qtd-rotas
           perform bb-carregar-alunos

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move fd-rot-codigo                           to      wk-tit-rota
           move fd-rot-descricao                        to      wk-tit-descricao
           write fd-relatorio-linha from wk-linha-titulo
           move fd-rot-veiculo                          to      wk-vei-placa
           move fd-rot-motorista                        to      wk-vei-motorista
           evaluate fd-rot-turno
               when "M"
                   move wk-nome-turno(1)                to      wk-vei-turno
               when "T"
                   move wk-nome-turno(2)                to      wk-vei-turno
               when "N"
                   move wk-nome-turno(3)                to      wk-vei-turno
               when other
                   move fd-rot-turno                    to      wk-vei-turno
           end-evaluate
           write fd-relatorio-linha from wk-linha-veiculo

           perform varying wk-ind-parada from 1 by 1
                   until wk-ind-parada > fd-rot-qtd-paradas
               move space                               to      fd-relatorio-linha
               write fd-relatorio-linha
               move wk-ind-parada                       to      wk-par-numero
               move fd-rot-par-hora(wk-ind-parada)(1:2) to      wk-par-hh
               move fd-rot-par-hora(wk-ind-parada)(3:2) to      wk-par-mm
               move fd-rot-par-local(wk-ind-parada)     to      wk-par-local
               write fd-relatorio-linha from wk-linha-parada
               perform varying wk-ind-embarque from 1 by 1
                       until wk-ind-embarque > wk-qtd-embarque
                   if  wk-emb-parada(wk-ind-embarque) equal wk-ind-parada then
                       perform bc-imprimir-aluno
                   end-if
               end-perform
           end-perform

      *>    parada fora da lista atual da rota (paradas regravadas)
           if  wk-qtd-sem-parada > 0 then
               move space                               to      fd-relatorio-linha
               write fd-relatorio-linha
               move "Parada nao cadastrada na rota - conferir o vinculo"
                                                        to      fd-relatorio-linha
               write fd-relatorio-linha
               perform varying wk-ind-embarque from 1 by 1
                       until wk-ind-embarque > wk-qtd-embarque
                   if  wk-emb-parada(wk-ind-embarque) < 1
                   or  wk-emb-parada(wk-ind-embarque) > fd-rot-qtd-paradas then
                       perform bc-imprimir-aluno
                   end-if
               end-perform
           end-if

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-qtd-embarque                         to      wk-rod-alunos
           move fd-rot-capacidade                       to      wk-rod-lotacao
           move wk-qtd-divergentes                      to      wk-rod-divergentes
           write fd-relatorio-linha from wk-linha-rodape

           .
       ba-imprimir-rota-z.
           exit.

      *>*****************************************************************
      *>   Alunos com vinculo ativo na rota corrente, pelo indice
      *>   alternativo de rota
      *>*****************************************************************
       bb-carregar-alunos section.
       bb-carregar-alunos-a.

           move 0                                       to      wk-qtd-embarque
                                                                wk-qtd-divergentes
                                                                wk-qtd-sem-parada

           move fd-rot-codigo                           to      fd-tra-rota
           start arqTransporte key is equal fd-tra-rota
           if   wk-fs-arqTransporte equal "00" then
               move space                               to      wk-fim-loop-tra
               perform until wk-loop-tra-terminado
                   read arqTransporte next record
                   if   wk-fs-arqTransporte not equal "00"
                   or   fd-tra-rota not equal fd-rot-codigo
                   or   wk-qtd-embarque >= 300 then
                       move "F"                         to      wk-fim-loop-tra
                   else
                       if  fd-tra-ativo then
                           perform bd-guardar-aluno
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqTransporte

           .
       bb-carregar-alunos-z.
           exit.

      *>*****************************************************************
      *>   Linha do aluno da tabela
      *>*****************************************************************
       bc-imprimir-aluno section.
       bc-imprimir-aluno-a.

           move wk-emb-nome(wk-ind-embarque)            to      wk-alu-nome
           move wk-emb-serie(wk-ind-embarque)           to      wk-alu-serie
           move wk-emb-turma(wk-ind-embarque)           to      wk-alu-turma
           move wk-emb-responsavel(wk-ind-embarque)     to      wk-alu-responsavel
           move wk-emb-telefone(wk-ind-embarque)        to      wk-alu-telefone
           move spaces                                  to      wk-alu-marca
           if  wk-emb-divergente(wk-ind-embarque) equal "S" then
               move "TURNO DIVERSO"                     to      wk-alu-marca
           end-if
           write fd-relatorio-linha from wk-linha-aluno
           add 1                                        to      wk-qtd-alunos

           .
       bc-imprimir-aluno-z.
           exit.

      *>*****************************************************************
      *>   Guarda o aluno do vinculo corrente com os dados do cadastro
      *>   e a conferencia do turno da turma contra o da rota
      *>*****************************************************************
       bd-guardar-aluno section.
       bd-guardar-aluno-a.

           add 1                                        to      wk-qtd-embarque
           move fd-tra-parada                           to      wk-emb-parada(wk-qtd-embarque)
           move "N"                                     to      wk-emb-divergente(wk-qtd-embarque)
           if  fd-tra-parada < 1
           or  fd-tra-parada > fd-rot-qtd-paradas then
               add 1                                    to      wk-qtd-sem-parada
           end-if

           move fd-tra-cpf                              to      fd-aluno-cpf
           read arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "00"                                to      wk-fs-arqAlunos
               move fd-tra-cpf                          to      wk-emb-nome(wk-qtd-embarque)
               move 0                                   to      wk-emb-serie(wk-qtd-embarque)
               move spaces                              to      wk-emb-turma(wk-qtd-embarque)
                                                                wk-emb-responsavel(wk-qtd-embarque)
                                                                wk-emb-telefone(wk-qtd-embarque)
               exit section
           end-if
           move fd-aluno-nome                           to      wk-emb-nome(wk-qtd-embarque)
           move fd-aluno-serie                          to      wk-emb-serie(wk-qtd-embarque)
           move fd-aluno-turma                          to      wk-emb-turma(wk-qtd-embarque)
           move fd-aluno-responsavel                    to      wk-emb-responsavel(wk-qtd-embarque)
           move fd-aluno-tel-emergencia                 to      wk-emb-telefone(wk-qtd-embarque)

           move fd-aluno-serie                          to      fd-turma-serie
           move fd-aluno-turma                          to      fd-turma-letra
           read arqTurmas
           if   wk-fs-arqTurmas equal "00" then
               if  fd-turma-turno not equal fd-rot-turno then
                   move "S"                             to      wk-emb-divergente(wk-qtd-embarque)
                   add 1                                to      wk-qtd-divergentes
               end-if
           else
               move "00"                                to      wk-fs-arqTurmas
           end-if

           .
       bd-guardar-aluno-z.
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

           close arqRotas
           close arqTransporte
           close arqAlunos
           close arqTurmas
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "lista_embarque"           to   wk-spl-programa
           move "arqListaEmbarque.txt"     to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Listas gravadas em arqListaEmbarque.txt"
           display "Rotas listadas        : " wk-qtd-rotas
           display "Alunos nas listas     : " wk-qtd-alunos

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-rotas
                                          wk-qtd-alunos
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
