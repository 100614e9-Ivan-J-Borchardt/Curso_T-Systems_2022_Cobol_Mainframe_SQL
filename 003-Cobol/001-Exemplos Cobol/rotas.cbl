      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "rotas".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Cadastro das rotas do transporte escolar
      *>                      (arqRotasInd.txt): codigo, descricao,
      *>                      veiculo (placa), motorista, turno M/T/N,
      *>                      lotacao do veiculo, situacao e ate 15
      *>                      pontos de parada com o horario de
      *>                      passagem. O vinculo aluno x rota e feito
      *>                      em transporte_alunos.cbl; rota com aluno
      *>                      vinculado nao e excluida, e inativada.

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

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqRotas                           pic x(02).
       77  wk-fs-arqTransporte                      pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
           88 wk-op-cadastrar                       value "C" "c".
           88 wk-op-listar                          value "L" "l".
           88 wk-op-alterar                         value "A" "a".
           88 wk-op-paradas                         value "P" "p".
           88 wk-op-excluir                         value "E" "e".

       77  wk-codigo                                pic x(05).
       77  wk-descricao                             pic x(30).
       77  wk-veiculo                               pic x(08).
       77  wk-motorista                             pic x(30).
       77  wk-turno                                 pic x(01).
           88 wk-turno-valido                       value "M" "T" "N".
       77  wk-capacidade                            pic 9(03) value 0.
       77  wk-situacao                              pic x(01).
           88 wk-situacao-valida                    value "A" "I".
       77  wk-turno-anterior                        pic x(01).

       77  wk-par-local                             pic x(30).
       77  wk-par-hora                              pic 9(04) value 0.
       77  wk-ind-parada                            pic 9(02) value 0.

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "v".
           88 wk-entrada-invalida                   value "i".

       77  wk-qtd-vinculados                        pic 9(03) value 0.

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "rotas".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

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

           open i-o arqRotas
           if   wk-fs-arqRotas equal "05"
           or   wk-fs-arqRotas equal "35" then
               open output arqRotas
               close arqRotas
               open i-o arqRotas
           end-if
           if   wk-fs-arqRotas not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqRotas                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRotas"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTransporte
           if   wk-fs-arqTransporte not equal "00"
           and  wk-fs-arqTransporte not equal "35" then
               move "0002"                                to      wk-msn-erro-adress
               move wk-fs-arqTransporte                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTransporte" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           perform until wk-sair
               display erase
               display "Cadastro de Rotas do Transporte Escolar"
               display " "
               display "(C) Cadastrar rota"
               display "(L) Listar rotas"
               display "(A) Alterar rota"
               display "(P) Pontos de parada"
               display "(E) Excluir rota"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-cadastrar
                       perform ba-cadastrar
                   when wk-op-listar
                       perform bb-listar
                   when wk-op-alterar
                       perform bc-alterar
                   when wk-op-paradas
                       perform be-paradas
                   when wk-op-excluir
                       perform bd-excluir
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Cadastro de uma rota nova - os pontos de parada entram pela
      *>   opcao (P)
      *>*****************************************************************
       ba-cadastrar section.
       ba-cadastrar-a.

           set wk-entrada-valida                        to      true

           display "Codigo da rota (5 posicoes): "
           accept wk-codigo
           display "Descricao: "
           accept wk-descricao
           display "Veiculo (placa): "
           accept wk-veiculo
           display "Motorista: "
           accept wk-motorista
           display "Turno (M=manha, T=tarde, N=noite): "
           accept wk-turno
           display "Lotacao do veiculo: "
           accept wk-capacidade

           if  wk-codigo equal space
           or  wk-descricao equal space then
               display "Codigo e descricao da rota obrigatorios."
               set wk-entrada-invalida                  to      true
           end-if

           if  wk-entrada-valida then
               if  not wk-turno-valido then
                   display "Turno invalido."
                   set wk-entrada-invalida              to      true
               end-if
           end-if

           if  wk-entrada-valida then
               if  wk-capacidade equal 0 then
                   display "Lotacao deve ser maior que zero."
                   set wk-entrada-invalida              to      true
               end-if
           end-if

           if  wk-entrada-valida then
               initialize fd-rota
               move wk-codigo                           to      fd-rot-codigo
               move wk-descricao                        to      fd-rot-descricao
               move wk-veiculo                          to      fd-rot-veiculo
               move wk-motorista                        to      fd-rot-motorista
               move wk-turno                            to      fd-rot-turno
               move wk-capacidade                       to      fd-rot-capacidade
               move 0                                   to      fd-rot-qtd-paradas
               move "A"                                 to      fd-rot-situacao

               write fd-rota
               if   wk-fs-arqRotas equal "22" then
                   display "Rota ja cadastrada."
               else
                   if   wk-fs-arqRotas not equal "00" then
                       move "0003"                              to      wk-msn-erro-adress
                       move wk-fs-arqRotas                      to      wk-msn-erro-cod
                       move "Erro ao Gravar Arquivo arqRotas"   to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   display "Rota cadastrada. Informe os pontos de"
                           " parada pela opcao (P)."
               end-if
           end-if
           accept temp

           .
       ba-cadastrar-z.
           exit.

      *>*****************************************************************
      *>   Lista as rotas com os alunos vinculados de cada uma
      *>*****************************************************************
       bb-listar section.
       bb-listar-a.

           move low-values                              to      fd-rot-codigo
           start arqRotas key is not less fd-rot-codigo
           if   wk-fs-arqRotas not equal "00" then
               display "Nenhuma rota cadastrada."
           else
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqRotas next record
                   if   wk-fs-arqRotas not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       move fd-rot-codigo               to      wk-codigo
                       perform bf-contar-vinculados
                       display fd-rot-codigo " " fd-rot-descricao " "
                               fd-rot-veiculo " " fd-rot-turno
                               " Lotacao " fd-rot-capacidade
                               " Alunos " wk-qtd-vinculados
                               " Paradas " fd-rot-qtd-paradas
                               " " fd-rot-situacao
                   end-if
               end-perform
               move "00"                                to      wk-fs-arqRotas
           end-if

           display "Pressione ENTER para voltar..."
           accept temp

           .
       bb-listar-z.
           exit.

      *>*****************************************************************
      *>   Alteracao de uma rota - campos em branco (ou zero) mantem o
      *>   valor atual; mudar o turno de rota com aluno vinculado gera
      *>   aviso para conferir o turno das turmas
      *>*****************************************************************
       bc-alterar section.
       bc-alterar-a.

           set wk-entrada-valida                        to      true

           display "Codigo da rota: "
           accept wk-codigo

           move wk-codigo                               to      fd-rot-codigo
           read arqRotas
           if   wk-fs-arqRotas not equal "00" then
               move "00"                                to      wk-fs-arqRotas
               display "Rota nao cadastrada."
               accept temp
               exit section
           end-if

           perform bf-contar-vinculados
           display "Descricao atual: " fd-rot-descricao
           display "Veiculo atual  : " fd-rot-veiculo
           display "Motorista atual: " fd-rot-motorista
           display "Turno atual    : " fd-rot-turno
           display "Lotacao atual  : " fd-rot-capacidade
                   " (alunos " wk-qtd-vinculados ")"
           display "Situacao atual : " fd-rot-situacao

           move spaces                                  to      wk-descricao
                                                                wk-veiculo
                                                                wk-motorista
                                                                wk-turno
                                                                wk-situacao
           move 0                                       to      wk-capacidade
           display "Nova descricao: "
           accept wk-descricao
           display "Novo veiculo: "
           accept wk-veiculo
           display "Novo motorista: "
           accept wk-motorista
           display "Novo turno (M/T/N): "
           accept wk-turno
           display "Nova lotacao: "
           accept wk-capacidade
           display "Nova situacao (A/I): "
           accept wk-situacao

           if  wk-turno not equal space
           and not wk-turno-valido then
               display "Turno invalido."
               set wk-entrada-invalida                  to      true
           end-if
           if  wk-entrada-valida
           and wk-capacidade not equal 0
           and wk-capacidade < wk-qtd-vinculados then
               display "Lotacao abaixo dos alunos vinculados."
               set wk-entrada-invalida                  to      true
           end-if
           if  wk-entrada-valida
           and wk-situacao not equal space
           and not wk-situacao-valida then
               display "Situacao invalida."
               set wk-entrada-invalida                  to      true
           end-if

           if  wk-entrada-invalida then
               display "Rota nao alterada."
               accept temp
               exit section
           end-if

           move fd-rot-turno                            to      wk-turno-anterior
           if  wk-descricao not equal space then
               move wk-descricao                        to      fd-rot-descricao
           end-if
           if  wk-veiculo not equal space then
               move wk-veiculo                          to      fd-rot-veiculo
           end-if
           if  wk-motorista not equal space then
               move wk-motorista                        to      fd-rot-motorista
           end-if
           if  wk-turno not equal space then
               move wk-turno                            to      fd-rot-turno
           end-if
           if  wk-capacidade not equal 0 then
               move wk-capacidade                       to      fd-rot-capacidade
           end-if
           if  wk-situacao not equal space then
               move wk-situacao                         to      fd-rot-situacao
           end-if

           rewrite fd-rota
           if   wk-fs-arqRotas not equal "00" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqRotas                      to      wk-msn-erro-cod
               move "Erro ao Regravar arqRotas"         to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Rota alterada."
           if  fd-rot-turno not equal wk-turno-anterior
           and wk-qtd-vinculados > 0 then
               display "Aviso: " wk-qtd-vinculados " aluno(s) vinculado(s)"
                       " a esta rota - o turno das turmas deixa de"
                       " coincidir; confira a lista de embarque."
           end-if
           accept temp

           .
       bc-alterar-z.
           exit.

      *>*****************************************************************
      *>   Exclusao de uma rota - recusada com aluno vinculado
      *>*****************************************************************
       bd-excluir section.
       bd-excluir-a.

           display "Codigo da rota: "
           accept wk-codigo

           perform bf-contar-vinculados
           if  wk-qtd-vinculados > 0 then
               display "Rota com " wk-qtd-vinculados
                       " aluno(s) vinculado(s) - exclusao recusada;"
                       " inative a rota."
           else
               move wk-codigo                           to      fd-rot-codigo
               delete arqRotas
               if   wk-fs-arqRotas equal "23" then
                   display "Rota nao cadastrada."
               else
                   if   wk-fs-arqRotas not equal "00" then
                       move "0005"                              to      wk-msn-erro-adress
                       move wk-fs-arqRotas                      to      wk-msn-erro-cod
                       move "Erro ao Excluir arqRotas"          to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   display "Rota excluida."
               end-if
           end-if
           accept temp

           .
       bd-excluir-z.
           exit.

      *>*****************************************************************
      *>   Pontos de parada - mostra os atuais e regrava a lista na
      *>   ordem do percurso; local em branco encerra a digitacao
      *>*****************************************************************
       be-paradas section.
       be-paradas-a.

           display "Codigo da rota: "
           accept wk-codigo

           move wk-codigo                               to      fd-rot-codigo
           read arqRotas
           if   wk-fs-arqRotas not equal "00" then
               move "00"                                to      wk-fs-arqRotas
               display "Rota nao cadastrada."
               accept temp
               exit section
           end-if

           display "Paradas atuais de " fd-rot-descricao ":"
           perform varying wk-ind-parada from 1 by 1
                   until wk-ind-parada > fd-rot-qtd-paradas
               display "  " wk-ind-parada " " fd-rot-par-hora(wk-ind-parada)(1:2)
                       ":" fd-rot-par-hora(wk-ind-parada)(3:2) " "
                       fd-rot-par-local(wk-ind-parada)
           end-perform

           display "Regravar as paradas (S/N)? "
           accept temp
           if  temp not equal "S" and temp not equal "s" then
               exit section
           end-if

           perform bf-contar-vinculados
           if  wk-qtd-vinculados > 0 then
               display "Aviso: ha " wk-qtd-vinculados " aluno(s) vinculado(s);"
                       " mantenha a numeracao das paradas ou revise os"
                       " vinculos."
           end-if

           move 0                                       to      fd-rot-qtd-paradas
           move space                                   to      wk-fim-loop
           perform varying wk-ind-parada from 1 by 1
                   until wk-ind-parada > 15 or wk-loop-terminado
               move spaces                              to      wk-par-local
               move 0                                   to      wk-par-hora
               display "Parada " wk-ind-parada " - local (branco encerra): "
               accept wk-par-local
               if  wk-par-local equal spaces then
                   set wk-loop-terminado                to      true
               else
                   display "Horario de passagem (HHMM): "
                   accept wk-par-hora
                   if  wk-par-hora(1:2) > 23 or wk-par-hora(3:2) > 59 then
                       display "Horario invalido - parada gravada sem"
                               " horario."
                       move 0                           to      wk-par-hora
                   end-if
                   move wk-ind-parada                   to      fd-rot-qtd-paradas
                   move wk-par-local                    to      fd-rot-par-local(wk-ind-parada)
                   move wk-par-hora                     to      fd-rot-par-hora(wk-ind-parada)
               end-if
           end-perform
           perform varying wk-ind-parada from wk-ind-parada by 1
                   until wk-ind-parada > 15
               move spaces                              to      fd-rot-par-local(wk-ind-parada)
               move 0                                   to      fd-rot-par-hora(wk-ind-parada)
           end-perform

           rewrite fd-rota
           if   wk-fs-arqRotas not equal "00" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqRotas                      to      wk-msn-erro-cod
               move "Erro ao Regravar arqRotas"         to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Paradas gravadas: " fd-rot-qtd-paradas
           accept temp

           .
       be-paradas-z.
           exit.

      *>*****************************************************************
      *>   Alunos com vinculo ativo na rota wk-codigo, pelo indice
      *>   alternativo de rota
      *>*****************************************************************
       bf-contar-vinculados section.
       bf-contar-vinculados-a.

           move 0                                       to      wk-qtd-vinculados

           if   wk-fs-arqTransporte equal "35" then
               exit section
           end-if

           move wk-codigo                               to      fd-tra-rota
           start arqTransporte key is equal fd-tra-rota
           if   wk-fs-arqTransporte equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqTransporte next record
                   if   wk-fs-arqTransporte not equal "00"
                   or   fd-tra-rota not equal wk-codigo then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-tra-ativo then
                           add 1                        to      wk-qtd-vinculados
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqTransporte

           .
       bf-contar-vinculados-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao Anormal
      *>*****************************************************************
       z-finaliza-anormal section.
       z-finaliza-anormal-a.
           display erase
           display wk-msn-erro


           call "grava_erro" using wk-erro-programa
                                   wk-msn-erro
                                   wk-erro-registro
                                   wk-erro-registro-tam
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

           goback.
           .
       z-finaliza-z.
           exit.
