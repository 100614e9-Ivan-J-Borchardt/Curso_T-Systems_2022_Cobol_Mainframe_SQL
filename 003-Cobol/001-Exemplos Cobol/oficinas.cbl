      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "oficinas".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Cadastro das oficinas de contraturno
      *>                      (robotica, coral, esportes...) em
      *>                      arqOficinasInd.txt, chaveado pelo codigo:
      *>                      nome, unidade (arqUnidadesInd.txt), dia da
      *>                      semana, turno (M/T/N), vagas, instrutor e
      *>                      situacao (A=ativa, I=inativa). As
      *>                      inscricoes sao feitas em
      *>                      inscricao_oficinas.cbl; a exclusao e
      *>                      recusada enquanto houver inscrito ativo e
      *>                      as vagas nao baixam abaixo dos inscritos.

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

           select arqUnidades assign to "arqUnidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-uni-codigo
           file status is wk-fs-arqUnidades.

           select arqInscricoes assign to "arqInscricoesOficinaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ins-chave
           alternate record key is fd-ins-cpf with duplicates
           file status is wk-fs-arqInscricoes.

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

       fd arqUnidades.
       01  fd-unidade.
           05  fd-uni-codigo                        pic  x(03).
           05  fd-uni-nome                          pic  x(30).
           05  fd-uni-endereco                      pic  x(50).

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

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqOficinas                        pic x(02).
       77  wk-fs-arqUnidades                        pic x(02).
       77  wk-fs-arqInscricoes                      pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
           88 wk-op-cadastrar                       value "C" "c".
           88 wk-op-listar                          value "L" "l".
           88 wk-op-alterar                         value "A" "a".
           88 wk-op-excluir                         value "E" "e".

       77  wk-codigo                                pic x(05).
       77  wk-nome                                  pic x(30).
       77  wk-unidade                               pic x(03).
       77  wk-dia-semana                            pic 9(01) value 0.
           88 wk-dia-semana-valido                  value 1 thru 6.
       77  wk-turno                                 pic x(01).
           88 wk-turno-valido                       value "M" "T" "N".
       77  wk-vagas                                 pic 9(03) value 0.
       77  wk-instrutor                             pic x(30).
       77  wk-situacao                              pic x(01).
           88 wk-situacao-valida                    value "A" "I".

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "v".
           88 wk-entrada-invalida                   value "i".

       77  wk-qtd-inscritos                         pic 9(03) value 0.
       77  wk-dia-descricao                         pic x(07).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "oficinas".
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

           open i-o arqOficinas
           if   wk-fs-arqOficinas equal "05"
           or   wk-fs-arqOficinas equal "35" then
               open output arqOficinas
               close arqOficinas
               open i-o arqOficinas
           end-if
           if   wk-fs-arqOficinas not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqOficinas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqOficinas" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqUnidades
           if   wk-fs-arqUnidades not equal "00"
           and  wk-fs-arqUnidades not equal "35" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqUnidades                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqUnidades"  to      wk-msn-erro-text
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
               display "Cadastro de Oficinas de Contraturno"
               display " "
               display "(C) Cadastrar oficina"
               display "(L) Listar oficinas"
               display "(A) Alterar oficina"
               display "(E) Excluir oficina"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-cadastrar
                       perform ba-cadastrar
                   when wk-op-listar
                       perform bb-listar
                   when wk-op-alterar
                       perform bc-alterar
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
      *>   Cadastro de uma oficina nova - unidade cadastrada, dia de
      *>   segunda a sabado, turno M/T/N e vagas maior que zero
      *>*****************************************************************
       ba-cadastrar section.
       ba-cadastrar-a.

           set wk-entrada-valida                        to      true

           display "Codigo da oficina (5 posicoes): "
           accept wk-codigo
           display "Nome: "
           accept wk-nome
           display "Unidade: "
           accept wk-unidade
           display "Dia da semana (1=seg ... 6=sab): "
           accept wk-dia-semana
           display "Turno (M=manha, T=tarde, N=noite): "
           accept wk-turno
           display "Vagas: "
           accept wk-vagas
           display "Instrutor: "
           accept wk-instrutor

           if  wk-codigo equal space
           or  wk-nome equal space then
               display "Codigo e nome da oficina obrigatorios."
               set wk-entrada-invalida                  to      true
           end-if

           if  wk-entrada-valida then
               perform be-criticar-unidade
           end-if

           if  wk-entrada-valida then
               if  not wk-dia-semana-valido then
                   display "Dia da semana invalido."
                   set wk-entrada-invalida              to      true
               end-if
           end-if

           if  wk-entrada-valida then
               if  not wk-turno-valido then
                   display "Turno invalido."
                   set wk-entrada-invalida              to      true
               end-if
           end-if

           if  wk-entrada-valida then
               if  wk-vagas equal 0 then
                   display "Vagas deve ser maior que zero."
                   set wk-entrada-invalida              to      true
               end-if
           end-if

           if  wk-entrada-valida then
               move wk-codigo                           to      fd-ofi-codigo
               move wk-nome                             to      fd-ofi-nome
               move wk-unidade                          to      fd-ofi-unidade
               move wk-dia-semana                       to      fd-ofi-dia-semana
               move wk-turno                            to      fd-ofi-turno
               move wk-vagas                            to      fd-ofi-vagas
               move wk-instrutor                        to      fd-ofi-instrutor
               move "A"                                 to      fd-ofi-situacao

               write fd-oficina
               if   wk-fs-arqOficinas equal "22" then
                   display "Oficina ja cadastrada."
               else
                   if   wk-fs-arqOficinas not equal "00" then
                       move "0004"                              to      wk-msn-erro-adress
                       move wk-fs-arqOficinas                   to      wk-msn-erro-cod
                       move "Erro ao Gravar Arquivo arqOficinas" to     wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   display "Oficina cadastrada."
               end-if
           end-if
           accept temp

           .
       ba-cadastrar-z.
           exit.

      *>*****************************************************************
      *>   Lista as oficinas com os inscritos ativos de cada uma
      *>*****************************************************************
       bb-listar section.
       bb-listar-a.

           move low-values                              to      fd-ofi-codigo
           start arqOficinas key is not less fd-ofi-codigo
           if   wk-fs-arqOficinas not equal "00" then
               display "Nenhuma oficina cadastrada."
           else
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqOficinas next record
                   if   wk-fs-arqOficinas not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       move fd-ofi-codigo               to      wk-codigo
                       perform bg-contar-inscritos
                       perform bf-descrever-dia
                       display fd-ofi-codigo " " fd-ofi-nome " "
                               fd-ofi-unidade " " wk-dia-descricao
                               " " fd-ofi-turno " Vagas "
                               fd-ofi-vagas " Inscritos "
                               wk-qtd-inscritos " " fd-ofi-situacao
                   end-if
               end-perform
               move "00"                                to      wk-fs-arqOficinas
           end-if

           display "Pressione ENTER para voltar..."
           accept temp

           .
       bb-listar-z.
           exit.

      *>*****************************************************************
      *>   Alteracao de uma oficina - campos em branco (ou zero)
      *>   mantem o valor atual
      *>*****************************************************************
       bc-alterar section.
       bc-alterar-a.

           set wk-entrada-valida                        to      true

           display "Codigo da oficina: "
           accept wk-codigo

           move wk-codigo                               to      fd-ofi-codigo
           read arqOficinas
           if   wk-fs-arqOficinas not equal "00" then
               move "00"                                to      wk-fs-arqOficinas
               display "Oficina nao cadastrada."
               accept temp
               exit section
           end-if

           perform bg-contar-inscritos
           perform bf-descrever-dia
           display "Nome atual     : " fd-ofi-nome
           display "Unidade atual  : " fd-ofi-unidade
           display "Dia/turno atual: " wk-dia-descricao " " fd-ofi-turno
           display "Vagas atuais   : " fd-ofi-vagas
                   " (inscritos " wk-qtd-inscritos ")"
           display "Instrutor atual: " fd-ofi-instrutor
           display "Situacao atual : " fd-ofi-situacao

           move spaces                                  to      wk-nome
                                                                wk-unidade
                                                                wk-turno
                                                                wk-instrutor
                                                                wk-situacao
           move 0                                       to      wk-dia-semana
                                                                wk-vagas
           display "Novo nome: "
           accept wk-nome
           display "Nova unidade: "
           accept wk-unidade
           display "Novo dia da semana (1-6): "
           accept wk-dia-semana
           display "Novo turno (M/T/N): "
           accept wk-turno
           display "Novas vagas: "
           accept wk-vagas
           display "Novo instrutor: "
           accept wk-instrutor
           display "Nova situacao (A/I): "
           accept wk-situacao

           if  wk-unidade not equal space then
               perform be-criticar-unidade
           end-if
           if  wk-entrada-valida
           and wk-dia-semana not equal 0
           and not wk-dia-semana-valido then
               display "Dia da semana invalido."
               set wk-entrada-invalida                  to      true
           end-if
           if  wk-entrada-valida
           and wk-turno not equal space
           and not wk-turno-valido then
               display "Turno invalido."
               set wk-entrada-invalida                  to      true
           end-if
           if  wk-entrada-valida
           and wk-vagas not equal 0
           and wk-vagas < wk-qtd-inscritos then
               display "Vagas abaixo dos inscritos ativos."
               set wk-entrada-invalida                  to      true
           end-if
           if  wk-entrada-valida
           and wk-situacao not equal space
           and not wk-situacao-valida then
               display "Situacao invalida."
               set wk-entrada-invalida                  to      true
           end-if

           if  wk-entrada-invalida then
               display "Oficina nao alterada."
               accept temp
               exit section
           end-if

      *>    a critica da unidade releu outro arquivo - o registro da
      *>    oficina continua na area
           if  wk-nome not equal space then
               move wk-nome                             to      fd-ofi-nome
           end-if
           if  wk-unidade not equal space then
               move wk-unidade                          to      fd-ofi-unidade
           end-if
           if  wk-dia-semana not equal 0 then
               move wk-dia-semana                       to      fd-ofi-dia-semana
           end-if
           if  wk-turno not equal space then
               move wk-turno                            to      fd-ofi-turno
           end-if
           if  wk-vagas not equal 0 then
               move wk-vagas                            to      fd-ofi-vagas
           end-if
           if  wk-instrutor not equal space then
               move wk-instrutor                        to      fd-ofi-instrutor
           end-if
           if  wk-situacao not equal space then
               move wk-situacao                         to      fd-ofi-situacao
           end-if

           rewrite fd-oficina
           if   wk-fs-arqOficinas not equal "00" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqOficinas                   to      wk-msn-erro-cod
               move "Erro ao Regravar arqOficinas"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Oficina alterada."
           accept temp

           .
       bc-alterar-z.
           exit.

      *>*****************************************************************
      *>   Exclusao de uma oficina - recusada com inscrito ativo
      *>*****************************************************************
       bd-excluir section.
       bd-excluir-a.

           display "Codigo da oficina: "
           accept wk-codigo

           perform bg-contar-inscritos
           if  wk-qtd-inscritos > 0 then
               display "Oficina com " wk-qtd-inscritos
                       " inscrito(s) ativo(s) - exclusao recusada;"
                       " inative a oficina."
           else
               move wk-codigo                           to      fd-ofi-codigo
               delete arqOficinas
               if   wk-fs-arqOficinas equal "23" then
                   display "Oficina nao cadastrada."
               else
                   if   wk-fs-arqOficinas not equal "00" then
                       move "0006"                              to      wk-msn-erro-adress
                       move wk-fs-arqOficinas                   to      wk-msn-erro-cod
                       move "Erro ao Excluir arqOficinas"       to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   display "Oficina excluida."
               end-if
           end-if
           accept temp

           .
       bd-excluir-z.
           exit.

      *>*****************************************************************
      *>   Confere a unidade da oficina no mestre de unidades
      *>*****************************************************************
       be-criticar-unidade section.
       be-criticar-unidade-a.

           if   wk-fs-arqUnidades equal "35" then
               display "Mestre de unidades vazio."
               set wk-entrada-invalida                  to      true
           else
               move wk-unidade                          to      fd-uni-codigo
               read arqUnidades
               if   wk-fs-arqUnidades not equal "00" then
                   display "Unidade nao cadastrada."
                   set wk-entrada-invalida              to      true
                   move "00"                            to      wk-fs-arqUnidades
               end-if
           end-if

           .
       be-criticar-unidade-z.
           exit.

      *>*****************************************************************
      *>   Descricao do dia da semana para as telas
      *>*****************************************************************
       bf-descrever-dia section.
       bf-descrever-dia-a.

           evaluate fd-ofi-dia-semana
               when 1
                   move "Segunda"                       to      wk-dia-descricao
               when 2
                   move "Terca"                         to      wk-dia-descricao
               when 3
                   move "Quarta"                        to      wk-dia-descricao
               when 4
                   move "Quinta"                        to      wk-dia-descricao
               when 5
                   move "Sexta"                         to      wk-dia-descricao
               when 6
                   move "Sabado"                        to      wk-dia-descricao
               when other
                   move "?"                             to      wk-dia-descricao
           end-evaluate

           .
       bf-descrever-dia-z.
           exit.

      *>*****************************************************************
      *>   Inscritos ativos da oficina wk-codigo
      *>*****************************************************************
       bg-contar-inscritos section.
       bg-contar-inscritos-a.

           move 0                                       to      wk-qtd-inscritos

           if   wk-fs-arqInscricoes equal "35" then
               exit section
           end-if

           move wk-codigo                               to      fd-ins-oficina
           move low-values                              to      fd-ins-cpf
           start arqInscricoes key is not less fd-ins-chave
           if   wk-fs-arqInscricoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqInscricoes next record
                   if   wk-fs-arqInscricoes not equal "00"
                   or   fd-ins-oficina not equal wk-codigo then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-ins-ativa then
                           add 1                        to      wk-qtd-inscritos
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqInscricoes

           .
       bg-contar-inscritos-z.
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

           close arqOficinas
           close arqUnidades
           close arqInscricoes

           goback.
           .
       z-finaliza-z.
           exit.
