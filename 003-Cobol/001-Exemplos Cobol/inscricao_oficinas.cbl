      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "inscricao_oficinas".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Inscricao de alunos nas oficinas de
      *>                      contraturno (oficinas.cbl), pelo CPF, em
      *>                      arqInscricoesOficinaInd.txt (chave
      *>                      oficina + CPF, alternada pelo CPF). A
      *>                      inscricao e recusada para aluno inativo
      *>                      ou transferido, oficina inativa ou lotada,
      *>                      oficina no mesmo turno da turma do aluno
      *>                      (fd-turma-turno) e oficina no mesmo dia e
      *>                      turno de outra em que o aluno ja esta
      *>                      inscrito. O cancelamento guarda a data;
      *>                      reinscrever reativa o mesmo registro. As
      *>                      listas de presenca saem de
      *>                      oficinas_chamada.cbl e a participacao por
      *>                      serie de participacao_oficina.cbl.
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

           select arqInscricoes assign to "arqInscricoesOficinaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ins-chave
           alternate record key is fd-ins-cpf with duplicates
           file status is wk-fs-arqInscricoes.

           select arqOficinas assign to "arqOficinasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ofi-codigo
           file status is wk-fs-arqOficinas.

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

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
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

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqInscricoes                      pic x(02).
       77  wk-fs-arqOficinas                        pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-data-hoje                             pic 9(08) value 0.

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil consulta nao inscreve alunos
       01  wk-tela-aut-senha.
           05  wk-aut-user-id                      pic x(15).
           05  wk-aut-password                     pic x(20).
           05  wk-status-aut                       pic 9(01) value 9.
               88 wk-acesso-liberado               value 0.
           05  wk-aut-operacao                     pic x(01) value "L".
           05  wk-aut-senha-nova                   pic x(20).
           05  wk-perfil-acesso                    pic x(01).
               88 wk-perfil-administrador          value "A".
               88 wk-perfil-consulta               value "C".
           05  wk-aut-dias-expirar                 pic 9(03).

       77  wk-tentativas-login                      pic 9(01) value 0.
       77  wk-aut-ptr                               usage pointer.
       77  wk-aut-senha-confirma                    pic x(20).
       77  wk-operador                              pic x(15).


       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
           88 wk-op-inscrever                       value "I" "i".
           88 wk-op-cancelar                        value "C" "c".
           88 wk-op-aluno                           value "A" "a".
           88 wk-op-oficina                         value "O" "o".

       77  wk-cpf                                   pic x(12).
       77  wk-oficina                               pic x(05).
       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "v".
           88 wk-entrada-invalida                   value "i".

      *>   Oficina pedida - guardada antes das varreduras que leem
      *>   outras oficinas
       77  wk-ofi-nome                              pic x(30).
       77  wk-ofi-dia-semana                        pic 9(01).
       77  wk-ofi-turno                             pic x(01).
       77  wk-ofi-vagas                             pic 9(03).
       77  wk-ofi-unidade                           pic x(03).

       77  wk-turma-turno                           pic x(01).
       77  wk-turma-unidade                         pic x(03).

       77  wk-qtd-inscritos                         pic 9(03) value 0.
       77  wk-qtd-listados                          pic 9(04) value 0.
       77  wk-conflito-flag                         pic x(01).
           88 wk-tem-conflito                       value "S".
       77  wk-oficina-conflito                      pic x(05).
       77  wk-reativar-flag                         pic x(01).
           88 wk-reativar                           value "S".

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "inscricao_oficinas".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>   Credenciais ja autenticadas, recebidas quando o programa e
      *>   chamado pelo menu_principal - lancado direto da linha de
      *>   comando o endereco vem nulo e o login proprio acontece
       01  lk-aut-recebida.
           05  lk-aut-user-id                      pic x(15).
           05  lk-aut-password                     pic x(20).
           05  lk-aut-status                       pic 9(01).
               88 lk-aut-liberada                  value 0.
           05  lk-aut-operacao                     pic x(01).
           05  lk-aut-senha-nova                   pic x(20).
           05  lk-aut-perfil                       pic x(01).
           05  lk-aut-dias-expirar                 pic 9(03).

      *>Declaração do corpo do programa
       procedure division using lk-aut-recebida.

           perform a-inicializa.
           perform b-processa.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao
      *>*****************************************************************
       a-inicializa section.
       a-inicializa-a.

           perform ab-autenticar-operador

           if  wk-perfil-consulta then
               display "Inscricao em oficinas nao permitida ao perfil"
                       " consulta."
               accept temp
               goback
           end-if

           move function current-date(1:8)              to      wk-data-hoje

           open i-o arqInscricoes
           if   wk-fs-arqInscricoes equal "05"
           or   wk-fs-arqInscricoes equal "35" then
               open output arqInscricoes
               close arqInscricoes
               open i-o arqInscricoes
           end-if
           if   wk-fs-arqInscricoes not equal "00" then
               move "0001"                                to      wk-msn-erro-adress
               move wk-fs-arqInscricoes                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqInscricoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqOficinas
           if   wk-fs-arqOficinas not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqOficinas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqOficinas" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqTurmas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTurmas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Login pelo autenticador do sistema (programa2) - tres
      *>   tentativas e o programa encerra
      *>*****************************************************************
       ab-autenticar-operador section.
       ab-autenticar-operador-a.

      *>    chamado pelo menu_principal, as credenciais ja vem
      *>    autenticadas na linkage - um so login para a sessao
           set wk-aut-ptr                to      address of lk-aut-recebida
           if  wk-aut-ptr not equal null then
               if  lk-aut-liberada then
                   move lk-aut-user-id   to      wk-operador
                   move lk-aut-perfil    to      wk-perfil-acesso
                   move 0                to      wk-status-aut
               end-if
           end-if
           if  wk-acesso-liberado then
               continue
           else

           display erase
           display "Oficinas - Login"

           perform until wk-acesso-liberado
                      or wk-tentativas-login >= 3
               initialize wk-tela-aut-senha
               display "User ID : "
               accept wk-aut-user-id
               display "Password: "
               accept wk-aut-password

               call "programa2" using wk-tela-aut-senha

               evaluate wk-status-aut
                   when 0
                       continue
                   when 4
                       perform ad-troca-obrigatoria
                   when 3
                       display "Usuario temporariamente bloqueado"
                               " por tentativas - aguarde."
                       add 1                    to      wk-tentativas-login
                   when 6
                       display "Usuario desabilitado - procure a"
                               " administracao."
                       add 1                    to      wk-tentativas-login
                   when other
                       display "Acesso negado."
                       add 1                    to      wk-tentativas-login
               end-evaluate
           end-perform

           if   not wk-acesso-liberado then
               display "Tentativas esgotadas. Encerrando."
               stop run
           end-if

           move wk-aut-user-id                   to      wk-operador

           end-if
           .
       ab-autenticar-operador-z.
           exit.

      *>*****************************************************************
      *>   Troca obrigatoria de senha expirada - a mesma conduta do
      *>   login do menu_principal
      *>*****************************************************************
       ad-troca-obrigatoria section.
       ad-troca-obrigatoria-a.

           display "Sua senha expirou - troca obrigatoria."
           display "Nova senha    : "
           accept wk-aut-senha-nova
           display "Confirme a nova senha: "
           accept wk-aut-senha-confirma

           if  wk-aut-senha-nova not equal wk-aut-senha-confirma
           or  wk-aut-senha-nova equal spaces then
               display "Confirmacao nao confere."
               add 1                            to      wk-tentativas-login
           else
               move "C"                         to      wk-aut-operacao
               call "programa2" using wk-tela-aut-senha
               move "L"                         to      wk-aut-operacao

               evaluate wk-status-aut
                   when 0
                       display "Senha trocada - acesso liberado."
                   when 5
                       display "Senha ja usada recentemente -"
                               " escolha outra."
                       add 1                    to      wk-tentativas-login
                   when other
                       display "Troca de senha recusada."
                       add 1                    to      wk-tentativas-login
               end-evaluate
           end-if

           .
       ad-troca-obrigatoria-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           perform until wk-sair
               display erase
               display "Oficinas de Contraturno - operador "
                       wk-operador
               display " "
               display "(I) Inscrever aluno"
               display "(C) Cancelar inscricao"
               display "(A) Oficinas de um aluno"
               display "(O) Inscritos de uma oficina"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-inscrever
                       perform ba-inscrever
                   when wk-op-cancelar
                       perform bb-cancelar
                   when wk-op-aluno
                       perform bc-listar-aluno
                   when wk-op-oficina
                       perform bd-listar-oficina
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Inscricao: aluno ativo, oficina ativa com vaga, fora do turno
      *>   da turma e sem choque com outra oficina do aluno
      *>*****************************************************************
       ba-inscrever section.
       ba-inscrever-a.

           perform be-aceitar-aluno
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if

           display "Codigo da oficina: "
           accept wk-oficina
           move wk-oficina                              to      fd-ofi-codigo
           read arqOficinas
           if   wk-fs-arqOficinas not equal "00" then
               move "00"                                to      wk-fs-arqOficinas
               display "Oficina nao cadastrada."
               accept temp
               exit section
           end-if
           if  not fd-ofi-ativa then
               display "Oficina inativa."
               accept temp
               exit section
           end-if
           move fd-ofi-nome                             to      wk-ofi-nome
           move fd-ofi-dia-semana                       to      wk-ofi-dia-semana
           move fd-ofi-turno                            to      wk-ofi-turno
           move fd-ofi-vagas                            to      wk-ofi-vagas
           move fd-ofi-unidade                          to      wk-ofi-unidade
           display "Oficina: " wk-ofi-nome

      *>    contraturno: a oficina nao pode cair no turno da turma
           if  wk-ofi-turno equal wk-turma-turno then
               display "Oficina no mesmo turno da turma do aluno ("
                       wk-turma-turno ") - inscricao recusada."
               accept temp
               exit section
           end-if

           move space                                   to      wk-reativar-flag
           move wk-oficina                              to      fd-ins-oficina
           move wk-cpf                                  to      fd-ins-cpf
           read arqInscricoes
           if   wk-fs-arqInscricoes equal "00" then
               if  fd-ins-ativa then
                   display "Aluno ja inscrito nesta oficina."
                   accept temp
                   exit section
               end-if
               set wk-reativar                          to      true
           else
               move "00"                                to      wk-fs-arqInscricoes
           end-if

           perform bg-contar-inscritos
           if  wk-qtd-inscritos >= wk-ofi-vagas then
               display "Oficina lotada (" wk-qtd-inscritos " de "
                       wk-ofi-vagas " vagas)."
               accept temp
               exit section
           end-if

           perform bh-verificar-choque
           if  wk-tem-conflito then
               display "Aluno ja inscrito na oficina "
                       wk-oficina-conflito
                       " no mesmo dia e turno - inscricao recusada."
               accept temp
               exit section
           end-if

           if  wk-ofi-unidade not equal wk-turma-unidade
           and wk-turma-unidade not equal space then
               display "Aviso: oficina em outra unidade ("
                       wk-ofi-unidade ") que a da turma ("
                       wk-turma-unidade ")."
           end-if

           display "Confirma a inscricao (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           move wk-oficina                              to      fd-ins-oficina
           move wk-cpf                                  to      fd-ins-cpf
           move fd-aluno-nome                           to      fd-ins-nome
           move fd-aluno-serie                          to      fd-ins-serie
           move fd-aluno-turma                          to      fd-ins-turma
           move "A"                                     to      fd-ins-situacao
           move wk-data-hoje                            to      fd-ins-data-inscricao
           move 0                                       to      fd-ins-data-cancelamento
           move wk-operador                             to      fd-ins-operador
           move function current-date(1:14)             to      fd-ins-data-registro

           if  wk-reativar then
               rewrite fd-inscricao
           else
               write fd-inscricao
           end-if
           if   wk-fs-arqInscricoes not equal "00" then
               move "0005"                                 to      wk-msn-erro-adress
               move wk-fs-arqInscricoes                    to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqInscricoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Inscricao registrada."
           accept temp

           .
       ba-inscrever-z.
           exit.

      *>*****************************************************************
      *>   Cancelamento de uma inscricao ativa
      *>*****************************************************************
       bb-cancelar section.
       bb-cancelar-a.

           display "CPF do aluno: "
           accept wk-cpf
           display "Codigo da oficina: "
           accept wk-oficina

           move wk-oficina                              to      fd-ins-oficina
           move wk-cpf                                  to      fd-ins-cpf
           read arqInscricoes
           if   wk-fs-arqInscricoes not equal "00" then
               move "00"                                to      wk-fs-arqInscricoes
               display "Inscricao nao encontrada."
               accept temp
               exit section
           end-if
           if  not fd-ins-ativa then
               display "Inscricao ja cancelada em "
                       fd-ins-data-cancelamento "."
               accept temp
               exit section
           end-if

           display "Aluno: " fd-ins-nome " " fd-ins-serie "/"
                   fd-ins-turma
           display "Confirma o cancelamento (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           move "C"                                     to      fd-ins-situacao
           move wk-data-hoje                            to      fd-ins-data-cancelamento
           move wk-operador                             to      fd-ins-operador
           move function current-date(1:14)             to      fd-ins-data-registro
           rewrite fd-inscricao
           if   wk-fs-arqInscricoes not equal "00" then
               move "0006"                                 to      wk-msn-erro-adress
               move wk-fs-arqInscricoes                    to      wk-msn-erro-cod
               move "Erro ao Regravar arqInscricoes"       to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Inscricao cancelada."
           accept temp

           .
       bb-cancelar-z.
           exit.

      *>*****************************************************************
      *>   Oficinas de um aluno, pela chave alternada do CPF
      *>*****************************************************************
       bc-listar-aluno section.
       bc-listar-aluno-a.

           display "CPF do aluno: "
           accept wk-cpf

           move 0                                       to      wk-qtd-listados
           move wk-cpf                                  to      fd-ins-cpf
           start arqInscricoes key is equal fd-ins-cpf
           if   wk-fs-arqInscricoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqInscricoes next record
                   if   wk-fs-arqInscricoes not equal "00"
                   or   fd-ins-cpf not equal wk-cpf then
                       move "F"                         to      wk-fim-loop
                   else
                       move fd-ins-oficina              to      fd-ofi-codigo
                       read arqOficinas
                       if   wk-fs-arqOficinas not equal "00" then
                           move "00"                    to      wk-fs-arqOficinas
                           move spaces                  to      fd-ofi-nome
                       end-if
                       add 1                            to      wk-qtd-listados
                       if  fd-ins-ativa then
                           display fd-ins-oficina " " fd-ofi-nome
                                   " dia " fd-ofi-dia-semana
                                   " turno " fd-ofi-turno
                                   " desde " fd-ins-data-inscricao
                       else
                           display fd-ins-oficina " " fd-ofi-nome
                                   " CANCELADA em "
                                   fd-ins-data-cancelamento
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqInscricoes

           if  wk-qtd-listados equal 0 then
               display "Aluno sem inscricao em oficina."
           end-if
           display "Pressione ENTER para voltar..."
           accept temp

           .
       bc-listar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Inscritos ativos de uma oficina
      *>*****************************************************************
       bd-listar-oficina section.
       bd-listar-oficina-a.

           display "Codigo da oficina: "
           accept wk-oficina

           move 0                                       to      wk-qtd-listados
           move wk-oficina                              to      fd-ins-oficina
           move low-values                              to      fd-ins-cpf
           start arqInscricoes key is not less fd-ins-chave
           if   wk-fs-arqInscricoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqInscricoes next record
                   if   wk-fs-arqInscricoes not equal "00"
                   or   fd-ins-oficina not equal wk-oficina then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-ins-ativa then
                           add 1                        to      wk-qtd-listados
                           display fd-ins-cpf " " fd-ins-nome " "
                                   fd-ins-serie "/" fd-ins-turma
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqInscricoes

           display "Inscritos ativos: " wk-qtd-listados
           display "Pressione ENTER para voltar..."
           accept temp

           .
       bd-listar-oficina-z.
           exit.

      *>*****************************************************************
      *>   Aluno cadastrado e ativo, com a turma no mestre de turmas
      *>*****************************************************************
       be-aceitar-aluno section.
       be-aceitar-aluno-a.

           set wk-entrada-valida                        to      true

           display "CPF do aluno: "
           accept wk-cpf
           move wk-cpf                                  to      fd-aluno-cpf
           read arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "00"                                to      wk-fs-arqAlunos
               display "Aluno nao cadastrado."
               set wk-entrada-invalida                  to      true
               exit section
           end-if
           display "Aluno: " fd-aluno-nome " " fd-aluno-serie "/"
                   fd-aluno-turma

           evaluate true
               when fd-aluno-ativo
                   continue
               when fd-aluno-transferido
                   display "Aluno transferido - inscricao recusada."
                   set wk-entrada-invalida              to      true
               when other
                   display "Aluno inativo - inscricao recusada."
                   set wk-entrada-invalida              to      true
           end-evaluate
           if  wk-entrada-invalida then
               exit section
           end-if

           move fd-aluno-serie                          to      fd-turma-serie
           move fd-aluno-turma                          to      fd-turma-letra
           read arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "00"                                to      wk-fs-arqTurmas
               display "Turma do aluno nao cadastrada - sem turno para"
                       " conferir."
               set wk-entrada-invalida                  to      true
               exit section
           end-if
           move fd-turma-turno                          to      wk-turma-turno
           move fd-turma-unidade                        to      wk-turma-unidade

           .
       be-aceitar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Inscritos ativos da oficina wk-oficina
      *>*****************************************************************
       bg-contar-inscritos section.
       bg-contar-inscritos-a.

           move 0                                       to      wk-qtd-inscritos

           move wk-oficina                              to      fd-ins-oficina
           move low-values                              to      fd-ins-cpf
           start arqInscricoes key is not less fd-ins-chave
           if   wk-fs-arqInscricoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqInscricoes next record
                   if   wk-fs-arqInscricoes not equal "00"
                   or   fd-ins-oficina not equal wk-oficina then
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
      *>   Outra oficina ativa do aluno no mesmo dia e turno
      *>*****************************************************************
       bh-verificar-choque section.
       bh-verificar-choque-a.

           move space                                   to      wk-conflito-flag

           move wk-cpf                                  to      fd-ins-cpf
           start arqInscricoes key is equal fd-ins-cpf
           if   wk-fs-arqInscricoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqInscricoes next record
                   if   wk-fs-arqInscricoes not equal "00"
                   or   fd-ins-cpf not equal wk-cpf then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-ins-ativa
                       and fd-ins-oficina not equal wk-oficina then
                           move fd-ins-oficina          to      fd-ofi-codigo
                           read arqOficinas
                           if   wk-fs-arqOficinas equal "00" then
                               if  fd-ofi-dia-semana equal wk-ofi-dia-semana
                               and fd-ofi-turno equal wk-ofi-turno then
                                   set wk-tem-conflito  to      true
                                   move fd-ofi-codigo   to      wk-oficina-conflito
                                   move "F"             to      wk-fim-loop
                               end-if
                           else
                               move "00"                to      wk-fs-arqOficinas
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqInscricoes

           .
       bh-verificar-choque-z.
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

           close arqInscricoes
           close arqOficinas
           close arqAlunos
           close arqTurmas

           goback.
           .
       z-finaliza-z.
           exit.
