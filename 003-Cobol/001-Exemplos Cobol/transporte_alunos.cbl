      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "transporte_alunos".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Vinculo do aluno ao transporte escolar
      *>                      (arqTransporteInd.txt, chave CPF, indice
      *>                      alternativo por rota): rota ativa do
      *>                      cadastro de rotas no mesmo turno da turma
      *>                      do aluno, com lugar no veiculo, e o ponto
      *>                      de parada de embarque. A troca de rota
      *>                      regrava o vinculo com nova data de
      *>                      inicio; o desligamento guarda a data de
      *>                      fim para o relatorio mensal. A opcao (T)
      *>                      lista os alunos cuja turma mudou de turno
      *>                      e nao casa mais com a rota.
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

           select arqTransporte assign to "arqTransporteInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-tra-cpf
           alternate record key is fd-tra-rota with duplicates
           file status is wk-fs-arqTransporte.

           select arqRotas assign to "arqRotasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rot-codigo
           file status is wk-fs-arqRotas.

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

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqTransporte                      pic x(02).
       77  wk-fs-arqRotas                           pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-data-hoje                             pic 9(08) value 0.

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil consulta nao vincula alunos
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
           88 wk-op-vincular                        value "V" "v".
           88 wk-op-desligar                        value "D" "d".
           88 wk-op-consultar                       value "C" "c".
           88 wk-op-rota                            value "R" "r".
           88 wk-op-turnos                          value "T" "t".

       77  wk-cpf                                   pic x(12).
       77  wk-rota                                  pic x(05).
       77  wk-parada                                pic 9(02) value 0.
       77  wk-turma-turno                           pic x(01).
       77  wk-rota-turno                            pic x(01).
       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "v".
           88 wk-entrada-invalida                   value "i".
       77  wk-existe-flag                           pic x(01).
           88 wk-vinculo-existe                     value "S".

       77  wk-ind-parada                            pic 9(02) value 0.
       77  wk-qtd-vinculados                        pic 9(03) value 0.
       77  wk-qtd-divergentes                       pic 9(04) value 0.
       77  wk-marca-turno                           pic x(14).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "transporte_alunos".
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
               display "Vinculo ao transporte nao permitido ao perfil"
                       " consulta."
               accept temp
               goback
           end-if

           move function current-date(1:8)              to      wk-data-hoje

           open i-o arqTransporte
           if   wk-fs-arqTransporte equal "05"
           or   wk-fs-arqTransporte equal "35" then
               open output arqTransporte
               close arqTransporte
               open i-o arqTransporte
           end-if
           if   wk-fs-arqTransporte not equal "00" then
               move "0001"                                to      wk-msn-erro-adress
               move wk-fs-arqTransporte                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTransporte" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqRotas
           if   wk-fs-arqRotas not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqRotas                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRotas"    to      wk-msn-erro-text
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
           display "Transporte - Login"

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
               display "Transporte Escolar - operador "
                       wk-operador
               display " "
               display "(V) Vincular / trocar rota do aluno"
               display "(D) Desligar aluno do transporte"
               display "(C) Consultar aluno"
               display "(R) Alunos de uma rota"
               display "(T) Conferir turno turma x rota"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-vincular
                       perform ba-vincular
                   when wk-op-desligar
                       perform bb-desligar
                   when wk-op-consultar
                       perform bc-consultar
                   when wk-op-rota
                       perform bd-listar-rota
                   when wk-op-turnos
                       perform be-conferir-turnos
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Vinculo: aluno ativo, rota ativa no turno da turma, lugar
      *>   no veiculo e parada existente na rota
      *>*****************************************************************
       ba-vincular section.
       ba-vincular-a.

           perform bf-aceitar-aluno
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if

           move space                                   to      wk-existe-flag
           move wk-cpf                                  to      fd-tra-cpf
           read arqTransporte
           if   wk-fs-arqTransporte equal "00" then
               set wk-vinculo-existe                    to      true
               if  fd-tra-ativo then
                   display "Rota atual: " fd-tra-rota
                           "  parada " fd-tra-parada
               end-if
           else
               move "00"                                to      wk-fs-arqTransporte
           end-if

           display "Codigo da rota: "
           accept wk-rota
           move wk-rota                                 to      fd-rot-codigo
           read arqRotas
           if   wk-fs-arqRotas not equal "00" then
               move "00"                                to      wk-fs-arqRotas
               display "Rota nao cadastrada."
               accept temp
               exit section
           end-if
           if  not fd-rot-ativa then
               display "Rota inativa."
               accept temp
               exit section
           end-if
           display "Rota: " fd-rot-descricao "  Turno " fd-rot-turno

           if  fd-rot-turno not equal wk-turma-turno then
               display "Rota no turno " fd-rot-turno
                       " e turma do aluno no turno " wk-turma-turno
                       " - vinculo recusado."
               accept temp
               exit section
           end-if

           perform bg-contar-vinculados
           if  wk-qtd-vinculados >= fd-rot-capacidade then
               display "Veiculo lotado (" wk-qtd-vinculados " de "
                       fd-rot-capacidade " lugares)."
               accept temp
               exit section
           end-if

           if  fd-rot-qtd-paradas equal 0 then
               display "Rota sem pontos de parada cadastrados."
               accept temp
               exit section
           end-if
           perform varying wk-ind-parada from 1 by 1
                   until wk-ind-parada > fd-rot-qtd-paradas
               display "  " wk-ind-parada " " fd-rot-par-hora(wk-ind-parada)(1:2)
                       ":" fd-rot-par-hora(wk-ind-parada)(3:2) " "
                       fd-rot-par-local(wk-ind-parada)
           end-perform
           display "Parada de embarque: "
           accept wk-parada
           if  wk-parada < 1 or wk-parada > fd-rot-qtd-paradas then
               display "Parada invalida."
               accept temp
               exit section
           end-if

           display "Confirma o vinculo (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

      *>    a contagem percorreu o arquivo - a chave e remontada
           move wk-cpf                                  to      fd-tra-cpf
           if  wk-vinculo-existe then
               read arqTransporte
               if   wk-fs-arqTransporte not equal "00" then
                   move "0005"                                 to      wk-msn-erro-adress
                   move wk-fs-arqTransporte                    to      wk-msn-erro-cod
                   move "Erro ao Ler Arquivo arqTransporte"    to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
           end-if
           move wk-cpf                                  to      fd-tra-cpf
           move wk-rota                                 to      fd-tra-rota
           move wk-parada                               to      fd-tra-parada
           move "A"                                     to      fd-tra-situacao
           move wk-data-hoje                            to      fd-tra-data-inicio
           move 0                                       to      fd-tra-data-fim
           move wk-operador                             to      fd-tra-operador
           move function current-date(1:14)             to      fd-tra-data-registro

           if  wk-vinculo-existe then
               rewrite fd-transporte
           else
               write fd-transporte
           end-if
           if   wk-fs-arqTransporte not equal "00" then
               move "0006"                                  to      wk-msn-erro-adress
               move wk-fs-arqTransporte                     to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqTransporte"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Vinculo registrado."
           accept temp

           .
       ba-vincular-z.
           exit.

      *>*****************************************************************
      *>   Desligamento - o vinculo fica cancelado com a data de fim
      *>*****************************************************************
       bb-desligar section.
       bb-desligar-a.

           display "CPF do aluno: "
           accept wk-cpf
           move wk-cpf                                  to      fd-tra-cpf
           read arqTransporte
           if   wk-fs-arqTransporte not equal "00" then
               move "00"                                to      wk-fs-arqTransporte
               display "Aluno sem vinculo ao transporte."
               accept temp
               exit section
           end-if
           if  not fd-tra-ativo then
               display "Vinculo ja desligado."
               accept temp
               exit section
           end-if

           display "Rota " fd-tra-rota "  parada " fd-tra-parada
           display "Confirma o desligamento (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           move "C"                                     to      fd-tra-situacao
           move wk-data-hoje                            to      fd-tra-data-fim
           move wk-operador                             to      fd-tra-operador
           move function current-date(1:14)             to      fd-tra-data-registro
           rewrite fd-transporte
           if   wk-fs-arqTransporte not equal "00" then
               move "0007"                                    to      wk-msn-erro-adress
               move wk-fs-arqTransporte                       to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqTransporte"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Aluno desligado do transporte."
           accept temp

           .
       bb-desligar-z.
           exit.

      *>*****************************************************************
      *>   Consulta do vinculo do aluno, com aviso de turno divergente
      *>*****************************************************************
       bc-consultar section.
       bc-consultar-a.

           perform bf-aceitar-aluno
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if

           move wk-cpf                                  to      fd-tra-cpf
           read arqTransporte
           if   wk-fs-arqTransporte not equal "00" then
               move "00"                                to      wk-fs-arqTransporte
               display "Aluno sem vinculo ao transporte."
               accept temp
               exit section
           end-if

           display "Situacao: " fd-tra-situacao "  Rota: " fd-tra-rota
                   "  Parada: " fd-tra-parada
           display "Inicio: " fd-tra-data-inicio "  Fim: " fd-tra-data-fim
           move fd-tra-rota                             to      fd-rot-codigo
           read arqRotas
           if   wk-fs-arqRotas not equal "00" then
               move "00"                                to      wk-fs-arqRotas
               display "Rota nao cadastrada."
           else
               display "Rota: " fd-rot-descricao "  Veiculo "
                       fd-rot-veiculo "  Turno " fd-rot-turno
               if  fd-tra-parada > 0
               and fd-tra-parada <= fd-rot-qtd-paradas then
                   display "Embarque: " fd-rot-par-hora(fd-tra-parada)(1:2)
                           ":" fd-rot-par-hora(fd-tra-parada)(3:2) " "
                           fd-rot-par-local(fd-tra-parada)
               end-if
               if  fd-tra-ativo
               and fd-rot-turno not equal wk-turma-turno then
                   display "ATENCAO: turma do aluno no turno "
                           wk-turma-turno " e rota no turno "
                           fd-rot-turno " - troque a rota."
               end-if
           end-if
           accept temp

           .
       bc-consultar-z.
           exit.

      *>*****************************************************************
      *>   Alunos ativos de uma rota pelo indice alternativo, com a
      *>   marca de turno divergente
      *>*****************************************************************
       bd-listar-rota section.
       bd-listar-rota-a.

           display "Codigo da rota: "
           accept wk-rota
           move wk-rota                                 to      fd-rot-codigo
           read arqRotas
           if   wk-fs-arqRotas not equal "00" then
               move "00"                                to      wk-fs-arqRotas
               display "Rota nao cadastrada."
               accept temp
               exit section
           end-if
           move fd-rot-turno                            to      wk-rota-turno
           display fd-rot-descricao "  Turno " fd-rot-turno
                   "  Lotacao " fd-rot-capacidade

           move 0                                       to      wk-qtd-vinculados
           move wk-rota                                 to      fd-tra-rota
           start arqTransporte key is equal fd-tra-rota
           if   wk-fs-arqTransporte equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqTransporte next record
                   if   wk-fs-arqTransporte not equal "00"
                   or   fd-tra-rota not equal wk-rota then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-tra-ativo then
                           add 1                        to      wk-qtd-vinculados
                           move fd-tra-cpf              to      fd-aluno-cpf
                           perform bh-turno-do-aluno
                           move spaces                  to      wk-marca-turno
                           if  wk-turma-turno not equal wk-rota-turno then
                               move "TURNO DIVERSO"     to      wk-marca-turno
                           end-if
                           display fd-tra-parada " " fd-tra-cpf " "
                                   fd-aluno-nome " " fd-aluno-serie
                                   fd-aluno-turma " " wk-marca-turno
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqTransporte

           display "Alunos: " wk-qtd-vinculados
           display "Pressione ENTER para voltar..."
           accept temp

           .
       bd-listar-rota-z.
           exit.

      *>*****************************************************************
      *>   Vinculos ativos cuja rota nao casa mais com o turno da turma
      *>   do aluno (turma mudou de turno ou aluno trocou de turma)
      *>*****************************************************************
       be-conferir-turnos section.
       be-conferir-turnos-a.

           move 0                                       to      wk-qtd-divergentes
           move low-values                              to      fd-tra-cpf
           start arqTransporte key is not less fd-tra-cpf
           if   wk-fs-arqTransporte equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqTransporte next record
                   if   wk-fs-arqTransporte not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-tra-ativo then
                           move fd-tra-rota             to      fd-rot-codigo
                           read arqRotas
                           if   wk-fs-arqRotas equal "00" then
                               move fd-rot-turno        to      wk-rota-turno
                           else
                               move "00"                to      wk-fs-arqRotas
                               move space               to      wk-rota-turno
                           end-if
                           move fd-tra-cpf              to      fd-aluno-cpf
                           perform bh-turno-do-aluno
                           if  wk-turma-turno not equal wk-rota-turno then
                               add 1                    to      wk-qtd-divergentes
                               display fd-tra-cpf " " fd-aluno-nome " "
                                       fd-aluno-serie fd-aluno-turma
                                       " turno " wk-turma-turno
                                       " - rota " fd-tra-rota
                                       " turno " wk-rota-turno
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqTransporte

           display "Vinculos com turno divergente: " wk-qtd-divergentes
           display "Pressione ENTER para voltar..."
           accept temp

           .
       be-conferir-turnos-z.
           exit.

      *>*****************************************************************
      *>   CPF do aluno: aluno ativo e turno da sua turma
      *>*****************************************************************
       bf-aceitar-aluno section.
       bf-aceitar-aluno-a.

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
           if  not fd-aluno-ativo then
               display "Aluno nao esta ativo."
               set wk-entrada-invalida                  to      true
               exit section
           end-if

           move fd-aluno-serie                          to      fd-turma-serie
           move fd-aluno-turma                          to      fd-turma-letra
           read arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "00"                                to      wk-fs-arqTurmas
               display "Turma do aluno nao cadastrada."
               set wk-entrada-invalida                  to      true
               exit section
           end-if
           move fd-turma-turno                          to      wk-turma-turno
           display "Aluno: " fd-aluno-nome "  Turma: " fd-aluno-serie
                   fd-aluno-turma "  Turno: " wk-turma-turno

           .
       bf-aceitar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Vinculos ativos na rota wk-rota, sem contar o proprio aluno
      *>   (troca de parada na mesma rota)
      *>*****************************************************************
       bg-contar-vinculados section.
       bg-contar-vinculados-a.

           move 0                                       to      wk-qtd-vinculados
           move wk-rota                                 to      fd-tra-rota
           start arqTransporte key is equal fd-tra-rota
           if   wk-fs-arqTransporte equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqTransporte next record
                   if   wk-fs-arqTransporte not equal "00"
                   or   fd-tra-rota not equal wk-rota then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-tra-ativo
                       and fd-tra-cpf not equal wk-cpf then
                           add 1                        to      wk-qtd-vinculados
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqTransporte

           .
       bg-contar-vinculados-z.
           exit.

      *>*****************************************************************
      *>   Turno da turma do aluno em fd-aluno-cpf - espaco quando o
      *>   aluno ou a turma nao existem
      *>*****************************************************************
       bh-turno-do-aluno section.
       bh-turno-do-aluno-a.

           move space                                   to      wk-turma-turno
           read arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "00"                                to      wk-fs-arqAlunos
               move spaces                              to      fd-aluno-nome
               exit section
           end-if
           move fd-aluno-serie                          to      fd-turma-serie
           move fd-aluno-turma                          to      fd-turma-letra
           read arqTurmas
           if   wk-fs-arqTurmas equal "00" then
               move fd-turma-turno                      to      wk-turma-turno
           else
               move "00"                                to      wk-fs-arqTurmas
           end-if

           .
       bh-turno-do-aluno-z.
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

           close arqTransporte
           close arqRotas
           close arqAlunos
           close arqTurmas

           goback.
           .
       z-finaliza-z.
           exit.
