      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "passeios".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Cadastro de passeios e excursoes
      *>                      (arqPasseiosInd.txt): data, destino,
      *>                      horarios de saida e retorno, custo por
      *>                      aluno e ate 10 turmas convidadas (do
      *>                      mestre de turmas). Registra a resposta de
      *>                      cada responsavel (A=autorizado, N=nao
      *>                      autorizado) e os pagamentos em
      *>                      arqAutorizacoesPasseioInd.txt, chave
      *>                      passeio + CPF do aluno, que deve ser de
      *>                      uma turma convidada. As cartas de
      *>                      autorizacao saem de cartas_passeio.cbl e a
      *>                      lista do dia de lista_passeio.cbl.
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

       77  wk-fs-arqPasseios                        pic x(02).
       77  wk-fs-arqAutorizacoes                    pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-data-hoje                             pic 9(08) value 0.

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil consulta nao registra respostas
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
           88 wk-op-cadastrar                       value "C" "c".
           88 wk-op-turma                           value "T" "t".
           88 wk-op-resposta                        value "R" "r".
           88 wk-op-situacao                        value "S" "s".
           88 wk-op-cancelar                        value "K" "k".

       77  wk-codigo                                pic x(06).
       77  wk-data-tela                             pic x(08).
       77  wk-data                                  pic 9(08) value 0.
       77  wk-destino                               pic x(40).
       77  wk-hora-saida                            pic 9(04) value 0.
       77  wk-hora-retorno                          pic 9(04) value 0.
       77  wk-custo                                 pic 9(04)v99 value 0.
       77  wk-serie                                 pic 9(02) value 0.
       77  wk-letra                                 pic x(01).
       77  wk-cpf                                   pic x(12).
       77  wk-resposta                              pic x(01).
           88 wk-resposta-valida                    value "A" "N".
       77  wk-valor-pago                            pic 9(04)v99 value 0.
       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "v".
           88 wk-entrada-invalida                   value "i".

       77  wk-ind-turma                             pic 9(02) value 0.
       77  wk-convidada-flag                        pic x(01).
           88 wk-turma-convidada                    value "S".
       77  wk-novo-flag                             pic x(01).
           88 wk-autorizacao-nova                   value "S".

      *>   Situacao do passeio
       77  wk-qtd-autorizados                       pic 9(04) value 0.
       77  wk-qtd-nao-autorizados                   pic 9(04) value 0.
       77  wk-qtd-pendentes                         pic 9(04) value 0.
       77  wk-qtd-pagos                             pic 9(04) value 0.
       77  wk-tot-pago                              pic 9(07)v99 value 0.
       77  wk-custo-edit                            pic z.zz9,99.
       77  wk-valor-edit                            pic z.zzz.zz9,99.

      *>   Parametros da subrotina compartilhada valida_data
       77  wk-vd-operacao                           pic x(01).
       77  wk-vd-data-tela                          pic x(08).
       77  wk-vd-data-aaaammdd                      pic 9(08).
       77  wk-vd-data-2                             pic 9(08).
       77  wk-vd-dias                               pic s9(05).
       77  wk-vd-cod-retorno                        pic 9(01).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "passeios".
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
               display "Cadastro de passeios nao permitido ao perfil"
                       " consulta."
               accept temp
               goback
           end-if

           move function current-date(1:8)              to      wk-data-hoje

           open i-o arqPasseios
           if   wk-fs-arqPasseios equal "05"
           or   wk-fs-arqPasseios equal "35" then
               open output arqPasseios
               close arqPasseios
               open i-o arqPasseios
           end-if
           if   wk-fs-arqPasseios not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqPasseios                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqPasseios" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqAutorizacoes
           if   wk-fs-arqAutorizacoes equal "05"
           or   wk-fs-arqAutorizacoes equal "35" then
               open output arqAutorizacoes
               close arqAutorizacoes
               open i-o arqAutorizacoes
           end-if
           if   wk-fs-arqAutorizacoes not equal "00" then
               move "0002"                                  to      wk-msn-erro-adress
               move wk-fs-arqAutorizacoes                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAutorizacoes" to      wk-msn-erro-text
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
           display "Passeios - Login"

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
               display "Passeios e Excursoes - operador "
                       wk-operador
               display " "
               display "(C) Cadastrar passeio"
               display "(T) Incluir turma convidada"
               display "(R) Registrar resposta / pagamento"
               display "(S) Situacao de um passeio"
               display "(K) Cancelar passeio"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-cadastrar
                       perform ba-cadastrar
                   when wk-op-turma
                       perform bb-incluir-turma
                   when wk-op-resposta
                       perform bc-registrar-resposta
                   when wk-op-situacao
                       perform bd-situacao
                   when wk-op-cancelar
                       perform be-cancelar
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Cadastro do passeio - as turmas convidadas entram pela
      *>   opcao (T)
      *>*****************************************************************
       ba-cadastrar section.
       ba-cadastrar-a.

           display "Codigo do passeio: "
           accept wk-codigo
           if  wk-codigo equal spaces then
               exit section
           end-if
           move wk-codigo                               to      fd-pas-codigo
           read arqPasseios
           if   wk-fs-arqPasseios equal "00" then
               display "Passeio ja cadastrado: " fd-pas-destino
               accept temp
               exit section
           end-if
           move "00"                                    to      wk-fs-arqPasseios

           display "Data do passeio (DDMMAAAA): "
           accept wk-data-tela
           perform bh-validar-data
           if  wk-entrada-invalida then
               display "Data invalida."
               accept temp
               exit section
           end-if
           if  wk-data < wk-data-hoje then
               display "Data do passeio ja passou."
               accept temp
               exit section
           end-if

           display "Destino: "
           accept wk-destino
           if  wk-destino equal spaces then
               display "Destino obrigatorio."
               accept temp
               exit section
           end-if

           display "Hora de saida (HHMM): "
           accept wk-hora-saida
           display "Hora de retorno (HHMM): "
           accept wk-hora-retorno
           if  wk-hora-saida(1:2) > 23 or wk-hora-saida(3:2) > 59
           or  wk-hora-retorno(1:2) > 23 or wk-hora-retorno(3:2) > 59
           or  wk-hora-retorno not > wk-hora-saida then
               display "Horarios invalidos."
               accept temp
               exit section
           end-if

           display "Custo por aluno (0 se gratuito): "
           accept wk-custo

           initialize fd-passeio
           move wk-codigo                               to      fd-pas-codigo
           move wk-data                                 to      fd-pas-data
           move wk-destino                              to      fd-pas-destino
           move wk-hora-saida                           to      fd-pas-hora-saida
           move wk-hora-retorno                         to      fd-pas-hora-retorno
           move wk-custo                                to      fd-pas-custo
           move 0                                       to      fd-pas-qtd-turmas
           move "A"                                     to      fd-pas-situacao
           move wk-operador                             to      fd-pas-operador
           move function current-date(1:14)             to      fd-pas-data-registro
           write fd-passeio
           if   wk-fs-arqPasseios not equal "00" then
               move "0005"                                to      wk-msn-erro-adress
               move wk-fs-arqPasseios                     to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqPasseios"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Passeio cadastrado. Inclua as turmas convidadas"
                   " pela opcao (T)."
           accept temp

           .
       ba-cadastrar-z.
           exit.

      *>*****************************************************************
      *>   Inclusao de turma convidada - turma do mestre, sem repetir,
      *>   ate 10 por passeio
      *>*****************************************************************
       bb-incluir-turma section.
       bb-incluir-turma-a.

           perform bf-ler-passeio
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if

           if  fd-pas-qtd-turmas >= 10 then
               display "Passeio ja tem 10 turmas convidadas."
               accept temp
               exit section
           end-if

           display "Serie da turma: "
           accept wk-serie
           display "Letra da turma: "
           accept wk-letra
           move function upper-case(wk-letra)           to      wk-letra

           move wk-serie                                to      fd-turma-serie
           move wk-letra                                to      fd-turma-letra
           read arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "00"                                to      wk-fs-arqTurmas
               display "Turma nao cadastrada."
               accept temp
               exit section
           end-if

           perform bg-verificar-turma
           if  wk-turma-convidada then
               display "Turma ja convidada para este passeio."
               accept temp
               exit section
           end-if

           add 1                                        to      fd-pas-qtd-turmas
           move wk-serie                                to      fd-pas-serie(fd-pas-qtd-turmas)
           move wk-letra                                to      fd-pas-letra(fd-pas-qtd-turmas)
           move wk-operador                             to      fd-pas-operador
           move function current-date(1:14)             to      fd-pas-data-registro
           rewrite fd-passeio
           if   wk-fs-arqPasseios not equal "00" then
               move "0006"                                  to      wk-msn-erro-adress
               move wk-fs-arqPasseios                       to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqPasseios"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Turma " wk-serie wk-letra " convidada ("
                   fd-pas-qtd-turmas " turmas)."
           accept temp

           .
       bb-incluir-turma-z.
           exit.

      *>*****************************************************************
      *>   Resposta do responsavel e pagamento - o aluno tem de ser de
      *>   uma turma convidada; o registro pendente e criado pelas
      *>   cartas, mas a resposta pode chegar antes delas
      *>*****************************************************************
       bc-registrar-resposta section.
       bc-registrar-resposta-a.

           perform bf-ler-passeio
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if
           if  fd-pas-data < wk-data-hoje then
               display "Passeio ja realizado."
               accept temp
               exit section
           end-if

           display "CPF do aluno: "
           accept wk-cpf
           move wk-cpf                                  to      fd-aluno-cpf
           read arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "00"                                to      wk-fs-arqAlunos
               display "Aluno nao cadastrado."
               accept temp
               exit section
           end-if
           display "Aluno: " fd-aluno-nome "  Turma: "
                   fd-aluno-serie fd-aluno-turma
                   "  Responsavel: " fd-aluno-responsavel

           move fd-aluno-serie                          to      wk-serie
           move fd-aluno-turma                          to      wk-letra
           perform bg-verificar-turma
           if  not wk-turma-convidada then
               display "Turma do aluno nao foi convidada para este"
                       " passeio."
               accept temp
               exit section
           end-if

           move space                                   to      wk-novo-flag
           move wk-codigo                               to      fd-aut-passeio
           move wk-cpf                                  to      fd-aut-cpf
           read arqAutorizacoes
           if   wk-fs-arqAutorizacoes equal "00" then
               move fd-aut-valor-pago                   to      wk-valor-edit
               display "Resposta atual: " fd-aut-resposta
                       "  Pago: " wk-valor-edit
           else
               move "00"                                to      wk-fs-arqAutorizacoes
               set wk-autorizacao-nova                  to      true
               initialize fd-autorizacao
               move wk-codigo                           to      fd-aut-passeio
               move wk-cpf                              to      fd-aut-cpf
               move "P"                                 to      fd-aut-resposta
           end-if
           move fd-aluno-nome                           to      fd-aut-nome
           move fd-aluno-serie                          to      fd-aut-serie
           move fd-aluno-turma                          to      fd-aut-turma

           display "Resposta do responsavel (A=autoriza, N=nao"
                   " autoriza, branco=mantem): "
           accept wk-resposta
           move function upper-case(wk-resposta)        to      wk-resposta
           if  wk-resposta not equal space then
               if  not wk-resposta-valida then
                   display "Resposta invalida."
                   accept temp
                   exit section
               end-if
               move wk-resposta                         to      fd-aut-resposta
               move wk-data-hoje                        to      fd-aut-data-resposta
           end-if

           if  fd-aut-autorizado and fd-pas-custo > 0 then
               move fd-pas-custo                        to      wk-custo-edit
               display "Valor recebido agora (custo " wk-custo-edit
                       ", 0 se nenhum): "
               accept wk-valor-pago
               if  wk-valor-pago > 0 then
                   if  fd-aut-valor-pago + wk-valor-pago > fd-pas-custo then
                       display "Pagamento excede o custo do passeio."
                       accept temp
                       exit section
                   end-if
                   add wk-valor-pago                    to      fd-aut-valor-pago
                   move wk-data-hoje                    to      fd-aut-data-pagamento
               end-if
           end-if

           move wk-operador                             to      fd-aut-operador
           move function current-date(1:14)             to      fd-aut-data-registro
           if  wk-autorizacao-nova then
               write fd-autorizacao
           else
               rewrite fd-autorizacao
           end-if
           if   wk-fs-arqAutorizacoes not equal "00" then
               move "0007"                                    to      wk-msn-erro-adress
               move wk-fs-arqAutorizacoes                     to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqAutorizacoes"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           move fd-aut-valor-pago                       to      wk-valor-edit
           display "Registrado: resposta " fd-aut-resposta
                   "  pago " wk-valor-edit
           accept temp

           .
       bc-registrar-resposta-z.
           exit.

      *>*****************************************************************
      *>   Situacao do passeio - respostas e valores recebidos
      *>*****************************************************************
       bd-situacao section.
       bd-situacao-a.

           perform bf-ler-passeio
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if

           display "Destino: " fd-pas-destino
           display "Data: " fd-pas-data(7:2) "/" fd-pas-data(5:2) "/"
                   fd-pas-data(1:4) "  Saida: " fd-pas-hora-saida(1:2)
                   ":" fd-pas-hora-saida(3:2) "  Retorno: "
                   fd-pas-hora-retorno(1:2) ":" fd-pas-hora-retorno(3:2)
           move fd-pas-custo                            to      wk-custo-edit
           display "Custo por aluno: " wk-custo-edit
                   "  Situacao: " fd-pas-situacao
           display "Turmas convidadas:"
           perform varying wk-ind-turma from 1 by 1
                   until wk-ind-turma > fd-pas-qtd-turmas
               display "   " fd-pas-serie(wk-ind-turma)
                       fd-pas-letra(wk-ind-turma)
           end-perform

           move 0                                       to      wk-qtd-autorizados
           move 0                                       to      wk-qtd-nao-autorizados
           move 0                                       to      wk-qtd-pendentes
           move 0                                       to      wk-qtd-pagos
           move 0                                       to      wk-tot-pago

           move wk-codigo                               to      fd-aut-passeio
           move low-values                              to      fd-aut-cpf
           start arqAutorizacoes key is not less fd-aut-chave
           if   wk-fs-arqAutorizacoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAutorizacoes next
                   if   wk-fs-arqAutorizacoes not equal "00"
                   or   fd-aut-passeio not equal wk-codigo then
                       set wk-loop-terminado            to      true
                   else
                       evaluate true
                           when fd-aut-autorizado
                               add 1                    to      wk-qtd-autorizados
                           when fd-aut-nao-autorizado
                               add 1                    to      wk-qtd-nao-autorizados
                           when other
                               add 1                    to      wk-qtd-pendentes
                       end-evaluate
                       if  fd-aut-valor-pago > 0 then
                           add 1                        to      wk-qtd-pagos
                           add fd-aut-valor-pago        to      wk-tot-pago
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqAutorizacoes

           display " "
           display "Autorizados....: " wk-qtd-autorizados
           display "Nao autorizados: " wk-qtd-nao-autorizados
           display "Pendentes......: " wk-qtd-pendentes
           move wk-tot-pago                             to      wk-valor-edit
           display "Pagamentos.....: " wk-qtd-pagos
                   "  Total recebido: " wk-valor-edit
           accept temp

           .
       bd-situacao-z.
           exit.

      *>*****************************************************************
      *>   Cancelamento do passeio - as cartas e a lista deixam de sair
      *>*****************************************************************
       be-cancelar section.
       be-cancelar-a.

           perform bf-ler-passeio
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if
           if  fd-pas-cancelado then
               display "Passeio ja cancelado."
               accept temp
               exit section
           end-if

           display "Destino: " fd-pas-destino
           display "Confirma o cancelamento (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           move "C"                                     to      fd-pas-situacao
           move wk-operador                             to      fd-pas-operador
           move function current-date(1:14)             to      fd-pas-data-registro
           rewrite fd-passeio
           if   wk-fs-arqPasseios not equal "00" then
               move "0008"                                  to      wk-msn-erro-adress
               move wk-fs-arqPasseios                       to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqPasseios"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Passeio cancelado."
           accept temp

           .
       be-cancelar-z.
           exit.

      *>*****************************************************************
      *>   Leitura do passeio pelo codigo - cancelado so para consulta
      *>*****************************************************************
       bf-ler-passeio section.
       bf-ler-passeio-a.

           set wk-entrada-valida                        to      true

           display "Codigo do passeio: "
           accept wk-codigo
           move wk-codigo                               to      fd-pas-codigo
           read arqPasseios
           if   wk-fs-arqPasseios not equal "00" then
               move "00"                                to      wk-fs-arqPasseios
               display "Passeio nao cadastrado."
               set wk-entrada-invalida                  to      true
               exit section
           end-if
           if  fd-pas-cancelado
           and not wk-op-situacao then
               display "Passeio cancelado."
               set wk-entrada-invalida                  to      true
           end-if

           .
       bf-ler-passeio-z.
           exit.

      *>*****************************************************************
      *>   Verifica se a turma wk-serie/wk-letra esta entre as
      *>   convidadas do passeio lido
      *>*****************************************************************
       bg-verificar-turma section.
       bg-verificar-turma-a.

           move space                                   to      wk-convidada-flag
           perform varying wk-ind-turma from 1 by 1
                   until wk-ind-turma > fd-pas-qtd-turmas
                      or wk-turma-convidada
               if  fd-pas-serie(wk-ind-turma) equal wk-serie
               and fd-pas-letra(wk-ind-turma) equal wk-letra then
                   set wk-turma-convidada               to      true
               end-if
           end-perform

           .
       bg-verificar-turma-z.
           exit.

      *>*****************************************************************
      *>   Valida a data digitada (DDMMAAAA) pela subrotina valida_data
      *>*****************************************************************
       bh-validar-data section.
       bh-validar-data-a.

           set wk-entrada-valida                        to      true

           move "V"                                     to      wk-vd-operacao
           move wk-data-tela                            to      wk-vd-data-tela
           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno
           if  wk-vd-cod-retorno not equal 0 then
               set wk-entrada-invalida                  to      true
           else
               move wk-vd-data-aaaammdd                 to      wk-data
           end-if

           .
       bh-validar-data-z.
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

           close arqPasseios
           close arqAutorizacoes
           close arqAlunos
           close arqTurmas

           goback.
           .
       z-finaliza-z.
           exit.
