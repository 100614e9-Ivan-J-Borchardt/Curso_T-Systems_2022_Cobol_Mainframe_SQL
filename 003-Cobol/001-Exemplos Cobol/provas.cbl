      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "provas".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Calendario de provas no novo arquivo
      *>                      indexado arqProvasInd.txt, chaveado por
      *>                      serie/turma + data + disciplina, com o
      *>                      periodo (1-4) a que a avaliacao
      *>                      pertence. O agendamento critica a turma
      *>                      (arqTurmasInd), a disciplina na grade da
      *>                      serie (arqDisciplinasInd), a data no ano
      *>                      letivo e como dia letivo do calendario
      *>                      (arqCalendarioInd) e RECUSA a prova
      *>                      alem do limite diario por turma
      *>                      (arqProvasConfig.txt, criado com 2 na
      *>                      primeira execucao; o administrador
      *>                      altera pela opcao P) - acabaram as
      *>                      quatro provas no mesmo dia. Listagem do
      *>                      mes por turma; o calendario impresso
      *>                      segue no kit_reuniao.
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

           select arqProvas assign to "arqProvasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-prv-chave
           file status is wk-fs-arqProvas.

           select arqProvasConfig assign to "arqProvasConfig.txt"
           organization is line sequential
           file status is wk-fs-arqProvasConfig.

           select arqTurmas assign to "arqTurmasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-chave
           file status is wk-fs-arqTurmas.

           select arqDisciplinas assign to "arqDisciplinasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-chave
           file status is wk-fs-arqDisciplinas.

           select arqCalendario assign to "arqCalendarioInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is wk-fs-arqCalendario.

           select arqAnoLetivo assign to "arqAnoLetivo.txt"
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqProvas.
       01  fd-prova.
           05  fd-prv-chave.
               10  fd-prv-serie                     pic  9(02).
               10  fd-prv-turma                     pic  x(01).
               10  fd-prv-data                      pic  9(08).
               10  fd-prv-disciplina                pic  x(10).
           05  fd-prv-periodo                       pic  9(01).
           05  fd-prv-descricao                     pic  x(30).
           05  fd-prv-operador                      pic  x(15).
           05  fd-prv-data-registro                 pic  x(14).

       fd arqProvasConfig.
       01  fd-provas-config.
           05  fd-pcf-max-dia                       pic  9(01).

       fd arqTurmas.
       01  fd-turma.
           05  fd-turma-chave.
               10  fd-turma-serie                   pic  9(02).
               10  fd-turma-letra                   pic  x(01).
           05  fd-turma-turno                       pic  x(01).
           05  fd-turma-professor                   pic  x(15).
           05  fd-turma-capacidade                  pic  9(03).
           05  fd-turma-unidade                     pic  x(03).

       fd arqDisciplinas.
       01  fd-disciplina.
           05  fd-disc-chave.
               10  fd-disc-serie                    pic  9(02).
               10  fd-disc-codigo                   pic  x(10).
           05  fd-disc-nome                         pic  x(30).
           05  fd-disc-horas                        pic  9(02).
           05  fd-disc-professor                    pic  x(15).

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

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqProvas                          pic x(02).
       77  wk-fs-arqProvasConfig                    pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqDisciplinas                     pic x(02).
       77  wk-fs-arqCalendario                      pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-ano-letivo                            pic 9(04) value 0.

      *>   Limite de provas por turma no mesmo dia
       77  wk-max-provas-dia                        pic 9(01) value 2.

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil consulta nao agenda provas
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
           88 wk-op-agendar                         value "A" "a".
           88 wk-op-cancelar                        value "C" "c".
           88 wk-op-listar                          value "L" "l".
           88 wk-op-limite                          value "P" "p".

       77  wk-serie                                 pic 9(02).
       77  wk-turma                                 pic x(01).
       77  wk-disciplina                            pic x(10).
       77  wk-periodo                               pic 9(01).
       77  wk-data-prova                            pic 9(08).
       77  wk-descricao                             pic x(30).
       77  wk-mes-ano                               pic x(06).
       77  wk-mes-referencia                        pic 9(06).
       77  wk-novo-limite                           pic 9(01).
       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "S".

       77  wk-qtd-provas-dia                        pic 9(02) value 0.
       77  wk-qtd-listadas                          pic 9(04) value 0.

      *>   Data AAAAMMDD editada como DD/MM/AAAA
       01  wk-data-entrada                          pic 9(08).
       01  wk-data-entrada-r redefines wk-data-entrada.
           05  wk-den-ano                           pic 9(04).
           05  wk-den-mes                           pic 9(02).
           05  wk-den-dia                           pic 9(02).
       01  wk-data-edit.
           05  wk-ded-dia                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-mes                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-ano                           pic 9(04).

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
                  value "provas".
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
               display "Calendario de provas nao permitido ao"
                       " perfil consulta."
               accept temp
               goback
           end-if

           open i-o arqProvas
           if   wk-fs-arqProvas equal "05"
           or   wk-fs-arqProvas equal "35" then
               open output arqProvas
               close arqProvas
               open i-o arqProvas
           end-if
           if   wk-fs-arqProvas not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqProvas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqProvas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTurmas
           if   wk-fs-arqTurmas not equal "00"
           and  wk-fs-arqTurmas not equal "35" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqTurmas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTurmas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqDisciplinas
           if   wk-fs-arqDisciplinas not equal "00"
           and  wk-fs-arqDisciplinas not equal "35" then
               move "0003"                                 to      wk-msn-erro-adress
               move wk-fs-arqDisciplinas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDisciplinas"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    calendario letivo - a ausencia do arquivo (35) apenas
      *>    desliga a critica de dia letivo, com aviso ao operador
           open input arqCalendario
           if   wk-fs-arqCalendario equal "35" then
               display "Aviso: calendario letivo nao cadastrado -"
                       " a critica de dia letivo esta desligada."
               accept temp
           else
               if   wk-fs-arqCalendario not equal "00" then
                   move "0004"                                to      wk-msn-erro-adress
                   move wk-fs-arqCalendario                   to      wk-msn-erro-cod
                   move "Erro ao abrir Arquivo arqCalendario"  to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
           end-if

           open input arqAnoLetivo
           if   wk-fs-arqAnoLetivo equal "00" then
               read arqAnoLetivo
               if   wk-fs-arqAnoLetivo equal "00" then
                   move fd-ano-letivo-linha             to      wk-ano-letivo
               end-if
               close arqAnoLetivo
           end-if
           if   wk-ano-letivo equal 0 then
               move function current-date(1:4)          to      wk-ano-letivo
           end-if

           perform aa-carregar-config

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Le o limite diario de arqProvasConfig.txt - na primeira
      *>   execucao o arquivo e criado com o default
      *>*****************************************************************
       aa-carregar-config section.
       aa-carregar-config-a.

           open input arqProvasConfig
           if   wk-fs-arqProvasConfig equal "00" then
               read arqProvasConfig
               if   wk-fs-arqProvasConfig equal "00"
               and  fd-pcf-max-dia is numeric
               and  fd-pcf-max-dia > 0 then
                   move fd-pcf-max-dia                  to      wk-max-provas-dia
               end-if
               close arqProvasConfig
           else
               perform ac-gravar-config
           end-if

           .
       aa-carregar-config-z.
           exit.

      *>*****************************************************************
      *>   Grava o limite corrente em arqProvasConfig.txt
      *>*****************************************************************
       ac-gravar-config section.
       ac-gravar-config-a.

           move wk-max-provas-dia                       to      fd-pcf-max-dia
           open output arqProvasConfig
           write fd-provas-config
           close arqProvasConfig

           .
       ac-gravar-config-z.
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
           display "Calendario de Provas - Login"

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
               display "Calendario de Provas - ano " wk-ano-letivo
                       " - operador " wk-operador
               display "Limite por turma/dia: " wk-max-provas-dia
               display " "
               display "(A) Agendar prova"
               display "(C) Cancelar prova"
               display "(L) Listar provas da turma no mes"
               display "(P) Alterar o limite diario de provas"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-agendar
                       perform ba-agendar-prova
                   when wk-op-cancelar
                       perform bb-cancelar-prova
                   when wk-op-listar
                       perform bc-listar-mes
                   when wk-op-limite
                       perform bd-alterar-limite
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Agenda uma prova - turma cadastrada, disciplina da grade da
      *>   serie, dia letivo do ano e dentro do limite diario da turma
      *>*****************************************************************
       ba-agendar-prova section.
       ba-agendar-prova-a.

           perform bf-aceitar-turma
           if  not wk-entrada-valida then
               accept temp
               exit section
           end-if

           display "Disciplina: "
           accept wk-disciplina
           move "N"                                     to      wk-entrada-flag
           if   wk-fs-arqDisciplinas not equal "35" then
               move wk-serie                            to      fd-disc-serie
               move wk-disciplina                       to      fd-disc-codigo
               read arqDisciplinas
               if   wk-fs-arqDisciplinas equal "00" then
                   set wk-entrada-valida                to      true
               else
                   move "00"                            to      wk-fs-arqDisciplinas
               end-if
           end-if
           if  not wk-entrada-valida then
               display "Disciplina fora da grade da serie " wk-serie "."
               accept temp
               exit section
           end-if
           display "  " fd-disc-nome

           display "Periodo (1-4): "
           accept wk-periodo
           if  wk-periodo < 1
           or  wk-periodo > 4 then
               display "Periodo invalido."
               accept temp
               exit section
           end-if

           perform bg-aceitar-data
           if  not wk-entrada-valida then
               accept temp
               exit section
           end-if

           move wk-serie                                to      fd-prv-serie
           move wk-turma                                to      fd-prv-turma
           move wk-data-prova                           to      fd-prv-data
           move wk-disciplina                           to      fd-prv-disciplina
           read arqProvas
           if   wk-fs-arqProvas equal "00" then
               display "Ja ha prova de " wk-disciplina
                       " agendada para a turma neste dia."
               accept temp
               exit section
           end-if
           move "00"                                    to      wk-fs-arqProvas

           perform bh-contar-provas-dia
           if  wk-qtd-provas-dia >= wk-max-provas-dia then
               display "A turma ja tem " wk-qtd-provas-dia
                       " prova(s) em " wk-data-edit
                       " - limite diario de " wk-max-provas-dia "."
               accept temp
               exit section
           end-if

           display "Descricao (ex.: PROVA BIMESTRAL): "
           accept wk-descricao

           display "Confirma " wk-disciplina " em " wk-data-edit
                   " (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           initialize fd-prova
           move wk-serie                                to      fd-prv-serie
           move wk-turma                                to      fd-prv-turma
           move wk-data-prova                           to      fd-prv-data
           move wk-disciplina                           to      fd-prv-disciplina
           move wk-periodo                              to      fd-prv-periodo
           move wk-descricao                            to      fd-prv-descricao
           move wk-operador                             to      fd-prv-operador
           move function current-date(1:14)             to      fd-prv-data-registro
           write fd-prova
           if   wk-fs-arqProvas not equal "00" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqProvas                     to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqProvas"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Prova agendada."
           accept temp

           .
       ba-agendar-prova-z.
           exit.

      *>*****************************************************************
      *>   Cancela (exclui) uma prova agendada
      *>*****************************************************************
       bb-cancelar-prova section.
       bb-cancelar-prova-a.

           perform bf-aceitar-turma
           if  not wk-entrada-valida then
               accept temp
               exit section
           end-if

           display "Disciplina: "
           accept wk-disciplina

           perform bg-aceitar-data
           if  not wk-entrada-valida then
               accept temp
               exit section
           end-if

           move wk-serie                                to      fd-prv-serie
           move wk-turma                                to      fd-prv-turma
           move wk-data-prova                           to      fd-prv-data
           move wk-disciplina                           to      fd-prv-disciplina
           read arqProvas
           if   wk-fs-arqProvas not equal "00" then
               display "Prova nao agendada."
               move "00"                                to      wk-fs-arqProvas
               accept temp
               exit section
           end-if

           display fd-prv-disciplina " periodo " fd-prv-periodo
                   " " fd-prv-descricao
           display "Agendada por " fd-prv-operador
           display "Confirma o cancelamento (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           delete arqProvas
           if   wk-fs-arqProvas not equal "00" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqProvas                     to      wk-msn-erro-cod
               move "Erro ao Excluir em arqProvas"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Prova cancelada."
           accept temp

           .
       bb-cancelar-prova-z.
           exit.

      *>*****************************************************************
      *>   Lista as provas da turma no mes informado, em ordem de data
      *>*****************************************************************
       bc-listar-mes section.
       bc-listar-mes-a.

           perform bf-aceitar-turma
           if  not wk-entrada-valida then
               accept temp
               exit section
           end-if

           display "Mes (MMAAAA): "
           accept wk-mes-ano
           if  wk-mes-ano not numeric
           or  wk-mes-ano(1:2) < "01"
           or  wk-mes-ano(1:2) > "12" then
               display "Mes invalido."
               accept temp
               exit section
           end-if
           compute wk-mes-referencia =
               (function numval(wk-mes-ano(3:4)) * 100)
               + function numval(wk-mes-ano(1:2))

           move 0                                       to      wk-qtd-listadas
           move wk-serie                                to      fd-prv-serie
           move wk-turma                                to      fd-prv-turma
           compute fd-prv-data = wk-mes-referencia * 100
           move low-values                              to      fd-prv-disciplina
           start arqProvas key is not less fd-prv-chave
           if   wk-fs-arqProvas equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqProvas next record
                   if   wk-fs-arqProvas not equal "00"
                   or   fd-prv-serie not equal wk-serie
                   or   fd-prv-turma not equal wk-turma
                   or   fd-prv-data(1:6) not equal wk-mes-referencia then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-listadas
                       move fd-prv-data                 to      wk-data-entrada
                       perform bi-editar-data
                       display wk-data-edit " " fd-prv-disciplina
                               " P" fd-prv-periodo
                               " " fd-prv-descricao
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqProvas

           if  wk-qtd-listadas equal 0 then
               display "Nenhuma prova agendada no mes."
           else
               display "Provas no mes: " wk-qtd-listadas
           end-if
           display "Pressione ENTER para voltar..."
           accept temp

           .
       bc-listar-mes-z.
           exit.

      *>*****************************************************************
      *>   Limite diario de provas por turma - so o administrador
      *>*****************************************************************
       bd-alterar-limite section.
       bd-alterar-limite-a.

           if  not wk-perfil-administrador then
               display "Alteracao do limite restrita ao administrador."
               accept temp
               exit section
           end-if

           display "Limite atual: " wk-max-provas-dia
           display "Novo limite (1-9): "
           accept wk-novo-limite
           if  wk-novo-limite not numeric
           or  wk-novo-limite equal 0 then
               display "Limite invalido."
               accept temp
               exit section
           end-if

           move wk-novo-limite                          to      wk-max-provas-dia
           perform ac-gravar-config

           display "Limite alterado para " wk-max-provas-dia "."
           accept temp

           .
       bd-alterar-limite-z.
           exit.

      *>*****************************************************************
      *>   Serie e letra da turma, conferidas no mestre de turmas
      *>*****************************************************************
       bf-aceitar-turma section.
       bf-aceitar-turma-a.

           set wk-entrada-valida                        to      true

           display "Serie: "
           accept wk-serie
           display "Turma (letra): "
           accept wk-turma

           if   wk-fs-arqTurmas equal "35" then
               display "Mestre de turmas vazio."
               move "N"                                 to      wk-entrada-flag
           else
               move wk-serie                            to      fd-turma-serie
               move wk-turma                            to      fd-turma-letra
               read arqTurmas
               if   wk-fs-arqTurmas not equal "00" then
                   display "Serie/Turma nao cadastrada."
                   move "N"                             to      wk-entrada-flag
                   move "00"                            to      wk-fs-arqTurmas
               end-if
           end-if

           .
       bf-aceitar-turma-z.
           exit.

      *>*****************************************************************
      *>   Data da prova DDMMAAAA - valida, no ano letivo e dia letivo
      *>   do calendario (sem calendario a critica de dia letivo fica
      *>   desligada)
      *>*****************************************************************
       bg-aceitar-data section.
       bg-aceitar-data-a.

           move "N"                                     to      wk-entrada-flag

           display "Data da prova (DDMMAAAA): "
           accept wk-vd-data-tela
           move "V"                                     to      wk-vd-operacao
           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno
           if  wk-vd-cod-retorno not equal 0 then
               display "Data invalida."
               exit section
           end-if
           move wk-vd-data-aaaammdd                     to      wk-data-prova
           move wk-data-prova                           to      wk-data-entrada
           perform bi-editar-data

           if  wk-den-ano not equal wk-ano-letivo then
               display "Data fora do ano letivo " wk-ano-letivo "."
               exit section
           end-if

           if   wk-fs-arqCalendario not equal "35" then
               move wk-data-prova                       to      fd-cal-data
               read arqCalendario
               if   wk-fs-arqCalendario not equal "00" then
                   display wk-data-edit " nao consta do calendario"
                           " letivo."
                   move "00"                            to      wk-fs-arqCalendario
                   exit section
               end-if
               if  not fd-cal-letivo then
                   display wk-data-edit " nao e dia letivo ("
                           fd-cal-descricao ")."
                   exit section
               end-if
           end-if

           set wk-entrada-valida                        to      true

           .
       bg-aceitar-data-z.
           exit.

      *>*****************************************************************
      *>   Provas ja agendadas para a turma na data wk-data-prova
      *>*****************************************************************
       bh-contar-provas-dia section.
       bh-contar-provas-dia-a.

           move 0                                       to      wk-qtd-provas-dia
           move wk-serie                                to      fd-prv-serie
           move wk-turma                                to      fd-prv-turma
           move wk-data-prova                           to      fd-prv-data
           move low-values                              to      fd-prv-disciplina
           start arqProvas key is not less fd-prv-chave
           if   wk-fs-arqProvas equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqProvas next record
                   if   wk-fs-arqProvas not equal "00"
                   or   fd-prv-serie not equal wk-serie
                   or   fd-prv-turma not equal wk-turma
                   or   fd-prv-data not equal wk-data-prova then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-provas-dia
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqProvas

           .
       bh-contar-provas-dia-z.
           exit.

      *>*****************************************************************
      *>   Edita wk-data-entrada (AAAAMMDD) em wk-data-edit
      *>*****************************************************************
       bi-editar-data section.
       bi-editar-data-a.

           move wk-den-dia                              to      wk-ded-dia
           move wk-den-mes                              to      wk-ded-mes
           move wk-den-ano                              to      wk-ded-ano

           .
       bi-editar-data-z.
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

           close arqProvas
           close arqTurmas
           close arqDisciplinas
           close arqCalendario

           goback.
           .
       z-finaliza-z.
           exit.
