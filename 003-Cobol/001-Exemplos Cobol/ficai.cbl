      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "ficai".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Acompanhamento dos casos de FICAI abertos
      *>                      por ficai_abertura.cbl em
      *>                      arqFicaiInd.txt: lista os casos em
      *>                      aberto, consulta um caso pelo numero ou
      *>                      pelo CPF e registra cada etapa (familia
      *>                      contatada, visita domiciliar,
      *>                      encaminhado ao Conselho Tutelar, aluno
      *>                      retornou, encerrado) com data e
      *>                      operador. Cada etapa vai tambem para o
      *>                      jornal arqFicaiEtapas.txt. O
      *>                      encaminhamento ao Conselho exige a
      *>                      notificacao ja emitida, e a etapa
      *>                      "encerrado" fecha o caso.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqFicai assign to "arqFicaiInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-fic-numero
           alternate record key is fd-fic-cpf with duplicates
           file status is wk-fs-arqFicai.

           select arqJornal assign to "arqFicaiEtapas.txt"
           organization is line sequential
           file status is wk-fs-arqJornal.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *>   Caso de FICAI - etapas: 1 familia contatada, 2 visita
      *>   domiciliar, 3 encaminhado ao Conselho Tutelar, 4 aluno
      *>   retornou, 5 encerrado
       fd arqFicai.
       01  fd-ficai.
           05  fd-fic-numero                        pic  9(06).
           05  fd-fic-cpf                           pic  x(12).
           05  fd-fic-nome                          pic  x(10).
           05  fd-fic-matricula                     pic  9(07).
           05  fd-fic-serie                         pic  9(02).
           05  fd-fic-turma                         pic  x(01).
           05  fd-fic-responsavel                   pic  x(15).
           05  fd-fic-telefone                      pic  x(11).
           05  fd-fic-data-abertura                 pic  9(08).
           05  fd-fic-criterio                      pic  x(01).
               88  fd-fic-consecutivas              value "C".
               88  fd-fic-alternadas                value "A".
           05  fd-fic-qtd-faltas                    pic  9(03).
           05  fd-fic-primeira-falta                pic  9(08).
           05  fd-fic-ultima-falta                  pic  9(08).
           05  fd-fic-situacao                      pic  x(01).
               88  fd-fic-aberto                    value "A".
               88  fd-fic-encerrado                 value "E".
           05  fd-fic-etapas.
               10  fd-fic-etapa occurs 5.
                   15  fd-fic-etapa-data            pic  9(08).
                   15  fd-fic-etapa-operador        pic  x(15).
           05  fd-fic-ultima-etapa                  pic  9(01).
           05  fd-fic-observacao                    pic  x(60).
           05  fd-fic-notificacao                   pic  x(01).
               88  fd-fic-notificacao-pendente      value "N".
               88  fd-fic-notificacao-emitida       value "S".
           05  fd-fic-documento                     pic  9(08).
           05  fd-fic-data-registro                 pic  x(14).

       fd arqJornal.
       01  fd-jornal-linha.
           05  fd-jor-data-hora                     pic  x(14).
           05  filler                               pic  x(01) value space.
           05  fd-jor-operador                      pic  x(15).
           05  filler                               pic  x(01) value space.
           05  fd-jor-numero                        pic  9(06).
           05  filler                               pic  x(01) value space.
           05  fd-jor-cpf                           pic  x(12).
           05  filler                               pic  x(01) value space.
           05  fd-jor-etapa                         pic  9(01).
           05  filler                               pic  x(01) value space.
           05  fd-jor-data-etapa                    pic  9(08).
           05  filler                               pic  x(01) value space.
           05  fd-jor-observacao                    pic  x(60).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqFicai                           pic x(02).
       77  wk-fs-arqJornal                          pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-data-hoje                             pic 9(08) value 0.

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil consulta nao registra etapas
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
           88 wk-op-listar                          value "L" "l".
           88 wk-op-consultar                       value "C" "c".
           88 wk-op-etapa                           value "E" "e".

       77  wk-numero                                pic 9(06).
       77  wk-cpf                                   pic x(12).
       77  wk-etapa                                 pic 9(01).
       77  wk-data-etapa                            pic 9(08).
       77  wk-observacao                            pic x(60).
       77  wk-ind-etapa                             pic 9(01).
       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-caso-flag                             pic x(01).
           88 wk-caso-localizado                    value "S".

       77  wk-qtd-listados                          pic 9(04) value 0.

      *>   Descricao das etapas do caso
       01  wk-tab-etapas-valores.
           05  filler                               pic x(30)
                  value "FAMILIA CONTATADA".
           05  filler                               pic x(30)
                  value "VISITA DOMICILIAR".
           05  filler                               pic x(30)
                  value "ENCAMINHADO CONSELHO TUTELAR".
           05  filler                               pic x(30)
                  value "ALUNO RETORNOU".
           05  filler                               pic x(30)
                  value "ENCERRADO".
       01  wk-tab-etapas redefines wk-tab-etapas-valores.
           05  wk-etapa-descricao                   pic x(30) occurs 5.

       77  wk-etapa-texto                           pic x(30).

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
                  value "ficai".
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
               display "Registro de etapas da FICAI nao permitido ao"
                       " perfil consulta."
               accept temp
               goback
           end-if

           move function current-date(1:8)              to      wk-data-hoje

           open i-o arqFicai
           if   wk-fs-arqFicai equal "05"
           or   wk-fs-arqFicai equal "35" then
               open output arqFicai
               close arqFicai
               open i-o arqFicai
           end-if
           if   wk-fs-arqFicai not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqFicai                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFicai"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open extend arqJornal
           if   wk-fs-arqJornal equal "05"
           or   wk-fs-arqJornal equal "35" then
               open output arqJornal
           end-if
           if   wk-fs-arqJornal not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqJornal                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqJornal"   to      wk-msn-erro-text
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
           display "FICAI - Login"

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
               display "FICAI - Acompanhamento de Casos - operador "
                       wk-operador
               display " "
               display "(L) Listar casos em aberto"
               display "(C) Consultar caso"
               display "(E) Registrar etapa de um caso"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-listar
                       perform ba-listar-casos
                   when wk-op-consultar
                       perform bb-consultar-caso
                   when wk-op-etapa
                       perform bc-registrar-etapa
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Lista os casos em aberto com a ultima etapa registrada
      *>*****************************************************************
       ba-listar-casos section.
       ba-listar-casos-a.

           move 0                                       to      wk-qtd-listados
           display erase
           display "Casos de FICAI em aberto"
           display "Numero CPF          Nome       Ser/T Abertura"
                   " Crit Faltas Ultima etapa"

           move 0                                       to      fd-fic-numero
           start arqFicai key is not less fd-fic-numero
           if   wk-fs-arqFicai equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqFicai next record
                   if   wk-fs-arqFicai not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-fic-aberto then
                           add 1                        to      wk-qtd-listados
                           perform bh-texto-etapa
                           display fd-fic-numero " " fd-fic-cpf " "
                                   fd-fic-nome " " fd-fic-serie "/"
                                   fd-fic-turma " " fd-fic-data-abertura
                                   "  " fd-fic-criterio "    "
                                   fd-fic-qtd-faltas "    "
                                   wk-etapa-texto
                       end-if
                   end-if
               end-perform
           end-if

           display " "
           display "Casos em aberto: " wk-qtd-listados
           display "Pressione ENTER para voltar..."
           accept temp

           .
       ba-listar-casos-z.
           exit.

      *>*****************************************************************
      *>   Consulta de um caso pelo numero ou, sem numero, pelo CPF
      *>   (todos os casos do aluno)
      *>*****************************************************************
       bb-consultar-caso section.
       bb-consultar-caso-a.

           display "Numero do caso (zero para buscar pelo CPF): "
           accept wk-numero

           if  wk-numero not equal 0 then
               perform bd-localizar-caso
               if  wk-caso-localizado then
                   perform be-exibir-caso
               else
                   display "Caso nao encontrado."
               end-if
           else
               display "CPF do aluno: "
               accept wk-cpf
               move space                               to      wk-caso-flag
               move wk-cpf                              to      fd-fic-cpf
               start arqFicai key is equal fd-fic-cpf
               if   wk-fs-arqFicai equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqFicai next record
                       if   wk-fs-arqFicai not equal "00"
                       or   fd-fic-cpf not equal wk-cpf then
                           move "F"                     to      wk-fim-loop
                       else
                           set wk-caso-localizado       to      true
                           perform be-exibir-caso
                       end-if
                   end-perform
               end-if
               if  not wk-caso-localizado then
                   display "Nenhum caso de FICAI para este CPF."
               end-if
           end-if

           display "Pressione ENTER para voltar..."
           accept temp

           .
       bb-consultar-caso-z.
           exit.

      *>*****************************************************************
      *>   Registro de uma etapa - cada etapa uma unica vez, data
      *>   valida entre a abertura do caso e hoje
      *>*****************************************************************
       bc-registrar-etapa section.
       bc-registrar-etapa-a.

           display "Numero do caso: "
           accept wk-numero

           perform bd-localizar-caso
           if  not wk-caso-localizado then
               display "Caso nao encontrado."
               accept temp
               exit section
           end-if

           perform be-exibir-caso

           if  fd-fic-encerrado then
               display "Caso encerrado - nao recebe novas etapas."
               accept temp
               exit section
           end-if

           display "Etapa (1 a 5): "
           accept wk-etapa
           if  wk-etapa < 1
           or  wk-etapa > 5 then
               display "Etapa invalida."
               accept temp
               exit section
           end-if

           if  fd-fic-etapa-data(wk-etapa) not equal 0 then
               display "Etapa ja registrada em "
                       fd-fic-etapa-data(wk-etapa) " por "
                       fd-fic-etapa-operador(wk-etapa)
               accept temp
               exit section
           end-if

           if  wk-etapa equal 3
           and fd-fic-notificacao-pendente then
               display "Emita antes a notificacao formal"
                       " (ficai_notificacao)."
               accept temp
               exit section
           end-if

           display "Data da etapa (DDMMAAAA): "
           accept wk-vd-data-tela
           perform bf-validar-data
           if  wk-vd-cod-retorno not equal 0 then
               display "Data invalida."
               accept temp
               exit section
           end-if
           move wk-vd-data-aaaammdd                     to      wk-data-etapa
           if  wk-data-etapa > wk-data-hoje
           or  wk-data-etapa < fd-fic-data-abertura then
               display "Data fora do periodo do caso (abertura "
                       fd-fic-data-abertura " a hoje)."
               accept temp
               exit section
           end-if

           display "Observacao (ENTER mantem a atual): "
           accept wk-observacao

           display "Confirma " wk-etapa-descricao(wk-etapa)
                   " em " wk-data-etapa " (S/N)? "
           accept wk-confirma
           if  wk-confirma-sim then
               perform bg-gravar-etapa
           end-if

           .
       bc-registrar-etapa-z.
           exit.

      *>*****************************************************************
      *>   Leitura do caso wk-numero - devolve wk-caso-localizado
      *>*****************************************************************
       bd-localizar-caso section.
       bd-localizar-caso-a.

           move space                                   to      wk-caso-flag
           move wk-numero                               to      fd-fic-numero
           read arqFicai
           if   wk-fs-arqFicai equal "00" then
               set wk-caso-localizado                   to      true
           end-if

           .
       bd-localizar-caso-z.
           exit.

      *>*****************************************************************
      *>   Exibe o caso corrente com todas as etapas
      *>*****************************************************************
       be-exibir-caso section.
       be-exibir-caso-a.

           display " "
           display "Caso..........: " fd-fic-numero
                   "  situacao: " fd-fic-situacao
           display "Aluno.........: " fd-fic-cpf " " fd-fic-nome
                   " serie " fd-fic-serie "/" fd-fic-turma
           display "Responsavel...: " fd-fic-responsavel
                   " tel " fd-fic-telefone
           if  fd-fic-consecutivas then
               display "Criterio......: " fd-fic-qtd-faltas
                       " ausencias consecutivas"
           else
               display "Criterio......: " fd-fic-qtd-faltas
                       " ausencias alternadas"
           end-if
           display "Periodo.......: " fd-fic-primeira-falta
                   " a " fd-fic-ultima-falta
           display "Aberto em.....: " fd-fic-data-abertura
           if  fd-fic-notificacao-emitida then
               display "Notificacao...: emitida, documento "
                       fd-fic-documento
           else
               display "Notificacao...: pendente"
           end-if
           perform varying wk-ind-etapa from 1 by 1
                     until wk-ind-etapa > 5
               if  fd-fic-etapa-data(wk-ind-etapa) not equal 0 then
                   display "  " wk-ind-etapa " "
                           wk-etapa-descricao(wk-ind-etapa) " "
                           fd-fic-etapa-data(wk-ind-etapa) " "
                           fd-fic-etapa-operador(wk-ind-etapa)
               else
                   display "  " wk-ind-etapa " "
                           wk-etapa-descricao(wk-ind-etapa)
                           " -"
               end-if
           end-perform
           if  fd-fic-observacao not equal spaces then
               display "Observacao....: " fd-fic-observacao
           end-if

           .
       be-exibir-caso-z.
           exit.

      *>*****************************************************************
      *>   Critica de data DDMMAAAA pela subrotina compartilhada
      *>   valida_data
      *>*****************************************************************
       bf-validar-data section.
       bf-validar-data-a.

           move "V"                                     to      wk-vd-operacao
           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno

           .
       bf-validar-data-z.
           exit.

      *>*****************************************************************
      *>   Grava a etapa no caso e no jornal - "encerrado" fecha o caso
      *>*****************************************************************
       bg-gravar-etapa section.
       bg-gravar-etapa-a.

           move wk-data-etapa                to      fd-fic-etapa-data(wk-etapa)
           move wk-operador                  to      fd-fic-etapa-operador(wk-etapa)
           if  wk-etapa > fd-fic-ultima-etapa then
               move wk-etapa                            to      fd-fic-ultima-etapa
           end-if
           if  wk-observacao not equal spaces then
               move wk-observacao                       to      fd-fic-observacao
           end-if
           if  wk-etapa equal 5 then
               set fd-fic-encerrado                     to      true
           end-if

           rewrite fd-ficai
           if   wk-fs-arqFicai not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqFicai                      to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqFicai" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move function current-date(1:14)             to      fd-jor-data-hora
           move wk-operador                             to      fd-jor-operador
           move fd-fic-numero                           to      fd-jor-numero
           move fd-fic-cpf                              to      fd-jor-cpf
           move wk-etapa                                to      fd-jor-etapa
           move wk-data-etapa                           to      fd-jor-data-etapa
           move wk-observacao                           to      fd-jor-observacao
           write fd-jornal-linha
           if   wk-fs-arqJornal not equal "00" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqJornal                     to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqJornal"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           if  fd-fic-encerrado then
               display "Etapa registrada - caso encerrado."
           else
               display "Etapa registrada."
           end-if
           accept temp

           .
       bg-gravar-etapa-z.
           exit.

      *>*****************************************************************
      *>   Texto da ultima etapa do caso corrente, para a listagem
      *>*****************************************************************
       bh-texto-etapa section.
       bh-texto-etapa-a.

           if  fd-fic-ultima-etapa equal 0 then
               move "SEM ETAPA REGISTRADA"              to      wk-etapa-texto
           else
               move wk-etapa-descricao(fd-fic-ultima-etapa)
                                                        to      wk-etapa-texto
           end-if

           .
       bh-texto-etapa-z.
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

           close arqFicai
           close arqJornal

           goback.
           .
       z-finaliza-z.
           exit.
