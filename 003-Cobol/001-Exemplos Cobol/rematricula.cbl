      *>                      abrir_rematricula.cbl), com data da
      *>                      resposta e operador informado. A promocao
      *>                      de fim de ano consome as respostas.
      *>   15/10/2026 - IJB - Confirmacao recusada para aluno com
      *>                      mensalidade ou parcela de acordo em
      *>                      aberto vencida ha mais dias que a
      *>                      tolerancia da escola (pendencia_financeira
      *>                      .cbl); so o administrador libera, com
      *>                      motivo obrigatorio, gravando a excecao em
      *>                      arqRematriculaExcecoesInd.txt. O operador
      *>                      passa a ser o usuario do login (programa2
      *>                      ou credenciais do menu_principal) e o
      *>                      administrador ajusta a tolerancia em dias
      *>                      na abertura da tela.
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

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).


       77  wk-fs-arqRematricula                     pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).
       77  wk-fs-arqExcecoes                        pic x(02).

       77  wk-ano-letivo                            pic 9(04) value 0.

      *>   Autenticacao pelo validador do sistema (programa2)
       01  wk-tela-aut-senha.
           05  wk-aut-user-id                      pic x(15).
           05  wk-aut-password                     pic x(20).
           05  wk-status-aut                       pic 9(01) value 9.
               88 wk-acesso-liberado               value 0.
           05  wk-aut-operacao                     pic x(01) value "L".
           05  wk-aut-senha-nova                   pic x(20).
           05  wk-perfil-acesso                    pic x(01).
               88 wk-perfil-administrador          value "A".
               88 wk-perfil-operador               value "O".
               88 wk-perfil-consulta               value "C".
           05  wk-aut-dias-expirar                 pic 9(03).

       77  wk-tentativas-login                      pic 9(01) value 0.
       77  wk-aut-ptr                               usage pointer.
       77  wk-aut-senha-confirma                    pic x(20).
       77  wk-operador                              pic x(15).

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
           88 wk-pen-com-pendencia                  value 1.

       77  wk-pen-valor-edit                        pic zzz.zz9,99.
       77  wk-dias-tela                             pic x(03).
       77  wk-motivo                                pic x(60).
       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".
       77  wk-liberado                              pic x(01).
           88 wk-confirmacao-liberada               value "S".

       77  wk-fim-entrada                           pic x(01).
           88 wk-entrada-terminada                  value "F".

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
       a-inicializa section.
       a-inicializa-a.

           perform ab-autenticar-operador

           open i-o arqRematricula
           if   wk-fs-arqRematricula not equal "00" then
               move "0001"                                 to      wk-msn-erro-adress
               move function current-date(1:4)          to      wk-ano-letivo
           end-if

           open i-o arqExcecoes
           if   wk-fs-arqExcecoes equal "05"
           or   wk-fs-arqExcecoes equal "35" then
               open output arqExcecoes
               close arqExcecoes
               open i-o arqExcecoes
           end-if
           if   wk-fs-arqExcecoes not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqExcecoes                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqExcecoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move "P"                                     to      wk-pen-operacao
           call "pendencia_financeira" using wk-pen-operacao
                                             wk-cpf
                                             wk-pen-data-base
                                             wk-pen-pendencia
                                             wk-pen-retorno

           display erase
           display "Rematricula - ano " wk-ano-letivo
                   " - operador " wk-operador
           display "Tolerancia para debito vencido: "
                   wk-pen-tolerancia-dias " dias"
           if  wk-perfil-administrador then
               perform ae-manter-tolerancia
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
           display "Rematricula - Login"

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
      *>   Ajuste da tolerancia em dias (perfil administrador) - em
      *>   branco mantem a atual
      *>*****************************************************************
       ae-manter-tolerancia section.
       ae-manter-tolerancia-a.

           display "Nova tolerancia em dias (ou branco): "
           move spaces                                  to      wk-dias-tela
           accept wk-dias-tela
           if  wk-dias-tela equal spaces then
               exit section
           end-if

           if  function test-numval(wk-dias-tela) not equal 0 then
               display "Valor invalido - tolerancia mantida."
               exit section
           end-if

           compute wk-pen-tolerancia-dias = function numval(wk-dias-tela)
           move "G"                                     to      wk-pen-operacao
           call "pendencia_financeira" using wk-pen-operacao
                                             wk-cpf
                                             wk-pen-data-base
                                             wk-pen-pendencia
                                             wk-pen-retorno
           display "Tolerancia gravada: " wk-pen-tolerancia-dias " dias"

           .
       ae-manter-tolerancia-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - fluxo rapido: CPF e resposta, um
      *>   atras do outro; CPF em branco encerra
               display "(C)onfirmado ou (N)ao-retorna: "
               accept wk-resposta

               if  wk-resposta-confirmada then
                   perform bb-verificar-pendencia
                   if  not wk-confirmacao-liberada then
                       exit section
                   end-if
               end-if

               evaluate true
                   when wk-resposta-confirmada
                       set  fd-rem-confirmada           to      true
       ba-marcar-resposta-z.
           exit.

      *>*****************************************************************
      *>   Confirmacao so sem pendencia financeira alem da tolerancia,
      *>   ou com excecao do administrador (motivo obrigatorio) ja
      *>   registrada ou registrada agora
      *>*****************************************************************
       bb-verificar-pendencia section.
       bb-verificar-pendencia-a.

           set  wk-confirmacao-liberada                 to      true

           move "C"                                     to      wk-pen-operacao
           move function current-date(1:8)              to      wk-pen-data-base
           call "pendencia_financeira" using wk-pen-operacao
                                             wk-cpf
                                             wk-pen-data-base
                                             wk-pen-pendencia
                                             wk-pen-retorno
           if  not wk-pen-com-pendencia then
               exit section
           end-if

           move wk-pen-valor-vencido                    to      wk-pen-valor-edit
           display "PENDENCIA FINANCEIRA: " wk-pen-qtd-vencidas
                   " cobranca(s) vencida(s) ha mais de "
                   wk-pen-tolerancia-dias " dias - R$ " wk-pen-valor-edit
           display "Maior atraso: " wk-pen-maior-atraso " dias"

           move fd-rem-cpf                              to      fd-rex-cpf
           move fd-rem-ano                              to      fd-rex-ano
           read arqExcecoes
           if   wk-fs-arqExcecoes equal "00" then
               display "Excecao ja registrada por " fd-rex-operador
                       " em " fd-rex-data ": " fd-rex-motivo
               exit section
           end-if

           if  not wk-perfil-administrador then
               display "Confirmacao recusada - so o administrador"
                       " libera com motivo."
               move space                               to      wk-liberado
               exit section
           end-if

           move space                                   to      wk-liberado
           display "Registrar excecao e confirmar (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               display "Confirmacao recusada."
               exit section
           end-if

           display "Motivo da excecao: "
           move spaces                                  to      wk-motivo
           accept wk-motivo
           if  wk-motivo equal space then
               display "Motivo obrigatorio - confirmacao recusada."
               exit section
           end-if

           move fd-rem-cpf                              to      fd-rex-cpf
           move fd-rem-ano                              to      fd-rex-ano
           move wk-motivo                               to      fd-rex-motivo
           move wk-operador                             to      fd-rex-operador
           move wk-pen-data-base                        to      fd-rex-data
           move wk-pen-qtd-vencidas                     to      fd-rex-qtd-vencidas
           move wk-pen-valor-vencido                    to      fd-rex-valor-vencido
           write fd-excecao
           if   wk-fs-arqExcecoes not equal "00" then
               move "0004"                                    to      wk-msn-erro-adress
               move wk-fs-arqExcecoes                         to      wk-msn-erro-cod
               move "Erro ao Gravar arqExcecoes"              to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           set  wk-confirmacao-liberada                 to      true

           .
       bb-verificar-pendencia-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao Anormal
      *>*****************************************************************
       z-finaliza-a.

           close arqRematricula
           close arqExcecoes

           goback.
           .
