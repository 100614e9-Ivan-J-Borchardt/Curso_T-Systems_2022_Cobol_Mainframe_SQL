      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "recertificacao".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Tela do gestor na campanha trimestral de
      *>                      recertificacao de acessos
      *>                      (arqRecertificacaoInd.txt, aberta por
      *>                      abrir_recertificacao.cbl): mostra cada
      *>                      usuario pendente sob o gestor logado - os
      *>                      sem gestor ficam com os administradores -
      *>                      com perfil, ultimo acesso e concessoes, e
      *>                      registra a decisao: (C)onfirmar,
      *>                      (R)evogar - usuario desabilitado e todas
      *>                      as concessoes retiradas - ou (M)udar - novo
      *>                      perfil e retirada de concessoes avulsas.
      *>                      Ninguem decide sobre o proprio acesso e
      *>                      nada e aceito depois do prazo. Cada
      *>                      decisao vai para arqLoginAuditoria.txt
      *>                      com o ID do gestor.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqUsuarios assign to "arqUsuarios.txt"
           organization is indexed
           access mode is dynamic
           record key is usr-user-id
           file status is wk-fs-arqUsuarios.

           select arqPermissoes assign to "arqPermissoesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-per-chave
           file status is wk-fs-arqPermissoes.

           select arqRecertificacao assign to "arqRecertificacaoInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           alternate record key is fd-rec-chave-gestor with duplicates
           file status is wk-fs-arqRecertificacao.

           select arqAuditoria assign to "arqLoginAuditoria.txt"
           organization is line sequential
           file status is wk-fs-arqAuditoria.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqUsuarios.
       01  usr-registro.
           05  usr-user-id                          pic x(15).
           05  usr-password                         pic x(20).
           05  usr-tentativas                       pic 9(01).
           05  usr-bloqueado-ate                    pic 9(09).
           05  usr-perfil-acesso                    pic x(01).
           05  usr-data-troca                       pic 9(08).
           05  usr-senha-hist.
               10  usr-senha-ant                    pic x(20) occurs 3.
           05  usr-situacao                         pic x(01).
               88  usr-habilitado                   value "A" space.
               88  usr-desabilitado                 value "D".

       fd arqPermissoes.
       01  fd-permissao.
           05  fd-per-chave.
               10  fd-per-user-id                   pic  x(15).
               10  fd-per-funcao                    pic  x(20).
           05  fd-per-concedida-em                  pic  x(14).
           05  fd-per-concedida-por                 pic  x(15).

       fd arqRecertificacao.
       01  fd-recertificacao.
           05  fd-rec-chave.
               10  fd-rec-campanha                  pic  x(06).
               10  fd-rec-user-id                   pic  x(15).
           05  fd-rec-chave-gestor.
               10  fd-rec-campanha-g                pic  x(06).
               10  fd-rec-gestor                    pic  x(15).
           05  fd-rec-perfil                        pic  x(01).
           05  fd-rec-ultimo-acesso                 pic  x(08).
           05  fd-rec-prazo                         pic  9(08).
           05  fd-rec-decisao                       pic  x(01).
               88  fd-rec-pendente                  value "P".
               88  fd-rec-confirmado                value "C".
               88  fd-rec-revogado                  value "R".
               88  fd-rec-alterado                  value "M".
               88  fd-rec-expirado                  value "X".
           05  fd-rec-decidido-por                  pic  x(15).
           05  fd-rec-decidido-em                   pic  x(14).
           05  fd-rec-novo-perfil                   pic  x(01).
           05  fd-rec-observacao                    pic  x(30).

       fd arqAuditoria.
       01  fd-audit-linha.
           05  fd-audit-data-hora                   pic  x(14).
           05  filler                               pic  x(01).
           05  fd-audit-user-id                     pic  x(15).
           05  filler                               pic  x(01).
           05  fd-audit-resultado                   pic  x(30).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqUsuarios                        pic x(02).
       77  wk-fs-arqPermissoes                      pic x(02).
       77  wk-fs-arqRecertificacao                  pic x(02).
       77  wk-fs-arqAuditoria                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-grants                            pic x(01).
           88 wk-grants-terminados                  value "F".

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
           05  wk-aut-dias-expirar                 pic 9(03).

       77  wk-tentativas-login                      pic 9(01) value 0.
       77  wk-aut-ptr                               usage pointer.
       77  wk-aut-senha-confirma                    pic x(20).
       77  wk-operador                              pic x(15).

       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
           88 wk-op-listar                          value "L" "l".
           88 wk-op-decidir                         value "D" "d".

       77  wk-decisao                               pic x(01).
           88 wk-dec-confirmar                      value "C" "c".
           88 wk-dec-revogar                        value "R" "r".
           88 wk-dec-mudar                          value "M" "m".
           88 wk-dec-parar                          value "X" "x".

       77  wk-novo-perfil                           pic x(01).
           88 wk-perfil-informado-ok                value "A" "O" "C"
                                                          "P".
       77  wk-funcao-retirar                        pic x(20).
       77  wk-observacao                            pic x(30).

      *>   Campanha do trimestre corrente - AAAATn
       01  wk-campanha.
           05  wk-cmp-ano                           pic x(04).
           05  filler                               pic x(01) value "T".
           05  wk-cmp-trimestre                     pic 9(01).
       77  wk-mes-atual                             pic 9(02).
       77  wk-data-hoje                             pic 9(08).

      *>   Gestor cujos usuarios estao sendo percorridos - os
      *>   administradores percorrem tambem os sem gestor (brancos)
       77  wk-gestor-busca                          pic x(15).
       77  wk-modo-revisao                          pic x(01).
           88 wk-modo-listar                        value "L".
           88 wk-modo-decidir                       value "D".
       77  wk-parar                                 pic x(01).
           88 wk-parada-pedida                      value "S".
       77  wk-qtd-listados                          pic 9(04) value 0.
       77  wk-ind-retirada                          pic 9(02) value 0.

       77  wk-acao-audit                            pic x(10).
       77  wk-alvo-id                               pic x(15).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "recertificacao".
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

           move function current-date(1:8)              to      wk-data-hoje
           move function current-date(1:4)              to      wk-cmp-ano
           move function current-date(5:2)              to      wk-mes-atual
           compute wk-cmp-trimestre = (wk-mes-atual + 2) / 3

           open i-o arqRecertificacao
           if   wk-fs-arqRecertificacao not equal "00" then
               display "Nenhuma campanha de recertificacao aberta."
               accept temp
               goback
           end-if

           open i-o arqUsuarios
           if   wk-fs-arqUsuarios not equal "00" then
               move "0001"                               to      wk-msn-erro-adress
               move wk-fs-arqUsuarios                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqUsuarios"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqPermissoes
           if   wk-fs-arqPermissoes equal "05"
           or   wk-fs-arqPermissoes equal "35" then
               open output arqPermissoes
               close arqPermissoes
               open i-o arqPermissoes
           end-if
           if   wk-fs-arqPermissoes not equal "00" then
               move "0002"                               to      wk-msn-erro-adress
               move wk-fs-arqPermissoes                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqPermissoes" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open extend arqAuditoria
           if   wk-fs-arqAuditoria equal "05"
           or   wk-fs-arqAuditoria equal "35" then
               open output arqAuditoria
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
           display "Recertificacao de Acessos - Login"

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
               display "Recertificacao de Acessos - campanha "
                       wk-campanha " - gestor " wk-operador
               display " "
               display "(L) Listar meus usuarios na campanha"
               display "(D) Decidir os pendentes"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-listar
                       move "L"                         to      wk-modo-revisao
                       perform ba-percorrer-campanha
                       display "Pressione ENTER para voltar..."
                       accept temp
                   when wk-op-decidir
                       move "D"                         to      wk-modo-revisao
                       perform ba-percorrer-campanha
                       display "Pressione ENTER para voltar..."
                       accept temp
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Percorre os usuarios do gestor logado e, para o
      *>   administrador, tambem os sem gestor
      *>*****************************************************************
       ba-percorrer-campanha section.
       ba-percorrer-campanha-a.

           move 0                                       to      wk-qtd-listados
           move space                                   to      wk-parar

           move wk-operador                             to      wk-gestor-busca
           perform bb-percorrer-gestor

           if  wk-perfil-administrador
           and not wk-parada-pedida then
               move spaces                              to      wk-gestor-busca
               perform bb-percorrer-gestor
           end-if

           if  wk-qtd-listados equal 0 then
               display "Nenhum usuario a recertificar na campanha "
                       wk-campanha "."
           end-if

           .
       ba-percorrer-campanha-z.
           exit.

      *>*****************************************************************
      *>   Usuarios de um gestor pela chave alternativa
      *>*****************************************************************
       bb-percorrer-gestor section.
       bb-percorrer-gestor-a.

           move wk-campanha                             to      fd-rec-campanha-g
           move wk-gestor-busca                         to      fd-rec-gestor
           start arqRecertificacao key is equal fd-rec-chave-gestor
           if   wk-fs-arqRecertificacao not equal "00" then
               exit section
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
                      or wk-parada-pedida
               read arqRecertificacao next record
               if   wk-fs-arqRecertificacao not equal "00"
               or   fd-rec-campanha-g not equal wk-campanha
               or   fd-rec-gestor not equal wk-gestor-busca then
                   move "F"                             to      wk-fim-loop
               else
                   if  wk-modo-listar then
                       add 1                            to      wk-qtd-listados
                       display fd-rec-user-id " perfil "
                               fd-rec-perfil " acesso "
                               fd-rec-ultimo-acesso " decisao "
                               fd-rec-decisao " " fd-rec-decidido-por
                   else
                       if  fd-rec-pendente then
                           add 1                        to      wk-qtd-listados
                           perform bc-decidir-usuario
                       end-if
                   end-if
               end-if
           end-perform

           .
       bb-percorrer-gestor-z.
           exit.

      *>*****************************************************************
      *>   Decisao sobre um usuario pendente
      *>*****************************************************************
       bc-decidir-usuario section.
       bc-decidir-usuario-a.

           if  wk-data-hoje > fd-rec-prazo then
               display "Prazo da campanha encerrado em " fd-rec-prazo
                       " - pendentes serao desabilitados."
               move "S"                                 to      wk-parar
               exit section
           end-if

           if  fd-rec-user-id equal wk-operador then
               display fd-rec-user-id
                       " - o proprio acesso e decidido por outro gestor."
               exit section
           end-if

           display " "
           display "Usuario: " fd-rec-user-id
                   "  perfil: " fd-rec-perfil
                   "  ultimo acesso: " fd-rec-ultimo-acesso
           perform bd-mostrar-concessoes

           display "(C)onfirmar (R)evogar (M)udar (P)ular (X) parar: "
           accept wk-decisao

           move spaces                                  to      wk-observacao
           evaluate true
               when wk-dec-confirmar
                   move "C"                             to      fd-rec-decisao
                   move "RECERT C"                      to      wk-acao-audit
               when wk-dec-revogar
                   perform be-revogar-acesso
                   move "R"                             to      fd-rec-decisao
                   move "RECERT R"                      to      wk-acao-audit
               when wk-dec-mudar
                   perform bf-mudar-acesso
                   move "M"                             to      fd-rec-decisao
                   move wk-novo-perfil                  to      fd-rec-novo-perfil
                   move "RECERT M"                      to      wk-acao-audit
               when wk-dec-parar
                   move "S"                             to      wk-parar
                   exit section
               when other
                   exit section
           end-evaluate

           if  not fd-rec-confirmado then
               display "Observacao: "
               accept wk-observacao
           end-if

           move wk-operador                             to      fd-rec-decidido-por
           move function current-date(1:14)             to      fd-rec-decidido-em
           move wk-observacao                           to      fd-rec-observacao
           rewrite fd-recertificacao
           if   wk-fs-arqRecertificacao not equal "00" then
               move "0003"                               to      wk-msn-erro-adress
               move wk-fs-arqRecertificacao              to      wk-msn-erro-cod
               move "Erro ao regravar arqRecertificacao"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move fd-rec-user-id                          to      wk-alvo-id
           perform u-gravar-auditoria
           display "Decisao registrada."

           .
       bc-decidir-usuario-z.
           exit.

      *>*****************************************************************
      *>   Concessoes por funcao do usuario em decisao
      *>*****************************************************************
       bd-mostrar-concessoes section.
       bd-mostrar-concessoes-a.

           move fd-rec-user-id                          to      fd-per-user-id
           move low-values                              to      fd-per-funcao
           start arqPermissoes key is greater than or equal
                 fd-per-chave
           if   wk-fs-arqPermissoes not equal "00" then
               display "   sem concessoes - vale o perfil."
           else
               move space                               to      wk-fim-grants
               perform until wk-grants-terminados
                   read arqPermissoes next record
                   if   wk-fs-arqPermissoes not equal "00"
                   or   fd-per-user-id not equal fd-rec-user-id then
                       move "F"                         to      wk-fim-grants
                   else
                       display "   concessao: " fd-per-funcao
                               " desde " fd-per-concedida-em(1:8)
                               " por " fd-per-concedida-por
                   end-if
               end-perform
           end-if

           .
       bd-mostrar-concessoes-z.
           exit.

      *>*****************************************************************
      *>   Revogar: desabilita o usuario e retira todas as concessoes
      *>*****************************************************************
       be-revogar-acesso section.
       be-revogar-acesso-a.

           move fd-rec-user-id                          to      usr-user-id
           read arqUsuarios
           if   wk-fs-arqUsuarios equal "00" then
               move "D"                                 to      usr-situacao
               rewrite usr-registro
           end-if

           move fd-rec-user-id                          to      fd-per-user-id
           move low-values                              to      fd-per-funcao
           start arqPermissoes key is greater than or equal
                 fd-per-chave
           if   wk-fs-arqPermissoes equal "00" then
               move space                               to      wk-fim-grants
               perform until wk-grants-terminados
                   read arqPermissoes next record
                   if   wk-fs-arqPermissoes not equal "00"
                   or   fd-per-user-id not equal fd-rec-user-id then
                       move "F"                         to      wk-fim-grants
                   else
                       delete arqPermissoes
                   end-if
               end-perform
           end-if

           display "Usuario desabilitado e concessoes retiradas."

           .
       be-revogar-acesso-z.
           exit.

      *>*****************************************************************
      *>   Mudar: novo perfil e retirada de concessoes uma a uma
      *>   (funcao em branco encerra)
      *>*****************************************************************
       bf-mudar-acesso section.
       bf-mudar-acesso-a.

           display "Novo perfil (A/O/C/P, branco mantem "
                   fd-rec-perfil "): "
           accept wk-novo-perfil
           if  wk-novo-perfil equal space then
               move fd-rec-perfil                       to      wk-novo-perfil
           end-if
           move function upper-case(wk-novo-perfil)     to      wk-novo-perfil
           perform until wk-perfil-informado-ok
               display "Perfil invalido. Informe A, O, C ou P: "
               accept wk-novo-perfil
               move function upper-case(wk-novo-perfil) to      wk-novo-perfil
           end-perform

           move fd-rec-user-id                          to      usr-user-id
           read arqUsuarios
           if   wk-fs-arqUsuarios equal "00" then
               move wk-novo-perfil                      to      usr-perfil-acesso
               rewrite usr-registro
           end-if

           move 0                                       to      wk-ind-retirada
           move "X"                                     to      wk-funcao-retirar
           perform until wk-funcao-retirar equal spaces
               display "Concessao a retirar (branco encerra): "
               accept wk-funcao-retirar
               if  wk-funcao-retirar not equal spaces then
                   move fd-rec-user-id                  to      fd-per-user-id
                   move wk-funcao-retirar               to      fd-per-funcao
                   delete arqPermissoes
                   if   wk-fs-arqPermissoes equal "00" then
                       add 1                            to      wk-ind-retirada
                       display "Concessao retirada."
                   else
                       display "Concessao nao existia."
                   end-if
               end-if
           end-perform

           display "Perfil " wk-novo-perfil " - " wk-ind-retirada
                   " concessao(oes) retirada(s)."

           .
       bf-mudar-acesso-z.
           exit.

      *>*****************************************************************
      *>   Jornaliza a decisao com o ID do gestor e o usuario alvo
      *>*****************************************************************
       u-gravar-auditoria section.
       u-gravar-auditoria-a.

           move spaces                                  to      fd-audit-linha
           move function current-date(1:14)             to      fd-audit-data-hora
           move wk-operador                             to      fd-audit-user-id
           move spaces                                  to      fd-audit-resultado
           string wk-acao-audit delimited by "  "
                  " " delimited by size
                  wk-alvo-id delimited by size
             into fd-audit-resultado
           end-string

           write fd-audit-linha

           .
       u-gravar-auditoria-z.
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
           stop run.
           .
       z-finaliza-anormal-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao normal
      *>*****************************************************************
       z-finaliza section.
       z-finaliza-a.

           close arqRecertificacao
           close arqUsuarios
           close arqPermissoes
           close arqAuditoria

           goback.
           .
       z-finaliza-z.
           exit.
