      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "abrir_recertificacao".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Abertura da campanha trimestral de
      *>                      recertificacao de acessos (AAAATn, o
      *>                      trimestre corrente): cada usuario
      *>                      habilitado de arqUsuarios.txt ganha um
      *>                      registro pendente em
      *>                      arqRecertificacaoInd.txt sob o gestor
      *>                      responsavel (arqUsuarioGestorInd.txt,
      *>                      opcao M de admin_usuarios; sem gestor, os
      *>                      administradores decidem), com o perfil e
      *>                      o ultimo acesso apurado em
      *>                      arqLoginAuditoria.txt. Prazo em dias via
      *>                      parametro (default 30). A lista por
      *>                      gestor, com as concessoes por funcao de
      *>                      cada usuario, sai em
      *>                      arqRecertificacaoLista.txt. Rodar de novo
      *>                      no mesmo trimestre so inclui os usuarios
      *>                      novos. As decisoes sao da tela
      *>                      recertificacao.cbl e o prazo e cobrado
      *>                      por encerrar_recertificacao.cbl.

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

           select arqUsuarioGestor assign to "arqUsuarioGestorInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ges-user-id
           file status is wk-fs-arqUsuarioGestor.

           select arqLoginAudit assign to "arqLoginAuditoria.txt"
           organization is line sequential
           file status is wk-fs-arqLoginAudit.

           select arqRecertificacao assign to "arqRecertificacaoInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           alternate record key is fd-rec-chave-gestor with duplicates
           file status is wk-fs-arqRecertificacao.

           select arqRelatorio assign to "arqRecertificacaoLista.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

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

       fd arqUsuarioGestor.
       01  fd-usuario-gestor.
           05  fd-ges-user-id                       pic  x(15).
           05  fd-ges-gestor                        pic  x(15).
           05  fd-ges-vinculado-em                  pic  x(14).
           05  fd-ges-vinculado-por                 pic  x(15).

       fd arqLoginAudit.
       01  fd-laudit-linha.
           05  fd-laudit-data-hora                  pic  x(14).
           05  filler                               pic  x(01).
           05  fd-laudit-user-id                    pic  x(15).
           05  filler                               pic  x(01).
           05  fd-laudit-resultado                  pic  x(30).

      *>   Um usuario por campanha - decisao P pendente, C confirmado,
      *>   R revogado, M alterado, X desabilitado no fim do prazo
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

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqUsuarios                        pic x(02).
       77  wk-fs-arqPermissoes                      pic x(02).
       77  wk-fs-arqUsuarioGestor                   pic x(02).
       77  wk-fs-arqLoginAudit                      pic x(02).
       77  wk-fs-arqRecertificacao                  pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-permissoes-flag                       pic x(01) value space.
           88 wk-permissoes-aberto                  value "S".
       77  wk-gestores-flag                         pic x(01) value space.
           88 wk-gestores-aberto                    value "S".

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-grants                            pic x(01).
           88 wk-grants-terminados                  value "F".

       01  wk-linha-comando.
           05  wk-parm-dias                         pic x(03).
           05  filler                               pic x(17).

       77  wk-dias-prazo                            pic 9(03) value 30.

      *>   Campanha do trimestre corrente - AAAATn
       01  wk-campanha.
           05  wk-cmp-ano                           pic x(04).
           05  filler                               pic x(01) value "T".
           05  wk-cmp-trimestre                     pic 9(01).
       77  wk-mes-atual                             pic 9(02).

       77  wk-data-int                              pic 9(08) value 0.
       77  wk-prazo                                 pic 9(08) value 0.
       01  wk-data-edit.
           05  wk-edt-dia                           pic x(02).
           05  filler                               pic x(01) value "/".
           05  wk-edt-mes                           pic x(02).
           05  filler                               pic x(01) value "/".
           05  wk-edt-ano                           pic x(04).
       77  wk-data-aaaammdd                         pic x(08).

      *>   Ultimo acesso por usuario, apurado no jornal de login
       77  wk-qtd-acessos                           pic 9(04) value 0.
       77  wk-ind-acesso                            pic 9(04) value 0.
       01  wk-tab-acessos.
           05  wk-acesso-item occurs 500.
               10  wk-ace-user-id                   pic x(15).
               10  wk-ace-data                      pic x(08).
       77  wk-user-corrente                         pic x(15).

       77  wk-gestor-ant                            pic x(15).
       77  wk-primeiro                              pic x(01) value "S".
       77  wk-qtd-gestor                            pic 9(04) value 0.

       77  wk-qtd-usuarios                          pic 9(04) value 0.
       77  wk-qtd-incluidos                         pic 9(04) value 0.
       77  wk-qtd-ja-abertos                        pic 9(04) value 0.
       77  wk-qtd-desabilitados                     pic 9(04) value 0.

       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.
       77  wk-run-lidos                             pic 9(06) value 0.
       77  wk-run-gravados                          pic 9(06) value 0.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "abrir_recertificacao".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(38)
                  value "Recertificacao de Acessos - Campanha ".
           05 wk-tit-campanha                       pic x(06).
           05 filler                                pic x(08) value " Prazo: ".
           05 wk-tit-prazo                          pic x(10).
           05 filler                                pic x(38) value space.

       01  wk-linha-gestor.
           05 filler                                pic x(08) value "Gestor: ".
           05 wk-ges-nome                           pic x(40).
           05 filler                                pic x(52) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(16) value "USUARIO".
           05 filler                                pic x(08) value "PERFIL".
           05 filler                                pic x(16) value "ULTIMO ACESSO".
           05 filler                                pic x(56) value "DECISAO (C)ONFIRMAR (R)EVOGAR (M)UDAR".

       01  wk-linha-usuario.
           05 filler                                pic x(04) value space.
           05 wk-usu-user-id                        pic x(15).
           05 filler                                pic x(01) value space.
           05 wk-usu-perfil                         pic x(01).
           05 filler                                pic x(07) value space.
           05 wk-usu-acesso                         pic x(12).
           05 filler                                pic x(04) value space.
           05 filler                                pic x(14) value "( ) C ( ) R ( ".
           05 filler                                pic x(04) value ") M".
           05 filler                                pic x(38) value space.

       01  wk-linha-grant.
           05 filler                                pic x(08) value space.
           05 filler                                pic x(11) value "concessao: ".
           05 wk-grt-funcao                         pic x(20).
           05 filler                                pic x(07) value " desde ".
           05 wk-grt-desde                          pic x(10).
           05 filler                                pic x(05) value " por ".
           05 wk-grt-por                            pic x(15).
           05 filler                                pic x(24) value space.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform aa-apurar-acessos.
           perform b-processa.
           perform c-imprimir.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao - campanha do trimestre e prazo
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
           if  wk-parm-dias is numeric
           and wk-parm-dias > "000" then
               move wk-parm-dias                        to      wk-dias-prazo
           end-if

           move function current-date(1:4)              to      wk-cmp-ano
           move function current-date(5:2)              to      wk-mes-atual
           compute wk-cmp-trimestre = (wk-mes-atual + 2) / 3

           compute wk-data-int =
               function integer-of-date
                   (function numval(function current-date(1:8)))
               + wk-dias-prazo
           compute wk-prazo = function date-of-integer(wk-data-int)

           open input arqUsuarios
           if   wk-fs-arqUsuarios not equal "00" then
               move "0001"                               to      wk-msn-erro-adress
               move wk-fs-arqUsuarios                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqUsuarios"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqRecertificacao
           if   wk-fs-arqRecertificacao equal "05"
           or   wk-fs-arqRecertificacao equal "35" then
               open output arqRecertificacao
               close arqRecertificacao
               open i-o arqRecertificacao
           end-if
           if   wk-fs-arqRecertificacao not equal "00" then
               move "0002"                               to      wk-msn-erro-adress
               move wk-fs-arqRecertificacao              to      wk-msn-erro-cod
               move "Erro ao abrir arqRecertificacao"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0003"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>   sem concessoes ou sem gestores cadastrados a campanha
      *>   segue - todos sob os administradores, pelo perfil
           open input arqPermissoes
           if   wk-fs-arqPermissoes equal "00" then
               set wk-permissoes-aberto                  to      true
           end-if
           open input arqUsuarioGestor
           if   wk-fs-arqUsuarioGestor equal "00" then
               set wk-gestores-aberto                    to      true
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Ultimo acesso de cada usuario - o evento mais recente dele
      *>   no jornal de login
      *>*****************************************************************
       aa-apurar-acessos section.
       aa-apurar-acessos-a.

           open input arqLoginAudit
           if   wk-fs-arqLoginAudit equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqLoginAudit
                   if   wk-fs-arqLoginAudit not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       move fd-laudit-user-id           to      wk-user-corrente
                       perform u-localizar-acesso
                       if  wk-ind-acesso equal 0 then
                           if  wk-qtd-acessos < 500 then
                               add 1                    to      wk-qtd-acessos
                               move wk-qtd-acessos      to      wk-ind-acesso
                               move wk-user-corrente
                                 to  wk-ace-user-id(wk-ind-acesso)
                               move spaces
                                 to  wk-ace-data(wk-ind-acesso)
                           end-if
                       end-if
                       if  wk-ind-acesso > 0 then
                           if  fd-laudit-data-hora(1:8)
                               > wk-ace-data(wk-ind-acesso) then
                               move fd-laudit-data-hora(1:8)
                                 to  wk-ace-data(wk-ind-acesso)
                           end-if
                       end-if
                   end-if
               end-perform
               close arqLoginAudit
           end-if

           .
       aa-apurar-acessos-z.
           exit.

      *>*****************************************************************
      *>   Um registro pendente por usuario habilitado
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move low-values                              to      usr-user-id
           start arqUsuarios key is not less usr-user-id
           if   wk-fs-arqUsuarios equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado

                   read arqUsuarios next record
                   if   wk-fs-arqUsuarios not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-usuarios
                       if  usr-desabilitado then
                           add 1                        to      wk-qtd-desabilitados
                       else
                           perform ba-incluir-usuario
                       end-if
                   end-if

               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Registro da campanha para o usuario corrente
      *>*****************************************************************
       ba-incluir-usuario section.
       ba-incluir-usuario-a.

           initialize fd-recertificacao
           move wk-campanha                             to      fd-rec-campanha
           move usr-user-id                             to      fd-rec-user-id
           move wk-campanha                             to      fd-rec-campanha-g
           move spaces                                  to      fd-rec-gestor

           if  wk-gestores-aberto then
               move usr-user-id                         to      fd-ges-user-id
               read arqUsuarioGestor
               if   wk-fs-arqUsuarioGestor equal "00" then
                   move fd-ges-gestor                   to      fd-rec-gestor
               end-if
           end-if

           move usr-user-id                             to      wk-user-corrente
           perform u-localizar-acesso
           if  wk-ind-acesso > 0 then
               move wk-ace-data(wk-ind-acesso)          to      fd-rec-ultimo-acesso
           else
               move spaces                              to      fd-rec-ultimo-acesso
           end-if

           move usr-perfil-acesso                       to      fd-rec-perfil
           move wk-prazo                                to      fd-rec-prazo
           move "P"                                     to      fd-rec-decisao
           move spaces                                  to      fd-rec-decidido-por
           move spaces                                  to      fd-rec-decidido-em
           move spaces                                  to      fd-rec-novo-perfil
           move spaces                                  to      fd-rec-observacao

           write fd-recertificacao
           evaluate wk-fs-arqRecertificacao
               when "00"
                   add 1                                to      wk-qtd-incluidos
               when "22"
                   add 1                                to      wk-qtd-ja-abertos
               when other
                   move "0004"                           to      wk-msn-erro-adress
                   move wk-fs-arqRecertificacao          to      wk-msn-erro-cod
                   move "Erro ao gravar arqRecertificacao" to    wk-msn-erro-text
                   perform z-finaliza-anormal
           end-evaluate

           .
       ba-incluir-usuario-z.
           exit.

      *>*****************************************************************
      *>   Lista da campanha por gestor, com as concessoes de cada
      *>   usuario - o prazo impresso e o do registro (campanha ja
      *>   aberta mantem o prazo original)
      *>*****************************************************************
       c-imprimir section.
       c-imprimir-a.

           move wk-campanha                             to      fd-rec-campanha-g
           move low-values                              to      fd-rec-gestor
           start arqRecertificacao key is not less fd-rec-chave-gestor
           if   wk-fs-arqRecertificacao equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado

                   read arqRecertificacao next record
                   if   wk-fs-arqRecertificacao not equal "00"
                   or   fd-rec-campanha-g not equal wk-campanha then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-primeiro equal "S"
                       or  fd-rec-gestor not equal wk-gestor-ant then
                           perform ca-abrir-gestor
                       end-if
                       perform cb-imprimir-usuario
                   end-if

               end-perform
           end-if

           .
       c-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Quebra por gestor - o titulo sai no primeiro com o prazo
      *>*****************************************************************
       ca-abrir-gestor section.
       ca-abrir-gestor-a.

           if  wk-primeiro equal "S" then
               move wk-campanha                         to      wk-tit-campanha
               move fd-rec-prazo                        to      wk-data-aaaammdd
               perform u-editar-data
               move wk-data-edit                        to      wk-tit-prazo
               write fd-relatorio-linha from wk-linha-titulo
               move "Usuario nao confirmado ate o prazo sera desabilitado."
                                                        to      fd-relatorio-linha
               write fd-relatorio-linha
           end-if
           move "N"                                     to      wk-primeiro
           move fd-rec-gestor                           to      wk-gestor-ant

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           if  fd-rec-gestor equal spaces then
               move "(sem gestor - administradores)"    to      wk-ges-nome
           else
               move fd-rec-gestor                       to      wk-ges-nome
           end-if
           write fd-relatorio-linha from wk-linha-gestor
           write fd-relatorio-linha from wk-linha-cabecalho

           .
       ca-abrir-gestor-z.
           exit.

      *>*****************************************************************
      *>   Usuario com perfil, ultimo acesso e concessoes
      *>*****************************************************************
       cb-imprimir-usuario section.
       cb-imprimir-usuario-a.

           move fd-rec-user-id                          to      wk-usu-user-id
           move fd-rec-perfil                           to      wk-usu-perfil
           if  fd-rec-ultimo-acesso equal spaces then
               move "sem registro"                      to      wk-usu-acesso
           else
               move fd-rec-ultimo-acesso                to      wk-data-aaaammdd
               perform u-editar-data
               move wk-data-edit                        to      wk-usu-acesso
           end-if
           write fd-relatorio-linha from wk-linha-usuario

           if  not wk-permissoes-aberto then
               exit section
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
                       move fd-per-funcao               to      wk-grt-funcao
                       move fd-per-concedida-em(1:8)    to      wk-data-aaaammdd
                       perform u-editar-data
                       move wk-data-edit                to      wk-grt-desde
                       move fd-per-concedida-por        to      wk-grt-por
                       write fd-relatorio-linha from wk-linha-grant
                   end-if
               end-perform
           end-if

           .
       cb-imprimir-usuario-z.
           exit.

      *>*****************************************************************
      *>   Localiza wk-user-corrente na tabela de acessos (0 = ausente)
      *>*****************************************************************
       u-localizar-acesso section.
       u-localizar-acesso-a.

           move 0                                       to      wk-ind-acesso
           perform varying wk-ind-acesso from 1 by 1
                   until wk-ind-acesso > wk-qtd-acessos
                      or wk-ace-user-id(wk-ind-acesso)
                         equal wk-user-corrente
               continue
           end-perform
           if  wk-ind-acesso > wk-qtd-acessos then
               move 0                                   to      wk-ind-acesso
           end-if

           .
       u-localizar-acesso-z.
           exit.

      *>*****************************************************************
      *>   AAAAMMDD de wk-data-aaaammdd para DD/MM/AAAA
      *>*****************************************************************
       u-editar-data section.
       u-editar-data-a.

           move wk-data-aaaammdd(7:2)                   to      wk-edt-dia
           move wk-data-aaaammdd(5:2)                   to      wk-edt-mes
           move wk-data-aaaammdd(1:4)                   to      wk-edt-ano

           .
       u-editar-data-z.
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

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move spaces                                  to      fd-relatorio-linha
           string "Usuarios: " wk-qtd-usuarios
                  "  incluidos: " wk-qtd-incluidos
                  "  ja na campanha: " wk-qtd-ja-abertos
                  "  desabilitados (fora): " wk-qtd-desabilitados
                  delimited by size
             into fd-relatorio-linha
           end-string
           write fd-relatorio-linha

           close arqUsuarios
           close arqRecertificacao
           close arqRelatorio
           if  wk-permissoes-aberto then
               close arqPermissoes
           end-if
           if  wk-gestores-aberto then
               close arqUsuarioGestor
           end-if

           display "Campanha " wk-campanha " aberta - lista em"
                   " arqRecertificacaoLista.txt"
           display "Usuarios incluidos : " wk-qtd-incluidos
           display "Ja na campanha     : " wk-qtd-ja-abertos

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           move wk-qtd-usuarios         to   wk-run-lidos
           move wk-qtd-incluidos        to   wk-run-gravados
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-run-lidos
                                          wk-run-gravados
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
