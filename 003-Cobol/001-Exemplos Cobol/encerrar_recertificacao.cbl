      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "encerrar_recertificacao".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Encerramento da campanha de
      *>                      recertificacao de acessos
      *>                      (arqRecertificacaoInd.txt): passado o
      *>                      prazo, todo usuario ainda pendente e
      *>                      desabilitado em arqUsuarios.txt, fica com
      *>                      a decisao "X" e o evento vai para
      *>                      arqLoginAuditoria.txt. Em seguida emite o
      *>                      relatorio de conclusao para a auditoria
      *>                      em arqRecertificacaoConclusao.txt - por
      *>                      gestor, cada usuario com a decisao, quem
      *>                      decidiu e quando, e os totais. Antes do
      *>                      prazo nada e desabilitado e o relatorio
      *>                      sai como posicao parcial. Campanha AAAATn
      *>                      via parametro (default a mais recente do
      *>                      arquivo).
      *>   15/10/2026 - IJB - Regravacao do usuario desabilitado com
      *>                      checagem do file status; usuario fora de
      *>                      arqUsuarios.txt nao e dado como
      *>                      desabilitado - fica pendente com a
      *>                      observacao, sem evento na auditoria.

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

           select arqRecertificacao assign to "arqRecertificacaoInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           alternate record key is fd-rec-chave-gestor with duplicates
           file status is wk-fs-arqRecertificacao.

           select arqAuditoria assign to "arqLoginAuditoria.txt"
           organization is line sequential
           file status is wk-fs-arqAuditoria.

           select arqRelatorio assign to "arqRecertificacaoConclusao.txt"
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

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(120).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqUsuarios                        pic x(02).
       77  wk-fs-arqRecertificacao                  pic x(02).
       77  wk-fs-arqAuditoria                       pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-campanha                     pic x(06).
           05  filler                               pic x(14).

       77  wk-campanha                              pic x(06) value spaces.
       77  wk-prazo                                 pic 9(08) value 0.
       77  wk-data-hoje                             pic 9(08).
       77  wk-encerrada                             pic x(01) value "N".
           88 wk-campanha-encerrada                 value "S".

       77  wk-gestor-ant                            pic x(15).
       77  wk-primeiro                              pic x(01) value "S".

      *>   Totais por gestor (1) e gerais (2): pendentes, confirmados,
      *>   revogados, alterados e desabilitados no prazo
       01  wk-tab-totais.
           05  wk-totais occurs 2.
               10  wk-tot-usuarios                  pic 9(05).
               10  wk-tot-pendentes                 pic 9(05).
               10  wk-tot-confirmados               pic 9(05).
               10  wk-tot-revogados                 pic 9(05).
               10  wk-tot-alterados                 pic 9(05).
               10  wk-tot-expirados                 pic 9(05).
       77  wk-ind-tot                               pic 9(01).
       77  wk-pc-concluido                          pic 9(03)v9 value 0.
       77  wk-pc-edit                               pic zz9,9.

       01  wk-data-edit.
           05  wk-edt-dia                           pic x(02).
           05  filler                               pic x(01) value "/".
           05  wk-edt-mes                           pic x(02).
           05  filler                               pic x(01) value "/".
           05  wk-edt-ano                           pic x(04).
       77  wk-data-aaaammdd                         pic x(08).

       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.
       77  wk-run-lidos                             pic 9(06) value 0.
       77  wk-run-gravados                          pic 9(06) value 0.
       77  wk-qtd-sem-cadastro                      pic 9(06) value 0.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "encerrar_recertifica".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(49)
                  value "Conclusao da Recertificacao de Acessos - Campanha".
           05 filler                                pic x(01) value space.
           05 wk-tit-campanha                       pic x(06).
           05 filler                                pic x(08) value " Prazo: ".
           05 wk-tit-prazo                          pic x(10).
           05 filler                                pic x(02) value space.
           05 wk-tit-situacao                       pic x(44).

       01  wk-linha-gestor.
           05 filler                                pic x(08) value "Gestor: ".
           05 wk-ges-nome                           pic x(40).
           05 filler                                pic x(72) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(16) value "USUARIO".
           05 filler                                pic x(05) value "PERF".
           05 filler                                pic x(24) value "DECISAO".
           05 filler                                pic x(16) value "DECIDIDO POR".
           05 filler                                pic x(11) value "EM".
           05 filler                                pic x(44) value "OBSERVACAO".

       01  wk-linha-detalhe.
           05 filler                                pic x(04) value space.
           05 wk-det-user-id                        pic x(15).
           05 filler                                pic x(01) value space.
           05 wk-det-perfil                         pic x(01).
           05 filler                                pic x(04) value space.
           05 wk-det-decisao                        pic x(23).
           05 filler                                pic x(01) value space.
           05 wk-det-por                            pic x(15).
           05 filler                                pic x(01) value space.
           05 wk-det-em                             pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-det-observacao                     pic x(30).
           05 filler                                pic x(14) value space.

       01  wk-linha-totais.
           05 filler                                pic x(04) value space.
           05 wk-tln-rotulo                         pic x(09).
           05 filler                                pic x(10) value "usuarios: ".
           05 wk-tln-usuarios                       pic zzzz9.
           05 filler                                pic x(14) value "  confirmados:".
           05 wk-tln-confirmados                    pic zzzz9.
           05 filler                                pic x(12) value "  revogados:".
           05 wk-tln-revogados                      pic zzzz9.
           05 filler                                pic x(12) value "  alterados:".
           05 wk-tln-alterados                      pic zzzz9.
           05 filler                                pic x(17) value "  desabil. prazo:".
           05 wk-tln-expirados                      pic zzzz9.
           05 filler                                pic x(12) value "  pendentes:".
           05 wk-tln-pendentes                      pic zzzz9.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform c-imprimir.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao - campanha e prazo
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

           move function current-date(1:8)              to      wk-data-hoje
           initialize wk-tab-totais

           accept wk-linha-comando from command-line
           if  wk-parm-campanha(5:1) equal "T"
           and wk-parm-campanha(1:4) is numeric then
               move wk-parm-campanha                    to      wk-campanha
           end-if

           open i-o arqRecertificacao
           if   wk-fs-arqRecertificacao not equal "00" then
               move "0001"                               to      wk-msn-erro-adress
               move wk-fs-arqRecertificacao              to      wk-msn-erro-cod
               move "Nenhuma campanha de recertificacao"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqUsuarios
           if   wk-fs-arqUsuarios not equal "00" then
               move "0002"                               to      wk-msn-erro-adress
               move wk-fs-arqUsuarios                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqUsuarios"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open extend arqAuditoria
           if   wk-fs-arqAuditoria equal "05"
           or   wk-fs-arqAuditoria equal "35" then
               open output arqAuditoria
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0003"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform aa-localizar-campanha

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Campanha do parametro ou, sem ele, a mais recente; o prazo
      *>   vem do primeiro registro dela
      *>*****************************************************************
       aa-localizar-campanha section.
       aa-localizar-campanha-a.

           if  wk-campanha equal spaces then
               move low-values                          to      fd-rec-chave
               start arqRecertificacao key is not less fd-rec-chave
               if   wk-fs-arqRecertificacao equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqRecertificacao next record
                       if   wk-fs-arqRecertificacao not equal "00" then
                           move "F"                     to      wk-fim-loop
                       else
                           if  fd-rec-campanha > wk-campanha then
                               move fd-rec-campanha     to      wk-campanha
                           end-if
                       end-if
                   end-perform
               end-if
           end-if

           move wk-campanha                             to      fd-rec-campanha
           move low-values                              to      fd-rec-user-id
           start arqRecertificacao key is not less fd-rec-chave
           if   wk-fs-arqRecertificacao equal "00" then
               read arqRecertificacao next record
           end-if
           if   wk-fs-arqRecertificacao not equal "00"
           or   fd-rec-campanha not equal wk-campanha then
               move "0004"                               to      wk-msn-erro-adress
               move "  "                                 to      wk-msn-erro-cod
               move "Campanha nao encontrada"             to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move fd-rec-prazo                            to      wk-prazo
           if  wk-data-hoje > wk-prazo then
               set wk-campanha-encerrada                 to      true
           end-if

           .
       aa-localizar-campanha-z.
           exit.

      *>*****************************************************************
      *>   Passado o prazo: pendentes desabilitados e jornalizados
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           if  not wk-campanha-encerrada then
               exit section
           end-if

           move wk-campanha                             to      fd-rec-campanha
           move low-values                              to      fd-rec-user-id
           start arqRecertificacao key is not less fd-rec-chave
           if   wk-fs-arqRecertificacao equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqRecertificacao next record
                   if   wk-fs-arqRecertificacao not equal "00"
                   or   fd-rec-campanha not equal wk-campanha then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-rec-pendente then
                           perform ba-desabilitar-pendente
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Desabilita um usuario nao confirmado no prazo
      *>*****************************************************************
       ba-desabilitar-pendente section.
       ba-desabilitar-pendente-a.

           move fd-rec-user-id                          to      usr-user-id
           read arqUsuarios
           if   wk-fs-arqUsuarios not equal "00" then
      *>        usuario fora do cadastro - nada a desabilitar, o
      *>        registro da campanha fica pendente com a observacao
               move "usuario fora do cadastro"          to      fd-rec-observacao
               rewrite fd-recertificacao
               if   wk-fs-arqRecertificacao not equal "00" then
                   move "0006"                           to      wk-msn-erro-adress
                   move wk-fs-arqRecertificacao          to      wk-msn-erro-cod
                   move "Erro ao regravar arqRecertificacao" to  wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               add 1                                    to      wk-qtd-sem-cadastro
               exit section
           end-if

           if  usr-habilitado then
               move "D"                                 to      usr-situacao
               rewrite usr-registro
               if   wk-fs-arqUsuarios not equal "00" then
                   move "0007"                          to      wk-msn-erro-adress
                   move wk-fs-arqUsuarios               to      wk-msn-erro-cod
                   move "Erro ao regravar arqUsuarios"  to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
           end-if

           move "X"                                     to      fd-rec-decisao
           move "AUTOMATICO"                            to      fd-rec-decidido-por
           move function current-date(1:14)             to      fd-rec-decidido-em
           move "nao confirmado no prazo"               to      fd-rec-observacao
           rewrite fd-recertificacao
           if   wk-fs-arqRecertificacao not equal "00" then
               move "0005"                               to      wk-msn-erro-adress
               move wk-fs-arqRecertificacao              to      wk-msn-erro-cod
               move "Erro ao regravar arqRecertificacao"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           add 1                                        to      wk-run-gravados

           move spaces                                  to      fd-audit-linha
           move function current-date(1:14)             to      fd-audit-data-hora
           move "RECERTIFICACAO"                        to      fd-audit-user-id
           move spaces                                  to      fd-audit-resultado
           string "RECERT X " fd-rec-user-id
                  delimited by size
             into fd-audit-resultado
           end-string
           write fd-audit-linha

           .
       ba-desabilitar-pendente-z.
           exit.

      *>*****************************************************************
      *>   Relatorio de conclusao por gestor
      *>*****************************************************************
       c-imprimir section.
       c-imprimir-a.

           move wk-campanha                             to      wk-tit-campanha
           move wk-prazo                                to      wk-data-aaaammdd
           perform u-editar-data
           move wk-data-edit                            to      wk-tit-prazo
           if  wk-campanha-encerrada then
               move "ENCERRADA"                         to      wk-tit-situacao
           else
               move "EM ANDAMENTO - POSICAO PARCIAL"    to      wk-tit-situacao
           end-if
           write fd-relatorio-linha from wk-linha-titulo

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
                           if  wk-primeiro not equal "S" then
                               perform cc-fechar-gestor
                           end-if
                           perform ca-abrir-gestor
                       end-if
                       perform cb-imprimir-usuario
                   end-if
               end-perform
           end-if

           if  wk-primeiro not equal "S" then
               perform cc-fechar-gestor
           end-if

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move 2                                       to      wk-ind-tot
           move "GERAL"                                 to      wk-tln-rotulo
           perform u-imprimir-totais

           if  wk-tot-usuarios(2) > 0 then
               compute wk-pc-concluido rounded =
                   (wk-tot-confirmados(2) + wk-tot-revogados(2)
                    + wk-tot-alterados(2)) * 100 / wk-tot-usuarios(2)
           end-if
           move wk-pc-concluido                         to      wk-pc-edit
           move spaces                                  to      fd-relatorio-linha
           string "    Decididos pelos gestores: " wk-pc-edit
                  " %"
                  delimited by size
             into fd-relatorio-linha
           end-string
           write fd-relatorio-linha

           .
       c-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Quebra por gestor
      *>*****************************************************************
       ca-abrir-gestor section.
       ca-abrir-gestor-a.

           move "N"                                     to      wk-primeiro
           move fd-rec-gestor                           to      wk-gestor-ant
           move 0                                       to      wk-tot-usuarios(1)
                                                                wk-tot-pendentes(1)
                                                                wk-tot-confirmados(1)
                                                                wk-tot-revogados(1)
                                                                wk-tot-alterados(1)
                                                                wk-tot-expirados(1)

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
      *>   Linha do usuario e acumulo dos totais
      *>*****************************************************************
       cb-imprimir-usuario section.
       cb-imprimir-usuario-a.

           move fd-rec-user-id                          to      wk-det-user-id
           move fd-rec-perfil                           to      wk-det-perfil
           move fd-rec-decidido-por                     to      wk-det-por
           move fd-rec-observacao                       to      wk-det-observacao
           if  fd-rec-decidido-em equal spaces then
               move spaces                              to      wk-det-em
           else
               move fd-rec-decidido-em(1:8)             to      wk-data-aaaammdd
               perform u-editar-data
               move wk-data-edit                        to      wk-det-em
           end-if

           add 1                                        to      wk-tot-usuarios(1)
                                                                wk-tot-usuarios(2)
           evaluate true
               when fd-rec-confirmado
                   move "CONFIRMADO"                    to      wk-det-decisao
                   add 1                                to      wk-tot-confirmados(1)
                                                                wk-tot-confirmados(2)
               when fd-rec-revogado
                   move "REVOGADO"                      to      wk-det-decisao
                   add 1                                to      wk-tot-revogados(1)
                                                                wk-tot-revogados(2)
               when fd-rec-alterado
                   move spaces                          to      wk-det-decisao
                   string "ALTERADO - PERFIL " fd-rec-novo-perfil
                          delimited by size
                     into wk-det-decisao
                   end-string
                   add 1                                to      wk-tot-alterados(1)
                                                                wk-tot-alterados(2)
               when fd-rec-expirado
                   move "DESABILITADO NO PRAZO"         to      wk-det-decisao
                   add 1                                to      wk-tot-expirados(1)
                                                                wk-tot-expirados(2)
               when other
                   move "PENDENTE"                      to      wk-det-decisao
                   add 1                                to      wk-tot-pendentes(1)
                                                                wk-tot-pendentes(2)
           end-evaluate

           write fd-relatorio-linha from wk-linha-detalhe
           add 1                                        to      wk-run-lidos

           .
       cb-imprimir-usuario-z.
           exit.

      *>*****************************************************************
      *>   Totais do gestor corrente
      *>*****************************************************************
       cc-fechar-gestor section.
       cc-fechar-gestor-a.

           move 1                                       to      wk-ind-tot
           move "Gestor"                                to      wk-tln-rotulo
           perform u-imprimir-totais

           .
       cc-fechar-gestor-z.
           exit.

      *>*****************************************************************
      *>   Linha de totais do nivel wk-ind-tot
      *>*****************************************************************
       u-imprimir-totais section.
       u-imprimir-totais-a.

           move wk-tot-usuarios(wk-ind-tot)             to      wk-tln-usuarios
           move wk-tot-confirmados(wk-ind-tot)          to      wk-tln-confirmados
           move wk-tot-revogados(wk-ind-tot)            to      wk-tln-revogados
           move wk-tot-alterados(wk-ind-tot)            to      wk-tln-alterados
           move wk-tot-expirados(wk-ind-tot)            to      wk-tln-expirados
           move wk-tot-pendentes(wk-ind-tot)            to      wk-tln-pendentes
           write fd-relatorio-linha from wk-linha-totais

           .
       u-imprimir-totais-z.
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

           close arqRecertificacao
           close arqUsuarios
           close arqAuditoria
           close arqRelatorio

           display "Conclusao da campanha " wk-campanha
                   " em arqRecertificacaoConclusao.txt"
           if  wk-campanha-encerrada then
               display "Desabilitados no prazo: " wk-tot-expirados(2)
               if  wk-qtd-sem-cadastro > 0 then
                   display "Fora do cadastro      : " wk-qtd-sem-cadastro
                           " (ficam pendentes)"
               end-if
           else
               display "Prazo ainda nao vencido - posicao parcial."
           end-if

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
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
