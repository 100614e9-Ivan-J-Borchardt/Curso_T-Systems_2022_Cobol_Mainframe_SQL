      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "conflitos_funcao".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Segregacao de funcoes: confronta as
      *>                      concessoes de cada usuario de
      *>                      arqUsuarios.txt com a tabela de pares de
      *>                      funcoes conflitantes arqConflitosInd.txt
      *>                      (mantida pela opcao F de
      *>                      admin_usuarios.cbl) e lista quem detem os
      *>                      dois lados de um controle, com o
      *>                      administrador que concedeu cada lado.
      *>                      Usuario sem nenhuma concessao e avaliado
      *>                      pelo perfil, na mesma regra do menu:
      *>                      administrador tem todas as funcoes,
      *>                      operador todas menos as exclusivas de
      *>                      administrador, consulta e professor
      *>                      nenhuma. Saida em arqConflitosFuncao.txt.

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

           select arqConflitos assign to "arqConflitosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cfl-chave
           file status is wk-fs-arqConflitos.

           select arqRelatorio assign to "arqConflitosFuncao.txt"
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
               88  usr-perfil-administrador                 value "A".
               88  usr-perfil-operador                      value "O".
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

       fd arqConflitos.
       01  fd-conflito.
           05  fd-cfl-chave.
               10  fd-cfl-funcao-a                  pic  x(20).
               10  fd-cfl-funcao-b                  pic  x(20).
           05  fd-cfl-descricao                     pic  x(40).
           05  fd-cfl-cadastrado-em                 pic  x(14).
           05  fd-cfl-cadastrado-por                pic  x(15).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(120).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqUsuarios                        pic x(02).
       77  wk-fs-arqPermissoes                      pic x(02).
       77  wk-fs-arqConflitos                       pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).
       77  wk-permissoes-flag                       pic x(01) value space.
           88 wk-permissoes-aberto                  value "S".

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-usuarios                          pic x(01).
           88 wk-usuarios-terminados                value "F".

      *>   Pares conflitantes carregados de arqConflitosInd.txt
       77  wk-qtd-pares                             pic 9(03) value 0.
       77  wk-ind-par                               pic 9(03) value 0.
       01  wk-tab-pares.
           05  wk-par occurs 100.
               10  wk-par-funcao-a                  pic x(20).
               10  wk-par-funcao-b                  pic x(20).
               10  wk-par-descricao                 pic x(40).

      *>   Funcoes que o menu reserva ao perfil administrador - base
      *>   da avaliacao por perfil de quem nao tem concessoes
       01  wk-tab-exclusivas-adm.
           05  filler                               pic x(20) value "DELETAR".
           05  filler                               pic x(20) value "REATIVAR".
           05  filler                               pic x(20) value "TRANSFERIR".
           05  filler                               pic x(20) value "LIMPAR-LOCKS".
           05  filler                               pic x(20) value "admin_usuarios".
           05  filler                               pic x(20) value "bolsas".
           05  filler                               pic x(20) value "conselho_classe".
           05  filler                               pic x(20) value "corrigir_cpf".
           05  filler                               pic x(20) value "instituicao".
           05  filler                               pic x(20) value "aprovacoes".
           05  filler                               pic x(20) value "atividade_operadores".
           05  filler                               pic x(20) value "conflitos_funcao".
       01  filler redefines wk-tab-exclusivas-adm.
           05  wk-exclusiva-adm occurs 12           pic x(20).
       77  wk-ind-excl                              pic 9(02) value 0.

      *>   Avaliacao de um usuario
       77  wk-tem-concessao                         pic x(01).
           88 wk-decide-concessao                   value "S".
       77  wk-funcao-teste                          pic x(20).
       77  wk-detem-funcao                          pic x(01).
           88 wk-detem                              value "S".
       77  wk-concedida-por                         pic x(15).
       77  wk-detem-a                               pic x(01).
       77  wk-por-a                                 pic x(15).
       77  wk-detem-b                               pic x(01).
       77  wk-por-b                                 pic x(15).
       77  wk-conflitos-usuario                     pic 9(03) value 0.

       77  wk-qtd-usuarios                          pic 9(04) value 0.
       77  wk-qtd-usuarios-conflito                 pic 9(04) value 0.
       77  wk-qtd-conflitos                         pic 9(05) value 0.

       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.
       77  wk-run-qtd                               pic 9(06) value 0.
       77  wk-run-conflitos                         pic 9(06) value 0.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "conflitos_funcao".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(45)
                  value "Conflitos de Segregacao de Funcoes - posicao ".
           05 wk-tit-data                           pic x(08).
           05 filler                                pic x(67) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(16) value "USUARIO".
           05 filler                                pic x(05) value "PERF ".
           05 filler                                pic x(21) value "FUNCAO A".
           05 filler                                pic x(16) value "CONCEDIDA POR".
           05 filler                                pic x(21) value "FUNCAO B".
           05 filler                                pic x(16) value "CONCEDIDA POR".
           05 filler                                pic x(25) value "CONFLITO".

       01  wk-linha-detalhe.
           05 wk-det-user                           pic x(15).
           05 filler                                pic x(01) value space.
           05 wk-det-perfil                         pic x(01).
           05 wk-det-situacao                       pic x(01).
           05 filler                                pic x(03) value space.
           05 wk-det-funcao-a                       pic x(20).
           05 filler                                pic x(01) value space.
           05 wk-det-por-a                          pic x(15).
           05 filler                                pic x(01) value space.
           05 wk-det-funcao-b                       pic x(20).
           05 filler                                pic x(01) value space.
           05 wk-det-por-b                          pic x(15).
           05 filler                                pic x(01) value space.
           05 wk-det-descricao                      pic x(25).

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao - carrega a tabela de pares
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

           open input arqUsuarios
           if   wk-fs-arqUsuarios not equal "00" then
               move "0001"                               to      wk-msn-erro-adress
               move wk-fs-arqUsuarios                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqUsuarios"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0002"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>   arqPermissoesInd ausente (35): ninguem tem concessoes e
      *>   todos sao avaliados pelo perfil
           open input arqPermissoes
           if   wk-fs-arqPermissoes equal "00" then
               set wk-permissoes-aberto                  to      true
           end-if

           perform aa-carregar-pares

           move function current-date(1:8)              to      wk-tit-data
           write fd-relatorio-linha from wk-linha-titulo
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-cabecalho

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Carrega os pares de funcoes conflitantes
      *>*****************************************************************
       aa-carregar-pares section.
       aa-carregar-pares-a.

           open input arqConflitos
           if   wk-fs-arqConflitos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqConflitos next record
                   if   wk-fs-arqConflitos not equal "00"
                   or   wk-qtd-pares >= 100 then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-pares
                       move fd-cfl-funcao-a             to      wk-par-funcao-a(wk-qtd-pares)
                       move fd-cfl-funcao-b             to      wk-par-funcao-b(wk-qtd-pares)
                       move fd-cfl-descricao            to      wk-par-descricao(wk-qtd-pares)
                   end-if
               end-perform
               close arqConflitos
           end-if

           if  wk-qtd-pares equal 0 then
               move "Tabela de conflitos vazia - cadastre os pares na opcao F de admin_usuarios."
                                                        to      fd-relatorio-linha
               write fd-relatorio-linha
               perform z-finaliza
           end-if

           .
       aa-carregar-pares-z.
           exit.

      *>*****************************************************************
      *>   Um usuario por vez contra todos os pares
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move low-values                              to      usr-user-id
           start arqUsuarios key is not less usr-user-id
           if   wk-fs-arqUsuarios equal "00" then
               move space                               to      wk-fim-usuarios
               perform until wk-usuarios-terminados

                   read arqUsuarios next record
                   if   wk-fs-arqUsuarios not equal "00" then
                       move "F"                         to      wk-fim-usuarios
                   else
                       add 1                            to      wk-qtd-usuarios
                       perform ba-avaliar-usuario
                   end-if

               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Avalia um usuario: com concessoes, decidem elas; sem
      *>   nenhuma, decide o perfil
      *>*****************************************************************
       ba-avaliar-usuario section.
       ba-avaliar-usuario-a.

           move space                                   to      wk-tem-concessao
           move 0                                       to      wk-conflitos-usuario
           if   wk-permissoes-aberto then
               move usr-user-id                         to      fd-per-user-id
               move low-values                          to      fd-per-funcao
               start arqPermissoes key is greater than or equal
                     fd-per-chave
               if   wk-fs-arqPermissoes equal "00" then
                   read arqPermissoes next record
                   if   wk-fs-arqPermissoes equal "00"
                   and  fd-per-user-id equal usr-user-id then
                       move "S"                         to      wk-tem-concessao
                   end-if
               end-if
           end-if

           perform varying wk-ind-par from 1 by 1
                   until wk-ind-par > wk-qtd-pares

               move wk-par-funcao-a(wk-ind-par)         to      wk-funcao-teste
               perform bb-detem-funcao
               move wk-detem-funcao                     to      wk-detem-a
               move wk-concedida-por                    to      wk-por-a

               move wk-par-funcao-b(wk-ind-par)         to      wk-funcao-teste
               perform bb-detem-funcao
               move wk-detem-funcao                     to      wk-detem-b
               move wk-concedida-por                    to      wk-por-b

               if  wk-detem-a equal "S"
               and wk-detem-b equal "S" then
                   perform bc-imprimir-conflito
               end-if

           end-perform

           if  wk-conflitos-usuario > 0 then
               add 1                                    to      wk-qtd-usuarios-conflito
           end-if

           .
       ba-avaliar-usuario-z.
           exit.

      *>*****************************************************************
      *>   O usuario detem wk-funcao-teste? Pela concessao (com quem
      *>   concedeu) ou, sem concessoes, pelo perfil
      *>*****************************************************************
       bb-detem-funcao section.
       bb-detem-funcao-a.

           move "N"                                     to      wk-detem-funcao
           move spaces                                  to      wk-concedida-por

           if  wk-decide-concessao then
               move usr-user-id                         to      fd-per-user-id
               move wk-funcao-teste                     to      fd-per-funcao
               read arqPermissoes
               if   wk-fs-arqPermissoes equal "00" then
                   move "S"                             to      wk-detem-funcao
                   move fd-per-concedida-por            to      wk-concedida-por
               end-if
           else
               evaluate true
                   when usr-perfil-administrador
                       move "S"                         to      wk-detem-funcao
                   when usr-perfil-operador
                       move "S"                         to      wk-detem-funcao
                       perform varying wk-ind-excl from 1 by 1
                               until wk-ind-excl > 12
                           if  wk-exclusiva-adm(wk-ind-excl)
                               equal wk-funcao-teste then
                               move "N"                 to      wk-detem-funcao
                           end-if
                       end-perform
                   when other
                       continue
               end-evaluate
               if  wk-detem-funcao equal "S" then
                   move "(perfil)"                      to      wk-concedida-por
               end-if
           end-if

           .
       bb-detem-funcao-z.
           exit.

      *>*****************************************************************
      *>   Linha do conflito - usuario desabilitado sai marcado com "D"
      *>*****************************************************************
       bc-imprimir-conflito section.
       bc-imprimir-conflito-a.

           add 1                                        to      wk-conflitos-usuario
           add 1                                        to      wk-qtd-conflitos

           move usr-user-id                             to      wk-det-user
           move usr-perfil-acesso                       to      wk-det-perfil
           if  usr-desabilitado then
               move "D"                                 to      wk-det-situacao
           else
               move space                               to      wk-det-situacao
           end-if
           move wk-par-funcao-a(wk-ind-par)             to      wk-det-funcao-a
           move wk-por-a                                to      wk-det-por-a
           move wk-par-funcao-b(wk-ind-par)             to      wk-det-funcao-b
           move wk-por-b                                to      wk-det-por-b
           move wk-par-descricao(wk-ind-par)            to      wk-det-descricao
           write fd-relatorio-linha from wk-linha-detalhe

           .
       bc-imprimir-conflito-z.
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
                  "  com conflito: " wk-qtd-usuarios-conflito
                  "  conflitos: " wk-qtd-conflitos
                  "  pares na tabela: " wk-qtd-pares
                  delimited by size
             into fd-relatorio-linha
           end-string
           write fd-relatorio-linha

           close arqUsuarios
           if   wk-permissoes-aberto then
               close arqPermissoes
           end-if
           close arqRelatorio

           display "Relatorio arqConflitosFuncao.txt gerado!"
           display "Usuarios       : " wk-qtd-usuarios
           display "Com conflito   : " wk-qtd-usuarios-conflito
           display "Conflitos      : " wk-qtd-conflitos

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           move wk-qtd-usuarios         to   wk-run-qtd
           move wk-qtd-conflitos        to   wk-run-conflitos
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-run-qtd
                                          wk-run-zero
                                          wk-run-conflitos
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
