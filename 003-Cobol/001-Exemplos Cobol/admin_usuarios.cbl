      *>                      digitada em claro e e convertida no
      *>                      primeiro login do usuario; nada aqui
      *>                      exibe o valor guardado no arquivo.
      *>   15/10/2026 - IJB - Segregacao de funcoes: nova opcao (F)
      *>                      mantem a tabela de pares de funcoes
      *>                      conflitantes arqConflitosInd.txt (inclui,
      *>                      exclui e lista; criada na primeira vez
      *>                      com os pares padrao - solicitar e aprovar
      *>                      na fila de aprovacao, baixar pagamentos e
      *>                      administrar usuarios). A concessao que
      *>                      completa um par para o usuario e avisada
      *>                      e so e gravada com confirmacao, com
      *>                      registro proprio no jornal. O relatorio
      *>                      geral e o batch conflitos_funcao.cbl.
      *>   15/10/2026 - IJB - Nova opcao (M) grava o gestor responsavel
      *>                      de cada usuario em arqUsuarioGestorInd.txt
      *>                      - e quem recertifica os acessos dele na
      *>                      campanha trimestral (recertificacao.cbl).
      *>                      Gestor em branco desfaz o vinculo.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-per-chave
           file status is wk-fs-arqPermissoes.

           select arqUsuarioGestor assign to "arqUsuarioGestorInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ges-user-id
           file status is wk-fs-arqUsuarioGestor.

           select arqConflitos assign to "arqConflitosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cfl-chave
           file status is wk-fs-arqConflitos.

       i-o-control.

      *>Declaração de variáveis
           05  fd-per-concedida-em                  pic  x(14).
           05  fd-per-concedida-por                 pic  x(15).

       fd arqUsuarioGestor.
       01  fd-usuario-gestor.
           05  fd-ges-user-id                       pic  x(15).
           05  fd-ges-gestor                        pic  x(15).
           05  fd-ges-vinculado-em                  pic  x(14).
           05  fd-ges-vinculado-por                 pic  x(15).

       fd arqConflitos.
       01  fd-conflito.
           05  fd-cfl-chave.
               10  fd-cfl-funcao-a                  pic  x(20).
               10  fd-cfl-funcao-b                  pic  x(20).
           05  fd-cfl-descricao                     pic  x(40).
           05  fd-cfl-cadastrado-em                 pic  x(14).
           05  fd-cfl-cadastrado-por                pic  x(15).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-grant-opcao                           pic x(01).
       77  wk-grant-funcao                          pic x(20).

      *>   Gestor responsavel pela recertificacao do usuario
       77  wk-fs-arqUsuarioGestor                   pic x(02).
       77  wk-gestor-id                             pic x(15).

      *>   Pares de funcoes conflitantes (segregacao de funcoes)
       77  wk-fs-arqConflitos                       pic x(02).
       77  wk-cfl-opcao                             pic x(01).
       77  wk-cfl-funcao-a                          pic x(20).
       77  wk-cfl-funcao-b                          pic x(20).
       77  wk-cfl-outra-funcao                      pic x(20).
       77  wk-cfl-qtd                               pic 9(03) value 0.
       77  wk-cfl-confirma                          pic x(01).
       77  wk-ind-padrao                            pic 9(02) value 0.

      *>   Pares gravados na criacao da tabela
       01  wk-tab-pares-padrao.
           05  filler                               pic x(80) value
               "DELETAR             aprovacoes          Solicita e aprova exclusao".
           05  filler                               pic x(80) value
               "REATIVAR            aprovacoes          Solicita e aprova reativacao".
           05  filler                               pic x(80) value
               "TRANSFERIR          aprovacoes          Solicita e aprova transferencia".
           05  filler                               pic x(80) value
               "admin_usuarios      retorno_bancario    Baixa pagamentos e administra usuarios".
           05  filler                               pic x(80) value
               "admin_usuarios      mensalidades        Registra pagamentos e adm. usuarios".
       01  filler redefines wk-tab-pares-padrao.
           05  wk-par-padrao occurs 5.
               10  wk-pad-funcao-a                  pic x(20).
               10  wk-pad-funcao-b                  pic x(20).
               10  wk-pad-descricao                 pic x(40).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

           88 wk-opcao-listar                       value "L" "l".
           88 wk-opcao-vincular-prof                value "T" "t".
           88 wk-opcao-grants                       value "G" "g".
           88 wk-opcao-conflitos                    value "F" "f".
           88 wk-opcao-gestor                       value "M" "m".

       77  wk-alvo-id                               pic x(15).
       77  wk-nova-senha                            pic x(20).
               display "(L)istar usuarios"
               display "(T) Vincular professor ao usuario"
               display "(G) Concessoes por funcao"
               display "(F) Funcoes conflitantes (segregacao)"
               display "(M) Gestor responsavel do usuario"
               display "(X) Sair"
               accept wk-menu

                       perform bg-vincular-professor
                   when wk-opcao-grants
                       perform bh-concessoes
                   when wk-opcao-conflitos
                       perform bi-conflitos
                   when wk-opcao-gestor
                       perform bj-vincular-gestor
               end-evaluate
           end-perform

                       " boletim...): "
               accept wk-grant-funcao

               perform bhd-verificar-conflitos
               move "S"                                 to      wk-cfl-confirma
               if  wk-cfl-qtd > 0 then
                   display "Conceder mesmo assim (S/N)? "
                   accept wk-cfl-confirma
               end-if

               if  wk-cfl-confirma equal "S" or "s" then
                   move wk-alvo-id                      to      fd-per-user-id
                   move wk-grant-funcao                 to      fd-per-funcao
                   move function current-date(1:14)     to      fd-per-concedida-em
                   move wk-admin-id                     to      fd-per-concedida-por

                   write fd-permissao
                   if   wk-fs-arqPermissoes equal "22" then
                       display "Concessao ja existia."
                   else
                       display "Concessao gravada."
                       if  wk-cfl-qtd > 0 then
                           move "ADM: concedeu conflito"  to     wk-acao-audit
                       else
                           move "ADM: concedeu funcao"   to      wk-acao-audit
                       end-if
                       perform u-gravar-auditoria
                   end-if
               else
                   display "Concessao nao gravada."
               end-if
           end-if

       bhc-listar-grants-z.
           exit.

      *>*****************************************************************
      *>   Confere se a funcao a conceder completa, com outra ja
      *>   concedida ao usuario, um par da tabela de conflitos - com a
      *>   concessao o usuario passa a ser decidido so pelas concessoes
      *>*****************************************************************
       bhd-verificar-conflitos section.
       bhd-verificar-conflitos-a.

           move 0                                       to      wk-cfl-qtd

           open input arqConflitos
           if   wk-fs-arqConflitos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqConflitos next record
                   if   wk-fs-arqConflitos not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       move spaces                      to      wk-cfl-outra-funcao
                       if  fd-cfl-funcao-a equal wk-grant-funcao then
                           move fd-cfl-funcao-b         to      wk-cfl-outra-funcao
                       end-if
                       if  fd-cfl-funcao-b equal wk-grant-funcao then
                           move fd-cfl-funcao-a         to      wk-cfl-outra-funcao
                       end-if

                       if  wk-cfl-outra-funcao not equal spaces then
                           move wk-alvo-id              to      fd-per-user-id
                           move wk-cfl-outra-funcao     to      fd-per-funcao
                           read arqPermissoes
                           if   wk-fs-arqPermissoes equal "00" then
                               add 1                    to      wk-cfl-qtd
                               display "ATENCAO: conflito com "
                                       wk-cfl-outra-funcao
                                       " (concedida por "
                                       fd-per-concedida-por ")"
                               display "         " fd-cfl-descricao
                           end-if
                       end-if
                   end-if
               end-perform
               close arqConflitos
           end-if

           .
       bhd-verificar-conflitos-z.
           exit.

      *>*****************************************************************
      *>   Tabela de pares de funcoes conflitantes - inclui, exclui e
      *>   lista; na primeira vez e criada com os pares padrao
      *>*****************************************************************
       bi-conflitos section.
       bi-conflitos-a.

           open i-o arqConflitos
           if   wk-fs-arqConflitos equal "05"
           or   wk-fs-arqConflitos equal "35" then
               open output arqConflitos
               perform bid-gravar-padrao
               close arqConflitos
               open i-o arqConflitos
           end-if
           if   wk-fs-arqConflitos not equal "00" then
               display "Erro ao abrir arqConflitos: "
                       wk-fs-arqConflitos
           else
               display "(I)ncluir (E)xcluir (L)istar: "
               accept wk-cfl-opcao

               evaluate wk-cfl-opcao
                   when "I" when "i"
                       perform bia-incluir-par
                   when "E" when "e"
                       perform bib-excluir-par
                   when "L" when "l"
                       perform bic-listar-pares
                   when other
                       continue
               end-evaluate
               close arqConflitos
           end-if

           .
       bi-conflitos-z.
           exit.

      *>*****************************************************************
      *>   Inclui um par - gravado em ordem (menor funcao primeiro)
      *>   para que A/B e B/A sejam o mesmo registro
      *>*****************************************************************
       bia-incluir-par section.
       bia-incluir-par-a.

           perform bie-ler-par
           if  wk-cfl-funcao-a equal spaces
           or  wk-cfl-funcao-b equal spaces
           or  wk-cfl-funcao-a equal wk-cfl-funcao-b then
               display "Par invalido."
           else
               display "Descricao do conflito: "
               accept fd-cfl-descricao
               move wk-cfl-funcao-a                     to      fd-cfl-funcao-a
               move wk-cfl-funcao-b                     to      fd-cfl-funcao-b
               move function current-date(1:14)         to      fd-cfl-cadastrado-em
               move wk-admin-id                         to      fd-cfl-cadastrado-por
               write fd-conflito
               if   wk-fs-arqConflitos equal "22" then
                   display "Par ja cadastrado."
               else
                   display "Par gravado."
                   move "ADM: incluiu conflito"          to      wk-acao-audit
                   move wk-cfl-funcao-a                 to      wk-alvo-id
                   perform u-gravar-auditoria
               end-if
           end-if

           .
       bia-incluir-par-z.
           exit.

      *>*****************************************************************
      *>   Exclui um par
      *>*****************************************************************
       bib-excluir-par section.
       bib-excluir-par-a.

           perform bie-ler-par
           move wk-cfl-funcao-a                         to      fd-cfl-funcao-a
           move wk-cfl-funcao-b                         to      fd-cfl-funcao-b
           delete arqConflitos
           if   wk-fs-arqConflitos not equal "00" then
               display "Par nao cadastrado."
           else
               display "Par excluido."
               move "ADM: excluiu conflito"              to      wk-acao-audit
               move wk-cfl-funcao-a                     to      wk-alvo-id
               perform u-gravar-auditoria
           end-if

           .
       bib-excluir-par-z.
           exit.

      *>*****************************************************************
      *>   Lista os pares cadastrados
      *>*****************************************************************
       bic-listar-pares section.
       bic-listar-pares-a.

           move low-values                              to      fd-cfl-chave
           start arqConflitos key is greater than or equal
                 fd-cfl-chave
           if   wk-fs-arqConflitos not equal "00" then
               display "Nenhum par cadastrado."
           else
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqConflitos next record
                   if   wk-fs-arqConflitos not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       display "   " fd-cfl-funcao-a
                               " x " fd-cfl-funcao-b
                               " " fd-cfl-descricao
                   end-if
               end-perform
           end-if

           .
       bic-listar-pares-z.
           exit.

      *>*****************************************************************
      *>   Grava os pares padrao na criacao da tabela
      *>*****************************************************************
       bid-gravar-padrao section.
       bid-gravar-padrao-a.

           perform varying wk-ind-padrao from 1 by 1
                   until wk-ind-padrao > 5
               move wk-pad-funcao-a(wk-ind-padrao)      to      fd-cfl-funcao-a
               move wk-pad-funcao-b(wk-ind-padrao)      to      fd-cfl-funcao-b
               move wk-pad-descricao(wk-ind-padrao)     to      fd-cfl-descricao
               move function current-date(1:14)         to      fd-cfl-cadastrado-em
               move wk-admin-id                         to      fd-cfl-cadastrado-por
               write fd-conflito
           end-perform

           .
       bid-gravar-padrao-z.
           exit.

      *>*****************************************************************
      *>   Le as duas funcoes do par, na ordem da chave
      *>*****************************************************************
       bie-ler-par section.
       bie-ler-par-a.

           display "Funcao A: "
           accept wk-cfl-funcao-a
           display "Funcao B: "
           accept wk-cfl-funcao-b
           if  wk-cfl-funcao-b < wk-cfl-funcao-a then
               move wk-cfl-funcao-a                     to      wk-cfl-outra-funcao
               move wk-cfl-funcao-b                     to      wk-cfl-funcao-a
               move wk-cfl-outra-funcao                 to      wk-cfl-funcao-b
           end-if

           .
       bie-ler-par-z.
           exit.

      *>*****************************************************************
      *>   Gestor responsavel - quem recertifica os acessos do usuario
      *>   na campanha trimestral; gestor em branco desfaz o vinculo
      *>*****************************************************************
       bj-vincular-gestor section.
       bj-vincular-gestor-a.

           perform u-ler-alvo
           if   wk-fs-arqUsuarios equal "00" then
               display "User ID do gestor (branco desfaz): "
               accept wk-gestor-id

               if  wk-gestor-id equal wk-alvo-id then
                   display "O usuario nao pode ser o proprio gestor."
               else
                   if  wk-gestor-id not equal spaces then
                       move wk-gestor-id                to      usr-user-id
                       read arqUsuarios
                   end-if
                   if   wk-fs-arqUsuarios not equal "00" then
                       display "Gestor nao cadastrado como usuario."
                   else
                       perform bja-gravar-gestor
                   end-if
               end-if
           end-if
           move "00"                                    to      wk-fs-arqUsuarios

           .
       bj-vincular-gestor-z.
           exit.

      *>*****************************************************************
      *>   Grava, troca ou desfaz o vinculo em arqUsuarioGestorInd.txt
      *>*****************************************************************
       bja-gravar-gestor section.
       bja-gravar-gestor-a.

           open i-o arqUsuarioGestor
           if   wk-fs-arqUsuarioGestor equal "05"
           or   wk-fs-arqUsuarioGestor equal "35" then
               open output arqUsuarioGestor
               close arqUsuarioGestor
               open i-o arqUsuarioGestor
           end-if
           if   wk-fs-arqUsuarioGestor not equal "00" then
               display "Erro ao abrir arqUsuarioGestor: "
                       wk-fs-arqUsuarioGestor
           else
               move wk-alvo-id                          to      fd-ges-user-id
               read arqUsuarioGestor
               if  wk-gestor-id equal spaces then
                   if   wk-fs-arqUsuarioGestor equal "00" then
                       delete arqUsuarioGestor
                       display "Vinculo de gestor desfeito."
                       move "ADM: desfez gestor"         to      wk-acao-audit
                       perform u-gravar-auditoria
                   else
                       display "Usuario nao tinha gestor."
                   end-if
               else
                   move wk-gestor-id                    to      fd-ges-gestor
                   move function current-date(1:14)     to      fd-ges-vinculado-em
                   move wk-admin-id                     to      fd-ges-vinculado-por
                   if   wk-fs-arqUsuarioGestor equal "00" then
                       rewrite fd-usuario-gestor
                   else
                       move wk-alvo-id                  to      fd-ges-user-id
                       write fd-usuario-gestor
                   end-if
                   display "Gestor gravado: " wk-alvo-id
                           " -> " wk-gestor-id
                   move "ADM: vinculou gestor"           to      wk-acao-audit
                   perform u-gravar-auditoria
               end-if
               close arqUsuarioGestor
           end-if

           .
       bja-gravar-gestor-z.
           exit.

      *>*****************************************************************
      *>   Critica o perfil digitado - um byte fora de A/O/C/P no
      *>   registro viraria, em silencio, o menu de operador no
