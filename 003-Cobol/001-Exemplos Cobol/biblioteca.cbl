      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "biblioteca".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Biblioteca escolar: acervo por exemplar
      *>                      (tombo) em arqAcervoInd.txt e
      *>                      emprestimos ao aluno do cadastro
      *>                      (arqAlunosInd.txt) em
      *>                      arqEmprestimosInd.txt, numerados por
      *>                      arqEmprestimoNumero.txt. Prazo de 14
      *>                      dias, ate 2 renovacoes e ate 2 livros
      *>                      por aluno; aluno com livro atrasado nao
      *>                      leva outro nem renova. Historico de
      *>                      emprestimos por CPF. A lista diaria de
      *>                      atrasos por turma e a biblioteca_atrasos.
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

           select arqAcervo assign to "arqAcervoInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-acv-tombo
           alternate record key is fd-acv-titulo with duplicates
           file status is wk-fs-arqAcervo.

           select arqEmprestimos assign to "arqEmprestimosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-emp-numero
           alternate record key is fd-emp-tombo with duplicates
           alternate record key is fd-emp-cpf with duplicates
           file status is wk-fs-arqEmprestimos.

           select arqEmprestimoNumero assign to "arqEmprestimoNumero.txt"
           organization is line sequential
           file status is wk-fs-arqEmprestimoNumero.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAcervo.
       01  fd-acervo.
           05  fd-acv-tombo                         pic  9(06).
           05  fd-acv-titulo                        pic  x(40).
           05  fd-acv-autor                         pic  x(30).
           05  fd-acv-assunto                       pic  x(20).
           05  fd-acv-ano                           pic  9(04).
           05  fd-acv-situacao                      pic  x(01).
               88  fd-acv-disponivel                value "D".
               88  fd-acv-emprestado                value "E".
               88  fd-acv-baixado                   value "B".
           05  fd-acv-data-cadastro                 pic  9(08).
           05  fd-acv-operador                      pic  x(15).

       fd arqEmprestimos.
       01  fd-emprestimo.
           05  fd-emp-numero                        pic  9(07).
           05  fd-emp-tombo                         pic  9(06).
           05  fd-emp-cpf                           pic  x(12).
           05  fd-emp-nome                          pic  x(10).
           05  fd-emp-serie                         pic  9(02).
           05  fd-emp-turma                         pic  x(01).
           05  fd-emp-data-emprestimo               pic  9(08).
           05  fd-emp-data-prevista                 pic  9(08).
           05  fd-emp-renovacoes                    pic  9(01).
           05  fd-emp-situacao                      pic  x(01).
               88  fd-emp-aberto                    value "A".
               88  fd-emp-devolvido                 value "D".
           05  fd-emp-data-devolucao                pic  9(08).
           05  fd-emp-operador                      pic  x(15).
           05  fd-emp-operador-devolucao            pic  x(15).
           05  fd-emp-data-registro                 pic  x(14).

       fd arqEmprestimoNumero.
       01  fd-emprestimo-numero-linha               pic  9(07).

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

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAcervo                          pic x(02).
       77  wk-fs-arqEmprestimos                     pic x(02).
       77  wk-fs-arqEmprestimoNumero                pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-data-hoje                             pic 9(08) value 0.

      *>   Regras de emprestimo
       77  wk-prazo-dias                            pic 9(03) value 14.
       77  wk-max-renovacoes                        pic 9(01) value 2.
       77  wk-max-emprestimos                       pic 9(02) value 2.

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil consulta nao opera a biblioteca
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
           88 wk-op-incluir                         value "I" "i".
           88 wk-op-baixar                          value "B" "b".
           88 wk-op-emprestar                       value "E" "e".
           88 wk-op-devolver                        value "D" "d".
           88 wk-op-renovar                         value "R" "r".
           88 wk-op-historico                       value "H" "h".
           88 wk-op-consultar                       value "C" "c".

       77  wk-tombo                                 pic 9(06).
       77  wk-cpf                                   pic x(12).
       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-ultimo-emprestimo                     pic 9(07) value 0.

       77  wk-emp-flag                              pic x(01).
           88 wk-emp-localizado                     value "S".

      *>   Situacao do aluno na biblioteca
       77  wk-qtd-emprestados                       pic 9(03).
       77  wk-qtd-atrasados                         pic 9(03).

       77  wk-dias-atraso                           pic 9(05).
       77  wk-qtd-listados                          pic 9(04) value 0.
       77  wk-situacao-texto                        pic x(10).

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
                  value "biblioteca".
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
               display "Biblioteca nao permitida ao perfil consulta."
               accept temp
               goback
           end-if

           move function current-date(1:8)              to      wk-data-hoje

           open i-o arqAcervo
           if   wk-fs-arqAcervo equal "05"
           or   wk-fs-arqAcervo equal "35" then
               open output arqAcervo
               close arqAcervo
               open i-o arqAcervo
           end-if
           if   wk-fs-arqAcervo not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqAcervo                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAcervo"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqEmprestimos
           if   wk-fs-arqEmprestimos equal "05"
           or   wk-fs-arqEmprestimos equal "35" then
               open output arqEmprestimos
               close arqEmprestimos
               open i-o arqEmprestimos
           end-if
           if   wk-fs-arqEmprestimos not equal "00" then
               move "0002"                                  to      wk-msn-erro-adress
               move wk-fs-arqEmprestimos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqEmprestimos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    ultimo numero de emprestimo usado
           open input arqEmprestimoNumero
           if   wk-fs-arqEmprestimoNumero equal "00" then
               read arqEmprestimoNumero
               if   wk-fs-arqEmprestimoNumero equal "00" then
                   move fd-emprestimo-numero-linha      to      wk-ultimo-emprestimo
               end-if
               close arqEmprestimoNumero
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
           display "Biblioteca - Login"

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
               display "Biblioteca Escolar - operador " wk-operador
               display " "
               display "(E) Emprestar livro"
               display "(D) Devolver livro"
               display "(R) Renovar emprestimo"
               display "(H) Historico de emprestimos de um aluno"
               display "(C) Consultar exemplar"
               display "(I) Incluir exemplar no acervo"
               display "(B) Baixar exemplar do acervo"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-emprestar
                       perform ba-emprestar
                   when wk-op-devolver
                       perform bb-devolver
                   when wk-op-renovar
                       perform bc-renovar
                   when wk-op-historico
                       perform bd-historico-aluno
                   when wk-op-consultar
                       perform be-consultar-exemplar
                   when wk-op-incluir
                       perform bf-incluir-exemplar
                   when wk-op-baixar
                       perform bg-baixar-exemplar
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Emprestimo - so a aluno ativo, sem livro atrasado e abaixo
      *>   do limite de livros; o exemplar tem de estar disponivel
      *>*****************************************************************
       ba-emprestar section.
       ba-emprestar-a.

           display "CPF do aluno: "
           accept wk-cpf
           move wk-cpf                                  to      fd-aluno-cpf
           read arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               display "Aluno nao cadastrado."
               accept temp
               exit section
           end-if
           if  not fd-aluno-ativo then
               display "Aluno " fd-aluno-nome " nao esta ativo."
               accept temp
               exit section
           end-if

           perform bh-situacao-aluno
           if  wk-qtd-atrasados > 0 then
               display "Aluno " fd-aluno-nome " tem " wk-qtd-atrasados
                       " livro(s) atrasado(s) - emprestimo bloqueado."
               accept temp
               exit section
           end-if
           if  wk-qtd-emprestados >= wk-max-emprestimos then
               display "Aluno " fd-aluno-nome " ja tem "
                       wk-qtd-emprestados " livro(s) - limite "
                       wk-max-emprestimos "."
               accept temp
               exit section
           end-if

           display "Tombo do exemplar: "
           accept wk-tombo
           move wk-tombo                                to      fd-acv-tombo
           read arqAcervo
           if   wk-fs-arqAcervo not equal "00" then
               display "Exemplar nao cadastrado."
               accept temp
               exit section
           end-if
           if  not fd-acv-disponivel then
               display "Exemplar nao disponivel (situacao "
                       fd-acv-situacao ")."
               accept temp
               exit section
           end-if

      *>    devolucao prevista: hoje mais o prazo
           move "S"                                     to      wk-vd-operacao
           move wk-data-hoje                            to      wk-vd-data-aaaammdd
           move wk-prazo-dias                           to      wk-vd-dias
           perform bi-chamar-valida-data

           display "Aluno...: " fd-aluno-cpf " " fd-aluno-nome
                   " serie " fd-aluno-serie " turma " fd-aluno-turma
           display "Livro...: " fd-acv-titulo
           display "Devolver ate " wk-vd-data-2 ". Confirma (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           add 1                                        to      wk-ultimo-emprestimo
           move wk-ultimo-emprestimo                    to      fd-emprestimo-numero-linha
           open output arqEmprestimoNumero
           write fd-emprestimo-numero-linha
           close arqEmprestimoNumero

           initialize fd-emprestimo
           move wk-ultimo-emprestimo                    to      fd-emp-numero
           move fd-acv-tombo                            to      fd-emp-tombo
           move fd-aluno-cpf                            to      fd-emp-cpf
           move fd-aluno-nome                           to      fd-emp-nome
           move fd-aluno-serie                          to      fd-emp-serie
           move fd-aluno-turma                          to      fd-emp-turma
           move wk-data-hoje                            to      fd-emp-data-emprestimo
           move wk-vd-data-2                            to      fd-emp-data-prevista
           move 0                                       to      fd-emp-renovacoes
           set fd-emp-aberto                            to      true
           move 0                                       to      fd-emp-data-devolucao
           move wk-operador                             to      fd-emp-operador
           move function current-date(1:14)             to      fd-emp-data-registro
           write fd-emprestimo
           if   wk-fs-arqEmprestimos not equal "00" then
               move "0004"                                  to      wk-msn-erro-adress
               move wk-fs-arqEmprestimos                    to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqEmprestimos" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           set fd-acv-emprestado                        to      true
           rewrite fd-acervo
           if   wk-fs-arqAcervo not equal "00" then
               move "0005"                               to      wk-msn-erro-adress
               move wk-fs-arqAcervo                      to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqAcervo" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Emprestimo " fd-emp-numero " registrado."
           accept temp

           .
       ba-emprestar-z.
           exit.

      *>*****************************************************************
      *>   Devolucao pelo tombo - fecha o emprestimo em aberto e libera
      *>   o exemplar; informa os dias de atraso
      *>*****************************************************************
       bb-devolver section.
       bb-devolver-a.

           display "Tombo do exemplar devolvido: "
           accept wk-tombo
           perform bj-localizar-aberto
           if  not wk-emp-localizado then
               display "Nao ha emprestimo em aberto para o tombo "
                       wk-tombo "."
               accept temp
               exit section
           end-if

           perform bk-calcular-atraso
           display "Aluno...: " fd-emp-cpf " " fd-emp-nome
                   " serie " fd-emp-serie " turma " fd-emp-turma
           display "Previsto: " fd-emp-data-prevista
                   "  dias de atraso: " wk-dias-atraso
           display "Confirma a devolucao (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           set fd-emp-devolvido                         to      true
           move wk-data-hoje                            to      fd-emp-data-devolucao
           move wk-operador                             to      fd-emp-operador-devolucao
           move function current-date(1:14)             to      fd-emp-data-registro
           rewrite fd-emprestimo
           if   wk-fs-arqEmprestimos not equal "00" then
               move "0006"                                    to      wk-msn-erro-adress
               move wk-fs-arqEmprestimos                      to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqEmprestimos" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-tombo                                to      fd-acv-tombo
           read arqAcervo
           if   wk-fs-arqAcervo equal "00" then
               if  fd-acv-emprestado then
                   set fd-acv-disponivel                to      true
                   rewrite fd-acervo
                   if   wk-fs-arqAcervo not equal "00" then
                       move "0007"                               to      wk-msn-erro-adress
                       move wk-fs-arqAcervo                      to      wk-msn-erro-cod
                       move "Erro ao Regravar Arquivo arqAcervo" to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
               end-if
           else
               move "00"                                to      wk-fs-arqAcervo
           end-if

           display "Devolucao registrada."
           accept temp

           .
       bb-devolver-z.
           exit.

      *>*****************************************************************
      *>   Renovacao - no prazo, dentro do limite de renovacoes e sem
      *>   outro livro atrasado com o aluno; novo prazo conta de hoje
      *>*****************************************************************
       bc-renovar section.
       bc-renovar-a.

           display "Tombo do exemplar a renovar: "
           accept wk-tombo
           perform bj-localizar-aberto
           if  not wk-emp-localizado then
               display "Nao ha emprestimo em aberto para o tombo "
                       wk-tombo "."
               accept temp
               exit section
           end-if

           if  fd-emp-data-prevista < wk-data-hoje then
               display "Emprestimo atrasado desde " fd-emp-data-prevista
                       " - devolva o livro."
               accept temp
               exit section
           end-if
           if  fd-emp-renovacoes >= wk-max-renovacoes then
               display "Limite de " wk-max-renovacoes
                       " renovacoes atingido."
               accept temp
               exit section
           end-if

      *>    outro livro atrasado com o mesmo aluno tambem impede
           move fd-emp-cpf                              to      wk-cpf
           perform bh-situacao-aluno
           if  wk-qtd-atrasados > 0 then
               display "Aluno tem " wk-qtd-atrasados
                       " livro(s) atrasado(s) - renovacao bloqueada."
               accept temp
               exit section
           end-if
           perform bj-localizar-aberto

           move "S"                                     to      wk-vd-operacao
           move wk-data-hoje                            to      wk-vd-data-aaaammdd
           move wk-prazo-dias                           to      wk-vd-dias
           perform bi-chamar-valida-data

           display "Aluno...: " fd-emp-cpf " " fd-emp-nome
           display "Renovar ate " wk-vd-data-2 " (renovacao "
                   fd-emp-renovacoes " de " wk-max-renovacoes
                   " ja feitas). Confirma (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           add 1                                        to      fd-emp-renovacoes
           move wk-vd-data-2                            to      fd-emp-data-prevista
           move function current-date(1:14)             to      fd-emp-data-registro
           rewrite fd-emprestimo
           if   wk-fs-arqEmprestimos not equal "00" then
               move "0008"                                    to      wk-msn-erro-adress
               move wk-fs-arqEmprestimos                      to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqEmprestimos" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Renovacao registrada."
           accept temp

           .
       bc-renovar-z.
           exit.

      *>*****************************************************************
      *>   Historico de emprestimos de um CPF, abertos e devolvidos
      *>*****************************************************************
       bd-historico-aluno section.
       bd-historico-aluno-a.

           display "CPF do aluno: "
           accept wk-cpf

           move 0                                       to      wk-qtd-listados
           move wk-cpf                                  to      fd-emp-cpf
           start arqEmprestimos key is equal fd-emp-cpf
           if   wk-fs-arqEmprestimos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqEmprestimos next record
                   if   wk-fs-arqEmprestimos not equal "00"
                   or   fd-emp-cpf not equal wk-cpf then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-listados
                       if  wk-qtd-listados equal 1 then
                           display "Aluno: " fd-emp-cpf " " fd-emp-nome
                       end-if
                       perform bl-buscar-titulo
                       perform bk-calcular-atraso
                       if  fd-emp-aberto then
                           if  wk-dias-atraso > 0 then
                               move "ATRASADO"          to      wk-situacao-texto
                           else
                               move "EM ABERTO"         to      wk-situacao-texto
                           end-if
                       else
                           move "DEVOLVIDO"             to      wk-situacao-texto
                       end-if
                       display fd-emp-numero " " fd-emp-tombo
                               " " fd-acv-titulo
                       display "    emprestado " fd-emp-data-emprestimo
                               " previsto " fd-emp-data-prevista
                               " devolvido " fd-emp-data-devolucao
                               " renov " fd-emp-renovacoes
                               " " wk-situacao-texto
                               " atraso " wk-dias-atraso
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqEmprestimos

           if  wk-qtd-listados equal 0 then
               display "Nenhum emprestimo para este CPF."
           else
               display "Emprestimos listados: " wk-qtd-listados
           end-if
           display "Pressione ENTER para voltar..."
           accept temp

           .
       bd-historico-aluno-z.
           exit.

      *>*****************************************************************
      *>   Consulta de um exemplar - emprestado mostra com quem esta
      *>*****************************************************************
       be-consultar-exemplar section.
       be-consultar-exemplar-a.

           display "Tombo do exemplar: "
           accept wk-tombo
           move wk-tombo                                to      fd-acv-tombo
           read arqAcervo
           if   wk-fs-arqAcervo not equal "00" then
               display "Exemplar nao cadastrado."
               accept temp
               exit section
           end-if

           evaluate true
               when fd-acv-disponivel
                   move "DISPONIVEL"                    to      wk-situacao-texto
               when fd-acv-emprestado
                   move "EMPRESTADO"                    to      wk-situacao-texto
               when other
                   move "BAIXADO"                       to      wk-situacao-texto
           end-evaluate

           display " "
           display "Tombo.........: " fd-acv-tombo "  " wk-situacao-texto
           display "Titulo........: " fd-acv-titulo
           display "Autor.........: " fd-acv-autor
           display "Assunto.......: " fd-acv-assunto "  ano " fd-acv-ano
           display "Cadastro......: " fd-acv-data-cadastro
                   " por " fd-acv-operador

           if  fd-acv-emprestado then
               perform bj-localizar-aberto
               if  wk-emp-localizado then
                   perform bk-calcular-atraso
                   display "Com o aluno...: " fd-emp-cpf " " fd-emp-nome
                           " serie " fd-emp-serie " turma " fd-emp-turma
                   display "Devolver ate..: " fd-emp-data-prevista
                           "  dias de atraso: " wk-dias-atraso
               end-if
           end-if

           display "Pressione ENTER para voltar..."
           accept temp

           .
       be-consultar-exemplar-z.
           exit.

      *>*****************************************************************
      *>   Inclusao de exemplar no acervo pelo numero de tombo
      *>*****************************************************************
       bf-incluir-exemplar section.
       bf-incluir-exemplar-a.

           display "Tombo do exemplar: "
           accept wk-tombo
           if  wk-tombo equal 0 then
               display "Tombo invalido."
               accept temp
               exit section
           end-if
           move wk-tombo                                to      fd-acv-tombo
           read arqAcervo
           if   wk-fs-arqAcervo equal "00" then
               display "Tombo ja cadastrado: " fd-acv-titulo
               accept temp
               exit section
           end-if

           initialize fd-acervo
           move wk-tombo                                to      fd-acv-tombo
           display "Titulo : "
           accept fd-acv-titulo
           display "Autor  : "
           accept fd-acv-autor
           display "Assunto: "
           accept fd-acv-assunto
           display "Ano    : "
           accept fd-acv-ano
           if  fd-acv-titulo equal spaces then
               display "Titulo obrigatorio."
               accept temp
               exit section
           end-if

           display "Confirma a inclusao (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           set fd-acv-disponivel                        to      true
           move wk-data-hoje                            to      fd-acv-data-cadastro
           move wk-operador                             to      fd-acv-operador
           write fd-acervo
           if   wk-fs-arqAcervo not equal "00" then
               move "0009"                              to      wk-msn-erro-adress
               move wk-fs-arqAcervo                     to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqAcervo"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Exemplar incluido."
           accept temp

           .
       bf-incluir-exemplar-z.
           exit.

      *>*****************************************************************
      *>   Baixa de exemplar (perda, descarte) - so o que esta na
      *>   estante; o historico de emprestimos e mantido
      *>*****************************************************************
       bg-baixar-exemplar section.
       bg-baixar-exemplar-a.

           display "Tombo do exemplar: "
           accept wk-tombo
           move wk-tombo                                to      fd-acv-tombo
           read arqAcervo
           if   wk-fs-arqAcervo not equal "00" then
               display "Exemplar nao cadastrado."
               accept temp
               exit section
           end-if
           if  not fd-acv-disponivel then
               display "So exemplar disponivel pode ser baixado"
                       " (situacao " fd-acv-situacao ")."
               accept temp
               exit section
           end-if

           display "Baixar " fd-acv-titulo " (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           set fd-acv-baixado                           to      true
           move wk-operador                             to      fd-acv-operador
           rewrite fd-acervo
           if   wk-fs-arqAcervo not equal "00" then
               move "0010"                               to      wk-msn-erro-adress
               move wk-fs-arqAcervo                      to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqAcervo" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Exemplar baixado."
           accept temp

           .
       bg-baixar-exemplar-z.
           exit.

      *>*****************************************************************
      *>   Emprestimos em aberto e atrasados do CPF wk-cpf na data de
      *>   hoje - a mesma conta da subrotina pendencia_biblioteca,
      *>   feita aqui porque o arquivo de emprestimos ja esta aberto
      *>*****************************************************************
       bh-situacao-aluno section.
       bh-situacao-aluno-a.

           move 0                                       to      wk-qtd-emprestados
           move 0                                       to      wk-qtd-atrasados
           move wk-cpf                                  to      fd-emp-cpf
           start arqEmprestimos key is equal fd-emp-cpf
           if   wk-fs-arqEmprestimos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqEmprestimos next record
                   if   wk-fs-arqEmprestimos not equal "00"
                   or   fd-emp-cpf not equal wk-cpf then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-emp-aberto then
                           add 1                        to      wk-qtd-emprestados
                           if  fd-emp-data-prevista < wk-data-hoje then
                               add 1                    to      wk-qtd-atrasados
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqEmprestimos

           .
       bh-situacao-aluno-z.
           exit.

      *>*****************************************************************
      *>   Aritmetica de datas pela subrotina compartilhada valida_data
      *>*****************************************************************
       bi-chamar-valida-data section.
       bi-chamar-valida-data-a.

           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno

           .
       bi-chamar-valida-data-z.
           exit.

      *>*****************************************************************
      *>   Emprestimo em aberto do tombo wk-tombo - devolve
      *>   wk-emp-localizado com o registro na area do arquivo
      *>*****************************************************************
       bj-localizar-aberto section.
       bj-localizar-aberto-a.

           move space                                   to      wk-emp-flag
           move wk-tombo                                to      fd-emp-tombo
           start arqEmprestimos key is equal fd-emp-tombo
           if   wk-fs-arqEmprestimos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqEmprestimos next record
                   if   wk-fs-arqEmprestimos not equal "00"
                   or   fd-emp-tombo not equal wk-tombo then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-emp-aberto then
                           set wk-emp-localizado        to      true
                           move "F"                     to      wk-fim-loop
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqEmprestimos

           .
       bj-localizar-aberto-z.
           exit.

      *>*****************************************************************
      *>   Dias de atraso do emprestimo corrente ate hoje (zero no
      *>   prazo ou devolvido)
      *>*****************************************************************
       bk-calcular-atraso section.
       bk-calcular-atraso-a.

           move 0                                       to      wk-dias-atraso
           if  fd-emp-aberto
           and fd-emp-data-prevista < wk-data-hoje then
               move "D"                                 to      wk-vd-operacao
               move fd-emp-data-prevista                to      wk-vd-data-aaaammdd
               move wk-data-hoje                        to      wk-vd-data-2
               perform bi-chamar-valida-data
               if  wk-vd-cod-retorno equal 0
               and wk-vd-dias > 0 then
                   move wk-vd-dias                      to      wk-dias-atraso
               end-if
           end-if

           .
       bk-calcular-atraso-z.
           exit.

      *>*****************************************************************
      *>   Titulo do exemplar do emprestimo corrente
      *>*****************************************************************
       bl-buscar-titulo section.
       bl-buscar-titulo-a.

           move fd-emp-tombo                            to      fd-acv-tombo
           read arqAcervo
           if   wk-fs-arqAcervo not equal "00" then
               move spaces                              to      fd-acv-titulo
               move "00"                                to      wk-fs-arqAcervo
           end-if

           .
       bl-buscar-titulo-z.
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

           close arqAcervo
           close arqEmprestimos
           close arqAlunos

           goback.
           .
       z-finaliza-z.
           exit.
