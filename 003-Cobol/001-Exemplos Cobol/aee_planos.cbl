      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "aee_planos".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Cadastro do plano individual de
      *>                      atendimento educacional especializado
      *>                      (AEE), que ate aqui so existia na pasta
      *>                      da coordenacao: um plano por CPF do aluno
      *>                      (arqAeeInd.txt) com a categoria do censo,
      *>                      o profissional de apoio, inicio e datas
      *>                      de revisao, e a avaliacao adaptada por
      *>                      disciplina (arqAeeAdaptacoesInd.txt).
      *>                      Lancamento de notas, diario, boletim e
      *>                      conselho de classe consultam o plano por
      *>                      plano_aee.cbl; as revisoes vencidas saem
      *>                      em aee_revisoes.cbl. Chamado pelo
      *>                      menu_principal com as credenciais ja
      *>                      validadas; o perfil consulta so consulta.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAee assign to "arqAeeInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aee-cpf
           file status is wk-fs-arqAee.

           select arqAeeAdaptacoes assign to "arqAeeAdaptacoesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ada-chave
           file status is wk-fs-arqAeeAdaptacoes.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqDisciplinas assign to "arqDisciplinasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-chave
           file status is wk-fs-arqDisciplinas.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAee.
       01  fd-aee.
           05  fd-aee-cpf                           pic  x(12).
           05  fd-aee-categoria                     pic  x(03).
           05  fd-aee-profissional                  pic  x(30).
           05  fd-aee-inicio                        pic  9(08).
           05  fd-aee-proxima-revisao               pic  9(08).
           05  fd-aee-ultima-revisao                pic  9(08).
           05  fd-aee-situacao                      pic  x(01).
               88  fd-aee-ativo                     value "A".
               88  fd-aee-encerrado                 value "E".
           05  fd-aee-observacao                    pic  x(60).
           05  fd-aee-operador                      pic  x(15).
           05  fd-aee-data-hora                     pic  x(14).

       fd arqAeeAdaptacoes.
       01  fd-adaptacao.
           05  fd-ada-chave.
               10  fd-ada-cpf                       pic  x(12).
               10  fd-ada-disciplina                pic  x(10).
           05  fd-ada-texto                         pic  x(60).
           05  fd-ada-operador                      pic  x(15).
           05  fd-ada-data-hora                     pic  x(14).

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

       fd arqDisciplinas.
       01  fd-disciplina.
           05  fd-disc-chave.
               10  fd-disc-serie                    pic  9(02).
               10  fd-disc-codigo                   pic  x(10).
           05  fd-disc-nome                         pic  x(30).
           05  fd-disc-horas                        pic  9(02).
           05  fd-disc-professor                    pic  x(15).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAee                             pic x(02).
       77  wk-fs-arqAeeAdaptacoes                   pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqDisciplinas                     pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
           88 wk-op-plano                           value "P" "p".
           88 wk-op-adaptacao                       value "A" "a".
           88 wk-op-revisao                         value "R" "r".
           88 wk-op-encerrar                        value "E" "e".
           88 wk-op-consultar                       value "C" "c".

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil consulta so consulta os planos
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

      *>   Dados digitados
       77  wk-cpf                                   pic x(12).
       77  wk-categoria                             pic x(03).
       77  wk-profissional                          pic x(30).
       77  wk-data-digitada                         pic 9(08).
       77  wk-observacao                            pic x(60).
       77  wk-disciplina                            pic x(10).
       77  wk-adaptacao                             pic x(60).
       77  wk-confirma                              pic x(01).
           88 wk-confirmado                         value "S" "s".
       77  wk-data-hoje                             pic 9(08).
       77  wk-plano-novo                            pic x(01).
           88 wk-inclusao                           value "S".

      *>   Prazo padrao ate a proxima revisao do plano (um semestre)
       77  wk-dias-revisao                          pic 9(03) value 180.

      *>   Categorias de atendimento do censo escolar
       01  wk-tab-categorias-valores.
           05 filler  pic x(30) value "CE Cegueira                  ".
           05 filler  pic x(30) value "BV Baixa visao               ".
           05 filler  pic x(30) value "SU Surdez                    ".
           05 filler  pic x(30) value "DA Deficiencia auditiva      ".
           05 filler  pic x(30) value "SC Surdocegueira             ".
           05 filler  pic x(30) value "DF Deficiencia fisica        ".
           05 filler  pic x(30) value "DI Deficiencia intelectual   ".
           05 filler  pic x(30) value "DM Deficiencia multipla      ".
           05 filler  pic x(30) value "TEATranstorno do espectro    ".
           05 filler  pic x(30) value "AH Altas habilidades         ".
       01  wk-tab-categorias redefines wk-tab-categorias-valores.
           05  wk-cat-item occurs 10.
               10  wk-cat-codigo                    pic x(03).
               10  wk-cat-descricao                 pic x(27).
       77  wk-qtd-categorias                        pic 9(02) value 10.
       77  wk-ind-cat                               pic 9(02).
       77  wk-cat-achada                            pic x(01).
           88 wk-categoria-valida                   value "S".
       77  wk-cat-descricao-achada                  pic x(27).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "aee_planos".
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

           open i-o arqAee
           if   wk-fs-arqAee equal "05"
           or   wk-fs-arqAee equal "35" then
               open output arqAee
               close arqAee
               open i-o arqAee
           end-if
           if   wk-fs-arqAee not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqAee                        to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAee"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqAeeAdaptacoes
           if   wk-fs-arqAeeAdaptacoes equal "05"
           or   wk-fs-arqAeeAdaptacoes equal "35" then
               open output arqAeeAdaptacoes
               close arqAeeAdaptacoes
               open i-o arqAeeAdaptacoes
           end-if
           if   wk-fs-arqAeeAdaptacoes not equal "00" then
               move "0002"                                  to      wk-msn-erro-adress
               move wk-fs-arqAeeAdaptacoes                  to      wk-msn-erro-cod
               move "Erro ao abrir arqAeeAdaptacoes"        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem a grade curricular a disciplina nao e conferida
           open input arqDisciplinas
           if   wk-fs-arqDisciplinas not equal "00"
           and  wk-fs-arqDisciplinas not equal "35" then
               move "0004"                                 to      wk-msn-erro-adress
               move wk-fs-arqDisciplinas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDisciplinas"  to      wk-msn-erro-text
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
           display "Plano de Atendimento Educacional Especializado - Login"

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
               display "Plano de Atendimento Educacional Especializado"
               display " "
               display "(P) Incluir/alterar plano"
               display "(A) Avaliacao adaptada por disciplina"
               display "(R) Registrar revisao do plano"
               display "(E) Encerrar plano"
               display "(C) Consultar plano"
               display "(X) Sair"
               accept wk-opcao

               if  wk-perfil-consulta
               and not wk-op-consultar
               and not wk-sair then
                   display "Perfil consulta: somente consulta dos"
                           " planos."
                   accept temp
               else
                   evaluate true
                       when wk-op-plano
                           perform ba-gravar-plano
                       when wk-op-adaptacao
                           perform bb-gravar-adaptacao
                       when wk-op-revisao
                           perform bc-registrar-revisao
                       when wk-op-encerrar
                           perform bd-encerrar-plano
                       when wk-op-consultar
                           perform be-consultar-plano
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Inclui ou altera o plano de um aluno cadastrado - plano
      *>   encerrado volta a ficar ativo quando regravado
      *>*****************************************************************
       ba-gravar-plano section.
       ba-gravar-plano-a.

           perform x-ler-aluno
           if   wk-fs-arqAlunos not equal "00" then
               exit section
           end-if

           move wk-cpf                                  to      fd-aee-cpf
           read arqAee
           if   wk-fs-arqAee equal "00" then
               move "N"                                 to      wk-plano-novo
               display "Plano atual - Categoria: " fd-aee-categoria
                       " Profissional: " fd-aee-profissional
           else
               move "S"                                 to      wk-plano-novo
               initialize fd-aee
               move wk-cpf                              to      fd-aee-cpf
               move wk-data-hoje                        to      fd-aee-inicio
           end-if

           display "Categorias:"
           perform varying wk-ind-cat from 1 by 1
                     until wk-ind-cat > wk-qtd-categorias
               display "  " wk-cat-codigo(wk-ind-cat) " "
                       wk-cat-descricao(wk-ind-cat)
           end-perform
           display "Categoria: "
           accept wk-categoria
           move function upper-case(wk-categoria)       to      wk-categoria
           perform x-validar-categoria
           if  not wk-categoria-valida then
               display "Categoria invalida."
               accept temp
               exit section
           end-if

           display "Profissional de apoio: "
           accept wk-profissional
           if  wk-profissional equal spaces then
               display "Profissional de apoio obrigatorio."
               accept temp
               exit section
           end-if

           display "Proxima revisao (AAAAMMDD, branco = "
                   wk-dias-revisao " dias): "
           move zeros                                   to      wk-data-digitada
           accept wk-data-digitada
           if  wk-data-digitada equal zeros then
               compute wk-data-digitada =
                   function date-of-integer(
                       function integer-of-date(wk-data-hoje)
                       + wk-dias-revisao)
           end-if
           if  function test-date-yyyymmdd(wk-data-digitada) not equal 0
           or  wk-data-digitada < wk-data-hoje then
               display "Data de revisao invalida."
               accept temp
               exit section
           end-if

           display "Observacao: "
           accept wk-observacao

           move wk-categoria                            to      fd-aee-categoria
           move wk-profissional                         to      fd-aee-profissional
           move wk-data-digitada                        to      fd-aee-proxima-revisao
           move wk-observacao                           to      fd-aee-observacao
           move "A"                                     to      fd-aee-situacao
           move wk-operador                             to      fd-aee-operador
           move function current-date(1:14)             to      fd-aee-data-hora

           if  wk-inclusao then
               write fd-aee
           else
               rewrite fd-aee
           end-if
           if   wk-fs-arqAee not equal "00" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqAee                        to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqAee"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Plano gravado."
           accept temp

           .
       ba-gravar-plano-z.
           exit.

      *>*****************************************************************
      *>   Avaliacao adaptada de uma disciplina do plano ativo - texto
      *>   em branco exclui a adaptacao
      *>*****************************************************************
       bb-gravar-adaptacao section.
       bb-gravar-adaptacao-a.

           perform x-ler-aluno
           if   wk-fs-arqAlunos not equal "00" then
               exit section
           end-if

           move wk-cpf                                  to      fd-aee-cpf
           read arqAee
           if   wk-fs-arqAee not equal "00"
           or   not fd-aee-ativo then
               display "Aluno sem plano AEE ativo."
               accept temp
               exit section
           end-if

           display "Disciplina: "
           accept wk-disciplina
           if   wk-fs-arqDisciplinas not equal "35" then
               move fd-aluno-serie                      to      fd-disc-serie
               move wk-disciplina                       to      fd-disc-codigo
               read arqDisciplinas
               if   wk-fs-arqDisciplinas not equal "00" then
                   move "00"                            to      wk-fs-arqDisciplinas
                   display "Disciplina fora da grade da serie do aluno."
                   accept temp
                   exit section
               end-if
           end-if

           move wk-cpf                                  to      fd-ada-cpf
           move wk-disciplina                           to      fd-ada-disciplina
           read arqAeeAdaptacoes
           if   wk-fs-arqAeeAdaptacoes equal "00" then
               display "Adaptacao atual: " fd-ada-texto
           end-if

           display "Avaliacao adaptada (branco exclui): "
           move spaces                                  to      wk-adaptacao
           accept wk-adaptacao

           if  wk-adaptacao equal spaces then
               if   wk-fs-arqAeeAdaptacoes equal "00" then
                   delete arqAeeAdaptacoes
                   if   wk-fs-arqAeeAdaptacoes not equal "00" then
                       move "0006"                          to      wk-msn-erro-adress
                       move wk-fs-arqAeeAdaptacoes          to      wk-msn-erro-cod
                       move "Erro ao Excluir arqAeeAdaptacoes" to   wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   display "Adaptacao excluida."
               else
                   display "Nada a gravar."
               end-if
               accept temp
               exit section
           end-if

           move wk-cpf                                  to      fd-ada-cpf
           move wk-disciplina                           to      fd-ada-disciplina
           move wk-adaptacao                            to      fd-ada-texto
           move wk-operador                             to      fd-ada-operador
           move function current-date(1:14)             to      fd-ada-data-hora
           write fd-adaptacao
           if   wk-fs-arqAeeAdaptacoes equal "22" then
               rewrite fd-adaptacao
           end-if
           if   wk-fs-arqAeeAdaptacoes not equal "00" then
               move "0007"                              to      wk-msn-erro-adress
               move wk-fs-arqAeeAdaptacoes              to      wk-msn-erro-cod
               move "Erro ao Gravar arqAeeAdaptacoes"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Adaptacao gravada."
           accept temp

           .
       bb-gravar-adaptacao-z.
           exit.

      *>*****************************************************************
      *>   Revisao feita: registra a data e agenda a proxima
      *>*****************************************************************
       bc-registrar-revisao section.
       bc-registrar-revisao-a.

           display "CPF do aluno: "
           accept wk-cpf

           move wk-cpf                                  to      fd-aee-cpf
           read arqAee
           if   wk-fs-arqAee not equal "00"
           or   not fd-aee-ativo then
               display "Aluno sem plano AEE ativo."
               accept temp
               exit section
           end-if

           display "Revisao prevista para " fd-aee-proxima-revisao
           display "Proxima revisao (AAAAMMDD, branco = "
                   wk-dias-revisao " dias): "
           move zeros                                   to      wk-data-digitada
           accept wk-data-digitada
           if  wk-data-digitada equal zeros then
               compute wk-data-digitada =
                   function date-of-integer(
                       function integer-of-date(wk-data-hoje)
                       + wk-dias-revisao)
           end-if
           if  function test-date-yyyymmdd(wk-data-digitada) not equal 0
           or  wk-data-digitada not > wk-data-hoje then
               display "Data de revisao invalida."
               accept temp
               exit section
           end-if

           display "Observacao da revisao (branco mantem): "
           move spaces                                  to      wk-observacao
           accept wk-observacao
           if  wk-observacao not equal spaces then
               move wk-observacao                       to      fd-aee-observacao
           end-if

           move wk-data-hoje                            to      fd-aee-ultima-revisao
           move wk-data-digitada                        to      fd-aee-proxima-revisao
           move wk-operador                             to      fd-aee-operador
           move function current-date(1:14)             to      fd-aee-data-hora
           rewrite fd-aee
           if   wk-fs-arqAee not equal "00" then
               move "0008"                              to      wk-msn-erro-adress
               move wk-fs-arqAee                        to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqAee"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Revisao registrada."
           accept temp

           .
       bc-registrar-revisao-z.
           exit.

      *>*****************************************************************
      *>   Encerra o plano - o registro fica para o historico e as
      *>   adaptacoes deixam de valer
      *>*****************************************************************
       bd-encerrar-plano section.
       bd-encerrar-plano-a.

           display "CPF do aluno: "
           accept wk-cpf

           move wk-cpf                                  to      fd-aee-cpf
           read arqAee
           if   wk-fs-arqAee not equal "00"
           or   not fd-aee-ativo then
               display "Aluno sem plano AEE ativo."
               accept temp
               exit section
           end-if

           display "Confirma o encerramento do plano (S/N)? "
           accept wk-confirma
           if  not wk-confirmado then
               exit section
           end-if

           move "E"                                     to      fd-aee-situacao
           move wk-operador                             to      fd-aee-operador
           move function current-date(1:14)             to      fd-aee-data-hora
           rewrite fd-aee
           if   wk-fs-arqAee not equal "00" then
               move "0009"                              to      wk-msn-erro-adress
               move wk-fs-arqAee                        to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqAee"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Plano encerrado."
           accept temp

           .
       bd-encerrar-plano-z.
           exit.

      *>*****************************************************************
      *>   Consulta do plano e das adaptacoes por disciplina
      *>*****************************************************************
       be-consultar-plano section.
       be-consultar-plano-a.

           display "CPF do aluno: "
           accept wk-cpf

           move wk-cpf                                  to      fd-aee-cpf
           read arqAee
           if   wk-fs-arqAee not equal "00" then
               display "CPF sem plano AEE."
               accept temp
               exit section
           end-if

           move fd-aee-categoria                        to      wk-categoria
           perform x-validar-categoria
           display "Categoria.........: " fd-aee-categoria " "
                   wk-cat-descricao-achada
           display "Profissional apoio: " fd-aee-profissional
           display "Inicio............: " fd-aee-inicio
           display "Ultima revisao....: " fd-aee-ultima-revisao
           display "Proxima revisao...: " fd-aee-proxima-revisao
           if  fd-aee-encerrado then
               display "Situacao..........: ENCERRADO"
           else
               display "Situacao..........: ATIVO"
           end-if
           display "Observacao........: " fd-aee-observacao
           display "Atualizado por....: " fd-aee-operador
                   " em " fd-aee-data-hora(1:8)

           display " "
           display "Avaliacao adaptada por disciplina:"
           move wk-cpf                                  to      fd-ada-cpf
           move low-values                              to      fd-ada-disciplina
           start arqAeeAdaptacoes key is not less fd-ada-chave
           if   wk-fs-arqAeeAdaptacoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAeeAdaptacoes next record
                   if   wk-fs-arqAeeAdaptacoes not equal "00"
                   or   fd-ada-cpf not equal wk-cpf then
                       move "F"                         to      wk-fim-loop
                   else
                       display "  " fd-ada-disciplina " " fd-ada-texto
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqAeeAdaptacoes

           display "Pressione ENTER para voltar..."
           accept temp

           .
       be-consultar-plano-z.
           exit.

      *>*****************************************************************
      *>   Le o aluno do CPF digitado - so aluno ativo recebe plano
      *>*****************************************************************
       x-ler-aluno section.
       x-ler-aluno-a.

           display "CPF do aluno: "
           accept wk-cpf

           move wk-cpf                                  to      fd-aluno-cpf
           read arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               display "CPF nao cadastrado."
               accept temp
           else
               if  not fd-aluno-ativo then
                   display "Aluno nao esta ativo."
                   accept temp
                   move "23"                            to      wk-fs-arqAlunos
               else
                   display "Aluno: " fd-aluno-nome
                   display "  Serie " fd-aluno-serie
                           " Turma " fd-aluno-turma
               end-if
           end-if

           .
       x-ler-aluno-z.
           exit.

      *>*****************************************************************
      *>   Procura a categoria na tabela do censo
      *>*****************************************************************
       x-validar-categoria section.
       x-validar-categoria-a.

           move "N"                                     to      wk-cat-achada
           move spaces                                  to      wk-cat-descricao-achada
           perform varying wk-ind-cat from 1 by 1
                     until wk-ind-cat > wk-qtd-categorias
                        or wk-categoria-valida
               if  wk-cat-codigo(wk-ind-cat) equal wk-categoria then
                   move "S"                             to      wk-cat-achada
                   move wk-cat-descricao(wk-ind-cat)    to      wk-cat-descricao-achada
               end-if
           end-perform

           .
       x-validar-categoria-z.
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

           close arqAee
           close arqAeeAdaptacoes
           close arqAlunos
           if   wk-fs-arqDisciplinas not equal "35" then
               close arqDisciplinas
           end-if

           goback.
           .
       z-finaliza-z.
           exit.
