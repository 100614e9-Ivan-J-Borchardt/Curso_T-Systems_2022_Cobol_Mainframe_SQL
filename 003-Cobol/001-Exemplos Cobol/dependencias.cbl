      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "dependencias".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Lancamento das matriculas em dependencia
      *>                      (progressao parcial) abertas por
      *>                      resultados_finais.cbl em
      *>                      arqDependenciasInd.txt: lista as
      *>                      dependencias cursadas no ano letivo,
      *>                      lanca as notas dos periodos 1-4 e o
      *>                      total de aulas/faltas de cada uma, e
      *>                      consulta a situacao de um CPF. A
      *>                      eliminacao e decidida na apuracao de
      *>                      fim de ano.
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

           select arqDependencias assign to "arqDependenciasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-dep-chave
           file status is wk-fs-arqDependencias.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqAnoLetivo assign to "arqAnoLetivo.txt"
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqDependencias.
       01  fd-dependencia.
           05  fd-dep-chave.
               10  fd-dep-cpf                       pic  x(12).
               10  fd-dep-serie-origem              pic  9(02).
               10  fd-dep-disciplina                pic  x(10).
           05  fd-dep-ano-origem                    pic  9(04).
           05  fd-dep-media-origem                  pic  9(02)v9.
           05  fd-dep-ano-cursando                  pic  9(04).
           05  fd-dep-situacao                      pic  x(01).
               88  fd-dep-pendente                  value "P".
               88  fd-dep-eliminada                 value "E".
           05  fd-dep-notas.
               10  fd-dep-nota                      pic  9(02)v9 occurs 4.
           05  fd-dep-tem-notas.
               10  fd-dep-tem-nota                  pic  x(01) occurs 4.
           05  fd-dep-aulas                         pic  9(03).
           05  fd-dep-faltas                        pic  9(03).
           05  fd-dep-media-final                   pic  9(02)v9.
           05  fd-dep-ano-eliminacao                pic  9(04).
           05  fd-dep-tentativas                    pic  9(02).
           05  fd-dep-operador                      pic  x(15).
           05  fd-dep-data-lanc                     pic  x(14).

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

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqDependencias                    pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-ano-letivo                            pic 9(04) value 0.

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil consulta nao lanca
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
           88 wk-op-notas                           value "N" "n".
           88 wk-op-frequencia                      value "F" "f".
           88 wk-op-consultar                       value "C" "c".

       77  wk-cpf                                   pic x(12).
       77  wk-serie                                 pic 9(02).
       77  wk-disciplina                            pic x(10).
       77  wk-periodo                               pic 9(01).
       77  wk-nota                                  pic 9(02)v9.
       77  wk-aulas                                 pic 9(03).
       77  wk-faltas                                pic 9(03).
       77  wk-ind-periodo                           pic 9(01).
       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-dep-flag                              pic x(01).
           88 wk-dep-lancavel                       value "S".

       77  wk-qtd-listadas                          pic 9(04) value 0.
       77  wk-situacao-texto                        pic x(09).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "dependencias".
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
               display "Lancamento de dependencias nao permitido ao"
                       " perfil consulta."
               accept temp
               goback
           end-if

           open i-o arqDependencias
           if   wk-fs-arqDependencias equal "05"
           or   wk-fs-arqDependencias equal "35" then
               open output arqDependencias
               close arqDependencias
               open i-o arqDependencias
           end-if
           if   wk-fs-arqDependencias not equal "00" then
               move "0001"                                   to      wk-msn-erro-adress
               move wk-fs-arqDependencias                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDependencias"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00"
           and  wk-fs-arqAlunos not equal "35" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
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
           display "Dependencias - Login"

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
               display "Dependencias - ano " wk-ano-letivo
                       " - operador " wk-operador
               display " "
               display "(L) Listar dependencias cursadas no ano"
               display "(N) Lancar nota de periodo"
               display "(F) Lancar aulas e faltas"
               display "(C) Consultar dependencias de um CPF"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-listar
                       perform ba-listar-dependencias
                   when wk-op-notas
                       perform bb-lancar-nota
                   when wk-op-frequencia
                       perform bc-lancar-frequencia
                   when wk-op-consultar
                       perform bd-consultar-cpf
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Lista as dependencias pendentes cursadas no ano letivo
      *>*****************************************************************
       ba-listar-dependencias section.
       ba-listar-dependencias-a.

           move 0                                       to      wk-qtd-listadas
           move low-values                              to      fd-dep-chave
           start arqDependencias key is not less fd-dep-chave
           if   wk-fs-arqDependencias equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqDependencias next record
                   if   wk-fs-arqDependencias not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-dep-pendente
                       and fd-dep-ano-cursando equal wk-ano-letivo then
                           add 1                        to      wk-qtd-listadas
                           perform be-buscar-nome
                           display fd-dep-cpf " " fd-aluno-nome
                                   " Serie " fd-dep-serie-origem
                                   " " fd-dep-disciplina
                                   " Notas " fd-dep-tem-notas
                                   " Aulas " fd-dep-aulas
                                   " Faltas " fd-dep-faltas
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqDependencias

           display "Dependencias listadas: " wk-qtd-listadas
           display "Pressione ENTER para voltar..."
           accept temp

           .
       ba-listar-dependencias-z.
           exit.

      *>*****************************************************************
      *>   Lanca a nota de um periodo (1-4) da dependencia
      *>*****************************************************************
       bb-lancar-nota section.
       bb-lancar-nota-a.

           perform bf-localizar-dependencia
           if  not wk-dep-lancavel then
               exit section
           end-if

           display "Periodo (1-4): "
           accept wk-periodo
           if  wk-periodo < 1
           or  wk-periodo > 4 then
               display "Periodo invalido."
               accept temp
               exit section
           end-if

           display "Nota (0,0 a 10,0): "
           accept wk-nota
           if  wk-nota > 10 then
               display "Nota invalida."
               accept temp
               exit section
           end-if

           move wk-nota                                 to      fd-dep-nota(wk-periodo)
           move "S"                                     to      fd-dep-tem-nota(wk-periodo)
           perform bg-regravar-dependencia

           .
       bb-lancar-nota-z.
           exit.

      *>*****************************************************************
      *>   Lanca o total de aulas dadas e de faltas da dependencia
      *>*****************************************************************
       bc-lancar-frequencia section.
       bc-lancar-frequencia-a.

           perform bf-localizar-dependencia
           if  not wk-dep-lancavel then
               exit section
           end-if

           display "Aulas dadas : "
           accept wk-aulas
           display "Faltas      : "
           accept wk-faltas
           if  wk-faltas > wk-aulas then
               display "Faltas maior que aulas dadas."
               accept temp
               exit section
           end-if

           move wk-aulas                                to      fd-dep-aulas
           move wk-faltas                               to      fd-dep-faltas
           perform bg-regravar-dependencia

           .
       bc-lancar-frequencia-z.
           exit.

      *>*****************************************************************
      *>   Consulta todas as dependencias de um CPF, pendentes e
      *>   eliminadas
      *>*****************************************************************
       bd-consultar-cpf section.
       bd-consultar-cpf-a.

           display "CPF do aluno: "
           accept wk-cpf

           move 0                                       to      wk-qtd-listadas
           move wk-cpf                                  to      fd-dep-cpf
           move 0                                       to      fd-dep-serie-origem
           move low-values                              to      fd-dep-disciplina
           start arqDependencias key is not less fd-dep-chave
           if   wk-fs-arqDependencias equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqDependencias next record
                   if   wk-fs-arqDependencias not equal "00"
                   or   fd-dep-cpf not equal wk-cpf then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-listadas
                       if  fd-dep-eliminada then
                           move "ELIMINADA"             to      wk-situacao-texto
                       else
                           move "PENDENTE"              to      wk-situacao-texto
                       end-if
                       display "Serie " fd-dep-serie-origem
                               " " fd-dep-disciplina
                               " origem " fd-dep-ano-origem
                               " media " fd-dep-media-origem
                               " cursando " fd-dep-ano-cursando
                               " " wk-situacao-texto
                       display "    notas:"
                               " " fd-dep-nota(1) " " fd-dep-nota(2)
                               " " fd-dep-nota(3) " " fd-dep-nota(4)
                               " aulas " fd-dep-aulas
                               " faltas " fd-dep-faltas
                               " tentativa " fd-dep-tentativas
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqDependencias

           if  wk-qtd-listadas equal 0 then
               display "Nenhuma dependencia para este CPF."
           end-if
           display "Pressione ENTER para voltar..."
           accept temp

           .
       bd-consultar-cpf-z.
           exit.

      *>*****************************************************************
      *>   Nome do aluno da dependencia corrente no cadastro
      *>*****************************************************************
       be-buscar-nome section.
       be-buscar-nome-a.

           move spaces                                  to      fd-aluno-nome
           if   wk-fs-arqAlunos not equal "35" then
               move fd-dep-cpf                          to      fd-aluno-cpf
               read arqAlunos
               if   wk-fs-arqAlunos not equal "00" then
                   move spaces                          to      fd-aluno-nome
                   move "00"                            to      wk-fs-arqAlunos
               end-if
           end-if

           .
       be-buscar-nome-z.
           exit.

      *>*****************************************************************
      *>   Le a dependencia informada (CPF, serie de origem e
      *>   disciplina) - so a pendente cursada no ano aceita lancamento
      *>*****************************************************************
       bf-localizar-dependencia section.
       bf-localizar-dependencia-a.

           move space                                   to      wk-dep-flag

           display "CPF do aluno      : "
           accept wk-cpf
           display "Serie de origem   : "
           accept wk-serie
           display "Disciplina        : "
           accept wk-disciplina

           move wk-cpf                                  to      fd-dep-cpf
           move wk-serie                                to      fd-dep-serie-origem
           move wk-disciplina                           to      fd-dep-disciplina
           read arqDependencias
           evaluate true
               when wk-fs-arqDependencias not equal "00"
                   display "Dependencia nao encontrada."
                   accept temp
               when fd-dep-eliminada
                   display "Dependencia ja eliminada em "
                           fd-dep-ano-eliminacao "."
                   accept temp
               when fd-dep-ano-cursando not equal wk-ano-letivo
                   display "Dependencia cursada em " fd-dep-ano-cursando
                           ", nao no ano letivo " wk-ano-letivo "."
                   accept temp
               when other
                   set wk-dep-lancavel                  to      true
                   perform be-buscar-nome
                   display "Aluno: " fd-aluno-nome
                           "  media de origem " fd-dep-media-origem
                           "  tentativa " fd-dep-tentativas
           end-evaluate

           .
       bf-localizar-dependencia-z.
           exit.

      *>*****************************************************************
      *>   Regrava a dependencia com operador e data do lancamento
      *>*****************************************************************
       bg-regravar-dependencia section.
       bg-regravar-dependencia-a.

           display "Confirma o lancamento (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           move wk-operador                             to      fd-dep-operador
           move function current-date(1:14)             to      fd-dep-data-lanc
           rewrite fd-dependencia
           if   wk-fs-arqDependencias not equal "00" then
               move "0003"                                  to      wk-msn-erro-adress
               move wk-fs-arqDependencias                   to      wk-msn-erro-cod
               move "Erro ao Regravar arqDependencias"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display "Lancamento registrado."
           accept temp

           .
       bg-regravar-dependencia-z.
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

           close arqDependencias
           close arqAlunos

           goback.
           .
       z-finaliza-z.
           exit.
