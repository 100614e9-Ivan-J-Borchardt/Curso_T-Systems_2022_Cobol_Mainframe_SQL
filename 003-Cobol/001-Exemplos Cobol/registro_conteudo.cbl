      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "registro_conteudo".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Registro de conteudo das aulas pelo
      *>                      proprio professor (perfil "P", vinculo de
      *>                      arqUsuarioProf.txt), no novo arquivo
      *>                      indexado arqConteudosInd.txt chaveado por
      *>                      serie/turma + disciplina + data: assunto
      *>                      dado, numero de aulas e bimestre. Como em
      *>                      notas_professor.cbl, so vale turma e
      *>                      disciplina atribuidas ao professor na
      *>                      grade de horarios; a data precisa ser dia
      *>                      letivo do ano, nao futura, com vaga da
      *>                      disciplina na grade naquele dia da semana
      *>                      (as aulas nao passam das vagas do dia), e
      *>                      bimestre fechado recusa o lancamento. O
      *>                      diario de classe imprime as paginas de
      *>                      conteudo e carga_horaria_dada.cbl compara
      *>                      as aulas dadas com a carga da disciplina.
      *>   15/10/2026 - IJB - Registro do calendario com a marca de
      *>                      clinica fechada no dia (40 bytes -
      *>                      migra_calendario.cbl).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqConteudos assign to "arqConteudosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cnt-chave
           file status is wk-fs-arqConteudos.

           select arqDisciplinas assign to "arqDisciplinasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-chave
           file status is wk-fs-arqDisciplinas.

           select arqHorarios assign to "arqHorariosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-hor-chave
           file status is wk-fs-arqHorarios.

           select arqFechamentos assign to "arqFechamentosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-fec-chave
           file status is wk-fs-arqFechamentos.

           select arqCalendario assign to "arqCalendarioInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is wk-fs-arqCalendario.

           select arqUsuarioProf assign to "arqUsuarioProf.txt"
           organization is line sequential
           file status is wk-fs-arqUsuarioProf.

           select arqAnoLetivo assign to "arqAnoLetivo.txt"
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqConteudos.
       01  fd-conteudo.
           05  fd-cnt-chave.
               10  fd-cnt-serie                     pic  9(02).
               10  fd-cnt-turma                     pic  x(01).
               10  fd-cnt-disciplina                pic  x(10).
               10  fd-cnt-data                      pic  9(08).
           05  fd-cnt-periodo                       pic  9(01).
           05  fd-cnt-aulas                         pic  9(01).
           05  fd-cnt-assunto                       pic  x(60).
           05  fd-cnt-professor                     pic  x(05).
           05  fd-cnt-operador                      pic  x(15).
           05  fd-cnt-data-registro                 pic  x(14).

       fd arqDisciplinas.
       01  fd-disciplina.
           05  fd-disc-chave.
               10  fd-disc-serie                    pic  9(02).
               10  fd-disc-codigo                   pic  x(10).
           05  fd-disc-nome                         pic  x(30).
           05  fd-disc-horas                        pic  9(02).
           05  fd-disc-professor                    pic  x(15).

       fd arqHorarios.
       01  fd-horario.
           05  fd-hor-chave.
               10  fd-hor-serie                     pic  9(02).
               10  fd-hor-letra                     pic  x(01).
               10  fd-hor-dia                       pic  9(01).
               10  fd-hor-periodo                   pic  9(01).
           05  fd-hor-disciplina                    pic  x(10).
           05  fd-hor-professor                     pic  x(05).
           05  fd-hor-sala.
               10  fd-hor-sala-unidade              pic  x(03).
               10  fd-hor-sala-codigo               pic  x(05).

       fd arqFechamentos.
       01  fd-fechamento.
           05  fd-fec-chave.
               10  fd-fec-ano                       pic  9(04).
               10  fd-fec-disciplina                pic  x(10).
               10  fd-fec-periodo                   pic  9(01).
           05  fd-fec-operador                      pic  x(15).
           05  fd-fec-data-hora                     pic  x(14).

       fd arqCalendario.
       01  fd-calendario.
           05  fd-cal-data                          pic  9(08).
           05  fd-cal-tipo                          pic  x(01).
               88  fd-cal-letivo                    value "L".
               88  fd-cal-feriado                   value "F".
               88  fd-cal-recesso                   value "R".
           05  fd-cal-descricao                     pic  x(30).
           05  fd-cal-clinica                       pic  x(01).
               88  fd-cal-clinica-fechada           value "S".
               88  fd-cal-clinica-aberta            value "N".

       fd arqUsuarioProf.
       01  fd-usuprof-linha.
           05  fd-usp-user-id                       pic  x(15).
           05  filler                               pic  x(01).
           05  fd-usp-prof-codigo                   pic  x(05).

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqConteudos                       pic x(02).
       77  wk-fs-arqDisciplinas                     pic x(02).
       77  wk-fs-arqHorarios                        pic x(02).
       77  wk-fs-arqFechamentos                     pic x(02).
       77  wk-fs-arqCalendario                      pic x(02).
       77  wk-fs-arqUsuarioProf                     pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-ano-letivo                            pic 9(04) value 0.
       77  wk-data-hoje                             pic 9(08) value 0.

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil precisa ser "P" (professor)
       01  wk-tela-aut-senha.
           05  wk-aut-user-id                      pic x(15).
           05  wk-aut-password                     pic x(20).
           05  wk-status-aut                       pic 9(01) value 9.
               88 wk-acesso-liberado               value 0.
           05  wk-aut-operacao                     pic x(01) value "L".
           05  wk-aut-senha-nova                   pic x(20).
           05  wk-perfil-acesso                    pic x(01).
               88 wk-perfil-professor              value "P".
           05  wk-aut-dias-expirar                 pic 9(03).

       77  wk-tentativas-login                      pic 9(01) value 0.
       77  wk-aut-ptr                               usage pointer.
       77  wk-aut-senha-confirma                    pic x(20).
       77  wk-operador                              pic x(15).
       77  wk-prof-codigo                           pic x(05).

       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
           88 wk-op-lancar                          value "L" "l".
           88 wk-op-consultar                       value "C" "c".
           88 wk-op-excluir                         value "E" "e".

       77  wk-serie                                 pic 9(02) value 0.
       77  wk-turma                                 pic x(01).
       77  wk-disciplina                            pic x(10).
       77  wk-data-tela                             pic x(08).
       77  wk-data                                  pic 9(08) value 0.
       77  wk-periodo                               pic 9(01) value 0.
       77  wk-aulas                                 pic 9(01) value 0.
       77  wk-assunto                               pic x(60).

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "v".
           88 wk-entrada-invalida                   value "i".
       77  wk-atribuida-flag                        pic x(01).
           88 wk-disciplina-atribuida               value "S".
       77  wk-fechado-flag                          pic x(01).
           88 wk-periodo-fechado                    value "S".
       77  wk-calendario-flag                       pic x(01).
           88 wk-sem-calendario                     value "S".

      *>   Dia da semana da data (0 = domingo, 1 = segunda ...) e
      *>   vagas da disciplina na grade naquele dia
       77  wk-int-data                              pic 9(08) value 0.
       77  wk-dia-semana                            pic 9(01) value 0.
       77  wk-qtd-vagas-dia                         pic 9(01) value 0.

       77  wk-qtd-lancados                          pic 9(04) value 0.
       77  wk-qtd-aulas-total                       pic 9(04) value 0.

      *>   Data AAAAMMDD editada como DD/MM/AAAA
       01  wk-data-entrada                          pic 9(08).
       01  wk-data-entrada-r redefines wk-data-entrada.
           05  wk-den-ano                           pic 9(04).
           05  wk-den-mes                           pic 9(02).
           05  wk-den-dia                           pic 9(02).
       01  wk-data-edit.
           05  wk-ded-dia                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-mes                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-ano                           pic 9(04).

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
                  value "registro_conteudo".
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

           if  not wk-perfil-professor then
               display "Este registro e exclusivo do perfil"
                       " professor (P)."
               accept temp
               goback
           end-if

           perform ac-resolver-professor
           if  wk-prof-codigo equal space then
               display "Usuario sem vinculo de professor - procure"
                       " a administracao (admin_usuarios)."
               accept temp
               goback
           end-if

           open i-o arqConteudos
           if   wk-fs-arqConteudos equal "05"
           or   wk-fs-arqConteudos equal "35" then
               open output arqConteudos
               close arqConteudos
               open i-o arqConteudos
           end-if
           if   wk-fs-arqConteudos not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqConteudos                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqConteudos"  to    wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqDisciplinas
           if   wk-fs-arqDisciplinas not equal "00"
           and  wk-fs-arqDisciplinas not equal "35" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqDisciplinas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDisciplinas"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqHorarios
           if   wk-fs-arqHorarios not equal "00"
           and  wk-fs-arqHorarios not equal "35" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqHorarios                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqHorarios"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqFechamentos
           if   wk-fs-arqFechamentos not equal "00"
           and  wk-fs-arqFechamentos not equal "35" then
               move "0004"                                 to      wk-msn-erro-adress
               move wk-fs-arqFechamentos                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFechamentos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem calendario letivo lancado a critica de dia letivo fica
      *>    desligada, como no lancamento de frequencia
           move space                                   to      wk-calendario-flag
           open input arqCalendario
           if   wk-fs-arqCalendario equal "35" then
               set wk-sem-calendario                    to      true
               display "Aviso: calendario letivo nao lancado - datas"
                       " sem critica de dia letivo."
               accept temp
           else
               if   wk-fs-arqCalendario not equal "00" then
                   move "0005"                                 to      wk-msn-erro-adress
                   move wk-fs-arqCalendario                    to      wk-msn-erro-cod
                   move "Erro ao abrir Arquivo arqCalendario"  to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
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

           move function current-date(1:8)              to      wk-data-hoje

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
           display "Registro de Conteudo - Login"

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
      *>   Resolve o codigo de professor do usuario autenticado em
      *>   arqUsuarioProf.txt
      *>*****************************************************************
       ac-resolver-professor section.
       ac-resolver-professor-a.

           move spaces                                  to      wk-prof-codigo

           open input arqUsuarioProf
           if   wk-fs-arqUsuarioProf equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqUsuarioProf
                   if   wk-fs-arqUsuarioProf not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-usp-user-id equal wk-operador then
                           move fd-usp-prof-codigo      to      wk-prof-codigo
                           move "F"                     to      wk-fim-loop
                       end-if
                   end-if
               end-perform
               close arqUsuarioProf
           end-if

           .
       ac-resolver-professor-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           perform until wk-sair
               display erase
               display "Registro de Conteudo " wk-prof-codigo
                       " (" wk-operador ")"
               display " "
               display "(L) Lancar conteudo da aula"
               display "(C) Consultar conteudos de turma/disciplina"
               display "(E) Excluir lancamento"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-lancar
                       perform ba-lancar-conteudo
                   when wk-op-consultar
                       perform bf-consultar-conteudos
                   when wk-op-excluir
                       perform bg-excluir-conteudo
                   when other
                       continue
               end-evaluate
           end-perform

           display "Conteudos lancados: " wk-qtd-lancados
           accept temp

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Lanca o conteudo de um dia - turma e disciplina atribuidas,
      *>   data critica, bimestre aberto
      *>*****************************************************************
       ba-lancar-conteudo section.
       ba-lancar-conteudo-a.

           perform bh-aceitar-chave
           if  wk-entrada-invalida then
               exit section
           end-if

           perform bd-criticar-data
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if

           display "Bimestre (1-4): "
           accept wk-periodo
           if  wk-periodo < 1 or wk-periodo > 4 then
               display "Bimestre invalido."
               accept temp
               exit section
           end-if

           perform bc-conferir-fechamento
           if  wk-periodo-fechado then
               display "Bimestre fechado para esta disciplina."
               accept temp
               exit section
           end-if

           display "Numero de aulas (1-" wk-qtd-vagas-dia "): "
           accept wk-aulas
           if  wk-aulas < 1 or wk-aulas > wk-qtd-vagas-dia then
               display "Numero de aulas fora das vagas da grade no dia."
               accept temp
               exit section
           end-if

           display "Conteudo ministrado: "
           accept wk-assunto
           if  wk-assunto equal space then
               display "Conteudo obrigatorio."
               accept temp
               exit section
           end-if

           perform be-gravar-conteudo
           accept temp

           .
       ba-lancar-conteudo-z.
           exit.

      *>*****************************************************************
      *>   Pede serie, turma e disciplina e confere a atribuicao ao
      *>   professor
      *>*****************************************************************
       bh-aceitar-chave section.
       bh-aceitar-chave-a.

           set wk-entrada-valida                        to      true

           display "Serie: "
           accept wk-serie
           display "Turma (letra): "
           accept wk-turma
           display "Disciplina: "
           accept wk-disciplina

           perform bb-conferir-atribuicao
           if  not wk-disciplina-atribuida then
               display "Disciplina/turma nao atribuidas a voce."
               set wk-entrada-invalida                  to      true
               accept temp
           end-if

           .
       bh-aceitar-chave-z.
           exit.

      *>*****************************************************************
      *>   A disciplina precisa estar atribuida ao professor na turma:
      *>   vaga na grade de horarios com o codigo dele; sem a grade,
      *>   vale o professor da disciplina no mestre da grade curricular
      *>*****************************************************************
       bb-conferir-atribuicao section.
       bb-conferir-atribuicao-a.

           move space                                   to      wk-atribuida-flag

           if   wk-fs-arqHorarios not equal "35" then
               move wk-serie                            to      fd-hor-serie
               move wk-turma                            to      fd-hor-letra
               move 0                                   to      fd-hor-dia
               move 0                                   to      fd-hor-periodo
               start arqHorarios key is greater than or equal
                     fd-hor-chave
               if   wk-fs-arqHorarios equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqHorarios next record
                       if   wk-fs-arqHorarios not equal "00"
                       or   fd-hor-serie not equal wk-serie
                       or   fd-hor-letra not equal wk-turma then
                           move "F"                     to      wk-fim-loop
                       else
                           if  fd-hor-disciplina equal wk-disciplina
                           and fd-hor-professor equal wk-prof-codigo then
                               set wk-disciplina-atribuida
                                                        to      true
                               move "F"                 to      wk-fim-loop
                           end-if
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqHorarios
           else
               if   wk-fs-arqDisciplinas not equal "35" then
                   move wk-serie                        to      fd-disc-serie
                   move wk-disciplina                   to      fd-disc-codigo
                   read arqDisciplinas
                   if   wk-fs-arqDisciplinas equal "00"
                   and  fd-disc-professor(1:5)
                        equal wk-prof-codigo then
                       set wk-disciplina-atribuida      to      true
                   else
                       move "00"                        to      wk-fs-arqDisciplinas
                   end-if
               end-if
           end-if

           .
       bb-conferir-atribuicao-z.
           exit.

      *>*****************************************************************
      *>   Bimestre fechado recusa o lancamento, como nas notas
      *>*****************************************************************
       bc-conferir-fechamento section.
       bc-conferir-fechamento-a.

           move space                                   to      wk-fechado-flag

           if   wk-fs-arqFechamentos equal "35" then
               continue
           else
               move wk-ano-letivo                       to      fd-fec-ano
               move wk-disciplina                       to      fd-fec-disciplina
               move wk-periodo                          to      fd-fec-periodo
               read arqFechamentos
               if   wk-fs-arqFechamentos equal "00" then
                   set wk-periodo-fechado               to      true
               else
                   move "00"                            to      wk-fs-arqFechamentos
               end-if
           end-if

           .
       bc-conferir-fechamento-z.
           exit.

      *>*****************************************************************
      *>   Critica da data da aula: valida, do ano letivo, nao futura,
      *>   dia letivo do calendario e com vaga da disciplina na grade
      *>   da turma naquele dia da semana
      *>*****************************************************************
       bd-criticar-data section.
       bd-criticar-data-a.

           display "Data da aula (DDMMAAAA): "
           accept wk-data-tela

           move "V"                                     to      wk-vd-operacao
           move wk-data-tela                            to      wk-vd-data-tela
           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno
           if  wk-vd-cod-retorno not equal 0 then
               display "Data invalida."
               set wk-entrada-invalida                  to      true
               exit section
           end-if
           move wk-vd-data-aaaammdd                     to      wk-data

           if  wk-data(1:4) not equal wk-ano-letivo then
               display "Data fora do ano letivo " wk-ano-letivo "."
               set wk-entrada-invalida                  to      true
               exit section
           end-if

           if  wk-data > wk-data-hoje then
               display "Data futura - registre o conteudo depois da"
                       " aula."
               set wk-entrada-invalida                  to      true
               exit section
           end-if

           if  not wk-sem-calendario then
               move wk-data                             to      fd-cal-data
               read arqCalendario
               if   wk-fs-arqCalendario not equal "00" then
                   move "00"                            to      wk-fs-arqCalendario
                   display "Data nao lancada no calendario letivo."
                   set wk-entrada-invalida              to      true
                   exit section
               end-if
               if  not fd-cal-letivo then
                   display "Data nao e dia letivo: " fd-cal-descricao
                   set wk-entrada-invalida              to      true
                   exit section
               end-if
           end-if

           compute wk-int-data =
               function integer-of-date(wk-data)
           compute wk-dia-semana =
               function mod(wk-int-data, 7)
           if  wk-dia-semana < 1 or wk-dia-semana > 5 then
               display "Data cai em fim de semana."
               set wk-entrada-invalida                  to      true
               exit section
           end-if

      *>    sem a grade de horarios vale o limite de 6 aulas no dia
           if   wk-fs-arqHorarios equal "35" then
               move 6                                   to      wk-qtd-vagas-dia
               exit section
           end-if

           move 0                                       to      wk-qtd-vagas-dia
           move wk-serie                                to      fd-hor-serie
           move wk-turma                                to      fd-hor-letra
           move wk-dia-semana                           to      fd-hor-dia
           move 0                                       to      fd-hor-periodo
           start arqHorarios key is greater than or equal fd-hor-chave
           if   wk-fs-arqHorarios equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqHorarios next record
                   if   wk-fs-arqHorarios not equal "00"
                   or   fd-hor-serie not equal wk-serie
                   or   fd-hor-letra not equal wk-turma
                   or   fd-hor-dia not equal wk-dia-semana then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-hor-disciplina equal wk-disciplina
                       and fd-hor-professor equal wk-prof-codigo then
                           add 1                        to      wk-qtd-vagas-dia
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqHorarios

           if  wk-qtd-vagas-dia equal 0 then
               display "A grade da turma nao tem aula desta disciplina"
                       " neste dia da semana."
               set wk-entrada-invalida                  to      true
           end-if

           .
       bd-criticar-data-z.
           exit.

      *>*****************************************************************
      *>   Grava o conteudo do dia; um lancamento ja existente do
      *>   mesmo professor e regravado
      *>*****************************************************************
       be-gravar-conteudo section.
       be-gravar-conteudo-a.

           move wk-serie                                to      fd-cnt-serie
           move wk-turma                                to      fd-cnt-turma
           move wk-disciplina                           to      fd-cnt-disciplina
           move wk-data                                 to      fd-cnt-data
           read arqConteudos
           if   wk-fs-arqConteudos equal "00" then
               if  fd-cnt-professor not equal wk-prof-codigo then
                   display "Conteudo do dia ja lancado pelo professor "
                           fd-cnt-professor "."
                   exit section
               end-if
           else
               move "00"                                to      wk-fs-arqConteudos
           end-if

           move wk-serie                                to      fd-cnt-serie
           move wk-turma                                to      fd-cnt-turma
           move wk-disciplina                           to      fd-cnt-disciplina
           move wk-data                                 to      fd-cnt-data
           move wk-periodo                              to      fd-cnt-periodo
           move wk-aulas                                to      fd-cnt-aulas
           move wk-assunto                              to      fd-cnt-assunto
           move wk-prof-codigo                          to      fd-cnt-professor
           move wk-operador                             to      fd-cnt-operador
           move function current-date(1:14)             to      fd-cnt-data-registro

           write fd-conteudo
           if   wk-fs-arqConteudos equal "22" then
               rewrite fd-conteudo
           end-if
           if   wk-fs-arqConteudos not equal "00" then
               move "0006"                                to      wk-msn-erro-adress
               move wk-fs-arqConteudos                    to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqConteudos" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-qtd-lancados
           display "Conteudo gravado."

           .
       be-gravar-conteudo-z.
           exit.

      *>*****************************************************************
      *>   Consulta dos conteudos de uma turma e disciplina do
      *>   professor, em ordem de data, com o total de aulas
      *>*****************************************************************
       bf-consultar-conteudos section.
       bf-consultar-conteudos-a.

           perform bh-aceitar-chave
           if  wk-entrada-invalida then
               exit section
           end-if

           move 0                                       to      wk-qtd-aulas-total
           move wk-serie                                to      fd-cnt-serie
           move wk-turma                                to      fd-cnt-turma
           move wk-disciplina                           to      fd-cnt-disciplina
           move 0                                       to      fd-cnt-data
           start arqConteudos key is greater than or equal fd-cnt-chave
           if   wk-fs-arqConteudos not equal "00" then
               display "Nenhum conteudo lancado."
           else
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqConteudos next record
                   if   wk-fs-arqConteudos not equal "00"
                   or   fd-cnt-serie not equal wk-serie
                   or   fd-cnt-turma not equal wk-turma
                   or   fd-cnt-disciplina not equal wk-disciplina then
                       move "F"                         to      wk-fim-loop
                   else
                       move fd-cnt-data                 to      wk-data-entrada
                       perform bi-editar-data
                       display wk-data-edit " B" fd-cnt-periodo
                               " " fd-cnt-aulas "a " fd-cnt-assunto
                       add fd-cnt-aulas                 to      wk-qtd-aulas-total
                   end-if
               end-perform
               display "Total de aulas: " wk-qtd-aulas-total
           end-if
           move "00"                                    to      wk-fs-arqConteudos

           display "Pressione ENTER para voltar..."
           accept temp

           .
       bf-consultar-conteudos-z.
           exit.

      *>*****************************************************************
      *>   Exclusao de um lancamento proprio, com o bimestre aberto
      *>*****************************************************************
       bg-excluir-conteudo section.
       bg-excluir-conteudo-a.

           perform bh-aceitar-chave
           if  wk-entrada-invalida then
               exit section
           end-if

           display "Data da aula (DDMMAAAA): "
           accept wk-data-tela
           move "V"                                     to      wk-vd-operacao
           move wk-data-tela                            to      wk-vd-data-tela
           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno
           if  wk-vd-cod-retorno not equal 0 then
               display "Data invalida."
               accept temp
               exit section
           end-if

           move wk-serie                                to      fd-cnt-serie
           move wk-turma                                to      fd-cnt-turma
           move wk-disciplina                           to      fd-cnt-disciplina
           move wk-vd-data-aaaammdd                     to      fd-cnt-data
           read arqConteudos
           if   wk-fs-arqConteudos not equal "00" then
               move "00"                                to      wk-fs-arqConteudos
               display "Conteudo nao lancado nesta data."
               accept temp
               exit section
           end-if

           if  fd-cnt-professor not equal wk-prof-codigo then
               display "Lancamento de outro professor."
               accept temp
               exit section
           end-if

           move fd-cnt-periodo                          to      wk-periodo
           perform bc-conferir-fechamento
           if  wk-periodo-fechado then
               display "Bimestre fechado para esta disciplina."
               accept temp
               exit section
           end-if

           delete arqConteudos
           if   wk-fs-arqConteudos not equal "00" then
               move "0007"                                 to      wk-msn-erro-adress
               move wk-fs-arqConteudos                     to      wk-msn-erro-cod
               move "Erro ao Excluir Arquivo arqConteudos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Lancamento excluido."
           accept temp

           .
       bg-excluir-conteudo-z.
           exit.

      *>*****************************************************************
      *>   Edita wk-data-entrada (AAAAMMDD) em wk-data-edit
      *>*****************************************************************
       bi-editar-data section.
       bi-editar-data-a.

           move wk-den-dia                              to      wk-ded-dia
           move wk-den-mes                              to      wk-ded-mes
           move wk-den-ano                              to      wk-ded-ano

           .
       bi-editar-data-z.
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

           close arqConteudos
           close arqDisciplinas
           close arqHorarios
           close arqFechamentos
           close arqCalendario

           goback.
           .
       z-finaliza-z.
           exit.
