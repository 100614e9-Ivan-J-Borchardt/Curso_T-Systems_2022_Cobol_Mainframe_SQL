      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "substituicoes".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Registro de ausencias de professores e
      *>                      escala de substitutos, no lugar do quadro
      *>                      branco da coordenacao. A ausencia
      *>                      (arqAusenciasInd.txt, chave professor +
      *>                      data) leva motivo e periodos; as vagas
      *>                      da grade (arqHorariosInd.txt) do
      *>                      professor naquele dia da semana e
      *>                      periodos viram registros de substituicao
      *>                      (arqSubstituicoesInd.txt, chave data +
      *>                      turma + periodo). Para cada vaga o
      *>                      programa sugere os professores ativos
      *>                      habilitados na disciplina
      *>                      (fd-prof-disciplinas) e livres no periodo
      *>                      - sem aula na grade, sem outra
      *>                      substituicao e sem ausencia propria - e
      *>                      grava o substituto escolhido. O relatorio
      *>                      mensal para o RH sai de
      *>                      relatorio_ausencias.cbl.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAusencias assign to "arqAusenciasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aus-chave
           file status is wk-fs-arqAusencias.

           select arqSubstituicoes assign to "arqSubstituicoesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sub-chave
           file status is wk-fs-arqSubstituicoes.

           select arqProfessores assign to "arqProfessoresInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-codigo
           file status is wk-fs-arqProfessores.

           select arqHorarios assign to "arqHorariosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-hor-chave
           file status is wk-fs-arqHorarios.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAusencias.
       01  fd-ausencia.
           05  fd-aus-chave.
               10  fd-aus-professor                 pic  x(05).
               10  fd-aus-data                      pic  9(08).
           05  fd-aus-motivo                        pic  x(01).
               88  fd-aus-doenca                    value "D".
               88  fd-aus-licenca                   value "L".
               88  fd-aus-capacitacao               value "C".
               88  fd-aus-particular                value "P".
               88  fd-aus-outro                     value "O".
           05  fd-aus-periodo-inicial               pic  9(01).
           05  fd-aus-periodo-final                 pic  9(01).
           05  fd-aus-observacao                    pic  x(30).
           05  fd-aus-operador                      pic  x(15).
           05  fd-aus-data-registro                 pic  x(14).

       fd arqSubstituicoes.
       01  fd-substituicao.
           05  fd-sub-chave.
               10  fd-sub-data                      pic  9(08).
               10  fd-sub-serie                     pic  9(02).
               10  fd-sub-letra                     pic  x(01).
               10  fd-sub-periodo                   pic  9(01).
           05  fd-sub-ausente                       pic  x(05).
           05  fd-sub-disciplina                    pic  x(10).
           05  fd-sub-substituto                    pic  x(05).
           05  fd-sub-operador                      pic  x(15).
           05  fd-sub-data-registro                 pic  x(14).

       fd arqProfessores.
       01  fd-professor.
           05  fd-prof-codigo                       pic  x(05).
           05  fd-prof-nome                         pic  x(30).
           05  fd-prof-disciplinas                  pic  x(30).
           05  fd-prof-situacao                     pic  x(01).
               88  fd-prof-ativo                    value "A".
               88  fd-prof-inativo                  value "I".

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

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAusencias                       pic x(02).
       77  wk-fs-arqSubstituicoes                   pic x(02).
       77  wk-fs-arqProfessores                     pic x(02).
       77  wk-fs-arqHorarios                        pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-prof                         pic x(01).
           88 wk-loop-prof-terminado                value "F".

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   perfil consulta nao registra ausencias
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
           88 wk-op-ausencia                        value "A" "a".
           88 wk-op-escalar                         value "S" "s".
           88 wk-op-consultar                       value "C" "c".
           88 wk-op-excluir                         value "E" "e".

       77  wk-professor                             pic x(05).
       77  wk-data-tela                             pic x(08).
       77  wk-data                                  pic 9(08) value 0.
       77  wk-motivo                                pic x(01).
           88 wk-motivo-valido                      value "D" "L" "C" "P" "O".
       77  wk-periodo-inicial                       pic 9(01) value 0.
       77  wk-periodo-final                         pic 9(01) value 0.
       77  wk-observacao                            pic x(30).
       77  wk-substituto                            pic x(05).
       77  wk-resposta                              pic x(01).
           88 wk-resposta-sim                       value "S" "s".

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "v".
           88 wk-entrada-invalida                   value "i".

      *>   Dia da semana da data (0 = domingo, 1 = segunda ...)
       77  wk-int-data                              pic 9(08) value 0.
       77  wk-dia-semana                            pic 9(01) value 0.

      *>   Vagas da grade do professor ausente no dia - no maximo uma
      *>   por periodo
       77  wk-qtd-vagas                             pic 9(01) value 0.
       77  wk-ind-vaga                              pic 9(01) value 0.
       01  wk-tab-vagas.
           05  wk-vag-item occurs 6.
               10  wk-vag-serie                     pic 9(02).
               10  wk-vag-letra                     pic x(01).
               10  wk-vag-periodo                   pic 9(01).
               10  wk-vag-disciplina                pic x(10).

      *>   Vaga corrente na escala
       77  wk-cor-serie                             pic 9(02) value 0.
       77  wk-cor-letra                             pic x(01).
       77  wk-cor-periodo                           pic 9(01) value 0.
       77  wk-cor-disciplina                        pic x(10).

      *>   Critica de candidato a substituto
       77  wk-livre-flag                            pic x(01).
           88 wk-candidato-livre                    value "S".
       77  wk-habilitado-flag                       pic x(01).
           88 wk-candidato-habilitado               value "S".
       77  wk-brancos-disc                          pic 9(02) value 0.
       77  wk-tam-disc                              pic 9(02) value 0.
       77  wk-qtd-ocorrencias                       pic 9(02) value 0.
       77  wk-qtd-sugeridos                         pic 9(03) value 0.

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
                  value "substituicoes".
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
               display "Ausencias e substituicoes nao permitidas ao"
                       " perfil consulta."
               accept temp
               goback
           end-if

           open i-o arqAusencias
           if   wk-fs-arqAusencias equal "05"
           or   wk-fs-arqAusencias equal "35" then
               open output arqAusencias
               close arqAusencias
               open i-o arqAusencias
           end-if
           if   wk-fs-arqAusencias not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqAusencias                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAusencias"  to    wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqSubstituicoes
           if   wk-fs-arqSubstituicoes equal "05"
           or   wk-fs-arqSubstituicoes equal "35" then
               open output arqSubstituicoes
               close arqSubstituicoes
               open i-o arqSubstituicoes
           end-if
           if   wk-fs-arqSubstituicoes not equal "00" then
               move "0002"                                   to      wk-msn-erro-adress
               move wk-fs-arqSubstituicoes                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqSubstituicoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqProfessores
           if   wk-fs-arqProfessores not equal "00" then
               move "0003"                                 to      wk-msn-erro-adress
               move wk-fs-arqProfessores                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqProfessores"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem grade de horarios a ausencia e registrada sem vagas
      *>    a substituir
           open input arqHorarios
           if   wk-fs-arqHorarios not equal "00"
           and  wk-fs-arqHorarios not equal "35" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqHorarios                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqHorarios"  to      wk-msn-erro-text
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
           display "Substituicoes - Login"

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
               display "Ausencias de Professores e Substituicoes"
               display " "
               display "(A) Registrar ausencia"
               display "(S) Escalar substitutos de uma ausencia"
               display "(C) Consultar escala de um dia"
               display "(E) Excluir ausencia"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-ausencia
                       perform ba-registrar-ausencia
                   when wk-op-escalar
                       perform bb-escalar-substitutos
                   when wk-op-consultar
                       perform bc-consultar-dia
                   when wk-op-excluir
                       perform bd-excluir-ausencia
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Registra a ausencia e gera as vagas a substituir; a escala
      *>   pode ser feita em seguida
      *>*****************************************************************
       ba-registrar-ausencia section.
       ba-registrar-ausencia-a.

           perform be-aceitar-professor-data
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if

           display "Periodo inicial (1-6): "
           accept wk-periodo-inicial
           display "Periodo final (1-6): "
           accept wk-periodo-final
           if  wk-periodo-inicial < 1 or wk-periodo-inicial > 6
           or  wk-periodo-final < wk-periodo-inicial
           or  wk-periodo-final > 6 then
               display "Periodos invalidos."
               accept temp
               exit section
           end-if

           display "Motivo (D=doenca, L=licenca, C=capacitacao,"
                   " P=particular, O=outro): "
           accept wk-motivo
           if  not wk-motivo-valido then
               display "Motivo invalido."
               accept temp
               exit section
           end-if
           display "Observacao: "
           accept wk-observacao

           move wk-professor                            to      fd-aus-professor
           move wk-data                                 to      fd-aus-data
           move wk-motivo                               to      fd-aus-motivo
           move wk-periodo-inicial                      to      fd-aus-periodo-inicial
           move wk-periodo-final                        to      fd-aus-periodo-final
           move wk-observacao                           to      fd-aus-observacao
           move wk-operador                             to      fd-aus-operador
           move function current-date(1:14)             to      fd-aus-data-registro

           write fd-ausencia
           if   wk-fs-arqAusencias equal "22" then
               display "Ausencia ja registrada para o professor nesta"
                       " data - exclua antes de registrar de novo."
               accept temp
               exit section
           end-if
           if   wk-fs-arqAusencias not equal "00" then
               move "0005"                                to      wk-msn-erro-adress
               move wk-fs-arqAusencias                    to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqAusencias" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform bf-carregar-vagas
           display "Ausencia registrada - vagas a substituir: "
                   wk-qtd-vagas

           if  wk-qtd-vagas > 0 then
               display "Escalar os substitutos agora (S/N)? "
               accept wk-resposta
               if  wk-resposta-sim then
                   perform bg-escalar-vaga
                       varying wk-ind-vaga from 1 by 1
                         until wk-ind-vaga > wk-qtd-vagas
               end-if
           end-if
           accept temp

           .
       ba-registrar-ausencia-z.
           exit.

      *>*****************************************************************
      *>   Escala (ou troca) os substitutos das vagas de uma ausencia
      *>   ja registrada
      *>*****************************************************************
       bb-escalar-substitutos section.
       bb-escalar-substitutos-a.

           perform be-aceitar-professor-data
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if

           move wk-professor                            to      fd-aus-professor
           move wk-data                                 to      fd-aus-data
           read arqAusencias
           if   wk-fs-arqAusencias not equal "00" then
               move "00"                                to      wk-fs-arqAusencias
               display "Ausencia nao registrada."
               accept temp
               exit section
           end-if
           move fd-aus-periodo-inicial                  to      wk-periodo-inicial
           move fd-aus-periodo-final                    to      wk-periodo-final

           perform bf-carregar-vagas
           if  wk-qtd-vagas equal 0 then
               display "O professor nao tem aulas na grade nestes"
                       " periodos."
           else
               perform bg-escalar-vaga
                   varying wk-ind-vaga from 1 by 1
                     until wk-ind-vaga > wk-qtd-vagas
           end-if
           accept temp

           .
       bb-escalar-substitutos-z.
           exit.

      *>*****************************************************************
      *>   Escala de um dia: todas as vagas substituidas (ou vagas)
      *>*****************************************************************
       bc-consultar-dia section.
       bc-consultar-dia-a.

           display "Data (DDMMAAAA): "
           accept wk-data-tela
           perform bl-validar-data
           if  wk-entrada-invalida then
               display "Data invalida."
               accept temp
               exit section
           end-if

           move wk-data                                 to      fd-sub-data
           move 0                                       to      fd-sub-serie
           move low-values                              to      fd-sub-letra
           move 0                                       to      fd-sub-periodo
           start arqSubstituicoes key is not less fd-sub-chave
           if   wk-fs-arqSubstituicoes not equal "00" then
               display "Nenhuma substituicao nesta data."
           else
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqSubstituicoes next record
                   if   wk-fs-arqSubstituicoes not equal "00"
                   or   fd-sub-data not equal wk-data then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-sub-substituto equal space then
                           display "Turma " fd-sub-serie "/"
                                   fd-sub-letra " Periodo "
                                   fd-sub-periodo " "
                                   fd-sub-disciplina " Ausente "
                                   fd-sub-ausente " - SEM SUBSTITUTO"
                       else
                           display "Turma " fd-sub-serie "/"
                                   fd-sub-letra " Periodo "
                                   fd-sub-periodo " "
                                   fd-sub-disciplina " Ausente "
                                   fd-sub-ausente " Substituto "
                                   fd-sub-substituto
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqSubstituicoes

           display "Pressione ENTER para voltar..."
           accept temp

           .
       bc-consultar-dia-z.
           exit.

      *>*****************************************************************
      *>   Exclui a ausencia e as vagas de substituicao geradas por ela
      *>*****************************************************************
       bd-excluir-ausencia section.
       bd-excluir-ausencia-a.

           perform be-aceitar-professor-data
           if  wk-entrada-invalida then
               accept temp
               exit section
           end-if

           move wk-professor                            to      fd-aus-professor
           move wk-data                                 to      fd-aus-data
           delete arqAusencias
           if   wk-fs-arqAusencias equal "23" then
               display "Ausencia nao registrada."
               accept temp
               exit section
           end-if
           if   wk-fs-arqAusencias not equal "00" then
               move "0006"                                 to      wk-msn-erro-adress
               move wk-fs-arqAusencias                     to      wk-msn-erro-cod
               move "Erro ao Excluir Arquivo arqAusencias"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-data                                 to      fd-sub-data
           move 0                                       to      fd-sub-serie
           move low-values                              to      fd-sub-letra
           move 0                                       to      fd-sub-periodo
           start arqSubstituicoes key is not less fd-sub-chave
           if   wk-fs-arqSubstituicoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqSubstituicoes next record
                   if   wk-fs-arqSubstituicoes not equal "00"
                   or   fd-sub-data not equal wk-data then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-sub-ausente equal wk-professor then
                           delete arqSubstituicoes
                           if   wk-fs-arqSubstituicoes not equal "00" then
                               move "0007"                          to      wk-msn-erro-adress
                               move wk-fs-arqSubstituicoes          to      wk-msn-erro-cod
                               move "Erro ao Excluir arqSubstituicoes" to   wk-msn-erro-text
                               perform z-finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqSubstituicoes

           display "Ausencia e substituicoes excluidas."
           accept temp

           .
       bd-excluir-ausencia-z.
           exit.

      *>*****************************************************************
      *>   Pede professor (mestre, ativo) e data (valida, dia util)
      *>*****************************************************************
       be-aceitar-professor-data section.
       be-aceitar-professor-data-a.

           set wk-entrada-valida                        to      true

           display "Codigo do professor: "
           accept wk-professor
           move wk-professor                            to      fd-prof-codigo
           read arqProfessores
           if   wk-fs-arqProfessores not equal "00" then
               move "00"                                to      wk-fs-arqProfessores
               display "Professor nao cadastrado."
               set wk-entrada-invalida                  to      true
               exit section
           end-if
           display "Professor: " fd-prof-nome

           display "Data (DDMMAAAA): "
           accept wk-data-tela
           perform bl-validar-data
           if  wk-entrada-invalida then
               display "Data invalida."
               exit section
           end-if

           compute wk-int-data =
               function integer-of-date(wk-data)
           compute wk-dia-semana =
               function mod(wk-int-data, 7)
           if  wk-dia-semana < 1 or wk-dia-semana > 5 then
               display "Data cai em fim de semana."
               set wk-entrada-invalida                  to      true
           end-if

           .
       be-aceitar-professor-data-z.
           exit.

      *>*****************************************************************
      *>   Carrega as vagas da grade do professor ausente no dia da
      *>   semana e periodos da ausencia, gerando o registro de
      *>   substituicao de cada uma (sem substituto) quando ainda nao
      *>   existe
      *>*****************************************************************
       bf-carregar-vagas section.
       bf-carregar-vagas-a.

           move 0                                       to      wk-qtd-vagas
           initialize wk-tab-vagas

           if   wk-fs-arqHorarios equal "35" then
               exit section
           end-if

           move low-values                              to      fd-hor-chave
           start arqHorarios key is not less fd-hor-chave
           if   wk-fs-arqHorarios equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqHorarios next record
                   if   wk-fs-arqHorarios not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-hor-professor equal wk-professor
                       and fd-hor-dia equal wk-dia-semana
                       and fd-hor-periodo >= wk-periodo-inicial
                       and fd-hor-periodo <= wk-periodo-final
                       and wk-qtd-vagas < 6 then
                           add 1                        to      wk-qtd-vagas
                           move fd-hor-serie            to      wk-vag-serie(wk-qtd-vagas)
                           move fd-hor-letra            to      wk-vag-letra(wk-qtd-vagas)
                           move fd-hor-periodo          to      wk-vag-periodo(wk-qtd-vagas)
                           move fd-hor-disciplina       to      wk-vag-disciplina(wk-qtd-vagas)
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqHorarios

           perform varying wk-ind-vaga from 1 by 1
                     until wk-ind-vaga > wk-qtd-vagas
               move wk-data                             to      fd-sub-data
               move wk-vag-serie(wk-ind-vaga)           to      fd-sub-serie
               move wk-vag-letra(wk-ind-vaga)           to      fd-sub-letra
               move wk-vag-periodo(wk-ind-vaga)         to      fd-sub-periodo
               move wk-professor                        to      fd-sub-ausente
               move wk-vag-disciplina(wk-ind-vaga)      to      fd-sub-disciplina
               move spaces                              to      fd-sub-substituto
               move wk-operador                         to      fd-sub-operador
               move function current-date(1:14)         to      fd-sub-data-registro
               write fd-substituicao
               if   wk-fs-arqSubstituicoes not equal "00"
               and  wk-fs-arqSubstituicoes not equal "22" then
                   move "0008"                                 to      wk-msn-erro-adress
                   move wk-fs-arqSubstituicoes                 to      wk-msn-erro-cod
                   move "Erro ao Gravar arqSubstituicoes"      to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
           end-perform
           move "00"                                    to      wk-fs-arqSubstituicoes

           .
       bf-carregar-vagas-z.
           exit.

      *>*****************************************************************
      *>   Escala de uma vaga: mostra o substituto atual, sugere os
      *>   habilitados livres e grava o escolhido (em branco mantem)
      *>*****************************************************************
       bg-escalar-vaga section.
       bg-escalar-vaga-a.

           move wk-vag-serie(wk-ind-vaga)               to      wk-cor-serie
           move wk-vag-letra(wk-ind-vaga)               to      wk-cor-letra
           move wk-vag-periodo(wk-ind-vaga)             to      wk-cor-periodo
           move wk-vag-disciplina(wk-ind-vaga)          to      wk-cor-disciplina

           move wk-data                                 to      fd-sub-data
           move wk-cor-serie                            to      fd-sub-serie
           move wk-cor-letra                            to      fd-sub-letra
           move wk-cor-periodo                          to      fd-sub-periodo
           read arqSubstituicoes
           if   wk-fs-arqSubstituicoes not equal "00" then
               move "0009"                                 to      wk-msn-erro-adress
               move wk-fs-arqSubstituicoes                 to      wk-msn-erro-cod
               move "Erro ao Ler Arquivo arqSubstituicoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           display " "
           display "Periodo " wk-cor-periodo " Turma " wk-cor-serie "/"
                   wk-cor-letra " Disciplina " wk-cor-disciplina
           if  fd-sub-substituto not equal space then
               display "Substituto atual: " fd-sub-substituto
           end-if

           perform bh-sugerir-substitutos

           display "Substituto (codigo; em branco mantem): "
           move spaces                                  to      wk-substituto
           accept wk-substituto
           if  wk-substituto equal space then
               exit section
           end-if

           perform bi-conferir-candidato
           if  wk-entrada-invalida then
               exit section
           end-if

      *>    a critica leu outros registros - relê a vaga antes de
      *>    regravar
           move wk-data                                 to      fd-sub-data
           move wk-cor-serie                            to      fd-sub-serie
           move wk-cor-letra                            to      fd-sub-letra
           move wk-cor-periodo                          to      fd-sub-periodo
           read arqSubstituicoes
           move wk-substituto                           to      fd-sub-substituto
           move wk-operador                             to      fd-sub-operador
           move function current-date(1:14)             to      fd-sub-data-registro
           rewrite fd-substituicao
           if   wk-fs-arqSubstituicoes not equal "00" then
               move "0010"                                 to      wk-msn-erro-adress
               move wk-fs-arqSubstituicoes                 to      wk-msn-erro-cod
               move "Erro ao Regravar arqSubstituicoes"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           display "Substituto gravado."

           .
       bg-escalar-vaga-z.
           exit.

      *>*****************************************************************
      *>   Lista os professores ativos habilitados na disciplina da
      *>   vaga e livres no periodo
      *>*****************************************************************
       bh-sugerir-substitutos section.
       bh-sugerir-substitutos-a.

           move 0                                       to      wk-qtd-sugeridos
           display "Sugestoes (habilitados e livres):"

           move low-values                              to      fd-prof-codigo
           start arqProfessores key is not less fd-prof-codigo
           if   wk-fs-arqProfessores equal "00" then
               move space                               to      wk-fim-loop-prof
               perform until wk-loop-prof-terminado
                   read arqProfessores next record
                   if   wk-fs-arqProfessores not equal "00" then
                       move "F"                         to      wk-fim-loop-prof
                   else
                       if  fd-prof-ativo
                       and fd-prof-codigo not equal wk-professor then
                           perform bj-conferir-habilitacao
                           if  wk-candidato-habilitado then
                               move fd-prof-codigo      to      wk-substituto
                               perform bk-conferir-livre
                               if  wk-candidato-livre then
                                   display "   " fd-prof-codigo " "
                                           fd-prof-nome
                                   add 1                to      wk-qtd-sugeridos
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqProfessores

           if  wk-qtd-sugeridos equal 0 then
               display "   nenhum professor habilitado livre neste"
                       " periodo."
           end-if

           .
       bh-sugerir-substitutos-z.
           exit.

      *>*****************************************************************
      *>   Critica do substituto escolhido: cadastrado, ativo, outro
      *>   que o ausente e livre no periodo; sem habilitacao na
      *>   disciplina so avisa
      *>*****************************************************************
       bi-conferir-candidato section.
       bi-conferir-candidato-a.

           set wk-entrada-valida                        to      true

           move wk-substituto                           to      fd-prof-codigo
           read arqProfessores
           if   wk-fs-arqProfessores not equal "00" then
               move "00"                                to      wk-fs-arqProfessores
               display "Professor nao cadastrado."
               set wk-entrada-invalida                  to      true
               exit section
           end-if
           if  not fd-prof-ativo then
               display "Professor inativo."
               set wk-entrada-invalida                  to      true
               exit section
           end-if
           if  wk-substituto equal wk-professor then
               display "O substituto nao pode ser o professor ausente."
               set wk-entrada-invalida                  to      true
               exit section
           end-if

           perform bk-conferir-livre
           if  not wk-candidato-livre then
               display "Professor ocupado neste periodo."
               set wk-entrada-invalida                  to      true
               exit section
           end-if

           perform bj-conferir-habilitacao
           if  not wk-candidato-habilitado then
               display "Aviso: professor sem habilitacao em "
                       wk-cor-disciplina "."
           end-if

           .
       bi-conferir-candidato-z.
           exit.

      *>*****************************************************************
      *>   O codigo da disciplina aparece nas disciplinas habilitadas
      *>   do professor lido
      *>*****************************************************************
       bj-conferir-habilitacao section.
       bj-conferir-habilitacao-a.

           move space                                   to      wk-habilitado-flag

           move 0                                       to      wk-brancos-disc
           inspect function reverse(wk-cor-disciplina)
                   tallying wk-brancos-disc for leading spaces
           compute wk-tam-disc = 10 - wk-brancos-disc
           if  wk-tam-disc equal 0 then
               exit section
           end-if

           move 0                                       to      wk-qtd-ocorrencias
           inspect fd-prof-disciplinas
                   tallying wk-qtd-ocorrencias
                   for all wk-cor-disciplina(1:wk-tam-disc)
           if  wk-qtd-ocorrencias > 0 then
               set wk-candidato-habilitado              to      true
           end-if

           .
       bj-conferir-habilitacao-z.
           exit.

      *>*****************************************************************
      *>   Candidato (wk-substituto) livre no periodo da vaga: sem aula
      *>   propria na grade, sem outra substituicao na data e sem
      *>   ausencia registrada cobrindo o periodo
      *>*****************************************************************
       bk-conferir-livre section.
       bk-conferir-livre-a.

           set wk-candidato-livre                       to      true

           if   wk-fs-arqHorarios not equal "35" then
               move low-values                          to      fd-hor-chave
               start arqHorarios key is not less fd-hor-chave
               if   wk-fs-arqHorarios equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqHorarios next record
                       if   wk-fs-arqHorarios not equal "00" then
                           move "F"                     to      wk-fim-loop
                       else
                           if  fd-hor-professor equal wk-substituto
                           and fd-hor-dia equal wk-dia-semana
                           and fd-hor-periodo equal wk-cor-periodo then
                               move space               to      wk-livre-flag
                               move "F"                 to      wk-fim-loop
                           end-if
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqHorarios
           end-if
           if  not wk-candidato-livre then
               exit section
           end-if

           move wk-data                                 to      fd-sub-data
           move 0                                       to      fd-sub-serie
           move low-values                              to      fd-sub-letra
           move 0                                       to      fd-sub-periodo
           start arqSubstituicoes key is not less fd-sub-chave
           if   wk-fs-arqSubstituicoes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqSubstituicoes next record
                   if   wk-fs-arqSubstituicoes not equal "00"
                   or   fd-sub-data not equal wk-data then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-sub-substituto equal wk-substituto
                       and fd-sub-periodo equal wk-cor-periodo
                       and (fd-sub-serie not equal wk-cor-serie
                            or fd-sub-letra not equal wk-cor-letra) then
                           move space               to      wk-livre-flag
                           move "F"                 to      wk-fim-loop
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqSubstituicoes
           if  not wk-candidato-livre then
               exit section
           end-if

           move wk-substituto                           to      fd-aus-professor
           move wk-data                                 to      fd-aus-data
           read arqAusencias
           if   wk-fs-arqAusencias equal "00" then
               if  wk-cor-periodo >= fd-aus-periodo-inicial
               and wk-cor-periodo <= fd-aus-periodo-final then
                   move space                           to      wk-livre-flag
               end-if
           else
               move "00"                                to      wk-fs-arqAusencias
           end-if

           .
       bk-conferir-livre-z.
           exit.

      *>*****************************************************************
      *>   Valida wk-data-tela (DDMMAAAA) em wk-data (AAAAMMDD)
      *>*****************************************************************
       bl-validar-data section.
       bl-validar-data-a.

           set wk-entrada-valida                        to      true

           move "V"                                     to      wk-vd-operacao
           move wk-data-tela                            to      wk-vd-data-tela
           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno
           if  wk-vd-cod-retorno not equal 0 then
               set wk-entrada-invalida                  to      true
           else
               move wk-vd-data-aaaammdd                 to      wk-data
           end-if

           .
       bl-validar-data-z.
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

           close arqAusencias
           close arqSubstituicoes
           close arqProfessores
           close arqHorarios

           goback.
           .
       z-finaliza-z.
           exit.
