      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "acordos".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Acordos de parcelamento das mensalidades
      *>                      em atraso: o operador escolhe as
      *>                      competencias em aberto de uma matricula,
      *>                      consolida principal, multa e juros na
      *>                      data do acordo (calcula_encargos.cbl) e
      *>                      divide o total em N parcelas mensais com
      *>                      vencimento proprio. O acordo fica em
      *>                      arqAcordosInd.txt (numero sequencial em
      *>                      arqAcordosCodigo.txt), as parcelas em
      *>                      arqAcordoParcelasInd.txt, e as cobrancas
      *>                      originais passam a situacao R
      *>                      (renegociada) com o numero do acordo -
      *>                      saem da inadimplencia e nao aceitam mais
      *>                      pagamento em mensalidades.cbl. Parcela do
      *>                      acordo e paga nesta tela; a ultima paga
      *>                      quita o acordo. Acordo com parcela em
      *>                      aberto vencida e considerado rompido na
      *>                      consulta e no relatorio de inadimplencia.
      *>                      Login pelo autenticador (programa2) ou
      *>                      credenciais do menu_principal; perfil
      *>                      consulta so consulta.
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

           select arqMensalidades assign to "arqMensalidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is wk-fs-arqMensalidades.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqAcordos assign to "arqAcordosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-acd-numero
           alternate record key is fd-acd-matricula with duplicates
           file status is wk-fs-arqAcordos.

           select arqParcelas assign to "arqAcordoParcelasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-apa-chave
           file status is wk-fs-arqParcelas.

           select arqCodigo assign to "arqAcordosCodigo.txt"
           organization is line sequential
           file status is wk-fs-arqCodigo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMensalidades.
       01  fd-mensalidade.
           05  fd-mens-chave.
               10  fd-mens-matricula                pic  9(07).
               10  fd-mens-competencia              pic  9(06).
           05  fd-mens-cpf                          pic  x(12).
           05  fd-mens-serie                        pic  9(02).
           05  fd-mens-turma                        pic  x(01).
           05  fd-mens-responsavel                  pic  x(15).
           05  fd-mens-valor                        pic  9(04)v99.
           05  fd-mens-desconto-pct                 pic  9(03).
           05  fd-mens-status                       pic  x(01).
               88  fd-mens-aberta                   value "A".
               88  fd-mens-paga                     value "P".
               88  fd-mens-isenta                   value "I".
               88  fd-mens-renegociada              value "R".
           05  fd-mens-data-pagamento               pic  9(08).
           05  fd-mens-operador-pgto                pic  x(15).
           05  fd-mens-data-geracao                 pic  x(14).
           05  fd-mens-vencimento                   pic  9(08).
           05  fd-mens-multa                        pic  9(04)v99.
           05  fd-mens-juros                        pic  9(04)v99.
           05  fd-mens-valor-pago                   pic  9(05)v99.
           05  fd-mens-acordo                       pic  9(06).
           05  fd-mens-desconto-origem              pic  x(01).
               88  fd-mens-desconto-bolsa           value "B".
               88  fd-mens-desconto-irmaos          value "I".
               88  fd-mens-desconto-combinado       value "C".
           05  fd-mens-bolsa-pct                    pic  9(03).
           05  fd-mens-irmaos-pct                   pic  9(03).
           05  fd-mens-ordem-irmao                  pic  9(02).
           05  fd-mens-reserva                      pic  x(25).

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

       fd arqAcordos.
       01  fd-acordo.
           05  fd-acd-numero                        pic  9(06).
           05  fd-acd-matricula                     pic  9(07).
           05  fd-acd-cpf                           pic  x(12).
           05  fd-acd-responsavel                   pic  x(15).
           05  fd-acd-data                          pic  9(08).
           05  fd-acd-qtd-cobrancas                 pic  9(02).
           05  fd-acd-principal                     pic  9(06)v99.
           05  fd-acd-encargos                      pic  9(06)v99.
           05  fd-acd-total                         pic  9(06)v99.
           05  fd-acd-qtd-parcelas                  pic  9(02).
           05  fd-acd-status                        pic  x(01).
               88  fd-acd-ativo                     value "A".
               88  fd-acd-quitado                   value "Q".
           05  fd-acd-operador                      pic  x(15).
           05  fd-acd-data-registro                 pic  x(14).

       fd arqParcelas.
       01  fd-parcela.
           05  fd-apa-chave.
               10  fd-apa-acordo                    pic  9(06).
               10  fd-apa-numero                    pic  9(02).
           05  fd-apa-vencimento                    pic  9(08).
           05  fd-apa-valor                         pic  9(06)v99.
           05  fd-apa-status                        pic  x(01).
               88  fd-apa-aberta                    value "A".
               88  fd-apa-paga                      value "P".
           05  fd-apa-data-pagamento                pic  9(08).
           05  fd-apa-valor-pago                    pic  9(06)v99.
           05  fd-apa-operador                      pic  x(15).

       fd arqCodigo.
       01  fd-codigo-linha                          pic  9(06).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqAcordos                         pic x(02).
       77  wk-fs-arqParcelas                        pic x(02).
       77  wk-fs-arqCodigo                          pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-par                          pic x(01).
           88 wk-loop-par-terminado                 value "F".

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
               88 wk-perfil-operador               value "O".
               88 wk-perfil-consulta               value "C".
           05  wk-aut-dias-expirar                 pic 9(03).

       77  wk-tentativas-login                      pic 9(01) value 0.
       77  wk-aut-ptr                               usage pointer.
       77  wk-aut-senha-confirma                    pic x(20).
       77  wk-operador                              pic x(15).

       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
           88 wk-op-novo                            value "N" "n".
           88 wk-op-consultar                       value "C" "c".
           88 wk-op-listar                          value "L" "l".
           88 wk-op-pagar                           value "P" "p".

       77  wk-matricula                             pic 9(07) value 0.
       77  wk-numero-acordo                         pic 9(06) value 0.
       77  wk-numero-parcela                        pic 9(02) value 0.
       01  wk-competencia-tela                      pic x(06).
       77  wk-competencia                           pic 9(06) value 0.
       77  wk-qtd-tela                              pic x(02).

       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-data-hoje                             pic 9(08) value 0.
       77  wk-data-pagamento                        pic 9(08) value 0.

      *>   Cobrancas em aberto da matricula, com os encargos na data
      *>   do acordo; marcadas = escolhidas para o parcelamento
       01  wk-abertas.
           05  wk-abe-item occurs 36.
               10  wk-abe-competencia               pic 9(06).
               10  wk-abe-principal                 pic 9(04)v99.
               10  wk-abe-multa                     pic 9(04)v99.
               10  wk-abe-juros                     pic 9(04)v99.
               10  wk-abe-total                     pic 9(05)v99.
               10  wk-abe-marca                     pic x(01).
                   88  wk-abe-marcada               value "S".
       77  wk-qtd-abertas                           pic 9(02) value 0.
       77  wk-ind                                   pic 9(02) value 0.
       77  wk-achou                                 pic x(01).
           88  wk-encontrou                         value "S".

      *>   Consolidacao e plano de parcelas
       77  wk-qtd-marcadas                          pic 9(02) value 0.
       77  wk-soma-principal                        pic 9(06)v99 value 0.
       77  wk-soma-encargos                         pic 9(06)v99 value 0.
       77  wk-soma-total                            pic 9(06)v99 value 0.
       77  wk-qtd-parcelas                          pic 9(02) value 0.
       77  wk-max-parcelas                          pic 9(02) value 24.
       77  wk-valor-parcela                         pic 9(06)v99 value 0.
       77  wk-valor-ultima                          pic 9(06)v99 value 0.
       01  wk-venc-parcela                          pic 9(08).
       01  wk-venc-parcela-r redefines wk-venc-parcela.
           05  wk-venc-ano                          pic 9(04).
           05  wk-venc-mes                          pic 9(02).
           05  wk-venc-dia                          pic 9(02).
       77  wk-primeiro-venc                         pic 9(08) value 0.

      *>   Situacao do acordo consultado
       77  wk-rompido-flag                          pic x(01).
           88  wk-acordo-rompido                    value "S".
       77  wk-qtd-pagas                             pic 9(02) value 0.
       77  wk-saldo-aberto                          pic 9(06)v99 value 0.

       77  wk-valor-edit                            pic zzz.zz9,99.
       77  wk-multa-edit                            pic zzz.zz9,99.
       77  wk-juros-edit                            pic zzz.zz9,99.
       77  wk-total-edit                            pic zzz.zz9,99.

      *>   Parametros da subrotina compartilhada valida_data
       77  wk-vd-operacao                           pic x(01).
       77  wk-vd-data-tela                          pic x(08).
       77  wk-vd-data-aaaammdd                      pic 9(08).
       77  wk-vd-data-2                             pic 9(08).
       77  wk-vd-dias                               pic s9(05).
       77  wk-vd-cod-retorno                        pic 9(01).

      *>   Parametros da subrotina calcula_encargos
       77  wk-enc-operacao                          pic x(01).
       01  wk-enc-encargos.
           05  wk-enc-competencia                   pic 9(06).
           05  wk-enc-principal                     pic 9(04)v99.
           05  wk-enc-vencimento                    pic 9(08).
           05  wk-enc-data-base                     pic 9(08).
           05  wk-enc-dias-atraso                   pic 9(05).
           05  wk-enc-multa                         pic 9(04)v99.
           05  wk-enc-juros                         pic 9(04)v99.
           05  wk-enc-total                         pic 9(05)v99.
       01  wk-enc-parametros.
           05  wk-enc-multa-pct                     pic 9(02)v99.
           05  wk-enc-juros-mes-pct                 pic 9(02)v99.
           05  wk-enc-carencia-dias                 pic 9(02).
           05  wk-enc-dia-vencimento                pic 9(02).
       77  wk-enc-retorno                           pic 9(01).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "acordos".
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

           open i-o arqMensalidades
           if   wk-fs-arqMensalidades not equal "00" then
               move "0001"                                 to      wk-msn-erro-adress
               move wk-fs-arqMensalidades                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMensalidades" to     wk-msn-erro-text
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

           open i-o arqAcordos
           if   wk-fs-arqAcordos equal "05"
           or   wk-fs-arqAcordos equal "35" then
               open output arqAcordos
               close arqAcordos
               open i-o arqAcordos
           end-if
           if   wk-fs-arqAcordos not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqAcordos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAcordos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqParcelas
           if   wk-fs-arqParcelas equal "05"
           or   wk-fs-arqParcelas equal "35" then
               open output arqParcelas
               close arqParcelas
               open i-o arqParcelas
           end-if
           if   wk-fs-arqParcelas not equal "00" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqParcelas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqParcelas" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Login pelo autenticador do sistema (programa2) - tres
      *>   tentativas e o programa encerra; perfil consulta nao
      *>   registra acordo nem pagamento
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
           display "Acordos de Parcelamento - Login"

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
      *>   Procedimento Principal - menu de acordos
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           perform until wk-sair
               move function current-date(1:8)          to      wk-data-hoje
               display erase
               display "Acordos de Parcelamento - operador " wk-operador
               display " "
               display "(N) Novo acordo"
               display "(C) Consultar acordo"
               display "(L) Listar acordos de uma matricula"
               display "(P) Pagar parcela de acordo"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-novo
                       if  wk-perfil-consulta then
                           display "Opcao nao permitida para o seu perfil."
                           accept temp
                       else
                           perform ba-novo-acordo
                       end-if
                   when wk-op-consultar
                       perform bb-consultar-acordo
                   when wk-op-listar
                       perform bc-listar-matricula
                   when wk-op-pagar
                       if  wk-perfil-consulta then
                           display "Opcao nao permitida para o seu perfil."
                           accept temp
                       else
                           perform bd-pagar-parcela
                       end-if
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Novo acordo - escolha das competencias, consolidacao e plano
      *>   de parcelas; nada e gravado sem a confirmacao final
      *>*****************************************************************
       ba-novo-acordo section.
       ba-novo-acordo-a.

           display "Matricula: "
           accept wk-matricula

           perform ca-carregar-abertas
           if  wk-qtd-abertas equal 0 then
               display "Nenhuma cobranca em aberto para esta matricula."
               accept temp
               exit section
           end-if

           perform cb-escolher-competencias
           if  wk-qtd-marcadas equal 0 then
               display "Nenhuma competencia escolhida - acordo cancelado."
               accept temp
               exit section
           end-if

           move wk-soma-principal                       to      wk-valor-edit
           move wk-soma-encargos                        to      wk-multa-edit
           move wk-soma-total                           to      wk-total-edit
           display " "
           display "Competencias.: " wk-qtd-marcadas
           display "Principal....: R$ " wk-valor-edit
           display "Multa + juros: R$ " wk-multa-edit
           display "Total........: R$ " wk-total-edit

           perform cc-pedir-plano
           if  wk-qtd-parcelas equal 0 then
               display "Plano invalido - acordo cancelado."
               accept temp
               exit section
           end-if

           perform cd-exibir-plano

           display "Confirma o acordo (S/N)? "
           accept wk-confirma
           if  wk-confirma-sim then
               perform ce-gravar-acordo
               display "Acordo " wk-numero-acordo " registrado."
               accept temp
           end-if

           .
       ba-novo-acordo-z.
           exit.

      *>*****************************************************************
      *>   Consulta um acordo pelo numero, com as parcelas e a
      *>   situacao (em dia, rompido ou quitado)
      *>*****************************************************************
       bb-consultar-acordo section.
       bb-consultar-acordo-a.

           display "Numero do acordo: "
           accept wk-numero-acordo

           move wk-numero-acordo                        to      fd-acd-numero
           read arqAcordos
           if   wk-fs-arqAcordos not equal "00" then
               display "Acordo nao encontrado."
           else
               perform cf-exibir-acordo
           end-if

           display "Pressione ENTER para voltar..."
           accept temp

           .
       bb-consultar-acordo-z.
           exit.

      *>*****************************************************************
      *>   Lista os acordos de uma matricula pela chave alternativa
      *>*****************************************************************
       bc-listar-matricula section.
       bc-listar-matricula-a.

           display "Matricula: "
           accept wk-matricula

           move wk-matricula                            to      fd-acd-matricula
           start arqAcordos key is equal fd-acd-matricula
           if   wk-fs-arqAcordos not equal "00" then
               display "Nenhum acordo para esta matricula."
           else
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAcordos next record
                   if   wk-fs-arqAcordos not equal "00"
                   or   fd-acd-matricula not equal wk-matricula then
                       move "F"                         to      wk-fim-loop
                   else
                       perform cg-apurar-situacao
                       move fd-acd-total                to      wk-total-edit
                       move wk-saldo-aberto             to      wk-valor-edit
                       evaluate true
                           when fd-acd-quitado
                               display fd-acd-numero " de " fd-acd-data
                                       " total R$ " wk-total-edit
                                       " QUITADO"
                           when wk-acordo-rompido
                               display fd-acd-numero " de " fd-acd-data
                                       " total R$ " wk-total-edit
                                       " saldo R$ " wk-valor-edit
                                       " ROMPIDO"
                           when other
                               display fd-acd-numero " de " fd-acd-data
                                       " total R$ " wk-total-edit
                                       " saldo R$ " wk-valor-edit
                                       " em dia"
                       end-evaluate
                   end-if
               end-perform
           end-if

           display "Pressione ENTER para voltar..."
           accept temp

           .
       bc-listar-matricula-z.
           exit.

      *>*****************************************************************
      *>   Pagamento de uma parcela do acordo - a ultima parcela paga
      *>   quita o acordo
      *>*****************************************************************
       bd-pagar-parcela section.
       bd-pagar-parcela-a.

           display "Numero do acordo: "
           accept wk-numero-acordo
           display "Parcela.........: "
           accept wk-numero-parcela

           move wk-numero-acordo                        to      fd-apa-acordo
           move wk-numero-parcela                       to      fd-apa-numero
           read arqParcelas
           if   wk-fs-arqParcelas not equal "00" then
               display "Parcela nao encontrada."
               accept temp
               exit section
           end-if

           move fd-apa-valor                            to      wk-valor-edit
           display "Vencimento: " fd-apa-vencimento
                   "  valor R$ " wk-valor-edit
           if  fd-apa-paga then
               display "Parcela ja paga em " fd-apa-data-pagamento
               accept temp
               exit section
           end-if

           perform ch-pedir-data-pagamento

           display "Confirma o pagamento (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               exit section
           end-if

           set  fd-apa-paga                             to      true
           move wk-data-pagamento                       to      fd-apa-data-pagamento
           move fd-apa-valor                            to      fd-apa-valor-pago
           move wk-operador                             to      fd-apa-operador
           rewrite fd-parcela
           if   wk-fs-arqParcelas not equal "00" then
               move "0005"                                  to      wk-msn-erro-adress
               move wk-fs-arqParcelas                       to      wk-msn-erro-cod
               move "Erro ao Regravar arqParcelas"          to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    ultima parcela paga quita o acordo
           move wk-numero-acordo                        to      fd-acd-numero
           read arqAcordos
           if   wk-fs-arqAcordos equal "00" then
               perform cg-apurar-situacao
               if  wk-qtd-pagas equal fd-acd-qtd-parcelas then
                   set  fd-acd-quitado                  to      true
                   rewrite fd-acordo
                   if   wk-fs-arqAcordos not equal "00" then
                       move "0006"                              to      wk-msn-erro-adress
                       move wk-fs-arqAcordos                    to      wk-msn-erro-cod
                       move "Erro ao Regravar arqAcordos"       to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   display "Acordo quitado."
               end-if
           end-if

           display "Pagamento registrado."
           accept temp

           .
       bd-pagar-parcela-z.
           exit.

      *>*****************************************************************
      *>   Carrega as cobrancas em aberto da matricula com multa e
      *>   juros calculados na data de hoje
      *>*****************************************************************
       ca-carregar-abertas section.
       ca-carregar-abertas-a.

           move 0                                       to      wk-qtd-abertas
           move wk-matricula                            to      fd-mens-matricula
           move 0                                       to      fd-mens-competencia
           start arqMensalidades key is greater than or equal fd-mens-chave
           if   wk-fs-arqMensalidades equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqMensalidades next record
                   if   wk-fs-arqMensalidades not equal "00"
                   or   fd-mens-matricula not equal wk-matricula
                   or   wk-qtd-abertas >= 36 then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-mens-aberta then
                           add 1                        to      wk-qtd-abertas
                           move "C"                     to      wk-enc-operacao
                           move fd-mens-competencia     to      wk-enc-competencia
                           move fd-mens-valor           to      wk-enc-principal
                           move fd-mens-vencimento      to      wk-enc-vencimento
                           move wk-data-hoje            to      wk-enc-data-base
                           call "calcula_encargos" using wk-enc-operacao
                                                         wk-enc-encargos
                                                         wk-enc-parametros
                                                         wk-enc-retorno
                           move fd-mens-competencia     to      wk-abe-competencia(wk-qtd-abertas)
                           move fd-mens-valor           to      wk-abe-principal(wk-qtd-abertas)
                           move wk-enc-multa            to      wk-abe-multa(wk-qtd-abertas)
                           move wk-enc-juros            to      wk-abe-juros(wk-qtd-abertas)
                           move wk-enc-total            to      wk-abe-total(wk-qtd-abertas)
                           move space                   to      wk-abe-marca(wk-qtd-abertas)
                       end-if
                   end-if
               end-perform
           end-if

           if  wk-qtd-abertas > 0 then
               display " "
               display "Compet.     Principal      Multa      Juros      Total"
               perform varying wk-ind from 1 by 1
                         until wk-ind > wk-qtd-abertas
                   move wk-abe-principal(wk-ind)        to      wk-valor-edit
                   move wk-abe-multa(wk-ind)            to      wk-multa-edit
                   move wk-abe-juros(wk-ind)            to      wk-juros-edit
                   move wk-abe-total(wk-ind)            to      wk-total-edit
                   display wk-abe-competencia(wk-ind)
                           " " wk-valor-edit
                           " " wk-multa-edit
                           " " wk-juros-edit
                           " " wk-total-edit
               end-perform
           end-if

           .
       ca-carregar-abertas-z.
           exit.

      *>*****************************************************************
      *>   Escolha das competencias (AAAAMM uma a uma, T = todas,
      *>   branco encerra) e soma do que foi escolhido
      *>*****************************************************************
       cb-escolher-competencias section.
       cb-escolher-competencias-a.

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               display "Competencia a incluir (AAAAMM, T = todas,"
                       " branco encerra): "
               move spaces                              to      wk-competencia-tela
               accept wk-competencia-tela
               evaluate true
                   when wk-competencia-tela equal spaces
                       move "F"                         to      wk-fim-loop
                   when wk-competencia-tela equal "T"
                   or   wk-competencia-tela equal "t"
                       perform varying wk-ind from 1 by 1
                                 until wk-ind > wk-qtd-abertas
                           set  wk-abe-marcada(wk-ind)  to      true
                       end-perform
                       move "F"                         to      wk-fim-loop
                   when wk-competencia-tela is numeric
                       move wk-competencia-tela         to      wk-competencia
                       move space                       to      wk-achou
                       perform varying wk-ind from 1 by 1
                                 until wk-ind > wk-qtd-abertas
                           if  wk-abe-competencia(wk-ind) equal wk-competencia then
                               set  wk-abe-marcada(wk-ind) to   true
                               set  wk-encontrou        to      true
                           end-if
                       end-perform
                       if  not wk-encontrou then
                           display "Competencia nao esta em aberto."
                       end-if
                   when other
                       display "Competencia invalida."
               end-evaluate
           end-perform

           move 0                                       to      wk-qtd-marcadas
           move 0                                       to      wk-soma-principal
           move 0                                       to      wk-soma-encargos
           move 0                                       to      wk-soma-total
           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-abertas
               if  wk-abe-marcada(wk-ind) then
                   add 1                                to      wk-qtd-marcadas
                   add wk-abe-principal(wk-ind)         to      wk-soma-principal
                   add wk-abe-multa(wk-ind)             to      wk-soma-encargos
                   add wk-abe-juros(wk-ind)             to      wk-soma-encargos
                   add wk-abe-total(wk-ind)             to      wk-soma-total
               end-if
           end-perform

           .
       cb-escolher-competencias-z.
           exit.

      *>*****************************************************************
      *>   Quantidade de parcelas e primeiro vencimento (DDMMAAAA, a
      *>   partir de hoje, dia ate 28 para existir em todos os meses)
      *>*****************************************************************
       cc-pedir-plano section.
       cc-pedir-plano-a.

           move 0                                       to      wk-qtd-parcelas

           display "Numero de parcelas (01-" wk-max-parcelas "): "
           move spaces                                  to      wk-qtd-tela
           accept wk-qtd-tela
           if  wk-qtd-tela is not numeric
           or  wk-qtd-tela equal "00"
           or  wk-qtd-tela > wk-max-parcelas then
               exit section
           end-if

           display "Vencimento da 1a parcela (DDMMAAAA): "
           move spaces                                  to      wk-vd-data-tela
           accept wk-vd-data-tela
           move "V"                                     to      wk-vd-operacao
           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno
           if  wk-vd-cod-retorno not equal 0
           or  wk-vd-data-aaaammdd < wk-data-hoje then
               display "Data invalida ou no passado."
               exit section
           end-if
           move wk-vd-data-aaaammdd                     to      wk-primeiro-venc
           if  wk-primeiro-venc(7:2) > "28" then
               display "Use vencimento ate o dia 28."
               exit section
           end-if

           move wk-qtd-tela                             to      wk-qtd-parcelas
           compute wk-valor-parcela = wk-soma-total / wk-qtd-parcelas
           compute wk-valor-ultima  = wk-soma-total
                                    - (wk-valor-parcela * (wk-qtd-parcelas - 1))

           .
       cc-pedir-plano-z.
           exit.

      *>*****************************************************************
      *>   Mostra o plano de parcelas - vencimentos mensais a partir
      *>   do primeiro, diferenca de centavos na ultima
      *>*****************************************************************
       cd-exibir-plano section.
       cd-exibir-plano-a.

           display " "
           display "Parcela  Vencimento       Valor"
           move wk-primeiro-venc                        to      wk-venc-parcela
           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-parcelas
               if  wk-ind equal wk-qtd-parcelas then
                   move wk-valor-ultima                 to      wk-valor-edit
               else
                   move wk-valor-parcela                to      wk-valor-edit
               end-if
               display "   " wk-ind "     " wk-venc-parcela
                       "  " wk-valor-edit
               perform ci-proximo-vencimento
           end-perform

           .
       cd-exibir-plano-z.
           exit.

      *>*****************************************************************
      *>   Grava acordo, parcelas e marca as cobrancas originais como
      *>   renegociadas com o numero do acordo
      *>*****************************************************************
       ce-gravar-acordo section.
       ce-gravar-acordo-a.

           perform cj-gerar-numero

           move wk-numero-acordo                        to      fd-acd-numero
           move wk-matricula                            to      fd-acd-matricula
           move fd-mens-cpf                             to      fd-acd-cpf
           move fd-mens-responsavel                     to      fd-acd-responsavel
           move wk-data-hoje                            to      fd-acd-data
           move wk-qtd-marcadas                         to      fd-acd-qtd-cobrancas
           move wk-soma-principal                       to      fd-acd-principal
           move wk-soma-encargos                        to      fd-acd-encargos
           move wk-soma-total                           to      fd-acd-total
           move wk-qtd-parcelas                         to      fd-acd-qtd-parcelas
           set  fd-acd-ativo                            to      true
           move wk-operador                             to      fd-acd-operador
           move function current-date(1:14)             to      fd-acd-data-registro

      *>    cpf e responsavel vem da primeira cobranca escolhida
           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-abertas
                        or wk-abe-marcada(wk-ind)
               continue
           end-perform
           move wk-matricula                            to      fd-mens-matricula
           move wk-abe-competencia(wk-ind)              to      fd-mens-competencia
           read arqMensalidades
           if   wk-fs-arqMensalidades equal "00" then
               move fd-mens-cpf                         to      fd-acd-cpf
               move fd-mens-responsavel                 to      fd-acd-responsavel
           end-if

           write fd-acordo
           if   wk-fs-arqAcordos not equal "00" then
               move "0007"                                  to      wk-msn-erro-adress
               move wk-fs-arqAcordos                        to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqAcordos"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-primeiro-venc                        to      wk-venc-parcela
           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-parcelas
               move wk-numero-acordo                    to      fd-apa-acordo
               move wk-ind                              to      fd-apa-numero
               move wk-venc-parcela                     to      fd-apa-vencimento
               if  wk-ind equal wk-qtd-parcelas then
                   move wk-valor-ultima                 to      fd-apa-valor
               else
                   move wk-valor-parcela                to      fd-apa-valor
               end-if
               set  fd-apa-aberta                       to      true
               move 0                                   to      fd-apa-data-pagamento
               move 0                                   to      fd-apa-valor-pago
               move spaces                              to      fd-apa-operador
               write fd-parcela
               if   wk-fs-arqParcelas not equal "00" then
                   move "0008"                              to      wk-msn-erro-adress
                   move wk-fs-arqParcelas                   to      wk-msn-erro-cod
                   move "Erro ao Gravar Arquivo arqParcelas" to     wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               perform ci-proximo-vencimento
           end-perform

      *>    cobrancas originais: situacao R, encargos consolidados
           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-abertas
               if  wk-abe-marcada(wk-ind) then
                   move wk-matricula                    to      fd-mens-matricula
                   move wk-abe-competencia(wk-ind)      to      fd-mens-competencia
                   read arqMensalidades
                   if   wk-fs-arqMensalidades equal "00" then
                       set  fd-mens-renegociada         to      true
                       move wk-abe-multa(wk-ind)        to      fd-mens-multa
                       move wk-abe-juros(wk-ind)        to      fd-mens-juros
                       move wk-numero-acordo            to      fd-mens-acordo
                       rewrite fd-mensalidade
                   end-if
                   if   wk-fs-arqMensalidades not equal "00" then
                       move "0009"                                to      wk-msn-erro-adress
                       move wk-fs-arqMensalidades                 to      wk-msn-erro-cod
                       move "Erro ao Regravar arqMensalidades"    to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
               end-if
           end-perform

           .
       ce-gravar-acordo-z.
           exit.

      *>*****************************************************************
      *>   Mostra o acordo corrente com as parcelas e a situacao
      *>*****************************************************************
       cf-exibir-acordo section.
       cf-exibir-acordo-a.

           perform cg-apurar-situacao

           display " "
           display "Acordo......: " fd-acd-numero " de " fd-acd-data
           display "Matricula...: " fd-acd-matricula
                   "  responsavel " fd-acd-responsavel
           move fd-acd-principal                        to      wk-valor-edit
           move fd-acd-encargos                         to      wk-multa-edit
           move fd-acd-total                            to      wk-total-edit
           display "Cobrancas...: " fd-acd-qtd-cobrancas
                   "  principal R$ " wk-valor-edit
                   "  encargos R$ " wk-multa-edit
           display "Total.......: R$ " wk-total-edit
                   " em " fd-acd-qtd-parcelas " parcelas"
           evaluate true
               when fd-acd-quitado
                   display "Situacao....: QUITADO"
               when wk-acordo-rompido
                   display "Situacao....: ROMPIDO - parcela vencida"
                           " em aberto"
               when other
                   display "Situacao....: em dia"
           end-evaluate

           display " "
           display "Parc  Vencto         Valor  Sit  Pagamento"
           move fd-acd-numero                           to      fd-apa-acordo
           move 0                                       to      fd-apa-numero
           start arqParcelas key is greater than or equal fd-apa-chave
           if   wk-fs-arqParcelas equal "00" then
               move space                               to      wk-fim-loop-par
               perform until wk-loop-par-terminado
                   read arqParcelas next record
                   if   wk-fs-arqParcelas not equal "00"
                   or   fd-apa-acordo not equal fd-acd-numero then
                       move "F"                         to      wk-fim-loop-par
                   else
                       move fd-apa-valor                to      wk-valor-edit
                       display fd-apa-numero "    " fd-apa-vencimento
                               " " wk-valor-edit
                               "  " fd-apa-status
                               "    " fd-apa-data-pagamento
                   end-if
               end-perform
           end-if

           .
       cf-exibir-acordo-z.
           exit.

      *>*****************************************************************
      *>   Situacao do acordo corrente: parcelas pagas, saldo em aberto
      *>   e rompimento (parcela em aberto com vencimento ja passado)
      *>*****************************************************************
       cg-apurar-situacao section.
       cg-apurar-situacao-a.

           move space                                   to      wk-rompido-flag
           move 0                                       to      wk-qtd-pagas
           move 0                                       to      wk-saldo-aberto

           move fd-acd-numero                           to      fd-apa-acordo
           move 0                                       to      fd-apa-numero
           start arqParcelas key is greater than or equal fd-apa-chave
           if   wk-fs-arqParcelas equal "00" then
               move space                               to      wk-fim-loop-par
               perform until wk-loop-par-terminado
                   read arqParcelas next record
                   if   wk-fs-arqParcelas not equal "00"
                   or   fd-apa-acordo not equal fd-acd-numero then
                       move "F"                         to      wk-fim-loop-par
                   else
                       if  fd-apa-paga then
                           add 1                        to      wk-qtd-pagas
                       else
                           add fd-apa-valor             to      wk-saldo-aberto
                           if  fd-apa-vencimento < wk-data-hoje then
                               set  wk-acordo-rompido   to      true
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           .
       cg-apurar-situacao-z.
           exit.

      *>*****************************************************************
      *>   Pede a data efetiva do pagamento (DDMMAAAA) - em branco vale
      *>   hoje; data futura ou invalida cai para hoje com aviso
      *>*****************************************************************
       ch-pedir-data-pagamento section.
       ch-pedir-data-pagamento-a.

           move wk-data-hoje                            to      wk-data-pagamento

           display "Data do pagamento (DDMMAAAA, branco = hoje): "
           move spaces                                  to      wk-vd-data-tela
           accept wk-vd-data-tela
           if  wk-vd-data-tela not equal spaces then
               move "V"                                 to      wk-vd-operacao
               call "valida_data" using wk-vd-operacao
                                        wk-vd-data-tela
                                        wk-vd-data-aaaammdd
                                        wk-vd-data-2
                                        wk-vd-dias
                                        wk-vd-cod-retorno
               if  wk-vd-cod-retorno equal 0
               and wk-vd-data-aaaammdd <= wk-data-hoje then
                   move wk-vd-data-aaaammdd             to      wk-data-pagamento
               else
                   display "Data invalida ou futura - considerado"
                           " o pagamento de hoje."
               end-if
           end-if

           .
       ch-pedir-data-pagamento-z.
           exit.

      *>*****************************************************************
      *>   Avanca wk-venc-parcela um mes, mesmo dia
      *>*****************************************************************
       ci-proximo-vencimento section.
       ci-proximo-vencimento-a.

           if  wk-venc-mes equal 12 then
               move 1                                   to      wk-venc-mes
               add 1                                    to      wk-venc-ano
           else
               add 1                                    to      wk-venc-mes
           end-if

           .
       ci-proximo-vencimento-z.
           exit.

      *>*****************************************************************
      *>   Gera o proximo numero de acordo, persistindo o contador em
      *>   arqAcordosCodigo.txt - o molde do codigo de familia
      *>*****************************************************************
       cj-gerar-numero section.
       cj-gerar-numero-a.

           move 0                                       to      wk-numero-acordo
           open input arqCodigo
           if   wk-fs-arqCodigo equal "00" then
               read arqCodigo
               if   wk-fs-arqCodigo equal "00" then
                   move fd-codigo-linha                 to      wk-numero-acordo
               end-if
               close arqCodigo
           end-if

           add 1                                        to      wk-numero-acordo

           move wk-numero-acordo                        to      fd-codigo-linha
           open output arqCodigo
           write fd-codigo-linha
           close arqCodigo

           .
       cj-gerar-numero-z.
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

           close arqMensalidades
           close arqAlunos
           close arqAcordos
           close arqParcelas

           goback.
           .
       z-finaliza-z.
           exit.
