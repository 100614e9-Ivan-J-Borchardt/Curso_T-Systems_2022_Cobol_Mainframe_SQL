      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "ficai_notificacao".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Notificacao formal ao Conselho Tutelar
      *>                      dos casos de FICAI (ECA, art. 56, II):
      *>                      sem parametro emite a notificacao de
      *>                      todo caso aberto ainda pendente em
      *>                      arqFicaiInd.txt; com o parametro NNNNNN
      *>                      emite/reimprime so aquele caso. Cada
      *>                      notificacao sai com o timbre da
      *>                      instituicao e o numero de controle de
      *>                      registra_documento.cbl em
      *>                      arqFicaiNotificacao.txt (espelhado no
      *>                      spool), e o caso fica marcado como
      *>                      notificado com o numero do documento - a
      *>                      reimpressao mantem o numero original.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqFicai assign to "arqFicaiInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-fic-numero
           alternate record key is fd-fic-cpf with duplicates
           file status is wk-fs-arqFicai.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqNotificacao assign to "arqFicaiNotificacao.txt"
           organization is line sequential
           file status is wk-fs-arqNotificacao.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *>   Caso de FICAI - etapas: 1 familia contatada, 2 visita
      *>   domiciliar, 3 encaminhado ao Conselho Tutelar, 4 aluno
      *>   retornou, 5 encerrado
       fd arqFicai.
       01  fd-ficai.
           05  fd-fic-numero                        pic  9(06).
           05  fd-fic-cpf                           pic  x(12).
           05  fd-fic-nome                          pic  x(10).
           05  fd-fic-matricula                     pic  9(07).
           05  fd-fic-serie                         pic  9(02).
           05  fd-fic-turma                         pic  x(01).
           05  fd-fic-responsavel                   pic  x(15).
           05  fd-fic-telefone                      pic  x(11).
           05  fd-fic-data-abertura                 pic  9(08).
           05  fd-fic-criterio                      pic  x(01).
               88  fd-fic-consecutivas              value "C".
               88  fd-fic-alternadas                value "A".
           05  fd-fic-qtd-faltas                    pic  9(03).
           05  fd-fic-primeira-falta                pic  9(08).
           05  fd-fic-ultima-falta                  pic  9(08).
           05  fd-fic-situacao                      pic  x(01).
               88  fd-fic-aberto                    value "A".
               88  fd-fic-encerrado                 value "E".
           05  fd-fic-etapas.
               10  fd-fic-etapa occurs 5.
                   15  fd-fic-etapa-data            pic  9(08).
                   15  fd-fic-etapa-operador        pic  x(15).
           05  fd-fic-ultima-etapa                  pic  9(01).
           05  fd-fic-observacao                    pic  x(60).
           05  fd-fic-notificacao                   pic  x(01).
               88  fd-fic-notificacao-pendente      value "N".
               88  fd-fic-notificacao-emitida       value "S".
           05  fd-fic-documento                     pic  9(08).
           05  fd-fic-data-registro                 pic  x(14).

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

       fd arqNotificacao.
       01  fd-notificacao-linha                     pic  x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqFicai                           pic x(02).
       77  wk-fs-arqNotificacao                     pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

      *>   Caso a emitir/reimprimir - parametro NNNNNN da linha de
      *>   comando; sem parametro saem todos os pendentes
       01  wk-linha-comando.
           05  wk-parm-numero                       pic x(06).
           05  filler                               pic x(14).

       77  wk-numero                                pic 9(06) value 0.
       77  wk-data-emissao                          pic 9(08) value 0.

      *>   Data AAAAMMDD editada como DD/MM/AAAA no texto
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
       77  wk-data-edit-1                           pic x(10).
       77  wk-data-edit-2                           pic x(10).

       77  wk-criterio-texto                        pic x(12).

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-emitidas                          pic 9(06) value 0.
       77  wk-qtd-reimpressas                       pic 9(06) value 0.

      *>   Timbre da instituicao (arqInstituicao.txt, programa
      *>   instituicao.cbl) - sem o arquivo vale o texto padrao
       77  wk-fs-arqInstituicao                     pic x(02).
       77  wk-inst-flag                             pic x(01).
           88  wk-inst-carregada                    value "S".
       77  wk-inst-nome                             pic x(50).
       77  wk-inst-endereco                         pic x(60).
       77  wk-inst-diretor                          pic x(40).
       77  wk-inst-inep                             pic x(08).

      *>   Parametros da subrotina registra_documento
       77  wk-doc-tipo                              pic x(15).
       77  wk-doc-cpf                               pic x(12).
       77  wk-doc-operador                          pic x(15).
       77  wk-doc-numero                            pic 9(08).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "ficai_notificacao".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.

      *>   Espelho de spool do relatorio (espolar_relatorio)
       77  wk-spl-programa                          pic x(20).
       77  wk-spl-arquivo                           pic x(30).
       77  wk-spl-turma                             pic x(04).
       77  wk-spl-retorno                           pic 9(01).

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao
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

           move function current-date(1:8)              to      wk-data-emissao
           accept wk-linha-comando from command-line
           if  wk-parm-numero is numeric then
               move wk-parm-numero                      to      wk-numero
           end-if

           open i-o arqFicai
           if   wk-fs-arqFicai not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqFicai                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFicai"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqNotificacao
           if   wk-fs-arqNotificacao not equal "00" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqNotificacao                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqNotificacao" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform u-carregar-instituicao

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - um caso pelo parametro ou todos
      *>   os casos abertos com notificacao pendente
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           if  wk-numero not equal 0 then
               move wk-numero                           to      fd-fic-numero
               read arqFicai
               if   wk-fs-arqFicai not equal "00" then
                   display "Caso " wk-numero " nao encontrado."
               else
                   add 1                                to      wk-qtd-lidos
                   perform ba-emitir-caso
               end-if
               exit section
           end-if

           move 0                                       to      fd-fic-numero
           start arqFicai key is not less fd-fic-numero
           if   wk-fs-arqFicai equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqFicai next record
                   if   wk-fs-arqFicai not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-lidos
                       if  fd-fic-aberto
                       and fd-fic-notificacao-pendente then
                           perform ba-emitir-caso
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Numera (so na primeira emissao), imprime e marca o caso
      *>*****************************************************************
       ba-emitir-caso section.
       ba-emitir-caso-a.

           if  fd-fic-notificacao-emitida then
               move fd-fic-documento                    to      wk-doc-numero
               add 1                                    to      wk-qtd-reimpressas
           else
               move "FICAI"                             to      wk-doc-tipo
               move fd-fic-cpf                          to      wk-doc-cpf
               move "ficai_notificacao"                 to      wk-doc-operador
               call "registra_documento" using wk-doc-tipo
                                               wk-doc-cpf
                                               wk-doc-operador
                                               wk-doc-numero
               add 1                                    to      wk-qtd-emitidas
           end-if

           perform bb-imprimir-notificacao

           if  fd-fic-notificacao-pendente then
               set  fd-fic-notificacao-emitida          to      true
               move wk-doc-numero                       to      fd-fic-documento
               rewrite fd-ficai
               if   wk-fs-arqFicai not equal "00" then
                   move "0003"                              to      wk-msn-erro-adress
                   move wk-fs-arqFicai                      to      wk-msn-erro-cod
                   move "Erro ao Regravar Arquivo arqFicai" to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
           end-if

           .
       ba-emitir-caso-z.
           exit.

      *>*****************************************************************
      *>   Texto da notificacao do caso corrente
      *>*****************************************************************
       bb-imprimir-notificacao section.
       bb-imprimir-notificacao-a.

      *>    timbre da escola no topo da notificacao
           if  wk-inst-carregada then
               move wk-inst-nome                        to      fd-notificacao-linha
               write fd-notificacao-linha
               move wk-inst-endereco(1:60)              to      fd-notificacao-linha
               write fd-notificacao-linha
               move spaces                              to      fd-notificacao-linha
               string "INEP: " wk-inst-inep delimited by size
                 into fd-notificacao-linha
               end-string
               write fd-notificacao-linha
               move space                               to      fd-notificacao-linha
               write fd-notificacao-linha
           end-if

           move spaces                                  to      fd-notificacao-linha
           string "FICHA DE COMUNICACAO DE ALUNO INFREQUENTE - FICAI No "
                  fd-fic-numero                delimited by size
             into fd-notificacao-linha
           end-string
           write fd-notificacao-linha
           move space                                   to      fd-notificacao-linha
           write fd-notificacao-linha

           move "Ao Conselho Tutelar,"                  to      fd-notificacao-linha
           write fd-notificacao-linha
           move space                                   to      fd-notificacao-linha
           write fd-notificacao-linha

           move "Em cumprimento ao art. 56, inciso II, da Lei 8.069/1990"
                                                        to      fd-notificacao-linha
           write fd-notificacao-linha
           move "(Estatuto da Crianca e do Adolescente), comunicamos a"
                                                        to      fd-notificacao-linha
           write fd-notificacao-linha
           move "reiteracao de faltas injustificadas do(a) aluno(a) abaixo:"
                                                        to      fd-notificacao-linha
           write fd-notificacao-linha
           move space                                   to      fd-notificacao-linha
           write fd-notificacao-linha

           move spaces                                  to      fd-notificacao-linha
           string "    Aluno(a)....: " fd-fic-nome
                  "  matricula " fd-fic-matricula
                                               delimited by size
             into fd-notificacao-linha
           end-string
           write fd-notificacao-linha
           move spaces                                  to      fd-notificacao-linha
           string "    Serie/turma.: " fd-fic-serie "/" fd-fic-turma
                                               delimited by size
             into fd-notificacao-linha
           end-string
           write fd-notificacao-linha
           move spaces                                  to      fd-notificacao-linha
           string "    Responsavel.: " fd-fic-responsavel
                  "  telefone " fd-fic-telefone
                                               delimited by size
             into fd-notificacao-linha
           end-string
           write fd-notificacao-linha
           move space                                   to      fd-notificacao-linha
           write fd-notificacao-linha

           if  fd-fic-consecutivas then
               move "consecutivas"                      to      wk-criterio-texto
           else
               move "alternadas"                        to      wk-criterio-texto
           end-if
           move fd-fic-primeira-falta                   to      wk-data-entrada
           perform bc-editar-data
           move wk-data-edit                            to      wk-data-edit-1
           move fd-fic-ultima-falta                     to      wk-data-entrada
           perform bc-editar-data
           move wk-data-edit                            to      wk-data-edit-2

           move spaces                                  to      fd-notificacao-linha
           string "Foram registradas " fd-fic-qtd-faltas
                  " ausencias nao justificadas "
                  wk-criterio-texto            delimited by size
             into fd-notificacao-linha
           end-string
           write fd-notificacao-linha
           move spaces                                  to      fd-notificacao-linha
           string "no periodo de " wk-data-edit-1
                  " a " wk-data-edit-2 "."     delimited by size
             into fd-notificacao-linha
           end-string
           write fd-notificacao-linha
           move space                                   to      fd-notificacao-linha
           write fd-notificacao-linha

      *>    providencias da escola ja registradas no caso
           move "Providencias da escola:"               to      fd-notificacao-linha
           write fd-notificacao-linha
           if  fd-fic-etapa-data(1) not equal 0 then
               move fd-fic-etapa-data(1)                to      wk-data-entrada
               perform bc-editar-data
               move spaces                              to      fd-notificacao-linha
               string "    Familia contatada em " wk-data-edit
                                               delimited by size
                 into fd-notificacao-linha
               end-string
               write fd-notificacao-linha
           end-if
           if  fd-fic-etapa-data(2) not equal 0 then
               move fd-fic-etapa-data(2)                to      wk-data-entrada
               perform bc-editar-data
               move spaces                              to      fd-notificacao-linha
               string "    Visita domiciliar em " wk-data-edit
                                               delimited by size
                 into fd-notificacao-linha
               end-string
               write fd-notificacao-linha
           end-if
           if  fd-fic-etapa-data(1) equal 0
           and fd-fic-etapa-data(2) equal 0 then
               move "    Nenhuma ate a data desta comunicacao."
                                                        to      fd-notificacao-linha
               write fd-notificacao-linha
           end-if
           move space                                   to      fd-notificacao-linha
           write fd-notificacao-linha

           move wk-data-emissao                         to      wk-data-entrada
           perform bc-editar-data
           move spaces                                  to      fd-notificacao-linha
           string "Data da emissao: " wk-data-edit
                                               delimited by size
             into fd-notificacao-linha
           end-string
           write fd-notificacao-linha

      *>    linha de assinatura do diretor, do timbre da instituicao
           if  wk-inst-carregada then
               move space                               to      fd-notificacao-linha
               write fd-notificacao-linha
               move "  ______________________________"  to      fd-notificacao-linha
               write fd-notificacao-linha
               move spaces                              to      fd-notificacao-linha
               string "  " wk-inst-diretor " - Diretor(a)"
                                             delimited by size
                 into fd-notificacao-linha
               end-string
               write fd-notificacao-linha
               move space                               to      fd-notificacao-linha
               write fd-notificacao-linha
           end-if

           move spaces                                  to      fd-notificacao-linha
           string "Documento de controle no "
                  wk-doc-numero                delimited by size
             into fd-notificacao-linha
           end-string
           write fd-notificacao-linha

           move all "*"                                 to      fd-notificacao-linha
           write fd-notificacao-linha
           move space                                   to      fd-notificacao-linha
           write fd-notificacao-linha

           .
       bb-imprimir-notificacao-z.
           exit.

      *>*****************************************************************
      *>   Edita wk-data-entrada (AAAAMMDD) em wk-data-edit
      *>*****************************************************************
       bc-editar-data section.
       bc-editar-data-a.

           move wk-den-dia                              to      wk-ded-dia
           move wk-den-mes                              to      wk-ded-mes
           move wk-den-ano                              to      wk-ded-ano

           .
       bc-editar-data-z.
           exit.

      *>*****************************************************************
      *>   Carrega os parametros da instituicao para o timbre - a
      *>   ausencia do arquivo apenas deixa o documento sem timbre
      *>*****************************************************************
       u-carregar-instituicao section.
       u-carregar-instituicao-a.

           move space                                   to      wk-inst-flag
           open input arqInstituicao
           if   wk-fs-arqInstituicao equal "00" then
               read arqInstituicao
               if   wk-fs-arqInstituicao equal "00" then
                   set  wk-inst-carregada               to      true
                   move fd-inst-nome                    to      wk-inst-nome
                   move fd-inst-endereco                to      wk-inst-endereco
                   move fd-inst-diretor                 to      wk-inst-diretor
                   move fd-inst-inep                    to      wk-inst-inep
               end-if
               close arqInstituicao
           end-if

           .
       u-carregar-instituicao-z.
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

           close arqFicai
           close arqNotificacao

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "ficai_notificacao"     to   wk-spl-programa
           move "arqFicaiNotificacao.txt" to wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Notificacoes em arqFicaiNotificacao.txt"
           display "Casos lidos     : " wk-qtd-lidos
           display "Emitidas        : " wk-qtd-emitidas
           display "Reimpressas     : " wk-qtd-reimpressas

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-emitidas
                                          wk-qtd-reimpressas
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
