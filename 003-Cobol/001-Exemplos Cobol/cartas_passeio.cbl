      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "cartas_passeio".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Cartas de autorizacao de passeio: uma
      *>                      carta por aluno ativo das turmas
      *>                      convidadas do passeio (passeios.cbl),
      *>                      dirigida ao responsavel do cadastro, com o
      *>                      timbre de arqInstituicao.txt e canhoto de
      *>                      resposta. Cria a resposta pendente em
      *>                      arqAutorizacoesPasseioInd.txt; aluno com
      *>                      resposta ja registrada nao recebe nova
      *>                      carta, de modo que a reemissao so alcanca
      *>                      os pendentes e os recem matriculados.
      *>                      Parametro: o codigo do passeio. Saida em
      *>                      arqCartasPasseio.txt, espelhada no spool.
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

           select arqPasseios assign to "arqPasseiosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-pas-codigo
           file status is wk-fs-arqPasseios.

           select arqAutorizacoes assign to "arqAutorizacoesPasseioInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aut-chave
           file status is wk-fs-arqAutorizacoes.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqCartas assign to "arqCartasPasseio.txt"
           organization is line sequential
           file status is wk-fs-arqCartas.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqPasseios.
       01  fd-passeio.
           05  fd-pas-codigo                        pic  x(06).
           05  fd-pas-data                          pic  9(08).
           05  fd-pas-destino                       pic  x(40).
           05  fd-pas-hora-saida                    pic  9(04).
           05  fd-pas-hora-retorno                  pic  9(04).
           05  fd-pas-custo                         pic  9(04)v99.
           05  fd-pas-qtd-turmas                    pic  9(02).
           05  fd-pas-turma occurs 10.
               10  fd-pas-serie                     pic  9(02).
               10  fd-pas-letra                     pic  x(01).
           05  fd-pas-situacao                      pic  x(01).
               88  fd-pas-ativo                     value "A".
               88  fd-pas-cancelado                 value "C".
           05  fd-pas-operador                      pic  x(15).
           05  fd-pas-data-registro                 pic  x(14).

       fd arqAutorizacoes.
       01  fd-autorizacao.
           05  fd-aut-chave.
               10  fd-aut-passeio                   pic  x(06).
               10  fd-aut-cpf                       pic  x(12).
           05  fd-aut-nome                          pic  x(10).
           05  fd-aut-serie                         pic  9(02).
           05  fd-aut-turma                         pic  x(01).
           05  fd-aut-resposta                      pic  x(01).
               88  fd-aut-pendente                  value "P".
               88  fd-aut-autorizado                value "A".
               88  fd-aut-nao-autorizado            value "N".
           05  fd-aut-data-resposta                 pic  9(08).
           05  fd-aut-valor-pago                    pic  9(04)v99.
           05  fd-aut-data-pagamento                pic  9(08).
           05  fd-aut-operador                      pic  x(15).
           05  fd-aut-data-registro                 pic  x(14).

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

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

       fd arqCartas.
       01  fd-carta-linha                           pic  x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqPasseios                        pic x(02).
       77  wk-fs-arqAutorizacoes                    pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqCartas                          pic x(02).

      *>   Timbre da instituicao (arqInstituicao.txt, programa
      *>   instituicao.cbl) - sem o arquivo a carta sai sem timbre
       77  wk-fs-arqInstituicao                     pic x(02).
       77  wk-inst-flag                             pic x(01).
           88  wk-inst-carregada                    value "S".
       77  wk-inst-nome                             pic x(50).
       77  wk-inst-endereco                         pic x(60).
       77  wk-inst-diretor                          pic x(40).
       77  wk-inst-inep                             pic x(08).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-passeio                      pic x(06).
           05  filler                               pic x(14).

       77  wk-data-hoje                             pic 9(08) value 0.
       77  wk-ind-turma                             pic 9(02) value 0.
       77  wk-serie                                 pic 9(02) value 0.
       77  wk-letra                                 pic x(01).
       77  wk-nova-flag                             pic x(01).
           88 wk-autorizacao-nova                   value "S".

       77  wk-qtd-cartas                            pic 9(06) value 0.
       77  wk-qtd-criadas                           pic 9(06) value 0.
       77  wk-qtd-respondidas                       pic 9(06) value 0.

      *>   Dados do passeio impressos nas cartas
       01  wk-data-passeio                          pic 9(08) value 0.
       01  wk-data-passeio-r redefines wk-data-passeio.
           05  wk-dpa-ano                           pic 9(04).
           05  wk-dpa-mes                           pic 9(02).
           05  wk-dpa-dia                           pic 9(02).
       77  wk-custo-edit                            pic z.zz9,99.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "cartas_passeio".
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

           move function current-date(1:8)              to      wk-data-hoje

           accept wk-linha-comando from command-line
           if  wk-parm-passeio equal spaces then
               move "0001"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Informe o codigo do passeio no parametro"
                                                        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqPasseios
           if   wk-fs-arqPasseios not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqPasseios                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqPasseios" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-parm-passeio                         to      fd-pas-codigo
           read arqPasseios
           if   wk-fs-arqPasseios not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqPasseios                   to      wk-msn-erro-cod
               move "Passeio nao cadastrado"            to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           if  fd-pas-cancelado
           or  fd-pas-data < wk-data-hoje
           or  fd-pas-qtd-turmas equal 0 then
               move "0004"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Passeio cancelado, realizado ou sem turma"
                                                        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           move fd-pas-data                             to      wk-data-passeio
           move fd-pas-custo                            to      wk-custo-edit

           open i-o arqAutorizacoes
           if   wk-fs-arqAutorizacoes equal "05"
           or   wk-fs-arqAutorizacoes equal "35" then
               open output arqAutorizacoes
               close arqAutorizacoes
               open i-o arqAutorizacoes
           end-if
           if   wk-fs-arqAutorizacoes not equal "00" then
               move "0005"                                  to      wk-msn-erro-adress
               move wk-fs-arqAutorizacoes                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAutorizacoes" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqCartas
           if   wk-fs-arqCartas not equal "00" then
               move "0007"                              to      wk-msn-erro-adress
               move wk-fs-arqCartas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqCartas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform u-carregar-instituicao

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - percorre as turmas convidadas pelo
      *>   indice alternativo de Serie
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           perform varying wk-ind-turma from 1 by 1
                   until wk-ind-turma > fd-pas-qtd-turmas
               move fd-pas-serie(wk-ind-turma)          to      wk-serie
               move fd-pas-letra(wk-ind-turma)          to      wk-letra
               move wk-serie                            to      fd-aluno-serie
               start arqAlunos key is equal fd-aluno-serie
               if   wk-fs-arqAlunos equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqAlunos next record
                       if   wk-fs-arqAlunos not equal "00"
                       or   fd-aluno-serie not equal wk-serie then
                           move "F"                     to      wk-fim-loop
                       else
                           if  fd-aluno-ativo
                           and fd-aluno-turma equal wk-letra then
                               perform ba-tratar-aluno
                           end-if
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqAlunos
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Resposta pendente do aluno e a carta - quem ja respondeu
      *>   fica de fora
      *>*****************************************************************
       ba-tratar-aluno section.
       ba-tratar-aluno-a.

           move space                                   to      wk-nova-flag
           move fd-pas-codigo                           to      fd-aut-passeio
           move fd-aluno-cpf                            to      fd-aut-cpf
           read arqAutorizacoes
           if   wk-fs-arqAutorizacoes equal "00" then
               if  not fd-aut-pendente then
                   add 1                                to      wk-qtd-respondidas
                   exit section
               end-if
           else
               move "00"                                to      wk-fs-arqAutorizacoes
               set wk-autorizacao-nova                  to      true
               initialize fd-autorizacao
               move fd-pas-codigo                       to      fd-aut-passeio
               move fd-aluno-cpf                        to      fd-aut-cpf
               move "P"                                 to      fd-aut-resposta
               move "cartas_passeio"                    to      fd-aut-operador
           end-if

           move fd-aluno-nome                           to      fd-aut-nome
           move fd-aluno-serie                          to      fd-aut-serie
           move fd-aluno-turma                          to      fd-aut-turma
           move function current-date(1:14)             to      fd-aut-data-registro
           if  wk-autorizacao-nova then
               write fd-autorizacao
               add 1                                    to      wk-qtd-criadas
           else
               rewrite fd-autorizacao
           end-if
           if   wk-fs-arqAutorizacoes not equal "00" then
               move "0008"                                    to      wk-msn-erro-adress
               move wk-fs-arqAutorizacoes                     to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqAutorizacoes"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform bb-imprimir-carta
           add 1                                        to      wk-qtd-cartas

           .
       ba-tratar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Carta ao responsavel com o canhoto de resposta
      *>*****************************************************************
       bb-imprimir-carta section.
       bb-imprimir-carta-a.

      *>    timbre da escola no topo da carta
           if  wk-inst-carregada then
               move wk-inst-nome                        to      fd-carta-linha
               write fd-carta-linha
               move wk-inst-endereco(1:60)              to      fd-carta-linha
               write fd-carta-linha
               move spaces                              to      fd-carta-linha
               string "INEP: " wk-inst-inep delimited by size
                 into fd-carta-linha
               end-string
               write fd-carta-linha
               move space                               to      fd-carta-linha
               write fd-carta-linha
           end-if

           move "AUTORIZACAO PARA PASSEIO ESCOLAR"      to      fd-carta-linha
           write fd-carta-linha
           move space                                   to      fd-carta-linha
           write fd-carta-linha

           move spaces                                  to      fd-carta-linha
           string "Senhor(a) " fd-aluno-responsavel
                  ", responsavel pelo(a) aluno(a) "
                                               delimited by size
             into fd-carta-linha
           end-string
           write fd-carta-linha

           move spaces                                  to      fd-carta-linha
           string fd-aluno-nome ", serie " fd-aluno-serie
                  ", turma " fd-aluno-turma ":"
                                               delimited by size
             into fd-carta-linha
           end-string
           write fd-carta-linha
           move space                                   to      fd-carta-linha
           write fd-carta-linha

           move spaces                                  to      fd-carta-linha
           string "A escola realizara passeio a " fd-pas-destino
                                               delimited by size
             into fd-carta-linha
           end-string
           write fd-carta-linha

           move spaces                                  to      fd-carta-linha
           string "no dia " wk-dpa-dia "/" wk-dpa-mes "/" wk-dpa-ano
                  ", com saida as " fd-pas-hora-saida(1:2) ":"
                  fd-pas-hora-saida(3:2)
                  " e retorno previsto as " fd-pas-hora-retorno(1:2)
                  ":" fd-pas-hora-retorno(3:2) "."
                                               delimited by size
             into fd-carta-linha
           end-string
           write fd-carta-linha

           move spaces                                  to      fd-carta-linha
           if  fd-pas-custo > 0 then
               string "Custo por aluno: R$ " wk-custo-edit
                      ", a ser pago na secretaria."
                                               delimited by size
                 into fd-carta-linha
               end-string
           else
               move "Passeio sem custo para a familia."  to      fd-carta-linha
           end-if
           write fd-carta-linha

           move "Solicitamos devolver o canhoto abaixo ate a vespera do passeio."
                                                        to      fd-carta-linha
           write fd-carta-linha

      *>    linha de assinatura do diretor, do timbre da instituicao
           if  wk-inst-carregada then
               move space                               to      fd-carta-linha
               write fd-carta-linha
               move "  ______________________________"  to      fd-carta-linha
               write fd-carta-linha
               move spaces                              to      fd-carta-linha
               string "  " wk-inst-diretor " - Diretor(a)"
                                             delimited by size
                 into fd-carta-linha
               end-string
               write fd-carta-linha
           end-if

           move space                                   to      fd-carta-linha
           write fd-carta-linha
           move "- - - - - - - - - - - - - - recorte aqui - - - - - - - - - - - - - -"
                                                        to      fd-carta-linha
           write fd-carta-linha
           move space                                   to      fd-carta-linha
           write fd-carta-linha

           move spaces                                  to      fd-carta-linha
           string "PASSEIO " fd-pas-codigo " - " fd-pas-destino
                                               delimited by size
             into fd-carta-linha
           end-string
           write fd-carta-linha

           move spaces                                  to      fd-carta-linha
           string "Aluno(a): " fd-aluno-nome "  Serie/Turma: "
                  fd-aluno-serie "/" fd-aluno-turma
                  "  CPF: " fd-aluno-cpf
                                               delimited by size
             into fd-carta-linha
           end-string
           write fd-carta-linha

           move "( ) Autorizo   ( ) Nao autorizo a participacao no passeio."
                                                        to      fd-carta-linha
           write fd-carta-linha
           move space                                   to      fd-carta-linha
           write fd-carta-linha
           move "Responsavel: ______________________________  Data: ___/___/______"
                                                        to      fd-carta-linha
           write fd-carta-linha

           move space                                   to      fd-carta-linha
           write fd-carta-linha
           move all "="                                 to      fd-carta-linha
           write fd-carta-linha
           move space                                   to      fd-carta-linha
           write fd-carta-linha

           .
       bb-imprimir-carta-z.
           exit.

      *>*****************************************************************
      *>   Carrega os parametros da instituicao para o timbre - a
      *>   ausencia do arquivo apenas deixa a carta sem timbre
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

           close arqPasseios
           close arqAutorizacoes
           close arqAlunos
           close arqCartas

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "cartas_passeio"           to   wk-spl-programa
           move "arqCartasPasseio.txt"     to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Cartas gravadas em arqCartasPasseio.txt"
           display "Cartas emitidas       : " wk-qtd-cartas
           display "Respostas pendentes   : " wk-qtd-criadas
                   " novas"
           display "Ja respondidas        : " wk-qtd-respondidas

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-cartas
                                          wk-qtd-criadas
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
