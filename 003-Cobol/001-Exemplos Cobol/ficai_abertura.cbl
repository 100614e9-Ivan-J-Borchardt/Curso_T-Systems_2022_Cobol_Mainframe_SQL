      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "ficai_abertura".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Abertura em lote dos casos de FICAI
      *>                      (ficha de comunicacao de aluno infrequente
      *>                      ao Conselho Tutelar): para cada aluno
      *>                      ativo percorre as marcacoes do ano letivo
      *>                      em arqFrequenciaInd.txt e, com 5 ausencias
      *>                      nao justificadas seguidas ou 7 alternadas
      *>                      dentro de 30 dias, abre um caso numerado
      *>                      em arqFicaiInd.txt (numeracao em
      *>                      arqFicaiNumero.txt). Dias cobertos por
      *>                      atestado de arqAtestadosInd.txt nao
      *>                      contam, mesmo antes de aplicar_atestados
      *>                      converter a marcacao. Aluno com caso
      *>                      aberto nao ganha outro, e depois de um
      *>                      caso encerrado so contam as ausencias
      *>                      posteriores a abertura dele. A
      *>                      notificacao formal sai por
      *>                      ficai_notificacao.cbl, as etapas sao
      *>                      registradas em ficai.cbl.
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

           select arqAlunosInd assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunosInd.

           select arqFrequencia assign to "arqFrequenciaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is wk-fs-arqFrequencia.

           select arqAtestados assign to "arqAtestadosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-atest-chave
           file status is wk-fs-arqAtestados.

           select arqFicai assign to "arqFicaiInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-fic-numero
           alternate record key is fd-fic-cpf with duplicates
           file status is wk-fs-arqFicai.

           select arqFicaiNumero assign to "arqFicaiNumero.txt"
           organization is line sequential
           file status is wk-fs-arqFicaiNumero.

           select arqAnoLetivo assign to "arqAnoLetivo.txt"
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAlunosInd.
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

       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-freq-chave.
               10  fd-freq-cpf                      pic  x(12).
               10  fd-freq-data                     pic  9(08).
           05  fd-freq-situacao                     pic  x(01).
               88  fd-freq-presente                 value "P".
               88  fd-freq-ausente                  value "A".
               88  fd-freq-justificado              value "J".
           05  fd-freq-serie                        pic  9(02).
           05  fd-freq-turma                        pic  x(01).
           05  fd-freq-data-lanc                    pic  x(14).

       fd arqAtestados.
       01  fd-atestado.
           05  fd-atest-chave.
               10  fd-atest-cpf                     pic  x(12).
               10  fd-atest-inicio                  pic  9(08).
           05  fd-atest-fim                         pic  9(08).
           05  fd-atest-motivo                      pic  x(30).
           05  fd-atest-documento                   pic  x(15).
           05  fd-atest-aplicado                    pic  x(01).
               88  fd-atest-ja-aplicado             value "S".
           05  fd-atest-data-registro               pic  x(14).

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

       fd arqFicaiNumero.
       01  fd-ficai-numero-linha                    pic  9(06).

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunosInd                       pic x(02).
       77  wk-fs-arqFrequencia                      pic x(02).
       77  wk-fs-arqAtestados                       pic x(02).
       77  wk-fs-arqFicai                           pic x(02).
       77  wk-fs-arqFicaiNumero                     pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-freq                         pic x(01).
           88 wk-loop-freq-terminado                value "F".
       77  wk-fim-loop-aux                          pic x(01).
           88 wk-loop-aux-terminado                 value "F".

       77  wk-ano-letivo                            pic 9(04) value 0.
       77  wk-data-hoje                             pic 9(08) value 0.
       77  wk-ultimo-caso                           pic 9(06) value 0.

      *>   Criterios legais de infrequencia
       77  wk-limite-consecutivas                   pic 9(02) value 5.
       77  wk-limite-alternadas                     pic 9(02) value 7.
       77  wk-janela-alternadas                     pic 9(03) value 30.

      *>   Situacao do aluno corrente
       77  wk-caso-aberto                           pic x(01).
           88  wk-tem-caso-aberto                   value "S".
       77  wk-data-corte                            pic 9(08) value 0.
       77  wk-qtd-seguidas                          pic 9(03) value 0.
       77  wk-inicio-seguidas                       pic 9(08) value 0.
       77  wk-qtd-faltas-aluno                      pic 9(03) value 0.
       77  wk-criterio                              pic x(01).
           88  wk-criterio-atingido                 value "C" "A".
       77  wk-primeira-falta                        pic 9(08) value 0.
       77  wk-ultima-falta                          pic 9(08) value 0.
       77  wk-dia-coberto                           pic x(01).
           88  wk-eh-dia-coberto                    value "S".

      *>   Ultimas ausencias nao justificadas, para o criterio das
      *>   alternadas (a mais antiga na primeira posicao)
       77  wk-qtd-janela                            pic 9(02) value 0.
       77  wk-ind                                   pic 9(02) value 0.
       01  wk-tab-janela.
           05  wk-jan-data                          pic 9(08) occurs 7.

      *>   Atestados do aluno corrente
       77  wk-qtd-atestados                         pic 9(02) value 0.
       77  wk-ind-atest                             pic 9(02) value 0.
       01  wk-tab-atestados.
           05  wk-atestado-item occurs 30.
               10  wk-ate-inicio                    pic 9(08).
               10  wk-ate-fim                       pic 9(08).

      *>   Parametros da subrotina compartilhada valida_data
       77  wk-vd-operacao                           pic x(01).
       77  wk-vd-data-tela                          pic x(08).
       77  wk-vd-data-aaaammdd                      pic 9(08).
       77  wk-vd-data-2                             pic 9(08).
       77  wk-vd-dias                               pic s9(05).
       77  wk-vd-cod-retorno                        pic 9(01).

       77  wk-qtd-alunos                            pic 9(06) value 0.
       77  wk-qtd-abertos                           pic 9(06) value 0.
       77  wk-qtd-ja-em-caso                        pic 9(06) value 0.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "ficai_abertura".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.

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

           open input arqAnoLetivo
           if   wk-fs-arqAnoLetivo equal "00" then
               read arqAnoLetivo
               if   wk-fs-arqAnoLetivo equal "00" then
                   move fd-ano-letivo-linha             to      wk-ano-letivo
               end-if
               close arqAnoLetivo
           end-if
           if   wk-ano-letivo equal 0 then
               move wk-data-hoje(1:4)                   to      wk-ano-letivo
           end-if

           open input arqAlunosInd
           if   wk-fs-arqAlunosInd not equal "00" then
               move "0001"                               to      wk-msn-erro-adress
               move wk-fs-arqAlunosInd                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunosInd"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqFrequencia
           if   wk-fs-arqFrequencia not equal "00" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqFrequencia                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFrequencia"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    atestados - a ausencia do arquivo (35) vale como "nenhum"
           open input arqAtestados
           if   wk-fs-arqAtestados not equal "00"
           and  wk-fs-arqAtestados not equal "35" then
               move "0003"                                to      wk-msn-erro-adress
               move wk-fs-arqAtestados                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAtestados"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    casos de FICAI - criado na primeira execucao
           open i-o arqFicai
           if   wk-fs-arqFicai equal "05"
           or   wk-fs-arqFicai equal "35" then
               open output arqFicai
               close arqFicai
               open i-o arqFicai
           end-if
           if   wk-fs-arqFicai not equal "00" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqFicai                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFicai"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    ultimo numero de caso usado
           open input arqFicaiNumero
           if   wk-fs-arqFicaiNumero equal "00" then
               read arqFicaiNumero
               if   wk-fs-arqFicaiNumero equal "00" then
                   move fd-ficai-numero-linha           to      wk-ultimo-caso
               end-if
               close arqFicaiNumero
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Percorre os alunos ativos e abre o caso de quem atingiu um
      *>   dos criterios de infrequencia
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move low-values                              to      fd-aluno-cpf
           start arqAlunosInd key is not less fd-aluno-cpf
           if   wk-fs-arqAlunosInd equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAlunosInd next record
                   if   wk-fs-arqAlunosInd not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-aluno-ativo then
                           add 1                        to      wk-qtd-alunos
                           perform ba-avaliar-aluno
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Avalia um aluno: caso ja aberto encerra a avaliacao; senao
      *>   apura as ausencias posteriores ao ultimo caso
      *>*****************************************************************
       ba-avaliar-aluno section.
       ba-avaliar-aluno-a.

           perform bb-conferir-casos
           if  wk-tem-caso-aberto then
               add 1                                    to      wk-qtd-ja-em-caso
               exit section
           end-if

           perform bc-carregar-atestados
           perform bd-apurar-ausencias

           if  wk-criterio-atingido then
               perform be-abrir-caso
           end-if

           .
       ba-avaliar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Casos anteriores do aluno: devolve wk-tem-caso-aberto e, dos
      *>   encerrados, a data de abertura mais recente como corte
      *>*****************************************************************
       bb-conferir-casos section.
       bb-conferir-casos-a.

           move space                                   to      wk-caso-aberto
           move 0                                       to      wk-data-corte

           move fd-aluno-cpf                            to      fd-fic-cpf
           start arqFicai key is equal fd-fic-cpf
           if   wk-fs-arqFicai equal "00" then
               move space                               to      wk-fim-loop-aux
               perform until wk-loop-aux-terminado
                   read arqFicai next record
                   if   wk-fs-arqFicai not equal "00"
                   or   fd-fic-cpf not equal fd-aluno-cpf then
                       move "F"                         to      wk-fim-loop-aux
                   else
                       if  fd-fic-aberto then
                           set wk-tem-caso-aberto       to      true
                       end-if
                       if  fd-fic-data-abertura > wk-data-corte then
                           move fd-fic-data-abertura    to      wk-data-corte
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqFicai

           .
       bb-conferir-casos-z.
           exit.

      *>*****************************************************************
      *>   Carrega os periodos de atestado do aluno corrente
      *>*****************************************************************
       bc-carregar-atestados section.
       bc-carregar-atestados-a.

           move 0                                       to      wk-qtd-atestados

           if   wk-fs-arqAtestados equal "35" then
               exit section
           end-if

           move fd-aluno-cpf                            to      fd-atest-cpf
           move 0                                       to      fd-atest-inicio
           start arqAtestados key is greater than or equal fd-atest-chave
           if   wk-fs-arqAtestados equal "00" then
               move space                               to      wk-fim-loop-aux
               perform until wk-loop-aux-terminado
                   read arqAtestados next record
                   if   wk-fs-arqAtestados not equal "00"
                   or   fd-atest-cpf not equal fd-aluno-cpf then
                       move "F"                         to      wk-fim-loop-aux
                   else
                       if  wk-qtd-atestados < 30 then
                           add 1                        to      wk-qtd-atestados
                           move fd-atest-inicio
                             to  wk-ate-inicio(wk-qtd-atestados)
                           move fd-atest-fim
                             to  wk-ate-fim(wk-qtd-atestados)
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqAtestados

           .
       bc-carregar-atestados-z.
           exit.

      *>*****************************************************************
      *>   Percorre as marcacoes do ano do aluno posteriores ao corte:
      *>   ausencia nao justificada fora de atestado soma na sequencia
      *>   e na janela das alternadas; presenca ou ausencia justificada
      *>   quebra a sequencia
      *>*****************************************************************
       bd-apurar-ausencias section.
       bd-apurar-ausencias-a.

           move space                                   to      wk-criterio
           move 0                                       to      wk-qtd-seguidas
           move 0                                       to      wk-qtd-faltas-aluno
           move 0                                       to      wk-qtd-janela
           initialize wk-tab-janela

           move fd-aluno-cpf                            to      fd-freq-cpf
           compute fd-freq-data = wk-ano-letivo * 10000
           if  wk-data-corte > fd-freq-data then
               move wk-data-corte                       to      fd-freq-data
           end-if
           start arqFrequencia key is greater fd-freq-chave
           if   wk-fs-arqFrequencia equal "00" then
               move space                               to      wk-fim-loop-freq
               perform until wk-loop-freq-terminado
                   read arqFrequencia next record
                   if   wk-fs-arqFrequencia not equal "00"
                   or   fd-freq-cpf not equal fd-aluno-cpf
                   or   fd-freq-data(1:4) not equal wk-ano-letivo then
                       move "F"                         to      wk-fim-loop-freq
                   else
                       perform bda-avaliar-marcacao
                       if  wk-criterio-atingido then
                           move "F"                     to      wk-fim-loop-freq
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqFrequencia

           .
       bd-apurar-ausencias-z.
           exit.

      *>*****************************************************************
      *>   Uma marcacao de frequencia do aluno corrente
      *>*****************************************************************
       bda-avaliar-marcacao section.
       bda-avaliar-marcacao-a.

           move space                                   to      wk-dia-coberto
           if  fd-freq-ausente then
               perform varying wk-ind-atest from 1 by 1
                         until wk-ind-atest > wk-qtd-atestados
                   if  fd-freq-data >= wk-ate-inicio(wk-ind-atest)
                   and fd-freq-data <= wk-ate-fim(wk-ind-atest) then
                       set wk-eh-dia-coberto            to      true
                   end-if
               end-perform
           end-if

           if  not fd-freq-ausente
           or  wk-eh-dia-coberto then
               move 0                                   to      wk-qtd-seguidas
               exit section
           end-if

           add 1                                        to      wk-qtd-faltas-aluno
           add 1                                        to      wk-qtd-seguidas
           if  wk-qtd-seguidas equal 1 then
               move fd-freq-data                        to      wk-inicio-seguidas
           end-if

      *>    janela das ultimas ausencias - a mais antiga sai quando
      *>    a tabela ja esta cheia
           if  wk-qtd-janela < wk-limite-alternadas then
               add 1                                    to      wk-qtd-janela
           else
               perform varying wk-ind from 1 by 1
                         until wk-ind >= wk-limite-alternadas
                   move wk-jan-data(wk-ind + 1)         to      wk-jan-data(wk-ind)
               end-perform
           end-if
           move fd-freq-data                            to      wk-jan-data(wk-qtd-janela)

           if  wk-qtd-seguidas >= wk-limite-consecutivas then
               move "C"                                 to      wk-criterio
               move wk-inicio-seguidas                  to      wk-primeira-falta
               move fd-freq-data                        to      wk-ultima-falta
               exit section
           end-if

           if  wk-qtd-janela equal wk-limite-alternadas then
               move "D"                                 to      wk-vd-operacao
               move wk-jan-data(1)                      to      wk-vd-data-aaaammdd
               move fd-freq-data                        to      wk-vd-data-2
               call "valida_data" using wk-vd-operacao
                                        wk-vd-data-tela
                                        wk-vd-data-aaaammdd
                                        wk-vd-data-2
                                        wk-vd-dias
                                        wk-vd-cod-retorno
               if  wk-vd-cod-retorno equal 0
               and wk-vd-dias < wk-janela-alternadas then
                   move "A"                             to      wk-criterio
                   move wk-jan-data(1)                  to      wk-primeira-falta
                   move fd-freq-data                    to      wk-ultima-falta
               end-if
           end-if

           .
       bda-avaliar-marcacao-z.
           exit.

      *>*****************************************************************
      *>   Abre o caso do aluno corrente - o contador e regravado a
      *>   cada numero, para uma queda no meio nao repetir numeracao
      *>*****************************************************************
       be-abrir-caso section.
       be-abrir-caso-a.

           add 1                                        to      wk-ultimo-caso
           move wk-ultimo-caso                          to      fd-ficai-numero-linha
           open output arqFicaiNumero
           write fd-ficai-numero-linha
           close arqFicaiNumero

           initialize fd-ficai
           move wk-ultimo-caso                          to      fd-fic-numero
           move fd-aluno-cpf                            to      fd-fic-cpf
           move fd-aluno-nome                           to      fd-fic-nome
           move fd-aluno-matricula                      to      fd-fic-matricula
           move fd-aluno-serie                          to      fd-fic-serie
           move fd-aluno-turma                          to      fd-fic-turma
           move fd-aluno-responsavel                    to      fd-fic-responsavel
           move fd-aluno-tel-emergencia                 to      fd-fic-telefone
           move wk-data-hoje                            to      fd-fic-data-abertura
           move wk-criterio                             to      fd-fic-criterio
           if  fd-fic-consecutivas then
               move wk-qtd-seguidas                     to      fd-fic-qtd-faltas
           else
               move wk-qtd-janela                       to      fd-fic-qtd-faltas
           end-if
           move wk-primeira-falta                       to      fd-fic-primeira-falta
           move wk-ultima-falta                         to      fd-fic-ultima-falta
           set  fd-fic-aberto                           to      true
           move 0                                       to      fd-fic-ultima-etapa
           set  fd-fic-notificacao-pendente             to      true
           move function current-date(1:14)             to      fd-fic-data-registro

           write fd-ficai
           if   wk-fs-arqFicai not equal "00" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqFicai                      to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqFicai"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-qtd-abertos
           display "Caso " fd-fic-numero " aberto: " fd-fic-cpf " "
                   fd-fic-nome " serie " fd-fic-serie "/" fd-fic-turma

           .
       be-abrir-caso-z.
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

           close arqAlunosInd
           close arqFrequencia
           close arqAtestados
           close arqFicai

           display "Abertura de casos de FICAI concluida!"
           display "Alunos avaliados     : " wk-qtd-alunos
           display "Casos abertos        : " wk-qtd-abertos
           display "Ja com caso em aberto: " wk-qtd-ja-em-caso
           display "Emita as notificacoes por ficai_notificacao."

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-alunos
                                          wk-qtd-abertos
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
