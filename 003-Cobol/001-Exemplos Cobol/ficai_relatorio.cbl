      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "ficai_relatorio".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Relatorio dos casos de FICAI em aberto
      *>                      para a reuniao mensal: os casos abertos
      *>                      de arqFicaiInd.txt ordenados por serie,
      *>                      turma e nome, com quebra por turma,
      *>                      criterio, ausencias, situacao da
      *>                      notificacao, ultima etapa registrada e
      *>                      dias em aberto. Saida em
      *>                      arqFicaiRelatorio.txt, espelhada no
      *>                      spool.

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

           select sortFicai assign to "SortFicai.txt"
           sort status is wk-ss-sortFicai.

           select arqFicaiTrab assign to "arqFicaiTrabalho.txt"
           organization is line sequential
           file status is wk-fs-arqFicaiTrab.

           select arqFicaiOrd assign to "arqFicaiOrdenado.txt"
           organization is line sequential
           file status is wk-fs-arqFicaiOrd.

           select arqRelatorio assign to "arqFicaiRelatorio.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

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

       fd arqFicaiTrab.
       01  fd-fictrab-linha.
           05  fd-ftr-serie                         pic  9(02).
           05  fd-ftr-turma                         pic  x(01).
           05  fd-ftr-nome                          pic  x(10).
           05  fd-ftr-numero                        pic  9(06).
           05  fd-ftr-abertura                      pic  9(08).
           05  fd-ftr-criterio                      pic  x(01).
           05  fd-ftr-qtd-faltas                    pic  9(03).
           05  fd-ftr-notificacao                   pic  x(01).
           05  fd-ftr-ultima-etapa                  pic  9(01).
           05  fd-ftr-data-etapa                    pic  9(08).

       sd sortFicai.
       01  sd-ficai.
           05  sd-fic-serie                         pic  9(02).
           05  sd-fic-turma                         pic  x(01).
           05  sd-fic-nome                          pic  x(10).
           05  sd-fic-numero                        pic  9(06).
           05  sd-fic-abertura                      pic  9(08).
           05  sd-fic-criterio                      pic  x(01).
           05  sd-fic-qtd-faltas                    pic  9(03).
           05  sd-fic-notificacao                   pic  x(01).
           05  sd-fic-ultima-etapa                  pic  9(01).
           05  sd-fic-data-etapa                    pic  9(08).

       fd arqFicaiOrd.
       01  fd-ficord-linha.
           05  fd-fod-serie                         pic  9(02).
           05  fd-fod-turma                         pic  x(01).
           05  fd-fod-nome                          pic  x(10).
           05  fd-fod-numero                        pic  9(06).
           05  fd-fod-abertura                      pic  9(08).
           05  fd-fod-criterio                      pic  x(01).
           05  fd-fod-qtd-faltas                    pic  9(03).
           05  fd-fod-notificacao                   pic  x(01).
           05  fd-fod-ultima-etapa                  pic  9(01).
           05  fd-fod-data-etapa                    pic  9(08).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqFicai                           pic x(02).
       77  wk-ss-sortFicai                          pic x(02).
       77  wk-fs-arqFicaiTrab                       pic x(02).
       77  wk-fs-arqFicaiOrd                        pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-data-hoje                             pic 9(08) value 0.
       77  wk-primeira-quebra                       pic x(01).
       77  wk-serie-atual                           pic 9(02).
       77  wk-turma-atual                           pic x(01).
       77  wk-qtd-turma                             pic 9(04) value 0.

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-abertos                           pic 9(06) value 0.

      *>   Descricao das etapas do caso
       01  wk-tab-etapas-valores.
           05  filler                               pic x(28)
                  value "FAMILIA CONTATADA".
           05  filler                               pic x(28)
                  value "VISITA DOMICILIAR".
           05  filler                               pic x(28)
                  value "ENCAMINHADO CONSELHO TUTELAR".
           05  filler                               pic x(28)
                  value "ALUNO RETORNOU".
           05  filler                               pic x(28)
                  value "ENCERRADO".
       01  wk-tab-etapas redefines wk-tab-etapas-valores.
           05  wk-etapa-descricao                   pic x(28) occurs 5.

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

       01  wk-linha-titulo.
           05 filler                                pic x(42)
                  value "CASOS DE FICAI EM ABERTO - POSICAO EM ".
           05 wk-tit-data                           pic x(10).
           05 filler                                pic x(48) value space.

       01  wk-linha-turma.
           05 filler                                pic x(06) value "SERIE ".
           05 wk-tur-serie                          pic 9(02).
           05 filler                                pic x(07) value " TURMA ".
           05 wk-tur-turma                          pic x(01).
           05 filler                                pic x(84) value space.

       01  wk-linha-colunas.
           05 filler                                pic x(07) value "Caso".
           05 filler                                pic x(11) value "Nome".
           05 filler                                pic x(11) value "Abertura".
           05 filler                                pic x(05) value "Crit".
           05 filler                                pic x(07) value "Falt.".
           05 filler                                pic x(06) value "Notif".
           05 filler                                pic x(29) value "Ultima etapa".
           05 filler                                pic x(11) value "Em".
           05 filler                                pic x(13) value "Dias aberto".

       01  wk-linha-detalhe.
           05 wk-det-numero                         pic 9(06).
           05 filler                                pic x(01) value space.
           05 wk-det-nome                           pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-det-abertura                       pic x(10).
           05 filler                                pic x(02) value space.
           05 wk-det-criterio                       pic x(01).
           05 filler                                pic x(03) value space.
           05 wk-det-faltas                         pic zz9.
           05 filler                                pic x(04) value space.
           05 wk-det-notificacao                    pic x(01).
           05 filler                                pic x(02) value space.
           05 wk-det-etapa                          pic x(28).
           05 filler                                pic x(01) value space.
           05 wk-det-data-etapa                     pic x(10).
           05 filler                                pic x(03) value space.
           05 wk-det-dias                           pic zzzz9.
           05 filler                                pic x(09) value space.

       01  wk-linha-tot-turma.
           05 filler                                pic x(26)
                  value "  Casos em aberto na turma".
           05 filler                                pic x(02) value ": ".
           05 wk-ttu-qtd                            pic zzz9.
           05 filler                                pic x(68) value space.

       01  wk-linha-tot-geral.
           05 filler                                pic x(28)
                  value "Total de casos em aberto: ".
           05 wk-tge-qtd                            pic zzzzz9.
           05 filler                                pic x(66) value space.

       01  wk-linha-legenda.
           05 filler                                pic x(100) value
              "Crit: C = consecutivas, A = alternadas   Notif: S = emitida, N = pendente".

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "ficai_relatorio".
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
           perform c-gerar-relatorio.
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

           open input arqFicai
           if   wk-fs-arqFicai not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqFicai                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFicai"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqFicaiTrab
           if   wk-fs-arqFicaiTrab not equal "00" then
               move "0002"                               to      wk-msn-erro-adress
               move wk-fs-arqFicaiTrab                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFicaiTrab" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Grava a linha de trabalho de cada caso em aberto
      *>*****************************************************************
       b-processa section.
       b-processa-a.

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
                       if  fd-fic-aberto then
                           perform ba-gravar-trabalho
                       end-if
                   end-if
               end-perform
           end-if

           close arqFicai
           close arqFicaiTrab

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Linha de trabalho do caso corrente
      *>*****************************************************************
       ba-gravar-trabalho section.
       ba-gravar-trabalho-a.

           add 1                                        to      wk-qtd-abertos
           move fd-fic-serie                            to      fd-ftr-serie
           move fd-fic-turma                            to      fd-ftr-turma
           move fd-fic-nome                             to      fd-ftr-nome
           move fd-fic-numero                           to      fd-ftr-numero
           move fd-fic-data-abertura                    to      fd-ftr-abertura
           move fd-fic-criterio                         to      fd-ftr-criterio
           move fd-fic-qtd-faltas                       to      fd-ftr-qtd-faltas
           move fd-fic-notificacao                      to      fd-ftr-notificacao
           move fd-fic-ultima-etapa                     to      fd-ftr-ultima-etapa
           if  fd-fic-ultima-etapa equal 0 then
               move 0                                   to      fd-ftr-data-etapa
           else
               move fd-fic-etapa-data(fd-fic-ultima-etapa)
                                                        to      fd-ftr-data-etapa
           end-if
           write fd-fictrab-linha

           .
       ba-gravar-trabalho-z.
           exit.

      *>*****************************************************************
      *>   Ordena as linhas de trabalho e imprime o relatorio com
      *>   quebra por serie/turma
      *>*****************************************************************
       c-gerar-relatorio section.
       c-gerar-relatorio-a.

           sort sortFicai
               on ascending key sd-fic-serie
                                sd-fic-turma
                                sd-fic-nome
               using arqFicaiTrab
               giving arqFicaiOrd

           if  wk-ss-sortFicai not equal "00" then
               move "0003"                                to      wk-msn-erro-adress
               move wk-ss-sortFicai                       to      wk-msn-erro-cod
               move "Erro ao ordenar Arquivo arqFicaiTrab" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqFicaiOrd
           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0004"                                to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-data-hoje                            to      wk-data-entrada
           perform cb-editar-data
           move wk-data-edit                            to      wk-tit-data
           write fd-relatorio-linha from wk-linha-titulo
           write fd-relatorio-linha from wk-linha-legenda

           move "S"                                     to      wk-primeira-quebra
           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado

               read arqFicaiOrd
               if   wk-fs-arqFicaiOrd not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  wk-primeira-quebra equal "S"
                   or  fd-fod-serie not equal wk-serie-atual
                   or  fd-fod-turma not equal wk-turma-atual then
                       if  wk-primeira-quebra not equal "S" then
                           perform cc-total-turma
                       end-if
                       move "N"                         to      wk-primeira-quebra
                       move fd-fod-serie                to      wk-serie-atual
                       move fd-fod-turma                to      wk-turma-atual
                       move space                       to      fd-relatorio-linha
                       write fd-relatorio-linha
                       move fd-fod-serie                to      wk-tur-serie
                       move fd-fod-turma                to      wk-tur-turma
                       write fd-relatorio-linha from wk-linha-turma
                       write fd-relatorio-linha from wk-linha-colunas
                   end-if

                   perform ca-imprimir-caso
               end-if

           end-perform

           if  wk-primeira-quebra not equal "S" then
               perform cc-total-turma
           end-if

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-qtd-abertos                          to      wk-tge-qtd
           write fd-relatorio-linha from wk-linha-tot-geral

           close arqFicaiOrd
           close arqRelatorio

           .
       c-gerar-relatorio-z.
           exit.

      *>*****************************************************************
      *>   Linha de detalhe de um caso - dias em aberto contados da
      *>   abertura ate hoje por valida_data
      *>*****************************************************************
       ca-imprimir-caso section.
       ca-imprimir-caso-a.

           add 1                                        to      wk-qtd-turma

           move fd-fod-numero                           to      wk-det-numero
           move fd-fod-nome                             to      wk-det-nome
           move fd-fod-abertura                         to      wk-data-entrada
           perform cb-editar-data
           move wk-data-edit                            to      wk-det-abertura
           move fd-fod-criterio                         to      wk-det-criterio
           move fd-fod-qtd-faltas                       to      wk-det-faltas
           move fd-fod-notificacao                      to      wk-det-notificacao

           if  fd-fod-ultima-etapa equal 0 then
               move "SEM ETAPA REGISTRADA"              to      wk-det-etapa
               move spaces                              to      wk-det-data-etapa
           else
               move wk-etapa-descricao(fd-fod-ultima-etapa)
                                                        to      wk-det-etapa
               move fd-fod-data-etapa                   to      wk-data-entrada
               perform cb-editar-data
               move wk-data-edit                        to      wk-det-data-etapa
           end-if

           move "D"                                     to      wk-vd-operacao
           move fd-fod-abertura                         to      wk-vd-data-aaaammdd
           move wk-data-hoje                            to      wk-vd-data-2
           call "valida_data" using wk-vd-operacao
                                    wk-vd-data-tela
                                    wk-vd-data-aaaammdd
                                    wk-vd-data-2
                                    wk-vd-dias
                                    wk-vd-cod-retorno
           if  wk-vd-cod-retorno equal 0
           and wk-vd-dias > 0 then
               move wk-vd-dias                          to      wk-det-dias
           else
               move 0                                   to      wk-det-dias
           end-if

           write fd-relatorio-linha from wk-linha-detalhe

           .
       ca-imprimir-caso-z.
           exit.

      *>*****************************************************************
      *>   Edita wk-data-entrada (AAAAMMDD) em wk-data-edit
      *>*****************************************************************
       cb-editar-data section.
       cb-editar-data-a.

           move wk-den-dia                              to      wk-ded-dia
           move wk-den-mes                              to      wk-ded-mes
           move wk-den-ano                              to      wk-ded-ano

           .
       cb-editar-data-z.
           exit.

      *>*****************************************************************
      *>   Total de casos da turma que acabou
      *>*****************************************************************
       cc-total-turma section.
       cc-total-turma-a.

           move wk-qtd-turma                            to      wk-ttu-qtd
           write fd-relatorio-linha from wk-linha-tot-turma
           move 0                                       to      wk-qtd-turma

           .
       cc-total-turma-z.
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

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "ficai_relatorio"       to   wk-spl-programa
           move "arqFicaiRelatorio.txt" to   wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Relatorio de FICAI em arqFicaiRelatorio.txt"
           display "Casos lidos     : " wk-qtd-lidos
           display "Casos em aberto : " wk-qtd-abertos

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-abertos
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
