      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "retorno_nfse".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Processa o retorno da prefeitura para os
      *>                      lotes de RPS de gerar_rps.cbl
      *>                      (arqRetornoNfse.txt: header "1", um
      *>                      detalhe "2" por RPS com a situacao A
      *>                      aceito / R rejeitado e trailer "9" com a
      *>                      quantidade). O arquivo inteiro e conferido
      *>                      contra o trailer antes de qualquer
      *>                      atualizacao. RPS aceito grava no controle
      *>                      arqRpsInd.txt o numero da NFS-e, o codigo
      *>                      de verificacao e a data da nota; RPS
      *>                      rejeitado grava o motivo e volta no
      *>                      proximo lote com o mesmo numero. RPS
      *>                      desconhecido, ainda nao enviado ou ja
      *>                      convertido em outra nota sai como excecao.
      *>                      Listagem de todos os detalhes em
      *>                      arqRetornoNfseRel.txt, com os totais.
      *>   15/10/2026 - IJB - RPS de parcela de acordo (chave acordo +
      *>                      "0000" + parcela, gerar_rps.cbl) sai na
      *>                      listagem com o acordo e a parcela no
      *>                      lugar da matricula e da competencia.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqRetorno assign to "arqRetornoNfse.txt"
           organization is line sequential
           access mode is sequential
           file status is wk-fs-arqRetorno.

           select arqRps assign to "arqRpsInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rps-chave
           alternate record key is fd-rps-numero
           file status is wk-fs-arqRps.

           select arqRelatorio assign to "arqRetornoNfseRel.txt"
           organization is line sequential
           access mode is sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqRetorno.
       01  fd-ret-registro.
           05  fd-ret-tipo                          pic  x(01).
               88  fd-ret-header                    value "1".
               88  fd-ret-detalhe                   value "2".
               88  fd-ret-trailer                   value "9".
           05  fd-ret-dados                         pic  x(119).

      *>   Header - prestador, lote e data de processamento
       01  fd-ret-reg-header.
           05  filler                               pic  x(01).
           05  fd-rh-cnpj                           pic  x(14).
           05  fd-rh-lote                           pic  9(06).
           05  fd-rh-data-processamento             pic  9(08).
           05  filler                               pic  x(91).

      *>   Detalhe - situacao de um RPS
       01  fd-ret-reg-detalhe.
           05  filler                               pic  x(01).
           05  fd-rd-numero-rps                     pic  9(08).
           05  fd-rd-serie-rps                      pic  x(05).
           05  fd-rd-situacao                       pic  x(01).
               88  fd-rd-aceito                     value "A".
               88  fd-rd-rejeitado                  value "R".
           05  fd-rd-nfse-numero                    pic  x(15).
           05  fd-rd-nfse-verificacao               pic  x(09).
           05  fd-rd-nfse-data                      pic  9(08).
           05  fd-rd-motivo                         pic  x(60).
           05  filler                               pic  x(13).

      *>   Trailer - quantidade de detalhes
       01  fd-ret-reg-trailer.
           05  filler                               pic  x(01).
           05  fd-rt-qtd-detalhes                   pic  9(06).
           05  filler                               pic  x(113).

      *>   Controle de RPS - um por cobranca paga (gerar_rps); parcela
      *>   de acordo usa a chave acordo + "0000" + parcela
       fd arqRps.
       01  fd-rps.
           05  fd-rps-chave.
               10  fd-rps-matricula                 pic  9(07).
               10  fd-rps-competencia               pic  9(06).
           05  fd-rps-chave-parcela redefines fd-rps-chave.
               10  fd-rps-acordo                    pic  9(07).
               10  fd-rps-marca-parcela             pic  9(04).
                   88  fd-rps-de-acordo             value 0.
               10  fd-rps-parcela                   pic  9(02).
           05  fd-rps-numero                        pic  9(08).
           05  fd-rps-serie                         pic  x(05).
           05  fd-rps-cpf-aluno                     pic  x(12).
           05  fd-rps-data-pagamento                pic  9(08).
           05  fd-rps-data-emissao                  pic  9(08).
           05  fd-rps-valor-servico                 pic  9(07)v99.
           05  fd-rps-tomador-cpf                   pic  x(12).
           05  fd-rps-tomador-nome                  pic  x(30).
           05  fd-rps-lote                          pic  9(06).
           05  fd-rps-situacao                      pic  x(01).
               88  fd-rps-pendente                  value "P".
               88  fd-rps-enviado                   value "E".
               88  fd-rps-aceito                    value "A".
               88  fd-rps-rejeitado                 value "R".
           05  fd-rps-nfse-numero                   pic  x(15).
           05  fd-rps-nfse-verificacao              pic  x(09).
           05  fd-rps-nfse-data                     pic  9(08).
           05  fd-rps-motivo                        pic  x(60).
           05  fd-rps-data-retorno                  pic  9(08).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqRetorno                         pic x(02).
       77  wk-fs-arqRps                             pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-data-hoje                             pic 9(08) value 0.

      *>   Conferencia previa contra o trailer
       77  wk-trailer-flag                          pic x(01) value space.
           88 wk-trailer-lido                       value "S".
       77  wk-trl-qtd                               pic 9(06) value 0.
       77  wk-lote                                  pic 9(06) value 0.
       77  wk-data-arquivo                          pic 9(08) value 0.

      *>   Totais de controle
       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-aceitos                           pic 9(06) value 0.
       77  wk-qtd-rejeitados                        pic 9(06) value 0.
       77  wk-qtd-repetidos                         pic 9(06) value 0.
       77  wk-qtd-excecoes                          pic 9(06) value 0.

      *>   Resultado do detalhe corrente
       77  wk-resultado                             pic x(10).
       77  wk-observacao                            pic x(60).

       01  wk-data-aaaammdd                         pic 9(08).
       01  wk-data-aaaammdd-r redefines wk-data-aaaammdd.
           05  wk-data-ano                          pic 9(04).
           05  wk-data-mes                          pic 9(02).
           05  wk-data-dia                          pic 9(02).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "retorno_nfse".
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

      *>   Listagem do retorno
       01  wk-linha-titulo.
           05 filler                                pic x(30)
                  value "RETORNO NFS-E - LOTE ".
           05 wk-tit-lote                           pic 9(06).
           05 filler                                pic x(15) value " PROCESSADO EM ".
           05 wk-tit-dia                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(39) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(10) value "RPS".
           05 filler                                pic x(09) value "Matr/Acd.".
           05 filler                                pic x(09) value "Comp/Parc".
           05 filler                                pic x(12) value "Resultado".
           05 filler                                pic x(17) value "NFS-e".
           05 filler                                pic x(43) value "Observacao".

       01  wk-linha-detalhe.
           05 wk-det-rps                            pic 9(08).
           05 filler                                pic x(02) value space.
           05 wk-det-matricula                      pic 9(07).
           05 filler                                pic x(02) value space.
           05 wk-det-competencia.
               10 wk-det-comp-mes                   pic 9(02).
               10 wk-det-comp-barra                 pic x(01) value "/".
               10 wk-det-comp-ano                   pic 9(04).
           05 wk-det-parcela redefines wk-det-competencia
                                                    pic x(07).
           05 filler                                pic x(02) value space.
           05 wk-det-resultado                      pic x(10).
           05 filler                                pic x(02) value space.
           05 wk-det-nfse                           pic x(15).
           05 filler                                pic x(02) value space.
           05 wk-det-observacao                     pic x(43).

       01  wk-linha-total.
           05 wk-tot-rotulo                         pic x(22).
           05 wk-tot-qtd                            pic zzz.zz9.
           05 filler                                pic x(71) value space.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao - confere o arquivo inteiro
      *>   contra o trailer antes de abrir o controle de RPS
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

           perform aa-conferir-trailer

           open input arqRetorno
           if   wk-fs-arqRetorno not equal "00" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqRetorno                       to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRetornoNfse" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqRps
           if   wk-fs-arqRps not equal "00" then
               move "0003"                                 to      wk-msn-erro-adress
               move wk-fs-arqRps                           to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRps"         to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0004"                                 to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-lote                                 to      wk-tit-lote
           move wk-data-arquivo                         to      wk-data-aaaammdd
           move wk-data-dia                             to      wk-tit-dia
           move wk-data-mes                             to      wk-tit-mes
           move wk-data-ano                             to      wk-tit-ano
           write fd-relatorio-linha from wk-linha-titulo
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-cabecalho
           move all "-"                                 to      fd-relatorio-linha
           write fd-relatorio-linha

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Primeira passada: conta os detalhes e compara com o trailer -
      *>   sem trailer ou com divergencia nada e atualizado
      *>*****************************************************************
       aa-conferir-trailer section.
       aa-conferir-trailer-a.

           open input arqRetorno
           if   wk-fs-arqRetorno not equal "00" then
               move "0001"                                 to      wk-msn-erro-adress
               move wk-fs-arqRetorno                       to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRetornoNfse" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqRetorno
               if   wk-fs-arqRetorno not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   evaluate true
                       when fd-ret-header
                           move fd-rh-lote              to      wk-lote
                           move fd-rh-data-processamento to     wk-data-arquivo
                       when fd-ret-detalhe
                           add 1                        to      wk-qtd-lidos
                       when fd-ret-trailer
                           set  wk-trailer-lido         to      true
                           move fd-rt-qtd-detalhes      to      wk-trl-qtd
                   end-evaluate
               end-if
           end-perform
           close arqRetorno

           if  not wk-trailer-lido then
               move "0005"                                 to      wk-msn-erro-adress
               move "  "                                   to      wk-msn-erro-cod
               move "Retorno sem trailer - nada atualizado" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           if  wk-trl-qtd not equal wk-qtd-lidos then
               display "Trailer: " wk-trl-qtd " registros"
               display "Lido   : " wk-qtd-lidos " registros"
               move "0006"                                 to      wk-msn-erro-adress
               move "  "                                   to      wk-msn-erro-cod
               move "Trailer nao confere - nada atualizado" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    a segunda passada recontabiliza os detalhes
           move 0                                       to      wk-qtd-lidos

           .
       aa-conferir-trailer-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - segunda passada, detalhe a detalhe
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqRetorno
               if   wk-fs-arqRetorno equal "10" then
                   move "F"                             to      wk-fim-loop
               else
                   if  wk-fs-arqRetorno not equal "00" then
                       move "0007"                                 to      wk-msn-erro-adress
                       move wk-fs-arqRetorno                       to      wk-msn-erro-cod
                       move "Erro ao Ler Arquivo arqRetornoNfse"   to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   else
                       if  fd-ret-detalhe then
                           add 1                        to      wk-qtd-lidos
                           perform ba-tratar-rps
                       end-if
                   end-if
               end-if
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Casa o detalhe com o RPS enviado e grava a situacao devolvida
      *>   pela prefeitura
      *>*****************************************************************
       ba-tratar-rps section.
       ba-tratar-rps-a.

           move spaces                                  to      wk-resultado
           move spaces                                  to      wk-observacao

           move fd-rd-numero-rps                        to      fd-rps-numero
           read arqRps key is fd-rps-numero
           if   wk-fs-arqRps equal "23" then
               move 0                                   to      fd-rps-chave
               move "EXCECAO"                           to      wk-resultado
               move "RPS NAO ENCONTRADO"                to      wk-observacao
               add 1                                    to      wk-qtd-excecoes
               perform bb-gravar-linha
               exit section
           end-if
           if   wk-fs-arqRps not equal "00" then
               move "0008"                              to      wk-msn-erro-adress
               move wk-fs-arqRps                        to      wk-msn-erro-cod
               move "Erro ao Ler Arquivo arqRps"        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    retorno reprocessado: a mesma nota ja gravada nao e excecao
           if  fd-rps-aceito
           and fd-rd-aceito
           and fd-rps-nfse-numero equal fd-rd-nfse-numero then
               move "REPETIDO"                          to      wk-resultado
               move "NFS-E JA REGISTRADA"               to      wk-observacao
               add 1                                    to      wk-qtd-repetidos
               perform bb-gravar-linha
               exit section
           end-if

           evaluate true
               when not fd-rd-aceito
                and not fd-rd-rejeitado
                   move "EXCECAO"                       to      wk-resultado
                   move "SITUACAO INVALIDA NO RETORNO"  to      wk-observacao
               when fd-rps-aceito
                   move "EXCECAO"                       to      wk-resultado
                   move "RPS JA CONVERTIDO EM OUTRA NFS-E" to   wk-observacao
               when not fd-rps-enviado
                   move "EXCECAO"                       to      wk-resultado
                   move "RPS NAO CONSTA COMO ENVIADO"   to      wk-observacao
           end-evaluate
           if  wk-resultado not equal spaces then
               add 1                                    to      wk-qtd-excecoes
               perform bb-gravar-linha
               exit section
           end-if

           if  fd-rd-aceito then
               set  fd-rps-aceito                       to      true
               move fd-rd-nfse-numero                   to      fd-rps-nfse-numero
               move fd-rd-nfse-verificacao              to      fd-rps-nfse-verificacao
               move fd-rd-nfse-data                     to      fd-rps-nfse-data
               move spaces                              to      fd-rps-motivo
               move "ACEITO"                            to      wk-resultado
               add 1                                    to      wk-qtd-aceitos
           else
               set  fd-rps-rejeitado                    to      true
               move fd-rd-motivo                        to      fd-rps-motivo
               move "REJEITADO"                         to      wk-resultado
               move fd-rd-motivo                        to      wk-observacao
               add 1                                    to      wk-qtd-rejeitados
           end-if
           move wk-data-hoje                            to      fd-rps-data-retorno

           rewrite fd-rps
           if   wk-fs-arqRps not equal "00" then
               move "0009"                              to      wk-msn-erro-adress
               move wk-fs-arqRps                        to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqRps"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform bb-gravar-linha

           .
       ba-tratar-rps-z.
           exit.

      *>*****************************************************************
      *>   Linha da listagem para o detalhe corrente
      *>*****************************************************************
       bb-gravar-linha section.
       bb-gravar-linha-a.

           move fd-rd-numero-rps                        to      wk-det-rps
           if  fd-rps-de-acordo
           and fd-rps-acordo not equal 0 then
               move fd-rps-acordo                       to      wk-det-matricula
               move spaces                              to      wk-det-parcela
               string "PARC " fd-rps-parcela delimited by size
                 into wk-det-parcela
               end-string
           else
               move fd-rps-matricula                    to      wk-det-matricula
               move fd-rps-competencia(5:2)             to      wk-det-comp-mes
               move "/"                                 to      wk-det-comp-barra
               move fd-rps-competencia(1:4)             to      wk-det-comp-ano
           end-if
           move wk-resultado                            to      wk-det-resultado
           move fd-rd-nfse-numero                       to      wk-det-nfse
           move wk-observacao                           to      wk-det-observacao
           write fd-relatorio-linha from wk-linha-detalhe

           .
       bb-gravar-linha-z.
           exit.

      *>*****************************************************************
      *>   Totais de controle no fim da listagem
      *>*****************************************************************
       c-gravar-totais section.
       c-gravar-totais-a.

           move all "-"                                 to      fd-relatorio-linha
           write fd-relatorio-linha

           move "Trailer da prefeitura:"                to      wk-tot-rotulo
           move wk-trl-qtd                              to      wk-tot-qtd
           write fd-relatorio-linha from wk-linha-total
           move "Detalhes lidos      :"                 to      wk-tot-rotulo
           move wk-qtd-lidos                            to      wk-tot-qtd
           write fd-relatorio-linha from wk-linha-total
           move "Aceitos (NFS-e)     :"                 to      wk-tot-rotulo
           move wk-qtd-aceitos                          to      wk-tot-qtd
           write fd-relatorio-linha from wk-linha-total
           move "Rejeitados          :"                 to      wk-tot-rotulo
           move wk-qtd-rejeitados                       to      wk-tot-qtd
           write fd-relatorio-linha from wk-linha-total
           move "Ja registrados      :"                 to      wk-tot-rotulo
           move wk-qtd-repetidos                        to      wk-tot-qtd
           write fd-relatorio-linha from wk-linha-total
           move "Excecoes            :"                 to      wk-tot-rotulo
           move wk-qtd-excecoes                         to      wk-tot-qtd
           write fd-relatorio-linha from wk-linha-total

           .
       c-gravar-totais-z.
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

           perform c-gravar-totais

           close arqRetorno
           close arqRps
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima rodada
      *>    regrave o nome fixo
           move "retorno_nfse"          to   wk-spl-programa
           move "arqRetornoNfseRel.txt" to   wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Retorno NFS-e processado!"
           display "Detalhes lidos : " wk-qtd-lidos
           display "Aceitos        : " wk-qtd-aceitos
           display "Rejeitados     : " wk-qtd-rejeitados
           display "Excecoes       : " wk-qtd-excecoes
                   " (ver arqRetornoNfseRel.txt)"

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-aceitos
                                          wk-qtd-excecoes
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
