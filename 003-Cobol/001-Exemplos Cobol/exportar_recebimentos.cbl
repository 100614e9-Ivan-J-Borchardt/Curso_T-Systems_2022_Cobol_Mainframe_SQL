      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "exportar_recebimentos".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Exportacao noturna dos recebimentos de
      *>                      mensalidade para a contabilidade
      *>                      (parametro AAAAMMDD, default hoje), em
      *>                      arqExportContabil.txt de layout fixo: header
      *>                      "H" com data do movimento e lote, um
      *>                      detalhe "D" por cobranca paga (data do
      *>                      pagamento, matricula, competencia,
      *>                      principal bruto, desconto, multa e juros,
      *>                      valor recebido, operador, conta debito),
      *>                      os lancamentos "L" somados por conta do
      *>                      plano (arqPlanoContasConfig.txt, criado
      *>                      com o plano padrao e a data de inicio na
      *>                      primeira rodada) e o trailer "T" com os
      *>                      totais de controle. Cada pagamento
      *>                      exportado fica marcado com a data do
      *>                      movimento em arqRecebExportadosInd.txt e
      *>                      nunca entra em outro movimento; o
      *>                      movimento fica em arqRecebLotesInd.txt, e
      *>                      pedir de novo uma data ja exportada apenas
      *>                      reimprime o mesmo arquivo a partir das
      *>                      marcas. Pagamento baixado com data
      *>                      anterior a de um movimento ja fechado
      *>                      entra no movimento seguinte.
      *>   15/10/2026 - IJB - Parcelas de acordo pagas
      *>                      (arqAcordoParcelasInd.txt, acordos.cbl)
      *>                      entram no movimento como as cobrancas: a
      *>                      marca fica em arqRecebExportadosInd.txt
      *>                      com a chave acordo + "0000" + parcela
      *>                      (nenhuma competencia tem ano 0000), e o
      *>                      detalhe "D" leva a matricula do acordo,
      *>                      competencia zero e o acordo/parcela nas
      *>                      posicoes 86-93. O recebido da parcela e
      *>                      dividido entre receita e multa/juros na
      *>                      proporcao dos encargos do acordo.

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

           select arqExportados assign to "arqRecebExportadosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-exp-chave
           alternate record key is fd-exp-data-movimento with duplicates
           file status is wk-fs-arqExportados.

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

           select arqLotes assign to "arqRecebLotesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-lot-data-movimento
           file status is wk-fs-arqLotes.

           select arqLoteCodigo assign to "arqRecebLoteCodigo.txt"
           organization is line sequential
           file status is wk-fs-arqLoteCodigo.

           select arqPlanoContas assign to "arqPlanoContasConfig.txt"
           organization is line sequential
           file status is wk-fs-arqPlanoContas.

           select arqExport assign to "arqExportContabil.txt"
           organization is line sequential
           file status is wk-fs-arqExport.

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

      *>   Marca de cada pagamento ja exportado, com a fotografia dos
      *>   valores enviados - a reimpressao sai daqui. Parcela de
      *>   acordo usa a chave acordo + "0000" + parcela
       fd arqExportados.
       01  fd-exportado.
           05  fd-exp-chave.
               10  fd-exp-matricula                 pic  9(07).
               10  fd-exp-competencia               pic  9(06).
           05  fd-exp-chave-parcela redefines fd-exp-chave.
               10  fd-exp-acordo                    pic  9(07).
               10  fd-exp-marca-parcela             pic  9(04).
                   88  fd-exp-de-acordo             value 0.
               10  fd-exp-parcela                   pic  9(02).
           05  fd-exp-data-movimento                pic  9(08).
           05  fd-exp-data-pagamento                pic  9(08).
           05  fd-exp-principal                     pic  9(07)v99.
           05  fd-exp-desconto                      pic  9(07)v99.
           05  fd-exp-encargos                      pic  9(07)v99.
           05  fd-exp-recebido                      pic  9(07)v99.
           05  fd-exp-operador                      pic  x(15).
           05  fd-exp-conta-debito                  pic  x(12).

       fd arqLotes.
       01  fd-lote.
           05  fd-lot-data-movimento                pic  9(08).
           05  fd-lot-numero                        pic  9(06).
           05  fd-lot-data-geracao                  pic  x(14).

       fd arqLoteCodigo.
       01  fd-lote-codigo-linha                     pic  9(06).

       fd arqPlanoContas.
       01  fd-plano-contas.
           05  fd-pcc-caixa                         pic  x(12).
           05  fd-pcc-banco                         pic  x(12).
           05  fd-pcc-descontos                     pic  x(12).
           05  fd-pcc-receita                       pic  x(12).
           05  fd-pcc-encargos                      pic  x(12).
           05  fd-pcc-data-inicio                   pic  9(08).

       fd arqExport.
       01  fd-export-linha                          pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqExportados                      pic x(02).
       77  wk-fs-arqAcordos                         pic x(02).
       77  wk-fs-arqParcelas                        pic x(02).
       77  wk-fs-arqLotes                           pic x(02).
       77  wk-fs-arqLoteCodigo                      pic x(02).
       77  wk-fs-arqPlanoContas                     pic x(02).
       77  wk-fs-arqExport                          pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

      *>   Data do movimento - parametro AAAAMMDD da linha de comando
       01  wk-linha-comando.
           05  wk-parm-data                         pic x(08).
           05  filler                               pic x(12).

       77  wk-data-movimento                        pic 9(08) value 0.
       77  wk-data-hoje                             pic 9(08) value 0.

      *>   Movimento novo marca os pagamentos; ja exportado reimprime
       77  wk-modo                                  pic x(01).
           88 wk-modo-novo                          value "N".
           88 wk-modo-reimpressao                   value "R".
       77  wk-numero-lote                           pic 9(06) value 0.
       77  wk-data-geracao                          pic x(14).

      *>   Plano de contas em vigor - padrao quando o arquivo nao existe
       01  wk-plano-contas.
           05  wk-pcc-caixa                         pic x(12) value "1.1.01.001".
           05  wk-pcc-banco                         pic x(12) value "1.1.02.001".
           05  wk-pcc-descontos                     pic x(12) value "4.2.01.001".
           05  wk-pcc-receita                       pic x(12) value "4.1.01.001".
           05  wk-pcc-encargos                      pic x(12) value "4.1.02.001".
           05  wk-pcc-data-inicio                   pic 9(08) value 0.

      *>   Valores de um pagamento
       77  wk-pag-bruto                             pic 9(07)v99.
       77  wk-pag-desconto                          pic 9(07)v99.
       77  wk-pag-encargos                          pic 9(07)v99.
       77  wk-pag-recebido                          pic 9(07)v99.

      *>   Lancamentos somados por conta e natureza
       01  wk-lancamentos.
           05  wk-lan-item occurs 10.
               10  wk-lan-conta                     pic x(12).
               10  wk-lan-natureza                  pic x(01).
               10  wk-lan-valor                     pic 9(11)v99.
               10  wk-lan-historico                 pic x(30).
       77  wk-qtd-lancamentos                       pic 9(02) value 0.
       77  wk-ind                                   pic 9(02) value 0.
       77  wk-acu-conta                             pic x(12).
       77  wk-acu-natureza                          pic x(01).
       77  wk-acu-valor                             pic 9(11)v99.
       77  wk-acu-historico                         pic x(30).

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-marcados                          pic 9(06) value 0.
       77  wk-qtd-parcelas                          pic 9(06) value 0.
       77  wk-qtd-detalhes                          pic 9(06) value 0.
       77  wk-tot-recebido                          pic 9(11)v99 value 0.
       77  wk-tot-debitos                           pic 9(11)v99 value 0.
       77  wk-tot-creditos                          pic 9(11)v99 value 0.

      *>   Registros do arquivo da contabilidade (100 posicoes)
       01  wk-reg-header.
           05  wk-hdr-tipo                          pic x(01) value "H".
           05  wk-hdr-data-movimento                pic 9(08).
           05  wk-hdr-lote                          pic 9(06).
           05  wk-hdr-data-geracao                  pic x(14).
           05  wk-hdr-sistema                       pic x(12) value "MENSALIDADES".
           05  filler                               pic x(59) value space.

       01  wk-reg-detalhe.
           05  wk-det-tipo                          pic x(01) value "D".
           05  wk-det-data-pagamento                pic 9(08).
           05  wk-det-matricula                     pic 9(07).
           05  wk-det-competencia                   pic 9(06).
           05  wk-det-principal                     pic 9(07)v99.
           05  wk-det-desconto                      pic 9(07)v99.
           05  wk-det-encargos                      pic 9(07)v99.
           05  wk-det-recebido                      pic 9(07)v99.
           05  wk-det-operador                      pic x(15).
           05  wk-det-conta-debito                  pic x(12).
           05  wk-det-acordo                        pic 9(06).
           05  wk-det-parcela                       pic 9(02).
           05  filler                               pic x(07) value space.

       01  wk-reg-lancamento.
           05  wk-lan-tipo                          pic x(01) value "L".
           05  wk-rlan-conta                        pic x(12).
           05  wk-rlan-natureza                     pic x(01).
           05  wk-rlan-valor                        pic 9(11)v99.
           05  wk-rlan-historico                    pic x(30).
           05  filler                               pic x(43) value space.

       01  wk-reg-trailer.
           05  wk-trl-tipo                          pic x(01) value "T".
           05  wk-trl-qtd-detalhes                  pic 9(06).
           05  wk-trl-total-recebido                pic 9(11)v99.
           05  wk-trl-qtd-lancamentos               pic 9(04).
           05  wk-trl-total-debitos                 pic 9(11)v99.
           05  wk-trl-total-creditos                pic 9(11)v99.
           05  filler                               pic x(50) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "exportar_recebimento".
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
           perform b-marcar-pagamentos.
           perform c-gerar-arquivo.
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

      *>    data do movimento via parametro AAAAMMDD - default hoje;
      *>    data futura ou invalida aborta
           move function current-date(1:8)              to      wk-data-hoje
           accept wk-linha-comando from command-line
           if  wk-parm-data is numeric then
               move wk-parm-data                        to      wk-data-movimento
           else
               move wk-data-hoje                        to      wk-data-movimento
           end-if
           if  function test-date-yyyymmdd(wk-data-movimento) not equal 0
           or  wk-data-movimento > wk-data-hoje then
               move "0001"                              to      wk-msn-erro-adress
               move "00"                                to      wk-msn-erro-cod
               move "Data do movimento invalida ou futura" to   wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform aa-carregar-plano

           open input arqMensalidades
           if   wk-fs-arqMensalidades not equal "00" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqMensalidades                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMensalidades" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqExportados
           if   wk-fs-arqExportados equal "05"
           or   wk-fs-arqExportados equal "35" then
               open output arqExportados
               close arqExportados
               open i-o arqExportados
           end-if
           if   wk-fs-arqExportados not equal "00" then
               move "0003"                                to      wk-msn-erro-adress
               move wk-fs-arqExportados                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqExportados" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    acordos e parcelas - a ausencia (35) vale como "nenhuma
      *>    parcela paga"
           open input arqAcordos
           if   wk-fs-arqAcordos not equal "00"
           and  wk-fs-arqAcordos not equal "35" then
               move "0008"                              to      wk-msn-erro-adress
               move wk-fs-arqAcordos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAcordos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqParcelas
           if   wk-fs-arqParcelas not equal "00"
           and  wk-fs-arqParcelas not equal "35" then
               move "0009"                              to      wk-msn-erro-adress
               move wk-fs-arqParcelas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqParcelas" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqLotes
           if   wk-fs-arqLotes equal "05"
           or   wk-fs-arqLotes equal "35" then
               open output arqLotes
               close arqLotes
               open i-o arqLotes
           end-if
           if   wk-fs-arqLotes not equal "00" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqLotes                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqLotes"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    movimento ja registrado: so reimpressao; novo: o lote e
      *>    gravado antes das marcas, para que uma queda no meio nunca
      *>    deixe marca sem movimento
           move wk-data-movimento                       to      fd-lot-data-movimento
           read arqLotes
           if   wk-fs-arqLotes equal "00" then
               set  wk-modo-reimpressao                 to      true
               move fd-lot-numero                       to      wk-numero-lote
               move fd-lot-data-geracao                 to      wk-data-geracao
           else
               set  wk-modo-novo                        to      true
               perform ab-gerar-lote
               move wk-data-movimento                   to      fd-lot-data-movimento
               move wk-numero-lote                      to      fd-lot-numero
               move function current-date(1:14)         to      wk-data-geracao
               move wk-data-geracao                     to      fd-lot-data-geracao
               write fd-lote
               if   wk-fs-arqLotes not equal "00" then
                   move "0005"                              to      wk-msn-erro-adress
                   move wk-fs-arqLotes                      to      wk-msn-erro-cod
                   move "Erro ao Gravar Arquivo arqLotes"   to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
           end-if

           open output arqExport
           if   wk-fs-arqExport not equal "00" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqExport                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqExport"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Plano de contas e data de inicio da exportacao - na primeira
      *>   rodada o arquivo e criado com o plano padrao e o proprio
      *>   movimento como inicio, para o historico ja digitado pela
      *>   contabilidade nao ser enviado de novo
      *>*****************************************************************
       aa-carregar-plano section.
       aa-carregar-plano-a.

           open input arqPlanoContas
           if   wk-fs-arqPlanoContas equal "00" then
               read arqPlanoContas
               if   wk-fs-arqPlanoContas equal "00" then
                   move fd-plano-contas                 to      wk-plano-contas
               end-if
               close arqPlanoContas
           end-if

           if  wk-pcc-data-inicio not numeric
           or  wk-pcc-data-inicio equal 0 then
               move wk-data-movimento                   to      wk-pcc-data-inicio
               move wk-plano-contas                     to      fd-plano-contas
               open output arqPlanoContas
               write fd-plano-contas
               close arqPlanoContas
           end-if

           .
       aa-carregar-plano-z.
           exit.

      *>*****************************************************************
      *>   Proximo numero de lote, persistido em arqRecebLoteCodigo.txt
      *>   - o molde do codigo de familia
      *>*****************************************************************
       ab-gerar-lote section.
       ab-gerar-lote-a.

           move 0                                       to      wk-numero-lote
           open input arqLoteCodigo
           if   wk-fs-arqLoteCodigo equal "00" then
               read arqLoteCodigo
               if   wk-fs-arqLoteCodigo equal "00" then
                   move fd-lote-codigo-linha            to      wk-numero-lote
               end-if
               close arqLoteCodigo
           end-if

           add 1                                        to      wk-numero-lote

           move wk-numero-lote                          to      fd-lote-codigo-linha
           open output arqLoteCodigo
           write fd-lote-codigo-linha
           close arqLoteCodigo

           .
       ab-gerar-lote-z.
           exit.

      *>*****************************************************************
      *>   Movimento novo: marca com a data do movimento toda cobranca
      *>   paga ate essa data, a partir do inicio da exportacao, que
      *>   ainda nao foi exportada
      *>*****************************************************************
       b-marcar-pagamentos section.
       b-marcar-pagamentos-a.

           if  not wk-modo-novo then
               exit section
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqMensalidades next record
               if   wk-fs-arqMensalidades not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-qtd-lidos
                   if  fd-mens-paga
                   and fd-mens-data-pagamento is numeric
                   and fd-mens-data-pagamento >= wk-pcc-data-inicio
                   and fd-mens-data-pagamento <= wk-data-movimento then
                       move fd-mens-chave               to      fd-exp-chave
                       read arqExportados
                       if   wk-fs-arqExportados equal "23" then
                           perform ba-marcar-pagamento
                       end-if
                   end-if
               end-if
           end-perform

           perform bb-marcar-parcelas

           .
       b-marcar-pagamentos-z.
           exit.

      *>*****************************************************************
      *>   Fotografia do pagamento: principal bruto (antes da bolsa),
      *>   desconto, encargos e valor recebido - recebido abaixo do
      *>   liquido vai para desconto, para a partida sempre fechar
      *>*****************************************************************
       ba-marcar-pagamento section.
       ba-marcar-pagamento-a.

           move fd-mens-valor                           to      wk-pag-bruto
           if  fd-mens-desconto-pct > 0
           and fd-mens-desconto-pct < 100 then
               compute wk-pag-bruto rounded =
                   fd-mens-valor * 100 / (100 - fd-mens-desconto-pct)
           end-if
           compute wk-pag-desconto = wk-pag-bruto - fd-mens-valor

           if  fd-mens-valor-pago > 0 then
               move fd-mens-valor-pago                  to      wk-pag-recebido
           else
               compute wk-pag-recebido =
                   fd-mens-valor + fd-mens-multa + fd-mens-juros
           end-if

           if  wk-pag-recebido >= fd-mens-valor then
               compute wk-pag-encargos = wk-pag-recebido - fd-mens-valor
           else
               move 0                                   to      wk-pag-encargos
               compute wk-pag-desconto = wk-pag-desconto
                                       + fd-mens-valor - wk-pag-recebido
           end-if

           move fd-mens-chave                           to      fd-exp-chave
           move wk-data-movimento                       to      fd-exp-data-movimento
           move fd-mens-data-pagamento                  to      fd-exp-data-pagamento
           move wk-pag-bruto                            to      fd-exp-principal
           move wk-pag-desconto                         to      fd-exp-desconto
           move wk-pag-encargos                         to      fd-exp-encargos
           move wk-pag-recebido                         to      fd-exp-recebido
           move fd-mens-operador-pgto                   to      fd-exp-operador
           if  fd-mens-operador-pgto equal "RETORNO BANCO" then
               move wk-pcc-banco                        to      fd-exp-conta-debito
           else
               move wk-pcc-caixa                        to      fd-exp-conta-debito
           end-if

           write fd-exportado
           if   wk-fs-arqExportados not equal "00" then
               move "0007"                                to      wk-msn-erro-adress
               move wk-fs-arqExportados                   to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqExportados" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           add 1                                        to      wk-qtd-marcados

           .
       ba-marcar-pagamento-z.
           exit.

      *>*****************************************************************
      *>   Parcelas de acordo pagas ate a data do movimento, a partir
      *>   do inicio da exportacao, ainda nao exportadas
      *>*****************************************************************
       bb-marcar-parcelas section.
       bb-marcar-parcelas-a.

           if   wk-fs-arqParcelas equal "35" then
               exit section
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqParcelas next record
               if   wk-fs-arqParcelas not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-qtd-lidos
                   if  fd-apa-paga
                   and fd-apa-data-pagamento is numeric
                   and fd-apa-data-pagamento >= wk-pcc-data-inicio
                   and fd-apa-data-pagamento <= wk-data-movimento then
                       move fd-apa-acordo               to      fd-exp-acordo
                       move 0                           to      fd-exp-marca-parcela
                       move fd-apa-numero               to      fd-exp-parcela
                       read arqExportados
                       if   wk-fs-arqExportados equal "23" then
                           perform bba-marcar-parcela
                       end-if
                   end-if
               end-if
           end-perform

           .
       bb-marcar-parcelas-z.
           exit.

      *>*****************************************************************
      *>   Fotografia da parcela: o recebido se divide entre principal
      *>   e encargos na proporcao do acordo; parcela nao tem desconto
      *>*****************************************************************
       bba-marcar-parcela section.
       bba-marcar-parcela-a.

           if  fd-apa-valor-pago > 0 then
               move fd-apa-valor-pago                   to      wk-pag-recebido
           else
               move fd-apa-valor                        to      wk-pag-recebido
           end-if

           move 0                                       to      wk-pag-encargos
           if   wk-fs-arqAcordos not equal "35" then
               move fd-apa-acordo                       to      fd-acd-numero
               read arqAcordos
               if   wk-fs-arqAcordos equal "00"
               and  fd-acd-total > 0 then
                   compute wk-pag-encargos rounded =
                       wk-pag-recebido * fd-acd-encargos / fd-acd-total
               end-if
           end-if
           compute wk-pag-bruto = wk-pag-recebido - wk-pag-encargos
           move 0                                       to      wk-pag-desconto

           move fd-apa-acordo                           to      fd-exp-acordo
           move 0                                       to      fd-exp-marca-parcela
           move fd-apa-numero                           to      fd-exp-parcela
           move wk-data-movimento                       to      fd-exp-data-movimento
           move fd-apa-data-pagamento                   to      fd-exp-data-pagamento
           move wk-pag-bruto                            to      fd-exp-principal
           move wk-pag-desconto                         to      fd-exp-desconto
           move wk-pag-encargos                         to      fd-exp-encargos
           move wk-pag-recebido                         to      fd-exp-recebido
           move fd-apa-operador                         to      fd-exp-operador
           if  fd-apa-operador equal "RETORNO BANCO" then
               move wk-pcc-banco                        to      fd-exp-conta-debito
           else
               move wk-pcc-caixa                        to      fd-exp-conta-debito
           end-if

           write fd-exportado
           if   wk-fs-arqExportados not equal "00" then
               move "0007"                                to      wk-msn-erro-adress
               move wk-fs-arqExportados                   to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqExportados" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           add 1                                        to      wk-qtd-marcados
           add 1                                        to      wk-qtd-parcelas

           .
       bba-marcar-parcela-z.
           exit.

      *>*****************************************************************
      *>   Arquivo do movimento, sempre a partir das marcas - o
      *>   movimento novo e a reimpressao saem iguais
      *>*****************************************************************
       c-gerar-arquivo section.
       c-gerar-arquivo-a.

           move wk-data-movimento                       to      wk-hdr-data-movimento
           move wk-numero-lote                          to      wk-hdr-lote
           move wk-data-geracao                         to      wk-hdr-data-geracao
           write fd-export-linha from wk-reg-header

           move 0                                       to      wk-qtd-lancamentos
           initialize wk-lancamentos

           move wk-data-movimento                       to      fd-exp-data-movimento
           start arqExportados key is equal fd-exp-data-movimento
           if   wk-fs-arqExportados equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqExportados next record
                   if   wk-fs-arqExportados not equal "00"
                   or   fd-exp-data-movimento not equal wk-data-movimento then
                       move "F"                         to      wk-fim-loop
                   else
                       perform ca-gravar-detalhe
                   end-if
               end-perform
           end-if

           perform cb-gravar-lancamentos

           move wk-qtd-detalhes                         to      wk-trl-qtd-detalhes
           move wk-tot-recebido                         to      wk-trl-total-recebido
           move wk-qtd-lancamentos                      to      wk-trl-qtd-lancamentos
           move wk-tot-debitos                          to      wk-trl-total-debitos
           move wk-tot-creditos                         to      wk-trl-total-creditos
           write fd-export-linha from wk-reg-trailer

           .
       c-gerar-arquivo-z.
           exit.

      *>*****************************************************************
      *>   Detalhe de um pagamento e sua partida: debito em caixa ou
      *>   banco e em descontos concedidos, credito em receita de
      *>   mensalidades e em multa e juros recebidos
      *>*****************************************************************
       ca-gravar-detalhe section.
       ca-gravar-detalhe-a.

           move fd-exp-data-pagamento                   to      wk-det-data-pagamento
           if  fd-exp-de-acordo then
      *>        parcela de acordo: matricula do acordo, sem competencia
               move 0                                   to      wk-det-matricula
               if   wk-fs-arqAcordos not equal "35" then
                   move fd-exp-acordo                   to      fd-acd-numero
                   read arqAcordos
                   if   wk-fs-arqAcordos equal "00" then
                       move fd-acd-matricula            to      wk-det-matricula
                   end-if
               end-if
               move 0                                   to      wk-det-competencia
               move fd-exp-acordo                       to      wk-det-acordo
               move fd-exp-parcela                      to      wk-det-parcela
           else
               move fd-exp-matricula                    to      wk-det-matricula
               move fd-exp-competencia                  to      wk-det-competencia
               move 0                                   to      wk-det-acordo
               move 0                                   to      wk-det-parcela
           end-if
           move fd-exp-principal                        to      wk-det-principal
           move fd-exp-desconto                         to      wk-det-desconto
           move fd-exp-encargos                         to      wk-det-encargos
           move fd-exp-recebido                         to      wk-det-recebido
           move fd-exp-operador                         to      wk-det-operador
           move fd-exp-conta-debito                     to      wk-det-conta-debito
           write fd-export-linha from wk-reg-detalhe

           add 1                                        to      wk-qtd-detalhes
           add fd-exp-recebido                          to      wk-tot-recebido

           move fd-exp-conta-debito                     to      wk-acu-conta
           move "D"                                     to      wk-acu-natureza
           move fd-exp-recebido                         to      wk-acu-valor
           if  fd-exp-conta-debito equal wk-pcc-banco then
               move "RECEBIMENTO MENSALIDADES BANCO"    to      wk-acu-historico
           else
               move "RECEBIMENTO MENSALIDADES CAIXA"    to      wk-acu-historico
           end-if
           perform cc-acumular

           move wk-pcc-descontos                        to      wk-acu-conta
           move "D"                                     to      wk-acu-natureza
           move fd-exp-desconto                         to      wk-acu-valor
           move "DESCONTOS CONCEDIDOS"                  to      wk-acu-historico
           perform cc-acumular

           move wk-pcc-receita                          to      wk-acu-conta
           move "C"                                     to      wk-acu-natureza
           move fd-exp-principal                        to      wk-acu-valor
           move "RECEITA DE MENSALIDADES"               to      wk-acu-historico
           perform cc-acumular

           move wk-pcc-encargos                         to      wk-acu-conta
           move "C"                                     to      wk-acu-natureza
           move fd-exp-encargos                         to      wk-acu-valor
           move "MULTA E JUROS RECEBIDOS"               to      wk-acu-historico
           perform cc-acumular

           .
       ca-gravar-detalhe-z.
           exit.

      *>*****************************************************************
      *>   Lancamentos somados, na ordem em que as contas apareceram
      *>*****************************************************************
       cb-gravar-lancamentos section.
       cb-gravar-lancamentos-a.

           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-lancamentos
               move wk-lan-conta(wk-ind)                to      wk-rlan-conta
               move wk-lan-natureza(wk-ind)             to      wk-rlan-natureza
               move wk-lan-valor(wk-ind)                to      wk-rlan-valor
               move wk-lan-historico(wk-ind)            to      wk-rlan-historico
               write fd-export-linha from wk-reg-lancamento
               if  wk-lan-natureza(wk-ind) equal "D" then
                   add wk-lan-valor(wk-ind)             to      wk-tot-debitos
               else
                   add wk-lan-valor(wk-ind)             to      wk-tot-creditos
               end-if
           end-perform

           .
       cb-gravar-lancamentos-z.
           exit.

      *>*****************************************************************
      *>   Soma wk-acu-valor na conta/natureza - valor zero nao abre
      *>   lancamento
      *>*****************************************************************
       cc-acumular section.
       cc-acumular-a.

           if  wk-acu-valor equal 0 then
               exit section
           end-if

           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-lancamentos
               if  wk-lan-conta(wk-ind) equal wk-acu-conta
               and wk-lan-natureza(wk-ind) equal wk-acu-natureza then
                   add wk-acu-valor                     to      wk-lan-valor(wk-ind)
                   exit section
               end-if
           end-perform

           if  wk-qtd-lancamentos < 10 then
               add 1                                    to      wk-qtd-lancamentos
               move wk-acu-conta                        to      wk-lan-conta(wk-qtd-lancamentos)
               move wk-acu-natureza                     to      wk-lan-natureza(wk-qtd-lancamentos)
               move wk-acu-valor                        to      wk-lan-valor(wk-qtd-lancamentos)
               move wk-acu-historico                    to      wk-lan-historico(wk-qtd-lancamentos)
           end-if

           .
       cc-acumular-z.
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

           close arqMensalidades
           close arqExportados
           close arqAcordos
           close arqParcelas
           close arqLotes
           close arqExport

      *>    espelha a saida no spool datado, antes que a proxima rodada
      *>    regrave o nome fixo
           move "exportar_recebimentos" to   wk-spl-programa
           move "arqExportContabil.txt" to   wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Movimento contabil em arqExportContabil.txt"
           display "Data do movimento: " wk-data-movimento
                   "  lote " wk-numero-lote
           if  wk-modo-reimpressao then
               display "Movimento ja exportado - arquivo reimpresso."
           else
               display "Pagamentos marcados: " wk-qtd-marcados
               display "  parcelas acordo  : " wk-qtd-parcelas
           end-if
           display "Detalhes          : " wk-qtd-detalhes

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-detalhes
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
