      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "retorno_bancario".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Baixa automatica das mensalidades pelo
      *>                      arquivo de retorno diario do banco
      *>                      (arqRetornoBanco.txt: header "0", um
      *>                      detalhe "1" por pagamento e trailer "9"
      *>                      com quantidade e valor total). Antes de
      *>                      qualquer baixa o arquivo inteiro e
      *>                      conferido contra o trailer - divergencia
      *>                      aborta sem tocar nas cobrancas. Cada
      *>                      detalhe e casado com a cobranca pelo
      *>                      numero de documento do carne
      *>                      (documento_mensalidade.cbl) e baixado com
      *>                      a data e o valor do banco quando o valor
      *>                      confere com o devido na data do pagamento
      *>                      (calcula_encargos.cbl). Documento
      *>                      invalido, cobranca inexistente, ja paga ou
      *>                      isenta, pagamento parcial e pagamento a
      *>                      maior nao sao baixados: saem na listagem
      *>                      de excecoes arqRetornoExcecoes.txt, que
      *>                      fecha com os totais de controle amarrados
      *>                      ao trailer.
      *>   15/10/2026 - IJB - Cobranca renegociada em acordo de
      *>                      parcelamento (situacao R) tambem nao e
      *>                      baixada: sai nas excecoes como COBRANCA
      *>                      RENEGOCIADA.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqRetorno assign to "arqRetornoBanco.txt"
           organization is line sequential
           access mode is sequential
           file status is wk-fs-arqRetorno.

           select arqMensalidades assign to "arqMensalidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is wk-fs-arqMensalidades.

           select arqExcecoes assign to "arqRetornoExcecoes.txt"
           organization is line sequential
           access mode is sequential
           file status is wk-fs-arqExcecoes.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqRetorno.
       01  fd-ret-registro.
           05  fd-ret-tipo                          pic  x(01).
               88  fd-ret-header                    value "0".
               88  fd-ret-detalhe                   value "1".
               88  fd-ret-trailer                   value "9".
           05  fd-ret-dados                         pic  x(79).

      *>   Header - banco e data de geracao do arquivo
       01  fd-ret-reg-header.
           05  filler                               pic  x(01).
           05  fd-rh-banco                          pic  x(03).
           05  fd-rh-data-arquivo                   pic  9(08).
           05  fd-rh-sequencial                     pic  9(06).
           05  filler                               pic  x(62).

      *>   Detalhe - um pagamento
       01  fd-ret-reg-detalhe.
           05  filler                               pic  x(01).
           05  fd-rd-numero-doc                     pic  9(14).
           05  fd-rd-data-pagamento                 pic  9(08).
           05  fd-rd-valor-pago                     pic  9(07)v99.
           05  fd-rd-data-credito                   pic  9(08).
           05  filler                               pic  x(40).

      *>   Trailer - totais de controle do banco
       01  fd-ret-reg-trailer.
           05  filler                               pic  x(01).
           05  fd-rt-qtd-detalhes                   pic  9(06).
           05  fd-rt-valor-total                    pic  9(11)v99.
           05  filler                               pic  x(60).

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

       fd arqExcecoes.
       01  fd-excecao-linha                         pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqRetorno                         pic x(02).
       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqExcecoes                        pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

      *>   Operador gravado nas cobrancas baixadas pelo retorno
       77  wk-operador-retorno                      pic x(15)
                  value "RETORNO BANCO".

      *>   Conferencia previa contra o trailer
       77  wk-trailer-flag                          pic x(01) value space.
           88 wk-trailer-lido                       value "S".
       77  wk-trl-qtd                               pic 9(06) value 0.
       77  wk-trl-valor                             pic 9(11)v99 value 0.
       77  wk-banco                                 pic x(03) value spaces.
       77  wk-data-arquivo                          pic 9(08) value 0.

      *>   Totais de controle
       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-valor-lido                            pic 9(11)v99 value 0.
       77  wk-qtd-baixados                          pic 9(06) value 0.
       77  wk-valor-baixado                         pic 9(11)v99 value 0.
       77  wk-qtd-rejeitados                        pic 9(06) value 0.
       77  wk-valor-rejeitado                       pic 9(11)v99 value 0.
       77  wk-qtd-doc-invalido                      pic 9(06) value 0.
       77  wk-qtd-nao-encontrada                    pic 9(06) value 0.
       77  wk-qtd-ja-paga                           pic 9(06) value 0.
       77  wk-qtd-data-invalida                     pic 9(06) value 0.
       77  wk-qtd-parcial                           pic 9(06) value 0.
       77  wk-qtd-a-maior                           pic 9(06) value 0.

      *>   Motivo da excecao do detalhe corrente
       77  wk-motivo                                pic x(25).

      *>   Parametros da subrotina documento_mensalidade
       77  wk-doc-operacao                          pic x(01).
       77  wk-doc-matricula                         pic 9(07).
       77  wk-doc-competencia                       pic 9(06).
       77  wk-doc-numero                            pic 9(14).
       77  wk-doc-retorno                           pic 9(01).

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
                  value "retorno_bancario".
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

      *>   Listagem de excecoes
       01  wk-linha-titulo.
           05 filler                                pic x(40)
                  value "RETORNO BANCARIO - EXCECOES - BANCO ".
           05 wk-tit-banco                          pic x(03).
           05 filler                                pic x(10) value " ARQUIVO ".
           05 wk-tit-dia                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(37) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(16) value "Documento".
           05 filler                                pic x(10) value "Matricula".
           05 filler                                pic x(09) value "Compet.".
           05 filler                                pic x(12) value "Pagamento".
           05 filler                                pic x(14) value "    Valor pago".
           05 filler                                pic x(12) value "     Devido".
           05 filler                                pic x(02) value space.
           05 filler                                pic x(25) value "Motivo".

       01  wk-linha-detalhe.
           05 wk-det-documento                      pic 9(14).
           05 filler                                pic x(02) value space.
           05 wk-det-matricula                      pic 9(07).
           05 filler                                pic x(03) value space.
           05 wk-det-comp-mes                       pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-det-comp-ano                       pic 9(04).
           05 filler                                pic x(02) value space.
           05 wk-det-pgto-dia                       pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-det-pgto-mes                       pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-det-pgto-ano                       pic 9(04).
           05 filler                                pic x(02) value space.
           05 wk-det-valor-pago                     pic z.zzz.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-det-devido                         pic zz.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-det-motivo                         pic x(25).
           05 filler                                pic x(03) value space.

       01  wk-linha-total.
           05 wk-tot-rotulo                         pic x(22).
           05 wk-tot-qtd                            pic zzz.zz9.
           05 filler                                pic x(04) value space.
           05 wk-tot-valor                          pic zz.zzz.zzz.zz9,99.
           05 filler                                pic x(50) value space.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao - confere o arquivo inteiro
      *>   contra o trailer antes de abrir as cobrancas
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

           perform aa-conferir-trailer

           open input arqRetorno
           if   wk-fs-arqRetorno not equal "00" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqRetorno                       to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRetornoBanco" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqMensalidades
           if   wk-fs-arqMensalidades not equal "00" then
               move "0003"                                 to      wk-msn-erro-adress
               move wk-fs-arqMensalidades                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMensalidades" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqExcecoes
           if   wk-fs-arqExcecoes not equal "00" then
               move "0004"                                 to      wk-msn-erro-adress
               move wk-fs-arqExcecoes                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqExcecoes"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-banco                                to      wk-tit-banco
           move wk-data-arquivo                         to      wk-data-aaaammdd
           move wk-data-dia                             to      wk-tit-dia
           move wk-data-mes                             to      wk-tit-mes
           move wk-data-ano                             to      wk-tit-ano
           write fd-excecao-linha from wk-linha-titulo
           move space                                   to      fd-excecao-linha
           write fd-excecao-linha
           write fd-excecao-linha from wk-linha-cabecalho
           move all "-"                                 to      fd-excecao-linha
           write fd-excecao-linha

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Primeira passada: soma os detalhes e compara com o trailer -
      *>   sem trailer ou com divergencia nada e baixado
      *>*****************************************************************
       aa-conferir-trailer section.
       aa-conferir-trailer-a.

           open input arqRetorno
           if   wk-fs-arqRetorno not equal "00" then
               move "0001"                                 to      wk-msn-erro-adress
               move wk-fs-arqRetorno                       to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRetornoBanco" to     wk-msn-erro-text
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
                           move fd-rh-banco             to      wk-banco
                           move fd-rh-data-arquivo      to      wk-data-arquivo
                       when fd-ret-detalhe
                           add 1                        to      wk-qtd-lidos
                           add fd-rd-valor-pago         to      wk-valor-lido
                       when fd-ret-trailer
                           set  wk-trailer-lido         to      true
                           move fd-rt-qtd-detalhes      to      wk-trl-qtd
                           move fd-rt-valor-total       to      wk-trl-valor
                   end-evaluate
               end-if
           end-perform
           close arqRetorno

           if  not wk-trailer-lido then
               move "0005"                                 to      wk-msn-erro-adress
               move "  "                                   to      wk-msn-erro-cod
               move "Retorno sem trailer - nada baixado"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           if  wk-trl-qtd not equal wk-qtd-lidos
           or  wk-trl-valor not equal wk-valor-lido then
               display "Trailer: " wk-trl-qtd " registros, valor "
                       wk-trl-valor
               display "Lido   : " wk-qtd-lidos " registros, valor "
                       wk-valor-lido
               move "0006"                                 to      wk-msn-erro-adress
               move "  "                                   to      wk-msn-erro-cod
               move "Trailer nao confere - nada baixado"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    a segunda passada recontabiliza os detalhes
           move 0                                       to      wk-qtd-lidos
           move 0                                       to      wk-valor-lido

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
                       move "Erro ao Ler Arquivo arqRetornoBanco"  to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   else
                       if  fd-ret-detalhe then
                           add 1                        to      wk-qtd-lidos
                           add fd-rd-valor-pago         to      wk-valor-lido
                           perform ba-tratar-pagamento
                       end-if
                   end-if
               end-if
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Casa o pagamento com a cobranca e baixa quando o valor
      *>   confere com o devido na data do pagamento
      *>*****************************************************************
       ba-tratar-pagamento section.
       ba-tratar-pagamento-a.

           move spaces                                  to      wk-motivo
           move 0                                       to      wk-enc-total

           move "D"                                     to      wk-doc-operacao
           move fd-rd-numero-doc                        to      wk-doc-numero
           call "documento_mensalidade" using wk-doc-operacao
                                              wk-doc-matricula
                                              wk-doc-competencia
                                              wk-doc-numero
                                              wk-doc-retorno
           if  wk-doc-retorno not equal 0 then
               move "DOCUMENTO INVALIDO"                to      wk-motivo
               add 1                                    to      wk-qtd-doc-invalido
               perform bb-gravar-excecao
               exit section
           end-if

           move wk-doc-matricula                        to      fd-mens-matricula
           move wk-doc-competencia                      to      fd-mens-competencia
           read arqMensalidades
           if   wk-fs-arqMensalidades equal "23" then
               move "COBRANCA NAO ENCONTRADA"           to      wk-motivo
               add 1                                    to      wk-qtd-nao-encontrada
               perform bb-gravar-excecao
               exit section
           end-if
           if   wk-fs-arqMensalidades not equal "00" then
               move "0008"                                   to      wk-msn-erro-adress
               move wk-fs-arqMensalidades                    to      wk-msn-erro-cod
               move "Erro ao Ler Arquivo arqMensalidades"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           if  not fd-mens-aberta then
               evaluate true
                   when fd-mens-isenta
                       move "COBRANCA ISENTA"           to      wk-motivo
                   when fd-mens-renegociada
                       move "COBRANCA RENEGOCIADA"      to      wk-motivo
                   when other
                       move "COBRANCA JA PAGA"          to      wk-motivo
               end-evaluate
               add 1                                    to      wk-qtd-ja-paga
               perform bb-gravar-excecao
               exit section
           end-if

      *>    devido na data do pagamento pela regra de encargos
           move "C"                                     to      wk-enc-operacao
           move fd-mens-valor                           to      wk-enc-principal
           move fd-mens-vencimento                      to      wk-enc-vencimento
           move fd-rd-data-pagamento                    to      wk-enc-data-base
           call "calcula_encargos" using wk-enc-operacao
                                         wk-enc-encargos
                                         wk-enc-parametros
                                         wk-enc-retorno
           if  wk-enc-retorno not equal 0 then
               move "DATA DE PAGAMENTO INVALIDA"        to      wk-motivo
               add 1                                    to      wk-qtd-data-invalida
               perform bb-gravar-excecao
               exit section
           end-if

           evaluate true
               when fd-rd-valor-pago < wk-enc-total
                   move "PAGAMENTO PARCIAL"             to      wk-motivo
                   add 1                                to      wk-qtd-parcial
                   perform bb-gravar-excecao

               when fd-rd-valor-pago > wk-enc-total
                   move "PAGAMENTO A MAIOR"             to      wk-motivo
                   add 1                                to      wk-qtd-a-maior
                   perform bb-gravar-excecao

               when other
                   perform bc-baixar-cobranca
           end-evaluate

           .
       ba-tratar-pagamento-z.
           exit.

      *>*****************************************************************
      *>   Linha da listagem de excecoes para o detalhe corrente
      *>*****************************************************************
       bb-gravar-excecao section.
       bb-gravar-excecao-a.

           add 1                                        to      wk-qtd-rejeitados
           add fd-rd-valor-pago                         to      wk-valor-rejeitado

           move fd-rd-numero-doc                        to      wk-det-documento
           move wk-doc-matricula                        to      wk-det-matricula
           move wk-doc-competencia(5:2)                 to      wk-det-comp-mes
           move wk-doc-competencia(1:4)                 to      wk-det-comp-ano
           move fd-rd-data-pagamento                    to      wk-data-aaaammdd
           move wk-data-dia                             to      wk-det-pgto-dia
           move wk-data-mes                             to      wk-det-pgto-mes
           move wk-data-ano                             to      wk-det-pgto-ano
           move fd-rd-valor-pago                        to      wk-det-valor-pago
           move wk-enc-total                            to      wk-det-devido
           move wk-motivo                               to      wk-det-motivo
           write fd-excecao-linha from wk-linha-detalhe

           .
       bb-gravar-excecao-z.
           exit.

      *>*****************************************************************
      *>   Baixa a cobranca com a data e o valor informados pelo banco
      *>*****************************************************************
       bc-baixar-cobranca section.
       bc-baixar-cobranca-a.

           set  fd-mens-paga                            to      true
           move fd-rd-data-pagamento                    to      fd-mens-data-pagamento
           move wk-operador-retorno                     to      fd-mens-operador-pgto
           move wk-enc-multa                            to      fd-mens-multa
           move wk-enc-juros                            to      fd-mens-juros
           move fd-rd-valor-pago                        to      fd-mens-valor-pago

           rewrite fd-mensalidade
           if   wk-fs-arqMensalidades not equal "00" then
               move "0009"                                   to      wk-msn-erro-adress
               move wk-fs-arqMensalidades                    to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqMensalidades" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-qtd-baixados
           add fd-rd-valor-pago                         to      wk-valor-baixado

           .
       bc-baixar-cobranca-z.
           exit.

      *>*****************************************************************
      *>   Totais de controle no fim da listagem - lidos amarram com o
      *>   trailer e com baixados + rejeitados
      *>*****************************************************************
       c-gravar-totais section.
       c-gravar-totais-a.

           move all "-"                                 to      fd-excecao-linha
           write fd-excecao-linha

           move "Trailer do banco    :"                 to      wk-tot-rotulo
           move wk-trl-qtd                              to      wk-tot-qtd
           move wk-trl-valor                            to      wk-tot-valor
           write fd-excecao-linha from wk-linha-total
           move "Detalhes lidos      :"                 to      wk-tot-rotulo
           move wk-qtd-lidos                            to      wk-tot-qtd
           move wk-valor-lido                           to      wk-tot-valor
           write fd-excecao-linha from wk-linha-total
           move "Baixados            :"                 to      wk-tot-rotulo
           move wk-qtd-baixados                         to      wk-tot-qtd
           move wk-valor-baixado                        to      wk-tot-valor
           write fd-excecao-linha from wk-linha-total
           move "Rejeitados          :"                 to      wk-tot-rotulo
           move wk-qtd-rejeitados                       to      wk-tot-qtd
           move wk-valor-rejeitado                      to      wk-tot-valor
           write fd-excecao-linha from wk-linha-total

           move space                                   to      fd-excecao-linha
           write fd-excecao-linha
           move 0                                       to      wk-tot-valor
           move "  Documento invalido:"                 to      wk-tot-rotulo
           move wk-qtd-doc-invalido                     to      wk-tot-qtd
           write fd-excecao-linha from wk-linha-total
           move "  Nao encontrada    :"                 to      wk-tot-rotulo
           move wk-qtd-nao-encontrada                   to      wk-tot-qtd
           write fd-excecao-linha from wk-linha-total
           move "  Paga/isenta/acordo:"                 to      wk-tot-rotulo
           move wk-qtd-ja-paga                          to      wk-tot-qtd
           write fd-excecao-linha from wk-linha-total
           move "  Data invalida     :"                 to      wk-tot-rotulo
           move wk-qtd-data-invalida                    to      wk-tot-qtd
           write fd-excecao-linha from wk-linha-total
           move "  Pagamento parcial :"                 to      wk-tot-rotulo
           move wk-qtd-parcial                          to      wk-tot-qtd
           write fd-excecao-linha from wk-linha-total
           move "  Pagamento a maior :"                 to      wk-tot-rotulo
           move wk-qtd-a-maior                          to      wk-tot-qtd
           write fd-excecao-linha from wk-linha-total

           move space                                   to      fd-excecao-linha
           if  wk-qtd-lidos equal wk-qtd-baixados + wk-qtd-rejeitados
           and wk-valor-lido equal wk-valor-baixado + wk-valor-rejeitado
           and wk-qtd-lidos equal wk-trl-qtd
           and wk-valor-lido equal wk-trl-valor then
               move "TOTAIS CONFEREM COM O TRAILER"     to      fd-excecao-linha
           else
               move "*** TOTAIS NAO CONFEREM COM O TRAILER ***"
                                                        to      fd-excecao-linha
           end-if
           write fd-excecao-linha

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
           close arqMensalidades
           close arqExcecoes

      *>    espelha a saida no spool datado, antes que a proxima rodada
      *>    regrave o nome fixo
           move "retorno_bancario"      to   wk-spl-programa
           move "arqRetornoExcecoes.txt" to  wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Retorno bancario processado!"
           display "Detalhes lidos : " wk-qtd-lidos
           display "Baixados       : " wk-qtd-baixados
           display "Rejeitados     : " wk-qtd-rejeitados
                   " (ver arqRetornoExcecoes.txt)"

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-baixados
                                          wk-qtd-rejeitados
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
