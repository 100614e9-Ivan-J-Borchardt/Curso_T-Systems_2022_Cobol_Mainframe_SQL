      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "gerar_rps".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Lote de RPS (recibo provisorio de
      *>                      servicos) das mensalidades pagas, para a
      *>                      prefeitura converter em NFS-e - acabou a
      *>                      digitacao nota a nota no site. Parametro
      *>                      AAAAMMDD (default hoje) e a data de
      *>                      emissao: entram as cobrancas pagas ate
      *>                      essa data e a partir do inicio da emissao
      *>                      (arqRpsConfig.txt, gravado com a data da
      *>                      primeira rodada). Cada pagamento recebe
      *>                      um numero de RPS proprio (contador
      *>                      arqRpsNumero.txt) no controle
      *>                      arqRpsInd.txt, chaveado pela cobranca -
      *>                      pagamento ja numerado nunca e emitido de
      *>                      novo. Prestador de arqInstituicao.txt
      *>                      (CNPJ, inscricao municipal, servico,
      *>                      aliquota e serie - instituicao.cbl);
      *>                      tomador e o responsavel da familia com o
      *>                      CPF de familias.cbl, ou o responsavel do
      *>                      cadastro da cobranca, sem CPF, para aluno
      *>                      fora de familia. Valor do servico e o
      *>                      principal pago - multa e juros nao sao
      *>                      servico. RPS rejeitado pela prefeitura
      *>                      (retorno_nfse.cbl) volta no lote seguinte
      *>                      com o mesmo numero. Saida em
      *>                      arqRpsLote.txt (header "1", um detalhe "2"
      *>                      por RPS e trailer "9" com os totais),
      *>                      numerado por arqRpsLoteCodigo.txt e
      *>                      espelhado no spool.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Familia no layout de 168 bytes, com o
      *>                      e-mail do responsavel
      *>                      (migra_familias_email.cbl).
      *>   15/10/2026 - IJB - Parcelas de acordo pagas
      *>                      (arqAcordoParcelasInd.txt, acordos.cbl)
      *>                      tambem recebem RPS, no mesmo controle
      *>                      arqRpsInd.txt com a chave acordo + "0000"
      *>                      + parcela (nenhuma competencia tem ano
      *>                      0000) - parcela ja numerada nunca e
      *>                      emitida de novo. Servico e a parte de
      *>                      principal da parcela, na proporcao
      *>                      principal/total do acordo; tomador pelo
      *>                      CPF do aluno do acordo, como na cobranca.

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

           select arqFamilias assign to "arqFamiliasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-fam-codigo
           file status is wk-fs-arqFamilias.

           select arqMembros assign to "arqFamiliaMembrosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mem-cpf
           alternate record key is fd-mem-familia with duplicates
           file status is wk-fs-arqMembros.

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

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqRps assign to "arqRpsInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rps-chave
           alternate record key is fd-rps-numero
           file status is wk-fs-arqRps.

           select arqRpsNumero assign to "arqRpsNumero.txt"
           organization is line sequential
           file status is wk-fs-arqRpsNumero.

           select arqLoteCodigo assign to "arqRpsLoteCodigo.txt"
           organization is line sequential
           file status is wk-fs-arqLoteCodigo.

           select arqRpsConfig assign to "arqRpsConfig.txt"
           organization is line sequential
           file status is wk-fs-arqRpsConfig.

           select arqLote assign to "arqRpsLote.txt"
           organization is line sequential
           file status is wk-fs-arqLote.

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
           05  fd-aluno-responsavel                 pic  x(15).
           05  fd-aluno-tel-emergencia              pic  x(11).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqFamilias.
       01  fd-familia.
           05  fd-fam-codigo                        pic  9(05).
           05  fd-fam-responsavel                   pic  x(30).
           05  fd-fam-endereco                      pic  x(50).
           05  fd-fam-telefone                      pic  x(11).
           05  fd-fam-cpf-responsavel               pic  x(12).
           05  fd-fam-email                         pic  x(60).

       fd arqMembros.
       01  fd-membro.
           05  fd-mem-cpf                           pic  x(12).
           05  fd-mem-familia                       pic  9(05).

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

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).
           05  fd-inst-cnpj                         pic  x(14).
           05  fd-inst-inscricao-municipal          pic  x(15).
           05  fd-inst-municipio-ibge               pic  x(07).
           05  fd-inst-item-servico                 pic  x(05).
           05  fd-inst-aliquota-iss                 pic  9(02)v99.
           05  fd-inst-serie-rps                    pic  x(05).

      *>   Controle de RPS - um por cobranca paga; parcela de acordo
      *>   usa a chave acordo + "0000" + parcela
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

       fd arqRpsNumero.
       01  fd-rps-numero-linha                      pic  9(08).

       fd arqLoteCodigo.
       01  fd-lote-codigo-linha                     pic  9(06).

       fd arqRpsConfig.
       01  fd-rps-config.
           05  fd-rpc-data-inicio                   pic  9(08).

       fd arqLote.
       01  fd-lote-linha                            pic  x(200).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqFamilias                        pic x(02).
       77  wk-fs-arqMembros                         pic x(02).
       77  wk-fs-arqInstituicao                     pic x(02).
       77  wk-fs-arqAcordos                         pic x(02).
       77  wk-fs-arqParcelas                        pic x(02).
       77  wk-fs-arqRps                             pic x(02).
       77  wk-fs-arqRpsNumero                       pic x(02).
       77  wk-fs-arqLoteCodigo                      pic x(02).
       77  wk-fs-arqRpsConfig                       pic x(02).
       77  wk-fs-arqLote                            pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

      *>   Data de emissao - parametro AAAAMMDD da linha de comando
       01  wk-linha-comando.
           05  wk-parm-data                         pic x(08).
           05  filler                               pic x(12).

       77  wk-data-emissao                          pic 9(08) value 0.
       77  wk-data-hoje                             pic 9(08) value 0.
       77  wk-data-inicio                           pic 9(08) value 0.

      *>   Prestador
       01  wk-instituicao.
           05  wk-inst-cnpj                         pic x(14).
           05  wk-inst-inscricao-municipal          pic x(15).
           05  wk-inst-municipio-ibge               pic x(07).
           05  wk-inst-item-servico                 pic x(05).
           05  wk-inst-aliquota-iss                 pic 9(02)v99.
           05  wk-inst-serie-rps                    pic x(05).

       77  wk-ultimo-rps                            pic 9(08) value 0.
       77  wk-numero-lote                           pic 9(06) value 0.

      *>   Tomador da cobranca corrente, a partir do aluno e do
      *>   responsavel gravados na cobranca ou no acordo
       77  wk-tom-cpf-aluno                         pic x(12).
       77  wk-tom-responsavel                       pic x(15).
       77  wk-tomador-cpf                           pic x(12).
       77  wk-tomador-nome                          pic x(30).
       77  wk-valor-parcela                         pic 9(07)v99.

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-novos                             pic 9(06) value 0.
       77  wk-qtd-parcelas                          pic 9(06) value 0.
       77  wk-qtd-reenvios                          pic 9(06) value 0.
       77  wk-qtd-pendentes                         pic 9(06) value 0.
       77  wk-qtd-sem-cpf                           pic 9(06) value 0.
       77  wk-qtd-emitidos                          pic 9(06) value 0.
       77  wk-tot-servicos                          pic 9(13)v99 value 0.
       77  wk-tot-iss                               pic 9(13)v99 value 0.
       77  wk-valor-iss                             pic 9(11)v99 value 0.

       01  wk-comp-aaaamm                           pic 9(06).
       01  wk-comp-aaaamm-r redefines wk-comp-aaaamm.
           05  wk-comp-ano                          pic 9(04).
           05  wk-comp-mes                          pic 9(02).

      *>   Registros do lote de RPS (200 posicoes)
       01  wk-reg-header.
           05  wk-hdr-tipo                          pic x(01) value "1".
           05  wk-hdr-versao                        pic x(03) value "001".
           05  wk-hdr-cnpj                          pic x(14).
           05  wk-hdr-inscricao-municipal           pic x(15).
           05  wk-hdr-municipio                     pic x(07).
           05  wk-hdr-lote                          pic 9(06).
           05  wk-hdr-data-geracao                  pic 9(08).
           05  wk-hdr-qtd-rps                       pic 9(06).
           05  filler                               pic x(140) value space.

       01  wk-reg-detalhe.
           05  wk-det-tipo                          pic x(01) value "2".
           05  wk-det-serie                         pic x(05).
           05  wk-det-numero                        pic 9(08).
           05  wk-det-data-emissao                  pic 9(08).
           05  wk-det-natureza                      pic x(01) value "1".
           05  wk-det-item-servico                  pic x(05).
           05  wk-det-aliquota                      pic 9(02)v99.
           05  wk-det-valor-servico                 pic 9(11)v99.
           05  wk-det-valor-deducoes                pic 9(11)v99 value 0.
           05  wk-det-valor-iss                     pic 9(11)v99.
           05  wk-det-iss-retido                    pic x(01) value "2".
           05  wk-det-tomador-tipo                  pic x(01).
           05  wk-det-tomador-documento             pic x(14).
           05  wk-det-tomador-nome                  pic x(40).
           05  wk-det-municipio                     pic x(07).
           05  wk-det-discriminacao                 pic x(60).
           05  filler                               pic x(06) value space.

       01  wk-reg-trailer.
           05  wk-trl-tipo                          pic x(01) value "9".
           05  wk-trl-qtd-rps                       pic 9(06).
           05  wk-trl-total-servicos                pic 9(13)v99.
           05  wk-trl-total-deducoes                pic 9(13)v99 value 0.
           05  wk-trl-total-iss                     pic 9(13)v99.
           05  filler                               pic x(148) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "gerar_rps".
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
           perform b-preparar-reenvios.
           perform c-numerar-pagamentos.
           perform d-gerar-lote.
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

      *>    data de emissao via parametro AAAAMMDD - default hoje;
      *>    data futura ou invalida aborta
           move function current-date(1:8)              to      wk-data-hoje
           accept wk-linha-comando from command-line
           if  wk-parm-data is numeric then
               move wk-parm-data                        to      wk-data-emissao
           else
               move wk-data-hoje                        to      wk-data-emissao
           end-if
           if  function test-date-yyyymmdd(wk-data-emissao) not equal 0
           or  wk-data-emissao > wk-data-hoje then
               move "0001"                              to      wk-msn-erro-adress
               move "00"                                to      wk-msn-erro-cod
               move "Data de emissao invalida ou futura" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform aa-carregar-instituicao
           perform ab-carregar-config

           open input arqMensalidades
           if   wk-fs-arqMensalidades not equal "00" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqMensalidades                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMensalidades" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    cadastro, familias e membros - ausencia (35) so empobrece o
      *>    tomador e a discriminacao
           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00"
           and  wk-fs-arqAlunos not equal "35" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqFamilias
           if   wk-fs-arqFamilias not equal "00"
           and  wk-fs-arqFamilias not equal "35" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqFamilias                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFamilias" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqMembros
           if   wk-fs-arqMembros not equal "00"
           and  wk-fs-arqMembros not equal "35" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqMembros                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMembros"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    acordos e parcelas - a ausencia (35) vale como "nenhuma
      *>    parcela paga"
           open input arqAcordos
           if   wk-fs-arqAcordos not equal "00"
           and  wk-fs-arqAcordos not equal "35" then
               move "0011"                              to      wk-msn-erro-adress
               move wk-fs-arqAcordos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAcordos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqParcelas
           if   wk-fs-arqParcelas not equal "00"
           and  wk-fs-arqParcelas not equal "35" then
               move "0012"                              to      wk-msn-erro-adress
               move wk-fs-arqParcelas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqParcelas" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open i-o arqRps
           if   wk-fs-arqRps equal "05"
           or   wk-fs-arqRps equal "35" then
               open output arqRps
               close arqRps
               open i-o arqRps
           end-if
           if   wk-fs-arqRps not equal "00" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqRps                        to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRps"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    ultimo numero de RPS usado
           open input arqRpsNumero
           if   wk-fs-arqRpsNumero equal "00" then
               read arqRpsNumero
               if   wk-fs-arqRpsNumero equal "00" then
                   move fd-rps-numero-linha             to      wk-ultimo-rps
               end-if
               close arqRpsNumero
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Dados do prestador - sem CNPJ ou inscricao municipal nao ha
      *>   lote que a prefeitura aceite
      *>*****************************************************************
       aa-carregar-instituicao section.
       aa-carregar-instituicao-a.

           move spaces                                  to      wk-instituicao
           move 0                                       to      wk-inst-aliquota-iss

           open input arqInstituicao
           if   wk-fs-arqInstituicao equal "00" then
               read arqInstituicao
               if   wk-fs-arqInstituicao equal "00" then
                   move fd-inst-cnpj                    to      wk-inst-cnpj
                   move fd-inst-inscricao-municipal     to      wk-inst-inscricao-municipal
                   move fd-inst-municipio-ibge          to      wk-inst-municipio-ibge
                   move fd-inst-item-servico            to      wk-inst-item-servico
                   move fd-inst-serie-rps               to      wk-inst-serie-rps
                   if  fd-inst-aliquota-iss is numeric then
                       move fd-inst-aliquota-iss        to      wk-inst-aliquota-iss
                   end-if
               end-if
               close arqInstituicao
           end-if

           if  wk-inst-cnpj equal spaces
           or  wk-inst-inscricao-municipal equal spaces then
               move "0007"                                to      wk-msn-erro-adress
               move wk-fs-arqInstituicao                  to      wk-msn-erro-cod
               move "CNPJ/inscricao municipal nao cadastrados" to wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           if  wk-inst-serie-rps equal spaces then
               move "1"                                 to      wk-inst-serie-rps
           end-if

           .
       aa-carregar-instituicao-z.
           exit.

      *>*****************************************************************
      *>   Inicio da emissao - na primeira rodada e a propria data de
      *>   emissao, para os pagamentos ja declarados a mao no site da
      *>   prefeitura nao virarem nota em dobro
      *>*****************************************************************
       ab-carregar-config section.
       ab-carregar-config-a.

           open input arqRpsConfig
           if   wk-fs-arqRpsConfig equal "00" then
               read arqRpsConfig
               if   wk-fs-arqRpsConfig equal "00"
               and  fd-rpc-data-inicio is numeric then
                   move fd-rpc-data-inicio              to      wk-data-inicio
               end-if
               close arqRpsConfig
           end-if

           if  wk-data-inicio equal 0 then
               move wk-data-emissao                     to      wk-data-inicio
               move wk-data-inicio                      to      fd-rpc-data-inicio
               open output arqRpsConfig
               write fd-rps-config
               close arqRpsConfig
           end-if

           .
       ab-carregar-config-z.
           exit.

      *>*****************************************************************
      *>   RPS rejeitado volta a pendente, com o mesmo numero; pendente
      *>   de rodada interrompida tambem entra neste lote
      *>*****************************************************************
       b-preparar-reenvios section.
       b-preparar-reenvios-a.

           move low-values                              to      fd-rps-chave
           start arqRps key is not less fd-rps-chave
           if   wk-fs-arqRps equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqRps next record
                   if   wk-fs-arqRps not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       evaluate true
                           when fd-rps-rejeitado
                               set  fd-rps-pendente     to      true
                               rewrite fd-rps
                               add 1                    to      wk-qtd-reenvios
                               add 1                    to      wk-qtd-pendentes
                           when fd-rps-pendente
                               add 1                    to      wk-qtd-pendentes
                       end-evaluate
                   end-if
               end-perform
           end-if

           .
       b-preparar-reenvios-z.
           exit.

      *>*****************************************************************
      *>   Numera as cobrancas pagas ainda sem RPS
      *>*****************************************************************
       c-numerar-pagamentos section.
       c-numerar-pagamentos-a.

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqMensalidades next record
               if   wk-fs-arqMensalidades not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-qtd-lidos
                   if  fd-mens-paga
                   and fd-mens-data-pagamento is numeric
                   and fd-mens-data-pagamento >= wk-data-inicio
                   and fd-mens-data-pagamento <= wk-data-emissao then
                       move fd-mens-chave               to      fd-rps-chave
                       read arqRps
                       if   wk-fs-arqRps equal "23" then
                           perform ca-numerar-rps
                       end-if
                   end-if
               end-if
           end-perform

           perform cc-numerar-parcelas

           .
       c-numerar-pagamentos-z.
           exit.

      *>*****************************************************************
      *>   Novo RPS para a cobranca corrente - o contador e regravado a
      *>   cada numero, para uma queda no meio nao repetir numeracao
      *>*****************************************************************
       ca-numerar-rps section.
       ca-numerar-rps-a.

           move fd-mens-cpf                             to      wk-tom-cpf-aluno
           move fd-mens-responsavel                     to      wk-tom-responsavel
           perform cb-apurar-tomador

           add 1                                        to      wk-ultimo-rps
           move wk-ultimo-rps                           to      fd-rps-numero-linha
           open output arqRpsNumero
           write fd-rps-numero-linha
           close arqRpsNumero

           initialize fd-rps
           move fd-mens-chave                           to      fd-rps-chave
           move wk-ultimo-rps                           to      fd-rps-numero
           move wk-inst-serie-rps                       to      fd-rps-serie
           move fd-mens-cpf                             to      fd-rps-cpf-aluno
           move fd-mens-data-pagamento                  to      fd-rps-data-pagamento
           move wk-data-emissao                         to      fd-rps-data-emissao
           if  fd-mens-valor-pago > 0
           and fd-mens-valor-pago < fd-mens-valor then
               move fd-mens-valor-pago                  to      fd-rps-valor-servico
           else
               move fd-mens-valor                       to      fd-rps-valor-servico
           end-if
           move wk-tomador-cpf                          to      fd-rps-tomador-cpf
           move wk-tomador-nome                         to      fd-rps-tomador-nome
           set  fd-rps-pendente                         to      true

           write fd-rps
           if   wk-fs-arqRps not equal "00" then
               move "0008"                              to      wk-msn-erro-adress
               move wk-fs-arqRps                        to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqRps"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-qtd-novos
           add 1                                        to      wk-qtd-pendentes
           if  wk-tomador-cpf equal spaces then
               add 1                                    to      wk-qtd-sem-cpf
           end-if

           .
       ca-numerar-rps-z.
           exit.

      *>*****************************************************************
      *>   Tomador: responsavel da familia do aluno, com CPF; fora de
      *>   familia, o responsavel gravado na cobranca
      *>*****************************************************************
       cb-apurar-tomador section.
       cb-apurar-tomador-a.

           move spaces                                  to      wk-tomador-cpf
           move wk-tom-responsavel                      to      wk-tomador-nome

           if   wk-fs-arqMembros equal "35"
           or   wk-fs-arqFamilias equal "35" then
               exit section
           end-if

           move wk-tom-cpf-aluno                        to      fd-mem-cpf
           read arqMembros
           if   wk-fs-arqMembros equal "00" then
               move fd-mem-familia                      to      fd-fam-codigo
               read arqFamilias
               if   wk-fs-arqFamilias equal "00" then
                   move fd-fam-responsavel              to      wk-tomador-nome
                   move fd-fam-cpf-responsavel          to      wk-tomador-cpf
               end-if
           end-if

           .
       cb-apurar-tomador-z.
           exit.

      *>*****************************************************************
      *>   Numera as parcelas de acordo pagas ainda sem RPS
      *>*****************************************************************
       cc-numerar-parcelas section.
       cc-numerar-parcelas-a.

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
                   and fd-apa-data-pagamento >= wk-data-inicio
                   and fd-apa-data-pagamento <= wk-data-emissao then
                       move fd-apa-acordo               to      fd-rps-acordo
                       move 0                           to      fd-rps-marca-parcela
                       move fd-apa-numero               to      fd-rps-parcela
                       read arqRps
                       if   wk-fs-arqRps equal "23" then
                           perform cd-numerar-rps-parcela
                       end-if
                   end-if
               end-if
           end-perform

           .
       cc-numerar-parcelas-z.
           exit.

      *>*****************************************************************
      *>   Novo RPS para a parcela corrente - servico e a parte de
      *>   principal do valor pago; sem o acordo, o valor pago inteiro
      *>*****************************************************************
       cd-numerar-rps-parcela section.
       cd-numerar-rps-parcela-a.

           if  fd-apa-valor-pago > 0 then
               move fd-apa-valor-pago                   to      wk-valor-parcela
           else
               move fd-apa-valor                        to      wk-valor-parcela
           end-if

           move spaces                                  to      wk-tom-cpf-aluno
           move spaces                                  to      wk-tom-responsavel
           if   wk-fs-arqAcordos not equal "35" then
               move fd-apa-acordo                       to      fd-acd-numero
               read arqAcordos
               if   wk-fs-arqAcordos equal "00" then
                   move fd-acd-cpf                      to      wk-tom-cpf-aluno
                   move fd-acd-responsavel              to      wk-tom-responsavel
                   if  fd-acd-total > 0 then
                       compute wk-valor-parcela rounded =
                           wk-valor-parcela * fd-acd-principal / fd-acd-total
                   end-if
               end-if
           end-if
           perform cb-apurar-tomador

           add 1                                        to      wk-ultimo-rps
           move wk-ultimo-rps                           to      fd-rps-numero-linha
           open output arqRpsNumero
           write fd-rps-numero-linha
           close arqRpsNumero

           initialize fd-rps
           move fd-apa-acordo                           to      fd-rps-acordo
           move 0                                       to      fd-rps-marca-parcela
           move fd-apa-numero                           to      fd-rps-parcela
           move wk-ultimo-rps                           to      fd-rps-numero
           move wk-inst-serie-rps                       to      fd-rps-serie
           move wk-tom-cpf-aluno                        to      fd-rps-cpf-aluno
           move fd-apa-data-pagamento                   to      fd-rps-data-pagamento
           move wk-data-emissao                         to      fd-rps-data-emissao
           move wk-valor-parcela                        to      fd-rps-valor-servico
           move wk-tomador-cpf                          to      fd-rps-tomador-cpf
           move wk-tomador-nome                         to      fd-rps-tomador-nome
           set  fd-rps-pendente                         to      true

           write fd-rps
           if   wk-fs-arqRps not equal "00" then
               move "0008"                              to      wk-msn-erro-adress
               move wk-fs-arqRps                        to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqRps"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-qtd-novos
           add 1                                        to      wk-qtd-parcelas
           add 1                                        to      wk-qtd-pendentes
           if  wk-tomador-cpf equal spaces then
               add 1                                    to      wk-qtd-sem-cpf
           end-if

           .
       cd-numerar-rps-parcela-z.
           exit.

      *>*****************************************************************
      *>   Lote com todos os RPS pendentes, em ordem de numero - sem
      *>   pendente nao ha lote
      *>*****************************************************************
       d-gerar-lote section.
       d-gerar-lote-a.

           if  wk-qtd-pendentes equal 0 then
               exit section
           end-if

           perform da-gerar-numero-lote

           open output arqLote
           if   wk-fs-arqLote not equal "00" then
               move "0009"                              to      wk-msn-erro-adress
               move wk-fs-arqLote                       to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqLote"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move wk-inst-cnpj                            to      wk-hdr-cnpj
           move wk-inst-inscricao-municipal             to      wk-hdr-inscricao-municipal
           move wk-inst-municipio-ibge                  to      wk-hdr-municipio
           move wk-numero-lote                          to      wk-hdr-lote
           move wk-data-emissao                         to      wk-hdr-data-geracao
           move wk-qtd-pendentes                        to      wk-hdr-qtd-rps
           write fd-lote-linha from wk-reg-header

           move 0                                       to      fd-rps-numero
           start arqRps key is not less fd-rps-numero
           if   wk-fs-arqRps equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqRps next record
                   if   wk-fs-arqRps not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-rps-pendente then
                           perform db-emitir-rps
                       end-if
                   end-if
               end-perform
           end-if

           move wk-qtd-emitidos                         to      wk-trl-qtd-rps
           move wk-tot-servicos                         to      wk-trl-total-servicos
           move wk-tot-iss                              to      wk-trl-total-iss
           write fd-lote-linha from wk-reg-trailer

           close arqLote

           .
       d-gerar-lote-z.
           exit.

      *>*****************************************************************
      *>   Proximo numero de lote, persistido em arqRpsLoteCodigo.txt
      *>   - o molde do codigo de familia
      *>*****************************************************************
       da-gerar-numero-lote section.
       da-gerar-numero-lote-a.

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
       da-gerar-numero-lote-z.
           exit.

      *>*****************************************************************
      *>   Detalhe de um RPS - o controle passa a enviado neste lote
      *>*****************************************************************
       db-emitir-rps section.
       db-emitir-rps-a.

           move fd-rps-serie                            to      wk-det-serie
           move fd-rps-numero                           to      wk-det-numero
           move wk-data-emissao                         to      wk-det-data-emissao
           move wk-inst-item-servico                    to      wk-det-item-servico
           move wk-inst-aliquota-iss                    to      wk-det-aliquota
           move fd-rps-valor-servico                    to      wk-det-valor-servico
           compute wk-valor-iss rounded =
               fd-rps-valor-servico * wk-inst-aliquota-iss / 100
           move wk-valor-iss                            to      wk-det-valor-iss

      *>    tomador: "1" CPF informado / "3" nao informado
           move spaces                                  to      wk-det-tomador-documento
           if  fd-rps-tomador-cpf equal spaces then
               move "3"                                 to      wk-det-tomador-tipo
           else
               move "1"                                 to      wk-det-tomador-tipo
               move fd-rps-tomador-cpf(1:9)             to      wk-det-tomador-documento(1:9)
               move fd-rps-tomador-cpf(11:2)            to      wk-det-tomador-documento(10:2)
           end-if
           move fd-rps-tomador-nome                     to      wk-det-tomador-nome
           move wk-inst-municipio-ibge                  to      wk-det-municipio

           move spaces                                  to      fd-aluno-nome
           if   wk-fs-arqAlunos not equal "35" then
               move fd-rps-cpf-aluno                    to      fd-aluno-cpf
               read arqAlunos
               if   wk-fs-arqAlunos not equal "00" then
                   move spaces                          to      fd-aluno-nome
               end-if
           end-if
           move spaces                                  to      wk-det-discriminacao
           if  fd-rps-de-acordo then
               perform dba-discriminar-parcela
           else
               move fd-rps-competencia                  to      wk-comp-aaaamm
               string "MENSALIDADE ESCOLAR "    delimited by size
                      wk-comp-mes               delimited by size
                      "/"                       delimited by size
                      wk-comp-ano               delimited by size
                      " - ALUNO "               delimited by size
                      fd-aluno-nome             delimited by "  "
                      " MATRICULA "             delimited by size
                      fd-rps-matricula          delimited by size
                      into wk-det-discriminacao
               end-string
           end-if

           write fd-lote-linha from wk-reg-detalhe

           set  fd-rps-enviado                          to      true
           move wk-numero-lote                          to      fd-rps-lote
           move wk-data-emissao                         to      fd-rps-data-emissao
           move spaces                                  to      fd-rps-motivo
           rewrite fd-rps
           if   wk-fs-arqRps not equal "00" then
               move "0010"                              to      wk-msn-erro-adress
               move wk-fs-arqRps                        to      wk-msn-erro-cod
               move "Erro ao Regravar Arquivo arqRps"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-qtd-emitidos
           add fd-rps-valor-servico                     to      wk-tot-servicos
           add wk-valor-iss                             to      wk-tot-iss

           .
       db-emitir-rps-z.
           exit.

      *>*****************************************************************
      *>   Discriminacao do RPS de parcela de acordo
      *>*****************************************************************
       dba-discriminar-parcela section.
       dba-discriminar-parcela-a.

           move 0                                       to      fd-acd-matricula
           if   wk-fs-arqAcordos not equal "35" then
               move fd-rps-acordo                       to      fd-acd-numero
               read arqAcordos
               if   wk-fs-arqAcordos not equal "00" then
                   move 0                               to      fd-acd-matricula
               end-if
           end-if
           move fd-rps-acordo                           to      fd-acd-numero

           string "MENSALIDADES - ACORDO "  delimited by size
                  fd-acd-numero             delimited by size
                  " PARCELA "               delimited by size
                  fd-rps-parcela            delimited by size
                  " - ALUNO "               delimited by size
                  fd-aluno-nome             delimited by "  "
                  " MATRICULA "             delimited by size
                  fd-acd-matricula          delimited by size
                  into wk-det-discriminacao
           end-string

           .
       dba-discriminar-parcela-z.
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
           close arqAlunos
           close arqFamilias
           close arqMembros
           close arqAcordos
           close arqParcelas
           close arqRps

           if  wk-qtd-emitidos > 0 then
      *>        espelha o lote no spool datado, antes que a proxima
      *>        rodada regrave o nome fixo
               move "gerar_rps"             to   wk-spl-programa
               move "arqRpsLote.txt"        to   wk-spl-arquivo
               move spaces                  to   wk-spl-turma
               call "espolar_relatorio" using wk-spl-programa
                                              wk-spl-arquivo
                                              wk-spl-turma
                                              wk-spl-retorno
               display "Lote de RPS " wk-numero-lote
                       " em arqRpsLote.txt"
           else
               display "Nenhum RPS pendente - lote nao gerado."
           end-if
           display "Data de emissao   : " wk-data-emissao
           display "RPS novos         : " wk-qtd-novos
           display "  parcelas acordo : " wk-qtd-parcelas
           display "Reenvios          : " wk-qtd-reenvios
           display "RPS no lote       : " wk-qtd-emitidos
           display "Tomador sem CPF   : " wk-qtd-sem-cpf

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-emitidos
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
