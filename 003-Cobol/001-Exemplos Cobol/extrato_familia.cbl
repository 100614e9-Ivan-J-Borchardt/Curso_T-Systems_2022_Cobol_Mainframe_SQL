      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "extrato_familia".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Extrato mensal da familia (parametro
      *>                      AAAAMM, default o mes anterior ao
      *>                      corrente): para cada familia de
      *>                      arqFamiliasInd.txt, um unico documento com
      *>                      todos os filhos - notas lancadas no mes
      *>                      (arqNotasInd.txt), faltas e faltas
      *>                      justificadas (arqFrequenciaInd.txt),
      *>                      ocorrencias do mes (arqOcorrenciasInd.txt)
      *>                      e as mensalidades da competencia, as pagas
      *>                      no mes e as ainda em aberto, com o
      *>                      desconto de bolsa/irmaos carimbado na
      *>                      cobranca e os encargos de atraso de
      *>                      calcula_encargos.cbl ate a data da
      *>                      emissao; ao final o total a pagar da
      *>                      familia, alem dos boletins, cobrancas e
      *>                      cartas de cada filho, que continuam
      *>                      saindo como antes. Familia com e-mail (familias.cbl) recebe o extrato
      *>                      em arquivo proprio EXTaaaamm-fffff.txt,
      *>                      listado em arqExtratoEnvio.txt para o
      *>                      envio; as demais saem impressas em
      *>                      arqExtratoFamilias.txt com o timbre da
      *>                      instituicao, espelhado no spool. Aluno
      *>                      fora de familia segue com os documentos
      *>                      individuais.
      *>   15/10/2026 - IJB - Mensalidade renegociada deixa de sumir do
      *>                      total: as parcelas dos acordos do aluno
      *>                      (arqAcordosInd.txt/arqAcordoParcelasInd.txt,
      *>                      acordos.cbl) vencidas ate o fim do mes e
      *>                      ainda em aberto sao listadas e somam no
      *>                      total a pagar; as pagas no mes saem
      *>                      listadas e as que vencem depois aparecem
      *>                      numa linha de saldo a vencer por acordo.

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

           select arqNotas assign to "arqNotasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-nota-chave
           file status is wk-fs-arqNotas.

           select arqFrequencia assign to "arqFrequenciaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is wk-fs-arqFrequencia.

           select arqOcorrencias assign to "arqOcorrenciasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is wk-fs-arqOcorrencias.

           select arqMensalidades assign to "arqMensalidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is wk-fs-arqMensalidades.

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

           select arqExtrato assign to "arqExtratoFamilias.txt"
           organization is line sequential
           file status is wk-fs-arqExtrato.

           select arqEnvio assign to "arqExtratoEnvio.txt"
           organization is line sequential
           file status is wk-fs-arqEnvio.

           select arqEmail assign to wk-nome-email
           organization is line sequential
           file status is wk-fs-arqEmail.

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

       fd arqNotas.
       01  fd-nota.
           05  fd-nota-chave.
               10  fd-nota-cpf                      pic  x(12).
               10  fd-nota-ano                      pic  9(04).
               10  fd-nota-disciplina               pic  x(10).
               10  fd-nota-periodo                  pic  9(01).
           05  fd-nota-valor                        pic  9(02)v9.
           05  fd-nota-data-lanc                    pic  x(14).

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

       fd arqOcorrencias.
       01  fd-ocorrencia.
           05  fd-oco-chave.
               10  fd-oco-cpf                       pic  x(12).
               10  fd-oco-data                      pic  9(08).
               10  fd-oco-seq                       pic  9(02).
           05  fd-oco-tipo                          pic  x(01).
               88  fd-oco-advertencia               value "A".
               88  fd-oco-suspensao                 value "S".
               88  fd-oco-elogio                    value "E".
           05  fd-oco-descricao                     pic  x(60).
           05  fd-oco-operador                      pic  x(15).
           05  fd-oco-data-hora                     pic  x(14).

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

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

       fd arqExtrato.
       01  fd-extrato-linha                         pic  x(80).

      *>   Lista de envio - um extrato por familia com e-mail
       fd arqEnvio.
       01  fd-envio-linha.
           05  fd-env-email                         pic  x(60).
           05  filler                               pic  x(01).
           05  fd-env-arquivo                       pic  x(20).
           05  filler                               pic  x(01).
           05  fd-env-familia                       pic  9(05).
           05  filler                               pic  x(01).
           05  fd-env-responsavel                   pic  x(30).
           05  filler                               pic  x(01).
           05  fd-env-competencia                   pic  9(06).
           05  filler                               pic  x(01).
           05  fd-env-total                         pic  9(07)v99.

       fd arqEmail.
       01  fd-email-linha                           pic  x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunosInd                       pic x(02).
       77  wk-fs-arqFamilias                        pic x(02).
       77  wk-fs-arqMembros                         pic x(02).
       77  wk-fs-arqNotas                           pic x(02).
       77  wk-fs-arqFrequencia                      pic x(02).
       77  wk-fs-arqOcorrencias                     pic x(02).
       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqAcordos                         pic x(02).
       77  wk-fs-arqParcelas                        pic x(02).
       77  wk-fs-arqInstituicao                     pic x(02).
       77  wk-fs-arqExtrato                         pic x(02).
       77  wk-fs-arqEnvio                           pic x(02).
       77  wk-fs-arqEmail                           pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-mem                          pic x(01).
           88 wk-loop-mem-terminado                 value "F".
       77  wk-fim-loop-det                          pic x(01).
           88 wk-loop-det-terminado                 value "F".
       77  wk-fim-loop-acd                          pic x(01).
           88 wk-loop-acd-terminado                 value "F".
       77  wk-fim-loop-par                          pic x(01).
           88 wk-loop-par-terminado                 value "F".

      *>   Competencia do extrato - parametro AAAAMM da linha de comando
       01  wk-linha-comando.
           05  wk-parm-competencia                  pic x(06).
           05  filler                               pic x(14).

       01  wk-competencia-grupo.
           05  wk-competencia                       pic 9(06) value 0.
           05  wk-competencia-x redefines wk-competencia
                                                    pic x(06).
       01  wk-competencia-partes redefines wk-competencia-grupo.
           05  wk-comp-ano                          pic 9(04).
           05  wk-comp-mes                          pic 9(02).
       77  wk-data-emissao                          pic 9(08) value 0.
       77  wk-data-ini-mes                          pic 9(08) value 0.
       77  wk-data-fim-mes                          pic 9(08) value 0.

      *>   Arquivos de detalhe ausentes (35) apenas omitem a parte
      *>   correspondente do extrato
       77  wk-notas-flag                            pic x(01) value space.
           88 wk-sem-notas                          value "S".
       77  wk-freq-flag                             pic x(01) value space.
           88 wk-sem-frequencia                     value "S".
       77  wk-oco-flag                              pic x(01) value space.
           88 wk-sem-ocorrencias                    value "S".
       77  wk-acordos-flag                          pic x(01) value space.
           88 wk-sem-acordos                        value "S".

      *>   Destino do extrato corrente - papel ou arquivo de e-mail
       77  wk-destino                               pic x(01).
           88 wk-destino-email                      value "E".
           88 wk-destino-papel                      value "P".
       77  wk-nome-email                            pic x(20).
       01  wk-linha                                 pic x(80).

      *>   Familia corrente
       77  wk-qtd-fam-alunos                        pic 9(02) value 0.
       77  wk-fam-total                             pic 9(07)v99 value 0.
       77  wk-alu-total                             pic 9(07)v99 value 0.
       77  wk-qtd-itens                             pic 9(03) value 0.
       77  wk-qtd-faltas                            pic 9(03) value 0.
       77  wk-qtd-justificadas                      pic 9(03) value 0.
       77  wk-qtd-dias                              pic 9(03) value 0.

      *>   Parcelas do acordo corrente que vencem depois do mes
       77  wk-qtd-a-vencer                          pic 9(02) value 0.
       77  wk-valor-a-vencer                        pic 9(07)v99 value 0.

       77  wk-qtd-familias                          pic 9(06) value 0.
       77  wk-qtd-impressos                         pic 9(06) value 0.
       77  wk-qtd-emails                            pic 9(06) value 0.
       77  wk-qtd-extratos                          pic 9(06) value 0.
       77  wk-qtd-sem-alunos                        pic 9(06) value 0.

      *>   Timbre da instituicao (arqInstituicao.txt, programa
      *>   instituicao.cbl) - sem o arquivo vale o texto padrao
       77  wk-inst-flag                             pic x(01).
           88  wk-inst-carregada                    value "S".
       77  wk-inst-nome                             pic x(50).
       77  wk-inst-endereco                         pic x(60).
       77  wk-inst-diretor                          pic x(40).
       77  wk-inst-inep                             pic x(08).

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

      *>   Datas AAAAMMDD impressas como DD/MM/AAAA
       01  wk-data-trabalho.
           05  wk-dtr-ano                           pic 9(04).
           05  wk-dtr-mes                           pic 9(02).
           05  wk-dtr-dia                           pic 9(02).
       01  wk-data-edit.
           05  wk-ded-dia                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-mes                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-ano                           pic 9(04).

       77  wk-valor-edit                            pic z.zzz.zz9,99.
       77  wk-valor-edit2                           pic z.zzz.zz9,99.
       77  wk-nota-edit                             pic z9,9.
       77  wk-pct-edit                              pic zz9.
       77  wk-pct-edit2                             pic zz9.
       77  wk-pct-edit3                             pic zz9.
       77  wk-qtd-edit                              pic zz9.
       77  wk-qtd-edit2                             pic zz9.
       77  wk-qtd-edit3                             pic zz9.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "extrato_familia".
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

      *>   Linha de mensalidade do extrato
       01  wk-linha-mens.
           05 filler                                pic x(04) value space.
           05 wk-lm-mes                             pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-lm-ano                             pic 9(04).
           05 filler                                pic x(02) value space.
           05 wk-lm-vencimento                      pic x(10).
           05 filler                                pic x(02) value space.
           05 wk-lm-valor                           pic z.zzz.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-lm-situacao                        pic x(41).

       01  wk-linha-col-mens.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(09) value "Compet.".
           05 filler                                pic x(12) value "Vencimento".
           05 filler                                pic x(14) value "    Valor R$".
           05 filler                                pic x(41) value "Situacao".

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

      *>    competencia via parametro AAAAMM - default o mes anterior,
      *>    a rodada normal e no inicio do mes
           move function current-date(1:8)              to      wk-data-emissao
           accept wk-linha-comando from command-line
           if  wk-parm-competencia is numeric
           and wk-parm-competencia(5:2) >= "01"
           and wk-parm-competencia(5:2) <= "12" then
               move wk-parm-competencia                 to      wk-competencia
           else
               move wk-data-emissao(1:6)                to      wk-competencia
               if  wk-comp-mes equal 1 then
                   subtract 1                           from    wk-comp-ano
                   move 12                              to      wk-comp-mes
               else
                   subtract 1                           from    wk-comp-mes
               end-if
           end-if
           compute wk-data-ini-mes = (wk-competencia * 100) + 1
           compute wk-data-fim-mes = (wk-competencia * 100) + 31

           open input arqAlunosInd
           if   wk-fs-arqAlunosInd not equal "00" then
               move "0001"                               to      wk-msn-erro-adress
               move wk-fs-arqAlunosInd                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunosInd"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqFamilias
           if   wk-fs-arqFamilias not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqFamilias                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFamilias" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqMembros
           if   wk-fs-arqMembros not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqMembros                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMembros"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqMensalidades
           if   wk-fs-arqMensalidades not equal "00" then
               move "0004"                                 to      wk-msn-erro-adress
               move wk-fs-arqMensalidades                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMensalidades" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    notas, frequencia e ocorrencias - a ausencia (35) so
      *>    omite a parte do extrato
           open input arqNotas
           if   wk-fs-arqNotas not equal "00"
           and  wk-fs-arqNotas not equal "35" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqNotas                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqNotas"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           if   wk-fs-arqNotas equal "35" then
               set  wk-sem-notas                        to      true
           end-if

           open input arqFrequencia
           if   wk-fs-arqFrequencia not equal "00"
           and  wk-fs-arqFrequencia not equal "35" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqFrequencia                 to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFrequencia" to    wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           if   wk-fs-arqFrequencia equal "35" then
               set  wk-sem-frequencia                   to      true
           end-if

           open input arqOcorrencias
           if   wk-fs-arqOcorrencias not equal "00"
           and  wk-fs-arqOcorrencias not equal "35" then
               move "0007"                               to      wk-msn-erro-adress
               move wk-fs-arqOcorrencias                 to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqOcorrencias" to    wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           if   wk-fs-arqOcorrencias equal "35" then
               set  wk-sem-ocorrencias                  to      true
           end-if

      *>    acordos e parcelas - a ausencia (35) de qualquer um vale
      *>    como "nenhum acordo"
           open input arqAcordos
           if   wk-fs-arqAcordos not equal "00"
           and  wk-fs-arqAcordos not equal "35" then
               move "0012"                              to      wk-msn-erro-adress
               move wk-fs-arqAcordos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAcordos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           open input arqParcelas
           if   wk-fs-arqParcelas not equal "00"
           and  wk-fs-arqParcelas not equal "35" then
               move "0013"                              to      wk-msn-erro-adress
               move wk-fs-arqParcelas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqParcelas" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           if   wk-fs-arqAcordos equal "35"
           or   wk-fs-arqParcelas equal "35" then
               set  wk-sem-acordos                      to      true
           end-if

           open output arqExtrato
           if   wk-fs-arqExtrato not equal "00" then
               move "0008"                              to      wk-msn-erro-adress
               move wk-fs-arqExtrato                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqExtrato"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqEnvio
           if   wk-fs-arqEnvio not equal "00" then
               move "0009"                              to      wk-msn-erro-adress
               move wk-fs-arqEnvio                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqEnvio"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform u-carregar-instituicao

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - um extrato por familia
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move low-values                              to      fd-fam-codigo
           start arqFamilias key is not less fd-fam-codigo
           if   wk-fs-arqFamilias equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqFamilias next record
                   if   wk-fs-arqFamilias equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqFamilias not equal "00" then
                           move "0010"                              to      wk-msn-erro-adress
                           move wk-fs-arqFamilias                   to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqFamilias"   to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       else
                           add 1                        to      wk-qtd-familias
                           perform ba-familia
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Familia corrente - cabecalho, um bloco por filho e o total
      *>   a pagar; familia sem aluno no cadastro nao gera extrato
      *>*****************************************************************
       ba-familia section.
       ba-familia-a.

           move 0                                       to      wk-qtd-fam-alunos
           move 0                                       to      wk-fam-total

           move fd-fam-codigo                           to      fd-mem-familia
           start arqMembros key is equal fd-mem-familia
           if   wk-fs-arqMembros not equal "00" then
               add 1                                    to      wk-qtd-sem-alunos
               exit section
           end-if

      *>    com e-mail, o extrato vai para o arquivo de envio da familia
           if  fd-fam-email not equal spaces then
               set  wk-destino-email                    to      true
               move spaces                              to      wk-nome-email
               string "EXT" wk-competencia-x "-" fd-fam-codigo ".txt"
                                             delimited by size
                 into wk-nome-email
               end-string
               open output arqEmail
               if   wk-fs-arqEmail not equal "00" then
                   move "0011"                          to      wk-msn-erro-adress
                   move wk-fs-arqEmail                  to      wk-msn-erro-cod
                   move "Erro ao abrir Arquivo de e-mail" to    wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
           else
               set  wk-destino-papel                    to      true
           end-if

           perform bb-cabecalho

           move space                                   to      wk-fim-loop-mem
           perform until wk-loop-mem-terminado
               read arqMembros next record
               if   wk-fs-arqMembros not equal "00"
               or   fd-mem-familia not equal fd-fam-codigo then
                   move "F"                             to      wk-fim-loop-mem
               else
                   move fd-mem-cpf                      to      fd-aluno-cpf
                   read arqAlunosInd
                   if   wk-fs-arqAlunosInd equal "00" then
                       add 1                            to      wk-qtd-fam-alunos
                       perform bc-aluno
                   end-if
               end-if
           end-perform

           if  wk-qtd-fam-alunos equal 0 then
               move "Nenhum aluno da familia no cadastro."  to  wk-linha
               perform x-gravar-linha
               add 1                                    to      wk-qtd-sem-alunos
           end-if

           perform bd-rodape

           add 1                                        to      wk-qtd-extratos
           if  wk-destino-email then
               close arqEmail
               move spaces                              to      fd-envio-linha
               move fd-fam-email                        to      fd-env-email
               move wk-nome-email                       to      fd-env-arquivo
               move fd-fam-codigo                       to      fd-env-familia
               move fd-fam-responsavel                  to      fd-env-responsavel
               move wk-competencia                      to      fd-env-competencia
               move wk-fam-total                        to      fd-env-total
               write fd-envio-linha
               add 1                                    to      wk-qtd-emails
           else
               add 1                                    to      wk-qtd-impressos
           end-if

           .
       ba-familia-z.
           exit.

      *>*****************************************************************
      *>   Cabecalho do extrato - timbre, competencia e responsavel
      *>*****************************************************************
       bb-cabecalho section.
       bb-cabecalho-a.

      *>    timbre da escola no topo do extrato
           if  wk-inst-carregada then
               move wk-inst-nome                        to      wk-linha
               perform x-gravar-linha
               move wk-inst-endereco(1:60)              to      wk-linha
               perform x-gravar-linha
               string "INEP: " wk-inst-inep delimited by size
                 into wk-linha
               end-string
               perform x-gravar-linha
               perform x-gravar-linha
           end-if

           string "EXTRATO MENSAL DA FAMILIA - COMPETENCIA "
                  wk-comp-mes "/" wk-comp-ano  delimited by size
             into wk-linha
           end-string
           perform x-gravar-linha
           perform x-gravar-linha

           string "Familia " fd-fam-codigo
                  "  Responsavel: " fd-fam-responsavel
                                               delimited by size
             into wk-linha
           end-string
           perform x-gravar-linha
           string "Endereco: " fd-fam-endereco delimited by size
             into wk-linha
           end-string
           perform x-gravar-linha
           move wk-data-emissao                         to      wk-data-trabalho
           perform x-formatar-data
           string "Emitido em " wk-data-edit delimited by size
             into wk-linha
           end-string
           perform x-gravar-linha
           move all "="                                 to      wk-linha
           perform x-gravar-linha

           .
       bb-cabecalho-z.
           exit.

      *>*****************************************************************
      *>   Bloco de um filho - notas, frequencia, ocorrencias e
      *>   mensalidades do mes
      *>*****************************************************************
       bc-aluno section.
       bc-aluno-a.

           perform x-gravar-linha
           string "ALUNO: " fd-aluno-nome     delimited by "  "
                  "  Serie " fd-aluno-serie
                  " Turma " fd-aluno-turma
                  "  Matricula " fd-aluno-matricula
                                               delimited by size
             into wk-linha
           end-string
           perform x-gravar-linha
           move all "-"                                 to      wk-linha
           perform x-gravar-linha

           if  not wk-sem-notas then
               perform ca-notas
           end-if
           if  not wk-sem-frequencia then
               perform cb-frequencia
           end-if
           if  not wk-sem-ocorrencias then
               perform cc-ocorrencias
           end-if
           perform cd-mensalidades

           .
       bc-aluno-z.
           exit.

      *>*****************************************************************
      *>   Notas lancadas no mes (data do lancamento na competencia)
      *>*****************************************************************
       ca-notas section.
       ca-notas-a.

           move "  Notas lancadas no mes:"              to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens

           move fd-aluno-cpf                            to      fd-nota-cpf
           move 0                                       to      fd-nota-ano
           move low-values                              to      fd-nota-disciplina
           move 0                                       to      fd-nota-periodo
           start arqNotas key is not less fd-nota-chave
           if   wk-fs-arqNotas equal "00" then
               move space                               to      wk-fim-loop-det
               perform until wk-loop-det-terminado
                   read arqNotas next record
                   if   wk-fs-arqNotas not equal "00"
                   or   fd-nota-cpf not equal fd-aluno-cpf then
                       move "F"                         to      wk-fim-loop-det
                   else
                       if  fd-nota-data-lanc(1:6) equal wk-competencia-x then
                           add 1                        to      wk-qtd-itens
                           move fd-nota-valor           to      wk-nota-edit
                           string "    " fd-nota-disciplina
                                  "  " fd-nota-periodo "o periodo"
                                  "  nota " wk-nota-edit
                                                       delimited by size
                             into wk-linha
                           end-string
                           perform x-gravar-linha
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqNotas

           if  wk-qtd-itens equal 0 then
               move "    (nenhuma nota lancada no mes)"  to      wk-linha
               perform x-gravar-linha
           end-if

           .
       ca-notas-z.
           exit.

      *>*****************************************************************
      *>   Frequencia do mes - dias lancados, faltas e faltas
      *>   justificadas
      *>*****************************************************************
       cb-frequencia section.
       cb-frequencia-a.

           move 0                                       to      wk-qtd-dias
           move 0                                       to      wk-qtd-faltas
           move 0                                       to      wk-qtd-justificadas

           move fd-aluno-cpf                            to      fd-freq-cpf
           move wk-data-ini-mes                         to      fd-freq-data
           start arqFrequencia key is not less fd-freq-chave
           if   wk-fs-arqFrequencia equal "00" then
               move space                               to      wk-fim-loop-det
               perform until wk-loop-det-terminado
                   read arqFrequencia next record
                   if   wk-fs-arqFrequencia not equal "00"
                   or   fd-freq-cpf not equal fd-aluno-cpf
                   or   fd-freq-data > wk-data-fim-mes then
                       move "F"                         to      wk-fim-loop-det
                   else
                       add 1                            to      wk-qtd-dias
                       evaluate true
                           when fd-freq-ausente
                               add 1                    to      wk-qtd-faltas
                           when fd-freq-justificado
                               add 1                    to      wk-qtd-justificadas
                       end-evaluate
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqFrequencia

           move wk-qtd-dias                             to      wk-qtd-edit
           move wk-qtd-faltas                           to      wk-qtd-edit2
           move wk-qtd-justificadas                     to      wk-qtd-edit3
           string "  Frequencia: " wk-qtd-edit " dias lancados, "
                  wk-qtd-edit2 " faltas, "
                  wk-qtd-edit3 " faltas justificadas"
                                               delimited by size
             into wk-linha
           end-string
           perform x-gravar-linha

           .
       cb-frequencia-z.
           exit.

      *>*****************************************************************
      *>   Ocorrencias do mes
      *>*****************************************************************
       cc-ocorrencias section.
       cc-ocorrencias-a.

           move "  Ocorrencias do mes:"                 to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens

           move fd-aluno-cpf                            to      fd-oco-cpf
           move wk-data-ini-mes                         to      fd-oco-data
           move 0                                       to      fd-oco-seq
           start arqOcorrencias key is not less fd-oco-chave
           if   wk-fs-arqOcorrencias equal "00" then
               move space                               to      wk-fim-loop-det
               perform until wk-loop-det-terminado
                   read arqOcorrencias next record
                   if   wk-fs-arqOcorrencias not equal "00"
                   or   fd-oco-cpf not equal fd-aluno-cpf
                   or   fd-oco-data > wk-data-fim-mes then
                       move "F"                         to      wk-fim-loop-det
                   else
                       add 1                            to      wk-qtd-itens
                       move fd-oco-data                 to      wk-data-trabalho
                       perform x-formatar-data
                       evaluate true
                           when fd-oco-advertencia
                               string "    " wk-data-edit " Advertencia - "
                                      fd-oco-descricao delimited by size
                                 into wk-linha
                               end-string
                           when fd-oco-suspensao
                               string "    " wk-data-edit " Suspensao - "
                                      fd-oco-descricao delimited by size
                                 into wk-linha
                               end-string
                           when other
                               string "    " wk-data-edit " Elogio - "
                                      fd-oco-descricao delimited by size
                                 into wk-linha
                               end-string
                       end-evaluate
                       perform x-gravar-linha
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqOcorrencias

           if  wk-qtd-itens equal 0 then
               move "    (nenhuma ocorrencia no mes)"   to      wk-linha
               perform x-gravar-linha
           end-if

           .
       cc-ocorrencias-z.
           exit.

      *>*****************************************************************
      *>   Mensalidades - a da competencia, as pagas no mes e as de
      *>   competencias anteriores ainda em aberto; a aberta soma no
      *>   total a pagar com os encargos ate a data da emissao
      *>*****************************************************************
       cd-mensalidades section.
       cd-mensalidades-a.

           move "  Mensalidades:"                       to      wk-linha
           perform x-gravar-linha
           move wk-linha-col-mens                       to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens
           move 0                                       to      wk-alu-total

           move fd-aluno-matricula                      to      fd-mens-matricula
           move 0                                       to      fd-mens-competencia
           start arqMensalidades key is not less fd-mens-chave
           if   wk-fs-arqMensalidades equal "00" then
               move space                               to      wk-fim-loop-det
               perform until wk-loop-det-terminado
                   read arqMensalidades next record
                   if   wk-fs-arqMensalidades not equal "00"
                   or   fd-mens-matricula not equal fd-aluno-matricula
                   or   fd-mens-competencia > wk-competencia then
                       move "F"                         to      wk-fim-loop-det
                   else
                       if  fd-mens-competencia equal wk-competencia
                       or  fd-mens-aberta
                       or  (fd-mens-paga
                        and fd-mens-data-pagamento >= wk-data-ini-mes
                        and fd-mens-data-pagamento <= wk-data-fim-mes) then
                           perform cda-listar-mensalidade
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqMensalidades

           if  not wk-sem-acordos then
               perform cdb-acordos
           end-if

           if  wk-qtd-itens equal 0 then
               move "    (nenhuma mensalidade no periodo)" to   wk-linha
               perform x-gravar-linha
           end-if

           move wk-alu-total                            to      wk-valor-edit
           string "  Em aberto deste aluno: R$ " wk-valor-edit
                                               delimited by size
             into wk-linha
           end-string
           perform x-gravar-linha
           add wk-alu-total                             to      wk-fam-total

           .
       cd-mensalidades-z.
           exit.

      *>*****************************************************************
      *>   Uma mensalidade - situacao, desconto carimbado na cobranca e,
      *>   na aberta, multa e juros de calcula_encargos
      *>*****************************************************************
       cda-listar-mensalidade section.
       cda-listar-mensalidade-a.

           add 1                                        to      wk-qtd-itens
           move fd-mens-competencia(5:2)                to      wk-lm-mes
           move fd-mens-competencia(1:4)                to      wk-lm-ano
           move fd-mens-vencimento                      to      wk-data-trabalho
           perform x-formatar-data
           move wk-data-edit                            to      wk-lm-vencimento
           move fd-mens-valor                           to      wk-lm-valor
           move spaces                                  to      wk-lm-situacao

           evaluate true
               when fd-mens-paga
                   move fd-mens-data-pagamento          to      wk-data-trabalho
                   perform x-formatar-data
                   if  fd-mens-valor-pago > 0 then
                       move fd-mens-valor-pago          to      wk-valor-edit
                   else
                       move fd-mens-valor               to      wk-valor-edit
                   end-if
                   string "Paga em " wk-data-edit " R$ " wk-valor-edit
                                               delimited by size
                     into wk-lm-situacao
                   end-string
               when fd-mens-isenta
                   move "Isenta"                        to      wk-lm-situacao
               when fd-mens-renegociada
                   string "Renegociada - acordo " fd-mens-acordo
                                               delimited by size
                     into wk-lm-situacao
                   end-string
               when other
                   move "C"                             to      wk-enc-operacao
                   move fd-mens-competencia             to      wk-enc-competencia
                   move fd-mens-valor                   to      wk-enc-principal
                   move fd-mens-vencimento              to      wk-enc-vencimento
                   move wk-data-emissao                 to      wk-enc-data-base
                   call "calcula_encargos" using wk-enc-operacao
                                                 wk-enc-encargos
                                                 wk-enc-parametros
                                                 wk-enc-retorno
                   if  wk-enc-retorno not equal 0 then
                       move fd-mens-valor               to      wk-enc-total
                       move 0                           to      wk-enc-multa
                       move 0                           to      wk-enc-juros
                   end-if
                   add wk-enc-total                     to      wk-alu-total
                   move wk-enc-total                    to      wk-valor-edit
                   string "Em aberto - devido R$ " wk-valor-edit
                                               delimited by size
                     into wk-lm-situacao
                   end-string
           end-evaluate
           move wk-linha-mens                           to      wk-linha
           perform x-gravar-linha

      *>    desconto de bolsa/irmaos aplicado na geracao da cobranca
           if  fd-mens-desconto-pct > 0 then
               move fd-mens-desconto-pct                to      wk-pct-edit
               evaluate true
                   when fd-mens-desconto-bolsa
                       string "           Desconto de " wk-pct-edit
                              "% - bolsa"      delimited by size
                         into wk-linha
                       end-string
                   when fd-mens-desconto-irmaos
                       string "           Desconto de " wk-pct-edit
                              "% - irmaos"     delimited by size
                         into wk-linha
                       end-string
                   when fd-mens-desconto-combinado
                       move fd-mens-bolsa-pct           to      wk-pct-edit2
                       move fd-mens-irmaos-pct          to      wk-pct-edit3
                       string "           Desconto de " wk-pct-edit
                              "% - bolsa " wk-pct-edit2
                              "% e irmaos " wk-pct-edit3 "%"
                                               delimited by size
                         into wk-linha
                       end-string
                   when other
                       string "           Desconto de " wk-pct-edit "%"
                                               delimited by size
                         into wk-linha
                       end-string
               end-evaluate
               perform x-gravar-linha
           end-if

           if  fd-mens-aberta
           and (wk-enc-multa > 0 or wk-enc-juros > 0) then
               move wk-enc-multa                        to      wk-valor-edit
               move wk-enc-juros                        to      wk-valor-edit2
               string "           Multa R$ " wk-valor-edit
                      "  Juros R$ " wk-valor-edit2
                                               delimited by size
                 into wk-linha
               end-string
               perform x-gravar-linha
           end-if

           .
       cda-listar-mensalidade-z.
           exit.

      *>*****************************************************************
      *>   Acordos ativos do aluno - as parcelas tomam o lugar das
      *>   mensalidades renegociadas no total a pagar
      *>*****************************************************************
       cdb-acordos section.
       cdb-acordos-a.

           move fd-aluno-matricula                      to      fd-acd-matricula
           start arqAcordos key is equal fd-acd-matricula
           if   wk-fs-arqAcordos equal "00" then
               move space                               to      wk-fim-loop-acd
               perform until wk-loop-acd-terminado
                   read arqAcordos next record
                   if   wk-fs-arqAcordos not equal "00"
                   or   fd-acd-matricula not equal fd-aluno-matricula then
                       move "F"                         to      wk-fim-loop-acd
                   else
                       if  fd-acd-ativo then
                           perform cdba-parcelas-acordo
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqAcordos

           .
       cdb-acordos-z.
           exit.

      *>*****************************************************************
      *>   Parcelas do acordo corrente: vencidas ate o fim do mes e em
      *>   aberto somam no total; pagas no mes so listadas; as que
      *>   vencem depois saem numa linha de saldo a vencer
      *>*****************************************************************
       cdba-parcelas-acordo section.
       cdba-parcelas-acordo-a.

           move 0                                       to      wk-qtd-a-vencer
           move 0                                       to      wk-valor-a-vencer

           move fd-acd-numero                           to      fd-apa-acordo
           move 0                                       to      fd-apa-numero
           start arqParcelas key is not less fd-apa-chave
           if   wk-fs-arqParcelas equal "00" then
               move space                               to      wk-fim-loop-par
               perform until wk-loop-par-terminado
                   read arqParcelas next record
                   if   wk-fs-arqParcelas not equal "00"
                   or   fd-apa-acordo not equal fd-acd-numero then
                       move "F"                         to      wk-fim-loop-par
                   else
                       evaluate true
                           when fd-apa-aberta
                            and fd-apa-vencimento > wk-data-fim-mes
                               add 1                    to      wk-qtd-a-vencer
                               add fd-apa-valor         to      wk-valor-a-vencer
                           when fd-apa-aberta
                               perform cdbb-listar-parcela
                           when fd-apa-paga
                            and fd-apa-data-pagamento >= wk-data-ini-mes
                            and fd-apa-data-pagamento <= wk-data-fim-mes
                               perform cdbb-listar-parcela
                       end-evaluate
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqParcelas

           if  wk-qtd-a-vencer > 0 then
               move wk-qtd-a-vencer                     to      wk-qtd-edit
               move wk-valor-a-vencer                   to      wk-valor-edit
               string "           Acordo " fd-acd-numero ": "
                      wk-qtd-edit " parcela(s) a vencer, R$ "
                      wk-valor-edit    delimited by size
                 into wk-linha
               end-string
               perform x-gravar-linha
           end-if

           .
       cdba-parcelas-acordo-z.
           exit.

      *>*****************************************************************
      *>   Uma parcela de acordo, na linha de mensalidade (mes/ano do
      *>   vencimento na coluna da competencia)
      *>*****************************************************************
       cdbb-listar-parcela section.
       cdbb-listar-parcela-a.

           add 1                                        to      wk-qtd-itens
           move fd-apa-vencimento(5:2)                  to      wk-lm-mes
           move fd-apa-vencimento(1:4)                  to      wk-lm-ano
           move fd-apa-vencimento                       to      wk-data-trabalho
           perform x-formatar-data
           move wk-data-edit                            to      wk-lm-vencimento
           move fd-apa-valor                            to      wk-lm-valor
           move spaces                                  to      wk-lm-situacao

           if  fd-apa-paga then
               move fd-apa-data-pagamento               to      wk-data-trabalho
               perform x-formatar-data
               string "Acordo " fd-acd-numero " parc. " fd-apa-numero
                      " - paga " wk-data-edit
                                               delimited by size
                 into wk-lm-situacao
               end-string
           else
               add fd-apa-valor                         to      wk-alu-total
               string "Acordo " fd-acd-numero " parc. " fd-apa-numero
                      " - em aberto"
                                               delimited by size
                 into wk-lm-situacao
               end-string
           end-if
           move wk-linha-mens                           to      wk-linha
           perform x-gravar-linha

           .
       cdbb-listar-parcela-z.
           exit.

      *>*****************************************************************
      *>   Rodape - total a pagar da familia
      *>*****************************************************************
       bd-rodape section.
       bd-rodape-a.

           perform x-gravar-linha
           move all "="                                 to      wk-linha
           perform x-gravar-linha
           move wk-fam-total                            to      wk-valor-edit
           if  wk-fam-total > 0 then
               string "TOTAL A PAGAR PELA FAMILIA: R$ " wk-valor-edit
                                               delimited by size
                 into wk-linha
               end-string
               perform x-gravar-linha
               move "Valores em aberto com encargos calculados ate a data da emissao."
                                                        to      wk-linha
               perform x-gravar-linha
           else
               move "Nenhum valor em aberto - obrigado!"  to    wk-linha
               perform x-gravar-linha
           end-if

           if  wk-inst-carregada then
               perform x-gravar-linha
               string "  " wk-inst-diretor " - Diretor(a)"
                                               delimited by size
                 into wk-linha
               end-string
               perform x-gravar-linha
           end-if

           move all "*"                                 to      wk-linha
           perform x-gravar-linha
           perform x-gravar-linha

           .
       bd-rodape-z.
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
      *>   Grava a linha no destino do extrato corrente
      *>*****************************************************************
       x-gravar-linha section.
       x-gravar-linha-a.

           if  wk-destino-email then
               write fd-email-linha from wk-linha
           else
               write fd-extrato-linha from wk-linha
           end-if
           move spaces                                  to      wk-linha

           .
       x-gravar-linha-z.
           exit.

      *>*****************************************************************
      *>   Data AAAAMMDD de wk-data-trabalho em DD/MM/AAAA
      *>*****************************************************************
       x-formatar-data section.
       x-formatar-data-a.

           move wk-dtr-dia                              to      wk-ded-dia
           move wk-dtr-mes                              to      wk-ded-mes
           move wk-dtr-ano                              to      wk-ded-ano

           .
       x-formatar-data-z.
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
           close arqFamilias
           close arqMembros
           close arqMensalidades
           close arqAcordos
           close arqParcelas
           if  not wk-sem-notas then
               close arqNotas
           end-if
           if  not wk-sem-frequencia then
               close arqFrequencia
           end-if
           if  not wk-sem-ocorrencias then
               close arqOcorrencias
           end-if
           close arqExtrato
           close arqEnvio

      *>    espelha os extratos impressos no spool datado, antes que a
      *>    proxima rodada regrave o nome fixo
           move "extrato_familia"       to   wk-spl-programa
           move "arqExtratoFamilias.txt" to  wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Extratos impressos em arqExtratoFamilias.txt, envio"
                   " por e-mail em arqExtratoEnvio.txt"
           display "Competencia     : " wk-comp-mes "/" wk-comp-ano
           display "Familias lidas  : " wk-qtd-familias
           display "Extratos        : " wk-qtd-extratos
           display "  impressos     : " wk-qtd-impressos
           display "  por e-mail    : " wk-qtd-emails
           display "Sem aluno       : " wk-qtd-sem-alunos

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-familias
                                          wk-qtd-extratos
                                          wk-qtd-sem-alunos
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
