      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "previsao_receitas".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Previsao de recebimentos de mensalidade
      *>                      para as proximas 12 competencias, por mes
      *>                      e por unidade escolar (unidade da turma do
      *>                      aluno em arqTurmasInd.txt). Competencia
      *>                      inicial via parametro MMAAAA (default: o
      *>                      mes seguinte ao corrente). Para cada aluno
      *>                      ativo e cada competencia: cobranca ja
      *>                      gerada entra pelo valor gravado (isenta e
      *>                      renegociada em acordo nao entram); as
      *>                      demais sao projetadas pelo valor base de
      *>                      arqMensalidadeValor.txt com a bolsa
      *>                      vigente na competencia (a bolsa acaba na
      *>                      data fim registrada) e o desconto de
      *>                      irmaos de desconto_irmaos.cbl. Nas
      *>                      competencias de ano seguinte vale a
      *>                      resposta da rematricula
      *>                      (arqRematriculaInd.txt): quem nao retorna
      *>                      sai da previsao e quem ainda nao respondeu
      *>                      fica em risco, assim como o aluno com
      *>                      mensalidade vencida em aberto. Provavel e
      *>                      o previsto fora de risco descontada a taxa
      *>                      real de inadimplencia dos seis meses
      *>                      fechados anteriores (principal das
      *>                      cobrancas ainda nao pagas sobre o
      *>                      principal cobrado). Cada linha traz o
      *>                      recebido na mesma competencia do ano
      *>                      anterior. Saida em arqPrevisaoReceitas.txt,
      *>                      espelhada no spool.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes e
      *>                      rematricula com o nome completo
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Taxa de inadimplencia: cobranca
      *>                      renegociada so conta como em aberto
      *>                      enquanto o acordo (arqAcordosInd.txt) nao
      *>                      esta quitado, como em quitacao_anual.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqMensalidades assign to "arqMensalidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is wk-fs-arqMensalidades.

           select arqValor assign to "arqMensalidadeValor.txt"
           organization is line sequential
           file status is wk-fs-arqValor.

           select arqBolsas assign to "arqBolsasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-bolsa-cpf
           file status is wk-fs-arqBolsas.

           select arqMembros assign to "arqFamiliaMembrosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mem-cpf
           alternate record key is fd-mem-familia with duplicates
           file status is wk-fs-arqMembros.

      *>   segunda visao do cadastro de alunos, para consultar os
      *>   irmaos sem perder a posicao da leitura principal
           select arqIrmaos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-irm-cpf
           alternate record key is fd-irm-nome with duplicates
           alternate record key is fd-irm-serie with duplicates
           file status is wk-fs-arqIrmaos.

           select arqRematricula assign to "arqRematriculaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rem-chave
           file status is wk-fs-arqRematricula.

           select arqTurmas assign to "arqTurmasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-chave
           file status is wk-fs-arqTurmas.

           select arqUnidades assign to "arqUnidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-uni-codigo
           file status is wk-fs-arqUnidades.

           select arqAcordos assign to "arqAcordosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-acd-numero
           alternate record key is fd-acd-matricula with duplicates
           file status is wk-fs-arqAcordos.

           select arqRelatorio assign to "arqPrevisaoReceitas.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
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

       fd arqValor.
       01  fd-valor-linha                           pic  9(04)v99.

       fd arqBolsas.
       01  fd-bolsa.
           05  fd-bolsa-cpf                         pic  x(12).
           05  fd-bolsa-percentual                  pic  9(03).
           05  fd-bolsa-autoridade                  pic  x(30).
           05  fd-bolsa-inicio                      pic  9(08).
           05  fd-bolsa-fim                         pic  9(08).
           05  fd-bolsa-operador                    pic  x(15).
           05  fd-bolsa-data-registro               pic  x(14).

       fd arqMembros.
       01  fd-membro.
           05  fd-mem-cpf                           pic  x(12).
           05  fd-mem-familia                       pic  9(05).

       fd arqIrmaos.
       01  fd-irmao.
           05  fd-irm-cpf                           pic  x(12).
           05  fd-irm-nome                          pic  x(60).
           05  fd-irm-serie                         pic  9(02).
           05  fd-irm-matricula                     pic  9(07).
           05  fd-irm-status                        pic  x(01).
               88  fd-irm-ativo                     value "A".
           05  fd-irm-responsavel                   pic  x(15).
           05  fd-irm-tel-emergencia                pic  x(11).
           05  fd-irm-turma                         pic  x(01).
           05  fd-irm-nascimento                    pic  9(08).
           05  fd-irm-sexo                          pic  x(01).
           05  fd-irm-nome-social                   pic  x(60).

       fd arqRematricula.
       01  fd-rematricula.
           05  fd-rem-chave.
               10  fd-rem-cpf                       pic  x(12).
               10  fd-rem-ano                       pic  9(04).
           05  fd-rem-situacao                      pic  x(01).
               88  fd-rem-pendente                  value "P".
               88  fd-rem-confirmada                value "C".
               88  fd-rem-nao-retorna               value "N".
           05  fd-rem-serie                         pic  9(02).
           05  fd-rem-nome                          pic  x(60).
           05  fd-rem-data-resposta                 pic  9(08).
           05  fd-rem-operador                      pic  x(15).

       fd arqTurmas.
       01  fd-turma.
           05  fd-turma-chave.
               10  fd-turma-serie                   pic  9(02).
               10  fd-turma-letra                   pic  x(01).
           05  fd-turma-turno                       pic  x(01).
           05  fd-turma-professor                   pic  x(15).
           05  fd-turma-capacidade                  pic  9(03).
           05  fd-turma-unidade                     pic  x(03).

       fd arqUnidades.
       01  fd-unidade.
           05  fd-uni-codigo                        pic  x(03).
           05  fd-uni-nome                          pic  x(30).
           05  fd-uni-endereco                      pic  x(50).

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

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqValor                           pic x(02).
       77  wk-fs-arqBolsas                          pic x(02).
       77  wk-fs-arqMembros                         pic x(02).
       77  wk-fs-arqIrmaos                          pic x(02).
       77  wk-fs-arqRematricula                     pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqUnidades                        pic x(02).
       77  wk-fs-arqAcordos                         pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-mens                         pic x(01).
           88 wk-loop-mens-terminado                value "F".

      *>   Competencia inicial via parametro MMAAAA
       01  wk-linha-comando.
           05  wk-parm-mes                          pic x(02).
           05  wk-parm-ano                          pic x(04).
           05  filler                               pic x(14).

       77  wk-data-hoje                             pic 9(08) value 0.
       77  wk-comp-hoje                             pic 9(06) value 0.
       77  wk-ano-hoje                              pic 9(04) value 0.
       77  wk-comp-inicio                           pic 9(06) value 0.

      *>   Competencia como numero absoluto de meses (ano * 12 + mes
      *>   - 1), para andar mes a mes atravessando o ano
       77  wk-abs-hoje                              pic 9(06) value 0.
       77  wk-abs-inicio                            pic 9(06) value 0.
       77  wk-abs-comp                              pic 9(06) value 0.
       77  wk-abs-ano                               pic 9(04) value 0.
       77  wk-abs-mes                               pic 9(02) value 0.

       01  wk-comp-aaaamm                           pic 9(06).
       01  wk-comp-aaaamm-r redefines wk-comp-aaaamm.
           05  wk-comp-ano                          pic 9(04).
           05  wk-comp-mes                          pic 9(02).

       77  wk-valor-base                            pic 9(04)v99 value 0.
       77  wk-valor-padrao                          pic 9(04)v99
                  value 150,00.

      *>   Taxa de inadimplencia dos seis meses fechados
       77  wk-abs-taxa-inicio                       pic 9(06) value 0.
       77  wk-comp-taxa-inicio                      pic 9(06) value 0.
       77  wk-comp-taxa-fim                         pic 9(06) value 0.
       77  wk-hist-cobrado                          pic 9(09)v99 value 0.
       77  wk-hist-em-aberto                        pic 9(09)v99 value 0.
       77  wk-taxa-inadimplencia                    pic 9(03)v99 value 0.
       77  wk-acordo-aberto-flag                    pic x(01).
           88 wk-acordo-em-aberto                   value "S".

      *>   Competencias da previsao
       01  wk-tab-meses.
           05  wk-mes-comp                          pic 9(06) occurs 12.

      *>   Unidades - a posicao 1 acumula os alunos sem unidade
      *>   (turma sem cadastro ou unidade fora da tabela)
       77  wk-uni-max                               pic 9(02) value 21.
       77  wk-uni-qtd                               pic 9(02) value 1.
       77  wk-uni-fora-tabela                       pic 9(04) value 0.
       01  wk-tab-unidades.
           05  wk-uni-item occurs 21.
               10  wk-uni-codigo                    pic x(03).
               10  wk-uni-nome                      pic x(20).
               10  wk-uni-mes occurs 12.
                   15  wk-um-alunos                 pic 9(05).
                   15  wk-um-previsto               pic 9(07)v99.
                   15  wk-um-risco                  pic 9(07)v99.
                   15  wk-um-anterior               pic 9(07)v99.

       77  wk-ind-mes                               pic 9(02).
       77  wk-ind-uni                               pic 9(02).
       77  wk-uni-atual                             pic 9(02).

      *>   Aluno corrente
       77  wk-aluno-em-atraso                       pic x(01).
           88 wk-aluno-inadimplente                 value "S".
       77  wk-bolsa-lida                            pic x(01).
           88 wk-aluno-com-bolsa                    value "S".
       77  wk-bolsa-pct                             pic 9(03) value 0.
       77  wk-bolsa-comp-inicio                     pic 9(06) value 0.
       77  wk-bolsa-comp-fim                        pic 9(06) value 0.
       77  wk-valor-mes                             pic 9(05)v99 value 0.
       77  wk-mes-em-risco                          pic x(01).
           88 wk-competencia-em-risco               value "S".
       77  wk-mes-fora                              pic x(01).
           88 wk-mes-excluido                       value "S".

      *>   Ordem do aluno corrente entre os irmaos ativos da familia
       77  wk-familia                               pic 9(05) value 0.
       77  wk-fim-irmaos                            pic x(01).
           88 wk-irmaos-terminados                  value "F".

      *>   Parametros da subrotina desconto_irmaos
       77  wk-irm-operacao                          pic x(01).
       01  wk-irm-desconto.
           05  wk-irm-ordem-irmao                   pic 9(02).
           05  wk-irm-bolsa-pct                     pic 9(03).
           05  wk-irm-irmaos-pct                    pic 9(03).
           05  wk-irm-efetivo-pct                   pic 9(03).
           05  wk-irm-origem                        pic x(01).
       01  wk-irm-parametros.
           05  wk-irm-pct-segundo                   pic 9(03).
           05  wk-irm-pct-terceiro                  pic 9(03).
           05  wk-irm-regra                         pic x(01).
           05  wk-irm-teto                          pic 9(03).
       77  wk-irm-retorno                           pic 9(01).

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-projetados                        pic 9(06) value 0.
       77  wk-qtd-linhas                            pic 9(06) value 0.

      *>   Totais de impressao
       77  wk-mes-alunos                            pic 9(06) value 0.
       77  wk-mes-previsto                          pic 9(09)v99 value 0.
       77  wk-mes-risco                             pic 9(09)v99 value 0.
       77  wk-mes-provavel                          pic 9(09)v99 value 0.
       77  wk-mes-anterior                          pic 9(09)v99 value 0.
       77  wk-ger-previsto                          pic 9(09)v99 value 0.
       77  wk-ger-risco                             pic 9(09)v99 value 0.
       77  wk-ger-provavel                          pic 9(09)v99 value 0.
       77  wk-ger-anterior                          pic 9(09)v99 value 0.
       77  wk-provavel                              pic 9(09)v99 value 0.

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
                  value "previsao_receitas".
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

      *>   Linhas do relatorio
       01  wk-linha-titulo.
           05 filler                                pic x(44)
                  value "Previsao de Recebimentos - 12 competencias ".
           05 filler                                pic x(09) value "a partir ".
           05 filler                                pic x(03) value "de ".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(14) value " - emitido em ".
           05 wk-tit-emis-dia                       pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-emis-mes                       pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-emis-ano                       pic 9(04).
           05 filler                                pic x(45) value space.

       01  wk-linha-taxa.
           05 filler                                pic x(31)
                  value "Inadimplencia real (cobrancas ".
           05 wk-taxa-mes-ini                       pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-taxa-ano-ini                       pic 9(04).
           05 filler                                pic x(03) value " a ".
           05 wk-taxa-mes-fim                       pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-taxa-ano-fim                       pic 9(04).
           05 filler                                pic x(04) value "): ".
           05 wk-taxa-edit                          pic zz9,99.
           05 filler                                pic x(03) value "%  ".
           05 filler                                pic x(26)
                  value "Mensalidade base: R$ ".
           05 wk-taxa-valor-base                    pic z.zz9,99.
           05 filler                                pic x(37) value space.

       01  wk-linha-colunas.
           05 filler                                pic x(09) value "Compet.".
           05 filler                                pic x(26) value "Unidade".
           05 filler                                pic x(08) value "  Alunos".
           05 filler                                pic x(16) value "        Previsto".
           05 filler                                pic x(16) value "        Em risco".
           05 filler                                pic x(16) value "        Provavel".
           05 filler                                pic x(16) value "    Ano anterior".
           05 filler                                pic x(25) value space.

       01  wk-linha-detalhe.
           05 wk-det-comp-mes                       pic 9(02).
           05 wk-det-barra                          pic x(01) value "/".
           05 wk-det-comp-ano                       pic 9(04).
           05 filler                                pic x(02) value space.
           05 wk-det-uni-codigo                     pic x(03).
           05 filler                                pic x(01) value space.
           05 wk-det-uni-nome                       pic x(20).
           05 filler                                pic x(02) value space.
           05 wk-det-alunos                         pic zz.zz9.
           05 filler                                pic x(02) value space.
           05 wk-det-previsto                       pic zzz.zzz.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-det-risco                          pic zzz.zzz.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-det-provavel                       pic zzz.zzz.zz9,99.
           05 filler                                pic x(02) value space.
           05 wk-det-anterior                       pic zzz.zzz.zz9,99.
           05 filler                                pic x(25) value space.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-apurar-historico.
           perform c-projetar-alunos.
           perform d-imprimir.
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
           move wk-data-hoje(1:6)                       to      wk-comp-hoje
           move wk-data-hoje(1:4)                       to      wk-ano-hoje
           move wk-comp-hoje                            to      wk-comp-aaaamm
           compute wk-abs-hoje = wk-comp-ano * 12 + wk-comp-mes - 1

      *>    competencia inicial via parametro MMAAAA - default o mes
      *>    seguinte ao corrente
           accept wk-linha-comando from command-line
           if  wk-parm-mes is numeric
           and wk-parm-ano is numeric
           and wk-parm-mes >= "01" and wk-parm-mes <= "12" then
               compute wk-comp-inicio =
                   (function numval(wk-parm-ano) * 100)
                   + function numval(wk-parm-mes)
               move wk-comp-inicio                      to      wk-comp-aaaamm
               compute wk-abs-inicio = wk-comp-ano * 12 + wk-comp-mes - 1
           else
               compute wk-abs-inicio = wk-abs-hoje + 1
           end-if

           move wk-abs-inicio                           to      wk-abs-comp
           perform aa-montar-competencia
           move wk-comp-aaaamm                          to      wk-comp-inicio
           perform varying wk-ind-mes from 1 by 1 until wk-ind-mes > 12
               compute wk-abs-comp = wk-abs-inicio + wk-ind-mes - 1
               perform aa-montar-competencia
               move wk-comp-aaaamm                      to      wk-mes-comp(wk-ind-mes)
           end-perform

      *>    janela da taxa: os seis meses fechados antes do corrente
           compute wk-abs-taxa-inicio = wk-abs-hoje - 6
           move wk-abs-taxa-inicio                      to      wk-abs-comp
           perform aa-montar-competencia
           move wk-comp-aaaamm                          to      wk-comp-taxa-inicio
           compute wk-abs-comp = wk-abs-hoje - 1
           perform aa-montar-competencia
           move wk-comp-aaaamm                          to      wk-comp-taxa-fim

           perform ab-obter-valor-base

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqIrmaos
           if   wk-fs-arqIrmaos not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqIrmaos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqIrmaos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    demais arquivos: a ausencia (35) vale como "nada
      *>    registrado" - sem cobrancas nao ha historico nem taxa
           open input arqMensalidades
           if   wk-fs-arqMensalidades not equal "00"
           and  wk-fs-arqMensalidades not equal "35" then
               move "0003"                                 to      wk-msn-erro-adress
               move wk-fs-arqMensalidades                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMensalidades" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqBolsas
           if   wk-fs-arqBolsas not equal "00"
           and  wk-fs-arqBolsas not equal "35" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqBolsas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqBolsas"   to      wk-msn-erro-text
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

           open input arqRematricula
           if   wk-fs-arqRematricula not equal "00"
           and  wk-fs-arqRematricula not equal "35" then
               move "0006"                                 to      wk-msn-erro-adress
               move wk-fs-arqRematricula                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRematricula" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTurmas
           if   wk-fs-arqTurmas not equal "00"
           and  wk-fs-arqTurmas not equal "35" then
               move "0007"                              to      wk-msn-erro-adress
               move wk-fs-arqTurmas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTurmas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem arquivo de acordos (35) toda renegociada conta como
      *>    em aberto
           open input arqAcordos
           if   wk-fs-arqAcordos not equal "00"
           and  wk-fs-arqAcordos not equal "35" then
               move "0010"                              to      wk-msn-erro-adress
               move wk-fs-arqAcordos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAcordos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform ac-carregar-unidades

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0008"                              to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   wk-abs-comp (meses absolutos) para AAAAMM em wk-comp-aaaamm
      *>*****************************************************************
       aa-montar-competencia section.
       aa-montar-competencia-a.

           divide wk-abs-comp by 12 giving wk-abs-ano
                                    remainder wk-abs-mes
           move wk-abs-ano                              to      wk-comp-ano
           compute wk-comp-mes = wk-abs-mes + 1

           .
       aa-montar-competencia-z.
           exit.

      *>*****************************************************************
      *>   Valor base da mensalidade - sem o arquivo vale o valor padrao
      *>   da geracao (gerar_mensalidades cria o arquivo)
      *>*****************************************************************
       ab-obter-valor-base section.
       ab-obter-valor-base-a.

           open input arqValor
           if   wk-fs-arqValor equal "00" then
               read arqValor
               if   wk-fs-arqValor equal "00" then
                   move fd-valor-linha                  to      wk-valor-base
               end-if
               close arqValor
           end-if

           if   wk-valor-base equal 0 then
               move wk-valor-padrao                     to      wk-valor-base
           end-if

           .
       ab-obter-valor-base-z.
           exit.

      *>*****************************************************************
      *>   Tabela de unidades - posicao 1 reservada para "sem unidade"
      *>*****************************************************************
       ac-carregar-unidades section.
       ac-carregar-unidades-a.

           initialize wk-tab-unidades
           move spaces                                  to      wk-uni-codigo(1)
           move "SEM UNIDADE"                           to      wk-uni-nome(1)
           move 1                                       to      wk-uni-qtd

           open input arqUnidades
           if   wk-fs-arqUnidades not equal "00" then
               exit section
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqUnidades next record
               if   wk-fs-arqUnidades not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  wk-uni-qtd < wk-uni-max then
                       add 1                            to      wk-uni-qtd
                       move fd-uni-codigo               to      wk-uni-codigo(wk-uni-qtd)
                       move fd-uni-nome                 to      wk-uni-nome(wk-uni-qtd)
                   end-if
               end-if
           end-perform
           close arqUnidades

           .
       ac-carregar-unidades-z.
           exit.

      *>*****************************************************************
      *>   Historico das cobrancas: taxa de inadimplencia dos seis
      *>   meses fechados e recebido na mesma competencia do ano
      *>   anterior, por unidade
      *>*****************************************************************
       b-apurar-historico section.
       b-apurar-historico-a.

           if   wk-fs-arqMensalidades equal "35" then
               exit section
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqMensalidades next record
               if   wk-fs-arqMensalidades not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   perform ba-acumular-historico
               end-if
           end-perform

           if  wk-hist-cobrado > 0 then
               compute wk-taxa-inadimplencia rounded =
                   wk-hist-em-aberto * 100 / wk-hist-cobrado
           end-if

           .
       b-apurar-historico-z.
           exit.

      *>*****************************************************************
      *>   Uma cobranca do historico
      *>*****************************************************************
       ba-acumular-historico section.
       ba-acumular-historico-a.

           if  fd-mens-isenta then
               exit section
           end-if

           if  fd-mens-competencia >= wk-comp-taxa-inicio
           and fd-mens-competencia <= wk-comp-taxa-fim then
               add fd-mens-valor                        to      wk-hist-cobrado
               if  fd-mens-aberta then
                   add fd-mens-valor                    to      wk-hist-em-aberto
               end-if
               if  fd-mens-renegociada then
                   perform bc-verificar-acordo
                   if  wk-acordo-em-aberto then
                       add fd-mens-valor                to      wk-hist-em-aberto
                   end-if
               end-if
           end-if

      *>    mesma competencia do ano anterior: soma o recebido
           if  not fd-mens-paga then
               exit section
           end-if
           move fd-mens-competencia                     to      wk-comp-aaaamm
           compute wk-abs-comp = (wk-comp-ano + 1) * 12 + wk-comp-mes - 1
           if  wk-abs-comp < wk-abs-inicio
           or  wk-abs-comp > wk-abs-inicio + 11 then
               exit section
           end-if
           compute wk-ind-mes = wk-abs-comp - wk-abs-inicio + 1

           move fd-mens-serie                           to      fd-turma-serie
           move fd-mens-turma                           to      fd-turma-letra
           perform bb-localizar-unidade
           if  fd-mens-valor-pago > 0 then
               add fd-mens-valor-pago                   to      wk-um-anterior(wk-uni-atual, wk-ind-mes)
           else
               add fd-mens-valor                        to      wk-um-anterior(wk-uni-atual, wk-ind-mes)
           end-if

           .
       ba-acumular-historico-z.
           exit.

      *>*****************************************************************
      *>   Unidade da turma em fd-turma-chave - devolve a posicao na
      *>   tabela em wk-uni-atual (1 = sem unidade)
      *>*****************************************************************
       bb-localizar-unidade section.
       bb-localizar-unidade-a.

           move 1                                       to      wk-uni-atual

           if   wk-fs-arqTurmas equal "35" then
               exit section
           end-if

           read arqTurmas
           if   wk-fs-arqTurmas not equal "00"
           or   fd-turma-unidade equal spaces then
               exit section
           end-if

           perform varying wk-ind-uni from 2 by 1
                   until wk-ind-uni > wk-uni-qtd
                      or wk-uni-atual > 1
               if  wk-uni-codigo(wk-ind-uni) equal fd-turma-unidade then
                   move wk-ind-uni                      to      wk-uni-atual
               end-if
           end-perform

           .
       bb-localizar-unidade-z.
           exit.

      *>*****************************************************************
      *>   Acordo da cobranca renegociada - em aberto enquanto nao
      *>   quitado (sem o arquivo ou sem o acordo, fica em aberto)
      *>*****************************************************************
       bc-verificar-acordo section.
       bc-verificar-acordo-a.

           move "S"                                     to      wk-acordo-aberto-flag

           if   wk-fs-arqAcordos equal "35" then
               exit section
           end-if

           move fd-mens-acordo                          to      fd-acd-numero
           read arqAcordos
           if   wk-fs-arqAcordos equal "00"
           and  fd-acd-quitado then
               move "N"                                 to      wk-acordo-aberto-flag
           end-if

           .
       bc-verificar-acordo-z.
           exit.

      *>*****************************************************************
      *>   Projecao - percorre os alunos ativos
      *>*****************************************************************
       c-projetar-alunos section.
       c-projetar-alunos-a.

           move low-values                              to      fd-aluno-cpf
           start arqAlunos key is not less fd-aluno-cpf
           if   wk-fs-arqAlunos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAlunos next record
                   if   wk-fs-arqAlunos equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqAlunos not equal "00" then
                           move "0009"                           to      wk-msn-erro-adress
                           move wk-fs-arqAlunos                  to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqAlunos"  to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       else
                           add 1                        to      wk-qtd-lidos
                           if  fd-aluno-ativo then
                               perform ca-projetar-aluno
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           .
       c-projetar-alunos-z.
           exit.

      *>*****************************************************************
      *>   As 12 competencias do aluno corrente
      *>*****************************************************************
       ca-projetar-aluno section.
       ca-projetar-aluno-a.

           add 1                                        to      wk-qtd-projetados

           move fd-aluno-serie                          to      fd-turma-serie
           move fd-aluno-turma                          to      fd-turma-letra
           perform bb-localizar-unidade
           if  wk-uni-atual equal 1
           and wk-fs-arqTurmas equal "00"
           and fd-turma-unidade not equal spaces then
               add 1                                    to      wk-uni-fora-tabela
           end-if

           perform cb-verificar-atraso
           perform cc-ler-bolsa
           perform cd-apurar-ordem-irmao

           perform varying wk-ind-mes from 1 by 1 until wk-ind-mes > 12
               perform ce-projetar-competencia
           end-perform

           .
       ca-projetar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Aluno com mensalidade vencida em aberto hoje fica em risco
      *>*****************************************************************
       cb-verificar-atraso section.
       cb-verificar-atraso-a.

           move "N"                                     to      wk-aluno-em-atraso

           if   wk-fs-arqMensalidades equal "35" then
               exit section
           end-if

           move fd-aluno-matricula                      to      fd-mens-matricula
           move 0                                       to      fd-mens-competencia
           start arqMensalidades key is not less fd-mens-chave
           if   wk-fs-arqMensalidades not equal "00" then
               exit section
           end-if

           move space                                   to      wk-fim-loop-mens
           perform until wk-loop-mens-terminado
               read arqMensalidades next record
               if   wk-fs-arqMensalidades not equal "00"
               or   fd-mens-matricula not equal fd-aluno-matricula then
                   move "F"                             to      wk-fim-loop-mens
               else
                   if  fd-mens-aberta
                   and fd-mens-vencimento < wk-data-hoje then
                       move "S"                         to      wk-aluno-em-atraso
                       move "F"                         to      wk-fim-loop-mens
                   end-if
               end-if
           end-perform

           .
       cb-verificar-atraso-z.
           exit.

      *>*****************************************************************
      *>   Bolsa registrada do aluno - a vigencia e conferida por
      *>   competencia
      *>*****************************************************************
       cc-ler-bolsa section.
       cc-ler-bolsa-a.

           move "N"                                     to      wk-bolsa-lida

           if   wk-fs-arqBolsas equal "35" then
               exit section
           end-if

           move fd-aluno-cpf                            to      fd-bolsa-cpf
           read arqBolsas
           if   wk-fs-arqBolsas equal "00" then
               move "S"                                 to      wk-bolsa-lida
               move fd-bolsa-inicio(1:6)                to      wk-bolsa-comp-inicio
               move fd-bolsa-fim(1:6)                   to      wk-bolsa-comp-fim
           end-if

           .
       cc-ler-bolsa-z.
           exit.

      *>*****************************************************************
      *>   Ordem do aluno corrente entre os irmaos ativos da familia -
      *>   a mesma regra da geracao das mensalidades
      *>*****************************************************************
       cd-apurar-ordem-irmao section.
       cd-apurar-ordem-irmao-a.

           move 1                                       to      wk-irm-ordem-irmao

           if   wk-fs-arqMembros equal "35" then
               exit section
           end-if

           move fd-aluno-cpf                            to      fd-mem-cpf
           read arqMembros
           if   wk-fs-arqMembros not equal "00" then
               exit section
           end-if

           move fd-mem-familia                          to      wk-familia
           start arqMembros key is equal fd-mem-familia
           if   wk-fs-arqMembros equal "00" then
               move space                               to      wk-fim-irmaos
               perform until wk-irmaos-terminados
                   read arqMembros next record
                   if   wk-fs-arqMembros not equal "00"
                   or   fd-mem-familia not equal wk-familia then
                       move "F"                         to      wk-fim-irmaos
                   else
                       if  fd-mem-cpf not equal fd-aluno-cpf then
                           move fd-mem-cpf              to      fd-irm-cpf
                           read arqIrmaos
                           if  wk-fs-arqIrmaos equal "00"
                           and fd-irm-ativo
                           and fd-irm-matricula < fd-aluno-matricula then
                               add 1                    to      wk-irm-ordem-irmao
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           .
       cd-apurar-ordem-irmao-z.
           exit.

      *>*****************************************************************
      *>   Valor e risco do aluno na competencia wk-ind-mes
      *>*****************************************************************
       ce-projetar-competencia section.
       ce-projetar-competencia-a.

           move 0                                       to      wk-valor-mes
           move "N"                                     to      wk-mes-fora
           move wk-aluno-em-atraso                      to      wk-mes-em-risco
           move wk-mes-comp(wk-ind-mes)                 to      wk-comp-aaaamm

      *>    cobranca ja gerada vale pelo que esta gravado
           if   wk-fs-arqMensalidades not equal "35" then
               move fd-aluno-matricula                  to      fd-mens-matricula
               move wk-comp-aaaamm                      to      fd-mens-competencia
               read arqMensalidades
               if   wk-fs-arqMensalidades equal "00" then
                   if  fd-mens-aberta
                   or  fd-mens-paga then
                       move fd-mens-valor               to      wk-valor-mes
                   end-if
                   perform cf-acumular-competencia
                   exit section
               end-if
           end-if

      *>    ano seguinte depende da resposta da rematricula
           if  wk-comp-ano > wk-ano-hoje then
               perform cg-verificar-rematricula
               if  wk-mes-excluido then
                   exit section
               end-if
           end-if

           move 0                                       to      wk-bolsa-pct
           if  wk-aluno-com-bolsa
           and wk-comp-aaaamm >= wk-bolsa-comp-inicio
           and wk-comp-aaaamm <= wk-bolsa-comp-fim then
               move fd-bolsa-percentual                 to      wk-bolsa-pct
           end-if

           move "C"                                     to      wk-irm-operacao
           move wk-bolsa-pct                            to      wk-irm-bolsa-pct
           call "desconto_irmaos" using wk-irm-operacao
                                        wk-irm-desconto
                                        wk-irm-parametros
                                        wk-irm-retorno
           compute wk-valor-mes rounded =
               wk-valor-base * (100 - wk-irm-efetivo-pct) / 100

           perform cf-acumular-competencia

           .
       ce-projetar-competencia-z.
           exit.

      *>*****************************************************************
      *>   Soma o valor do aluno na unidade e competencia correntes
      *>*****************************************************************
       cf-acumular-competencia section.
       cf-acumular-competencia-a.

           if  wk-valor-mes equal 0 then
               exit section
           end-if

           add 1                                        to      wk-um-alunos(wk-uni-atual, wk-ind-mes)
           add wk-valor-mes                             to      wk-um-previsto(wk-uni-atual, wk-ind-mes)
           if  wk-competencia-em-risco then
               add wk-valor-mes                         to      wk-um-risco(wk-uni-atual, wk-ind-mes)
           end-if

           .
       cf-acumular-competencia-z.
           exit.

      *>*****************************************************************
      *>   Rematricula do ano da competencia: nao retorna sai da
      *>   previsao; sem resposta (ou campanha nao aberta) fica em risco
      *>*****************************************************************
       cg-verificar-rematricula section.
       cg-verificar-rematricula-a.

           if   wk-fs-arqRematricula equal "35" then
               move "S"                                 to      wk-mes-em-risco
               exit section
           end-if

           move fd-aluno-cpf                            to      fd-rem-cpf
           move wk-comp-ano                             to      fd-rem-ano
           read arqRematricula
           evaluate true
               when wk-fs-arqRematricula not equal "00"
                   move "S"                             to      wk-mes-em-risco
               when fd-rem-nao-retorna
                   move "S"                             to      wk-mes-fora
               when fd-rem-pendente
                   move "S"                             to      wk-mes-em-risco
           end-evaluate

           .
       cg-verificar-rematricula-z.
           exit.

      *>*****************************************************************
      *>   Relatorio - por competencia, uma linha por unidade com
      *>   movimento e o total do mes; total das 12 competencias no fim
      *>*****************************************************************
       d-imprimir section.
       d-imprimir-a.

           move wk-comp-inicio                          to      wk-comp-aaaamm
           move wk-comp-mes                             to      wk-tit-mes
           move wk-comp-ano                             to      wk-tit-ano
           move wk-data-hoje                            to      wk-data-aaaammdd
           move wk-data-dia                             to      wk-tit-emis-dia
           move wk-data-mes                             to      wk-tit-emis-mes
           move wk-data-ano                             to      wk-tit-emis-ano
           write fd-relatorio-linha from wk-linha-titulo

           move wk-comp-taxa-inicio                     to      wk-comp-aaaamm
           move wk-comp-mes                             to      wk-taxa-mes-ini
           move wk-comp-ano                             to      wk-taxa-ano-ini
           move wk-comp-taxa-fim                        to      wk-comp-aaaamm
           move wk-comp-mes                             to      wk-taxa-mes-fim
           move wk-comp-ano                             to      wk-taxa-ano-fim
           move wk-taxa-inadimplencia                   to      wk-taxa-edit
           move wk-valor-base                           to      wk-taxa-valor-base
           write fd-relatorio-linha from wk-linha-taxa

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-colunas
           move all "-"                                 to      fd-relatorio-linha
           write fd-relatorio-linha

           perform varying wk-ind-mes from 1 by 1 until wk-ind-mes > 12
               perform da-imprimir-competencia
           end-perform

           move spaces                                  to      wk-linha-detalhe
           move "TOTAL 12 COMPETENCIAS"                 to      wk-det-uni-nome
           move 0                                       to      wk-det-alunos
           move wk-ger-previsto                         to      wk-det-previsto
           move wk-ger-risco                            to      wk-det-risco
           move wk-ger-provavel                         to      wk-det-provavel
           move wk-ger-anterior                         to      wk-det-anterior
           write fd-relatorio-linha from wk-linha-detalhe

           .
       d-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Bloco de uma competencia
      *>*****************************************************************
       da-imprimir-competencia section.
       da-imprimir-competencia-a.

           move 0                                       to      wk-mes-alunos
           move 0                                       to      wk-mes-previsto
           move 0                                       to      wk-mes-risco
           move 0                                       to      wk-mes-provavel
           move 0                                       to      wk-mes-anterior

           perform varying wk-ind-uni from 1 by 1
                   until wk-ind-uni > wk-uni-qtd
               if  wk-um-alunos(wk-ind-uni, wk-ind-mes) > 0
               or  wk-um-anterior(wk-ind-uni, wk-ind-mes) > 0 then
                   perform db-imprimir-unidade
               end-if
           end-perform

           move wk-mes-comp(wk-ind-mes)                 to      wk-comp-aaaamm
           move spaces                                  to      wk-linha-detalhe
           move "TOTAL DO MES"                          to      wk-det-uni-nome
           move wk-mes-alunos                           to      wk-det-alunos
           move wk-mes-previsto                         to      wk-det-previsto
           move wk-mes-risco                            to      wk-det-risco
           move wk-mes-provavel                         to      wk-det-provavel
           move wk-mes-anterior                         to      wk-det-anterior
           write fd-relatorio-linha from wk-linha-detalhe
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha

           add wk-mes-previsto                          to      wk-ger-previsto
           add wk-mes-risco                             to      wk-ger-risco
           add wk-mes-provavel                          to      wk-ger-provavel
           add wk-mes-anterior                          to      wk-ger-anterior

           .
       da-imprimir-competencia-z.
           exit.

      *>*****************************************************************
      *>   Linha de uma unidade na competencia - provavel e o previsto
      *>   fora de risco descontada a taxa de inadimplencia
      *>*****************************************************************
       db-imprimir-unidade section.
       db-imprimir-unidade-a.

           compute wk-provavel rounded =
               (wk-um-previsto(wk-ind-uni, wk-ind-mes)
                - wk-um-risco(wk-ind-uni, wk-ind-mes))
               * (100 - wk-taxa-inadimplencia) / 100

           move wk-mes-comp(wk-ind-mes)                 to      wk-comp-aaaamm
           move wk-comp-mes                             to      wk-det-comp-mes
           move "/"                                     to      wk-det-barra
           move wk-comp-ano                             to      wk-det-comp-ano
           move wk-uni-codigo(wk-ind-uni)               to      wk-det-uni-codigo
           move wk-uni-nome(wk-ind-uni)                 to      wk-det-uni-nome
           move wk-um-alunos(wk-ind-uni, wk-ind-mes)    to      wk-det-alunos
           move wk-um-previsto(wk-ind-uni, wk-ind-mes)  to      wk-det-previsto
           move wk-um-risco(wk-ind-uni, wk-ind-mes)     to      wk-det-risco
           move wk-provavel                             to      wk-det-provavel
           move wk-um-anterior(wk-ind-uni, wk-ind-mes)  to      wk-det-anterior
           write fd-relatorio-linha from wk-linha-detalhe
           add 1                                        to      wk-qtd-linhas

           add wk-um-alunos(wk-ind-uni, wk-ind-mes)     to      wk-mes-alunos
           add wk-um-previsto(wk-ind-uni, wk-ind-mes)   to      wk-mes-previsto
           add wk-um-risco(wk-ind-uni, wk-ind-mes)      to      wk-mes-risco
           add wk-provavel                              to      wk-mes-provavel
           add wk-um-anterior(wk-ind-uni, wk-ind-mes)   to      wk-mes-anterior

           .
       db-imprimir-unidade-z.
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

           close arqAlunos
           close arqIrmaos
           close arqMensalidades
           close arqBolsas
           close arqMembros
           close arqRematricula
           close arqTurmas
           close arqAcordos
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima rodada
      *>    regrave o nome fixo
           move "previsao_receitas"     to   wk-spl-programa
           move "arqPrevisaoReceitas.txt" to wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Previsao de recebimentos gerada em arqPrevisaoReceitas.txt"
           display "Alunos lidos       : " wk-qtd-lidos
           display "Alunos projetados  : " wk-qtd-projetados
           display "Taxa inadimplencia : " wk-taxa-edit "%"
           if  wk-uni-fora-tabela > 0 then
               display "Alunos de unidade fora da tabela (somados em SEM UNIDADE): "
                       wk-uni-fora-tabela
           end-if

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-linhas
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
