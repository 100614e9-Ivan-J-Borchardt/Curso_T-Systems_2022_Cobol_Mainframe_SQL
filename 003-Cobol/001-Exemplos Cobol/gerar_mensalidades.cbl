      *>                      pela metade e bolsa de 100% gera a
      *>                      cobranca ja isenta, com o percentual
      *>                      carimbado em fd-mens-desconto-pct.
      *>   15/10/2026 - IJB - Cada cobranca nasce com o vencimento da
      *>                      competencia (dia de vencimento da regra
      *>                      de encargos, calcula_encargos.cbl) e com
      *>                      multa, juros e valor pago zerados - o
      *>                      devido com atraso e calculado no
      *>                      pagamento.
      *>   15/10/2026 - IJB - Registro da cobranca ganha o numero do
      *>                      acordo de parcelamento (acordos.cbl),
      *>                      zerado na geracao.
      *>   15/10/2026 - IJB - Desconto de irmaos: o aluno ligado a uma
      *>                      familia de arqFamiliaMembrosInd.txt
      *>                      (familias.cbl) recebe o percentual da
      *>                      tabela de desconto_irmaos.cbl pela sua
      *>                      ordem entre os irmaos ativos (ordem de
      *>                      matricula - o mais antigo e o 1o filho),
      *>                      combinado com a bolsa pela regra da
      *>                      tabela. A cobranca guarda a origem do
      *>                      desconto, os percentuais de bolsa e de
      *>                      irmao e a ordem do filho, alem do
      *>                      percentual efetivo.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
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

       i-o-control.

      *>Declaração de variáveis
       fd arqAlunosInd.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqMensalidades.
       01  fd-mensalidade.
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

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqValor                           pic x(02).
       77  wk-fs-arqBolsas                          pic x(02).
       77  wk-fs-arqMembros                         pic x(02).
       77  wk-fs-arqIrmaos                          pic x(02).

      *>   Bolsa vigente do aluno corrente (0 = sem bolsa)
       77  wk-bolsa-pct                             pic 9(03) value 0.
       77  wk-bolsa-comp-fim                        pic 9(06) value 0.
       77  wk-qtd-bolsistas                         pic 9(06) value 0.

      *>   Ordem do aluno corrente entre os irmaos ativos da familia
       77  wk-familia                               pic 9(05) value 0.
       77  wk-fim-irmaos                            pic x(01).
           88 wk-irmaos-terminados                  value "F".
       77  wk-qtd-desc-irmaos                       pic 9(06) value 0.

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

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-valor-padrao                          pic 9(04)v99
                  value 150,00.

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

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-geradas                           pic 9(06) value 0.
       77  wk-qtd-existentes                        pic 9(06) value 0.

           perform aa-obter-valor-base

      *>    vencimento da competencia pela regra de encargos
           move "V"                                     to      wk-enc-operacao
           move wk-competencia                          to      wk-enc-competencia
           move 0                                       to      wk-enc-vencimento
           call "calcula_encargos" using wk-enc-operacao
                                         wk-enc-encargos
                                         wk-enc-parametros
                                         wk-enc-retorno

           open input arqAlunosInd
           if   wk-fs-arqAlunosInd not equal "00" then
               move "0001"                               to      wk-msn-erro-adress
               perform z-finaliza-anormal
           end-if

      *>    familias - sem o arquivo (35) ninguem tem irmao registrado
           open input arqMembros
           if   wk-fs-arqMembros not equal "00"
           and  wk-fs-arqMembros not equal "35" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqMembros                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMembros"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqIrmaos
           if   wk-fs-arqIrmaos not equal "00" then
               move "0007"                              to      wk-msn-erro-adress
               move wk-fs-arqIrmaos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqIrmaos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.
       ba-gerar-cobranca-a.

           perform bb-buscar-bolsa
           perform bc-apurar-ordem-irmao

      *>    desconto efetivo: bolsa e irmaos pela regra da tabela
           move "C"                                     to      wk-irm-operacao
           move wk-bolsa-pct                            to      wk-irm-bolsa-pct
           call "desconto_irmaos" using wk-irm-operacao
                                        wk-irm-desconto
                                        wk-irm-parametros
                                        wk-irm-retorno
           if  wk-irm-irmaos-pct > 0 then
               add 1                                    to      wk-qtd-desc-irmaos
           end-if

           move fd-aluno-matricula                      to      fd-mens-matricula
           move wk-competencia                          to      fd-mens-competencia
           move fd-aluno-turma                          to      fd-mens-turma
           move fd-aluno-responsavel                    to      fd-mens-responsavel
           compute fd-mens-valor rounded =
               wk-valor-base * (100 - wk-irm-efetivo-pct) / 100
           move wk-irm-efetivo-pct                      to      fd-mens-desconto-pct
           if  wk-irm-efetivo-pct equal 100 then
               set  fd-mens-isenta                      to      true
           else
               set  fd-mens-aberta                      to      true
           move 0                                       to      fd-mens-data-pagamento
           move spaces                                  to      fd-mens-operador-pgto
           move function current-date(1:14)             to      fd-mens-data-geracao
           move wk-enc-vencimento                       to      fd-mens-vencimento
           move 0                                       to      fd-mens-multa
           move 0                                       to      fd-mens-juros
           move 0                                       to      fd-mens-valor-pago
           move 0                                       to      fd-mens-acordo
           move wk-irm-origem                           to      fd-mens-desconto-origem
           move wk-irm-bolsa-pct                        to      fd-mens-bolsa-pct
           move wk-irm-irmaos-pct                       to      fd-mens-irmaos-pct
           move wk-irm-ordem-irmao                      to      fd-mens-ordem-irmao
           move spaces                                  to      fd-mens-reserva

           write fd-mensalidade
           evaluate wk-fs-arqMensalidades
       bb-buscar-bolsa-z.
           exit.

      *>*****************************************************************
      *>   Ordem do aluno corrente entre os irmaos ativos da familia -
      *>   1 mais o numero de irmaos ativos com matricula anterior;
      *>   aluno fora de familia e sempre o 1o filho
      *>*****************************************************************
       bc-apurar-ordem-irmao section.
       bc-apurar-ordem-irmao-a.

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
       bc-apurar-ordem-irmao-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao com erro
      *>*****************************************************************
           close arqAlunosInd
           close arqMensalidades
           close arqBolsas
           close arqMembros
           close arqIrmaos

           display "Geracao de mensalidades concluida!"
           display "Competencia     : " wk-competencia
           display "Cobrancas novas : " wk-qtd-geradas
           display "Ja existentes   : " wk-qtd-existentes
           display "Com bolsa       : " wk-qtd-bolsistas
           display "Desconto irmaos : " wk-qtd-desc-irmaos

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
