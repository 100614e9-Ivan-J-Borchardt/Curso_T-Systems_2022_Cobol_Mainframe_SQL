      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "pendencia_financeira".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Subrotina da pendencia financeira de um
     *>                      aluno, no molde de calcula_encargos: conta
     *>                      as cobrancas em aberto de mensalidade e as
     *>                      parcelas em aberto de acordo de
     *>                      parcelamento vencidas ha mais dias que a
     *>                      tolerancia da escola (arqRematriculaConfig
     *>                      .txt, criado com 30 dias na primeira
     *>                      chamada). A tela de rematricula recusa a
     *>                      confirmacao de quem tem pendencia e o
     *>                      relatorio de rematricula separa esses
     *>                      alunos no grupo pendente financeiro - as
     *>                      duas pela mesma conta.
     *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
     *>                      com nome completo (60) e nome social
     *>                      (migra_nome_completo.cbl).

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
           special-names. decimal-point is comma.

     *>------- Declaração dos recursos externos
      input-output section.
      file-control.

          select arqRematriculaConfig assign to "arqRematriculaConfig.txt"
          organization is line sequential
          file status is wk-fs-arqRematriculaConfig.

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

      i-o-control.

     *>Declaração de variáveis
      data division.
      file section.

      fd arqRematriculaConfig.
      01  fd-rematricula-config.
          05  fd-rcf-tolerancia-dias                 pic 9(03).

      fd arqAlunos.
      01  fd-aluno.
          05  fd-aluno-cpf                           pic  x(12).
          05  fd-aluno-nome                          pic  x(60).
          05  fd-aluno-serie                         pic  9(02).
          05  fd-aluno-matricula                     pic  9(07).
          05  fd-aluno-status                        pic  x(01).
          05  fd-aluno-responsavel                   pic  x(15).
          05  fd-aluno-tel-emergencia                pic  x(11).
          05  fd-aluno-turma                         pic  x(01).
          05  fd-aluno-nascimento                    pic  9(08).
          05  fd-aluno-sexo                          pic  x(01).
          05  fd-aluno-nome-social                   pic  x(60).

      fd arqMensalidades.
      01  fd-mensalidade.
          05  fd-mens-chave.
              10  fd-mens-matricula                  pic  9(07).
              10  fd-mens-competencia                pic  9(06).
          05  fd-mens-cpf                            pic  x(12).
          05  fd-mens-serie                          pic  9(02).
          05  fd-mens-turma                          pic  x(01).
          05  fd-mens-responsavel                    pic  x(15).
          05  fd-mens-valor                          pic  9(04)v99.
          05  fd-mens-desconto-pct                   pic  9(03).
          05  fd-mens-status                         pic  x(01).
              88  fd-mens-aberta                     value "A".
              88  fd-mens-paga                       value "P".
              88  fd-mens-isenta                     value "I".
              88  fd-mens-renegociada                value "R".
          05  fd-mens-data-pagamento                 pic  9(08).
          05  fd-mens-operador-pgto                  pic  x(15).
          05  fd-mens-data-geracao                   pic  x(14).
          05  fd-mens-vencimento                     pic  9(08).
          05  fd-mens-multa                          pic  9(04)v99.
          05  fd-mens-juros                          pic  9(04)v99.
          05  fd-mens-valor-pago                     pic  9(05)v99.
          05  fd-mens-acordo                         pic  9(06).
          05  fd-mens-desconto-origem                pic  x(01).
          05  fd-mens-bolsa-pct                      pic  9(03).
          05  fd-mens-irmaos-pct                     pic  9(03).
          05  fd-mens-ordem-irmao                    pic  9(02).
          05  fd-mens-reserva                        pic  x(25).

      fd arqAcordos.
      01  fd-acordo.
          05  fd-acd-numero                          pic  9(06).
          05  fd-acd-matricula                       pic  9(07).
          05  fd-acd-cpf                             pic  x(12).
          05  fd-acd-responsavel                     pic  x(15).
          05  fd-acd-data                            pic  9(08).
          05  fd-acd-qtd-cobrancas                   pic  9(02).
          05  fd-acd-principal                       pic  9(06)v99.
          05  fd-acd-encargos                        pic  9(06)v99.
          05  fd-acd-total                           pic  9(06)v99.
          05  fd-acd-qtd-parcelas                    pic  9(02).
          05  fd-acd-status                          pic  x(01).
              88  fd-acd-ativo                       value "A".
              88  fd-acd-quitado                     value "Q".
          05  fd-acd-operador                        pic  x(15).
          05  fd-acd-data-registro                   pic  x(14).

      fd arqParcelas.
      01  fd-parcela.
          05  fd-apa-chave.
              10  fd-apa-acordo                      pic  9(06).
              10  fd-apa-numero                      pic  9(02).
          05  fd-apa-vencimento                      pic  9(08).
          05  fd-apa-valor                           pic  9(06)v99.
          05  fd-apa-status                          pic  x(01).
              88  fd-apa-aberta                      value "A".
              88  fd-apa-paga                        value "P".
          05  fd-apa-data-pagamento                  pic  9(08).
          05  fd-apa-valor-pago                      pic  9(06)v99.
          05  fd-apa-operador                        pic  x(15).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqRematriculaConfig                 pic x(02).
      77  wk-fs-arqAlunos                            pic x(02).
      77  wk-fs-arqMensalidades                      pic x(02).
      77  wk-fs-arqAcordos                           pic x(02).
      77  wk-fs-arqParcelas                          pic x(02).

      77  wk-fim-loop                                pic x(01).
          88 wk-loop-terminado                       value "F".
      77  wk-fim-loop-par                            pic x(01).
          88 wk-loop-par-terminado                   value "F".

     *>   Tolerancia carregada uma vez por execucao do chamador
      77  wk-config-flag                             pic x(01) value space.
          88  wk-config-carregada                    value "S".
      77  wk-tolerancia-dias                         pic 9(03) value 30.

      77  wk-matricula                               pic 9(07).
      77  wk-int-venc                                pic 9(08).
      77  wk-int-base                                pic 9(08).
      77  wk-dias-atraso                             pic 9(05).

      linkage section.

     *>   lk-operacao:      "C" apura a pendencia do aluno lk-cpf na
     *>                         data lk-data-base
     *>                     "P" devolve a tolerancia em vigor em
     *>                         lk-pen-tolerancia-dias
     *>                     "G" grava lk-pen-tolerancia-dias como a
     *>                         nova tolerancia
     *>   lk-cod-retorno:   0 sem pendencia (ou ok para P/G) / 1 com
     *>                     pendencia (ou data base invalida) /
     *>                     2 operacao desconhecida
      01  lk-operacao                                pic x(01).
      01  lk-cpf                                     pic x(12).
      01  lk-data-base                               pic 9(08).
      01  lk-pendencia.
          05  lk-pen-tolerancia-dias                 pic 9(03).
          05  lk-pen-qtd-vencidas                    pic 9(03).
          05  lk-pen-valor-vencido                   pic 9(06)v99.
          05  lk-pen-maior-atraso                    pic 9(05).
          05  lk-pen-competencia-antiga              pic 9(06).
      01  lk-cod-retorno                             pic 9(01).
          88  lk-sem-pendencia                       value 0.
          88  lk-com-pendencia                       value 1.
          88  lk-operacao-invalida                   value 2.

     *>Declaração do corpo do programa
      procedure division using lk-operacao, lk-cpf, lk-data-base,
                               lk-pendencia, lk-cod-retorno.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - carrega a tolerancia na
     *>   primeira chamada
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.
          move 0                                     to lk-cod-retorno

          if  not wk-config-carregada then
              perform aa-carregar-config
          end-if
          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Le a tolerancia de arqRematriculaConfig.txt - na primeira
     *>   execucao o arquivo e criado com o padrao de 30 dias
     *>*****************************************************************
      aa-carregar-config section.
      aa-carregar-config-a.

          open input arqRematriculaConfig
          if   wk-fs-arqRematriculaConfig equal "00" then
              read arqRematriculaConfig
              if   wk-fs-arqRematriculaConfig equal "00"
              and  fd-rcf-tolerancia-dias is numeric then
                  move fd-rcf-tolerancia-dias        to wk-tolerancia-dias
              end-if
              close arqRematriculaConfig
          else
              perform ab-gravar-config
          end-if

          set wk-config-carregada                    to true
          .
      aa-carregar-config-z.
          exit.

     *>*****************************************************************
     *>   Grava a tolerancia corrente em arqRematriculaConfig.txt
     *>*****************************************************************
      ab-gravar-config section.
      ab-gravar-config-a.

          move wk-tolerancia-dias                    to fd-rcf-tolerancia-dias
          open output arqRematriculaConfig
          write fd-rematricula-config
          close arqRematriculaConfig
          .
      ab-gravar-config-z.
          exit.

     *>*****************************************************************
     *>   Despacho pela operacao pedida
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          evaluate lk-operacao
              when "C"
                  perform ba-apurar-pendencia

              when "P"
                  move wk-tolerancia-dias            to lk-pen-tolerancia-dias

              when "G"
                  if  lk-pen-tolerancia-dias not numeric then
                      move 1                         to lk-cod-retorno
                  else
                      move lk-pen-tolerancia-dias    to wk-tolerancia-dias
                      perform ab-gravar-config
                  end-if

              when other
                  move 2                             to lk-cod-retorno
          end-evaluate
          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Cobrancas e parcelas de acordo em aberto vencidas ha mais
     *>   dias que a tolerancia - aluno sem matricula no cadastro ou
     *>   sem arquivos financeiros nao tem pendencia
     *>*****************************************************************
      ba-apurar-pendencia section.
      ba-apurar-pendencia-a.

          move wk-tolerancia-dias                    to lk-pen-tolerancia-dias
          move 0                                     to lk-pen-qtd-vencidas
          move 0                                     to lk-pen-valor-vencido
          move 0                                     to lk-pen-maior-atraso
          move 0                                     to lk-pen-competencia-antiga

          if  lk-data-base not numeric
          or  function test-date-yyyymmdd(lk-data-base) not equal 0 then
              move 1                                 to lk-cod-retorno
              exit section
          end-if
          compute wk-int-base = function integer-of-date(lk-data-base)

          move 0                                     to wk-matricula
          open input arqAlunos
          if   wk-fs-arqAlunos equal "00" then
              move lk-cpf                            to fd-aluno-cpf
              read arqAlunos
              if   wk-fs-arqAlunos equal "00" then
                  move fd-aluno-matricula            to wk-matricula
              end-if
              close arqAlunos
          end-if
          if  wk-matricula equal 0 then
              exit section
          end-if

          perform bb-verificar-cobrancas
          perform bc-verificar-acordos

          if  lk-pen-qtd-vencidas > 0 then
              move 1                                 to lk-cod-retorno
          end-if
          .
      ba-apurar-pendencia-z.
          exit.

     *>*****************************************************************
     *>   Cobrancas de mensalidade em aberto alem da tolerancia
     *>*****************************************************************
      bb-verificar-cobrancas section.
      bb-verificar-cobrancas-a.

          open input arqMensalidades
          if   wk-fs-arqMensalidades not equal "00" then
              exit section
          end-if

          move wk-matricula                          to fd-mens-matricula
          move 0                                     to fd-mens-competencia
          start arqMensalidades key is greater than or equal fd-mens-chave
          if   wk-fs-arqMensalidades equal "00" then
              move space                             to wk-fim-loop
              perform until wk-loop-terminado
                  read arqMensalidades next record
                  if   wk-fs-arqMensalidades not equal "00"
                  or   fd-mens-matricula not equal wk-matricula then
                      move "F"                       to wk-fim-loop
                  else
                      if  fd-mens-aberta
                      and fd-mens-vencimento is numeric
                      and function test-date-yyyymmdd(fd-mens-vencimento)
                          equal 0 then
                          move fd-mens-vencimento    to wk-int-venc
                          perform bd-contar-atraso
                          if  wk-dias-atraso > wk-tolerancia-dias then
                              add 1                  to lk-pen-qtd-vencidas
                              add fd-mens-valor      to lk-pen-valor-vencido
                              if  lk-pen-competencia-antiga equal 0 then
                                  move fd-mens-competencia
                                                     to lk-pen-competencia-antiga
                              end-if
                          end-if
                      end-if
                  end-if
              end-perform
          end-if

          close arqMensalidades
          .
      bb-verificar-cobrancas-z.
          exit.

     *>*****************************************************************
     *>   Parcelas em aberto dos acordos ativos alem da tolerancia
     *>*****************************************************************
      bc-verificar-acordos section.
      bc-verificar-acordos-a.

          open input arqAcordos
          if   wk-fs-arqAcordos not equal "00" then
              exit section
          end-if
          open input arqParcelas
          if   wk-fs-arqParcelas not equal "00" then
              close arqAcordos
              exit section
          end-if

          move wk-matricula                          to fd-acd-matricula
          start arqAcordos key is equal fd-acd-matricula
          if   wk-fs-arqAcordos equal "00" then
              move space                             to wk-fim-loop
              perform until wk-loop-terminado
                  read arqAcordos next record
                  if   wk-fs-arqAcordos not equal "00"
                  or   fd-acd-matricula not equal wk-matricula then
                      move "F"                       to wk-fim-loop
                  else
                      if  fd-acd-ativo then
                          perform be-verificar-parcelas
                      end-if
                  end-if
              end-perform
          end-if

          close arqAcordos
          close arqParcelas
          .
      bc-verificar-acordos-z.
          exit.

     *>*****************************************************************
     *>   Dias de atraso de wk-int-venc (AAAAMMDD) ate a data base
     *>*****************************************************************
      bd-contar-atraso section.
      bd-contar-atraso-a.

          move 0                                     to wk-dias-atraso
          compute wk-int-venc = function integer-of-date(wk-int-venc)
          if  wk-int-base > wk-int-venc then
              compute wk-dias-atraso = wk-int-base - wk-int-venc
          end-if
          if  wk-dias-atraso > lk-pen-maior-atraso then
              move wk-dias-atraso                    to lk-pen-maior-atraso
          end-if
          .
      bd-contar-atraso-z.
          exit.

     *>*****************************************************************
     *>   Parcelas do acordo corrente
     *>*****************************************************************
      be-verificar-parcelas section.
      be-verificar-parcelas-a.

          move fd-acd-numero                         to fd-apa-acordo
          move 0                                     to fd-apa-numero
          start arqParcelas key is greater than or equal fd-apa-chave
          if   wk-fs-arqParcelas not equal "00" then
              exit section
          end-if

          move space                                 to wk-fim-loop-par
          perform until wk-loop-par-terminado
              read arqParcelas next record
              if   wk-fs-arqParcelas not equal "00"
              or   fd-apa-acordo not equal fd-acd-numero then
                  move "F"                           to wk-fim-loop-par
              else
                  if  fd-apa-aberta
                  and function test-date-yyyymmdd(fd-apa-vencimento)
                      equal 0 then
                      move fd-apa-vencimento         to wk-int-venc
                      perform bd-contar-atraso
                      if  wk-dias-atraso > wk-tolerancia-dias then
                          add 1                      to lk-pen-qtd-vencidas
                          add fd-apa-valor           to lk-pen-valor-vencido
                      end-if
                  end-if
              end-if
          end-perform
          .
      be-verificar-parcelas-z.
          exit.

     *>*****************************************************************
     *>   Procedimentos de finalização
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.
          exit program.
          .
      z-finaliza-z.
          exit.
