      *>                      por linkage quando chamada pelo
      *>                      menu_principal. Consulta das cobrancas de
      *>                      uma matricula na mesma tela.
      *>   15/10/2026 - IJB - Encargos por atraso: o pagamento pede a
      *>                      data efetiva (default hoje), calcula
      *>                      multa e juros pro rata pela regra de
      *>                      calcula_encargos.cbl e mostra principal,
      *>                      multa, juros e total antes da
      *>                      confirmacao; multa, juros e valor pago
      *>                      ficam gravados na cobranca, separados do
      *>                      principal. A consulta mostra vencimento e
      *>                      o devido atualizado, e o administrador
      *>                      mantem a regra (multa, juros ao mes,
      *>                      carencia e dia de vencimento) pela opcao
      *>                      E.
      *>   15/10/2026 - IJB - Cobranca renegociada (situacao R, levada
      *>                      para um acordo de parcelamento em
      *>                      acordos.cbl) nao aceita mais pagamento
      *>                      aqui - a tela indica o numero do acordo,
      *>                      e a consulta mostra o acordo no lugar do
      *>                      devido.
      *>   15/10/2026 - IJB - A cobranca mostra de onde vem o desconto:
      *>                      bolsa, desconto de irmaos (com a ordem do
      *>                      filho na familia) ou os dois combinados
      *>                      pela regra de desconto_irmaos.cbl.
      *>   15/10/2026 - IJB - Cobranca paga mostra a NFS-e emitida pelo
      *>                      controle de RPS (gerar_rps.cbl e
      *>                      retorno_nfse.cbl), ou o RPS ainda
      *>                      aguardando a prefeitura ou rejeitado.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqRps assign to "arqRpsInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rps-chave
           alternate record key is fd-rps-numero
           file status is wk-fs-arqRps.

       i-o-control.

      *>Declaração de variáveis
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
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

      *>   Controle de RPS - um por cobranca paga (gerar_rps)
       fd arqRps.
       01  fd-rps.
           05  fd-rps-chave.
               10  fd-rps-matricula                 pic  9(07).
               10  fd-rps-competencia               pic  9(06).
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

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqRps                             pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
           88 wk-sair                               value "X" "x".
           88 wk-op-pagar                           value "P" "p".
           88 wk-op-consultar                       value "C" "c".
           88 wk-op-encargos                        value "E" "e".

       77  wk-matricula                             pic 9(07) value 0.
       01  wk-competencia-tela                      pic x(06).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-valor-edit                            pic z.zz9,99.
       77  wk-multa-edit                            pic z.zz9,99.
       77  wk-juros-edit                            pic z.zz9,99.
       77  wk-total-edit                            pic zz.zz9,99.
       77  wk-pct-edit                              pic z9,99.

      *>   Data efetiva do pagamento (DDMMAAAA na tela, default hoje)
       77  wk-data-pagamento                        pic 9(08) value 0.
       77  wk-data-hoje                             pic 9(08) value 0.

      *>   Parametros da subrotina compartilhada valida_data
       77  wk-vd-operacao                           pic x(01).
       77  wk-vd-data-tela                          pic x(08).
       77  wk-vd-data-aaaammdd                      pic 9(08).
       77  wk-vd-data-2                             pic 9(08).
       77  wk-vd-dias                               pic s9(05).
       77  wk-vd-cod-retorno                        pic 9(01).

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
       01  wk-par-tela                              pic x(05).

       77  temp                                     pic x(01).

               perform z-finaliza-anormal
           end-if

      *>    controle de RPS ausente (35) so omite a NFS-e na consulta
           open input arqRps
           if   wk-fs-arqRps not equal "00"
           and  wk-fs-arqRps not equal "35" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqRps                        to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRps"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.
               display " "
               display "(P) Registrar pagamento"
               display "(C) Consultar cobrancas de uma matricula"
               if  wk-perfil-administrador then
                   display "(E) Regra de encargos por atraso"
               end-if
               display "(X) Sair"
               accept wk-opcao

                       end-if
                   when wk-op-consultar
                       perform bb-consultar-matricula
                   when wk-op-encargos
                       if  wk-perfil-administrador then
                           perform be-manter-encargos
                       end-if
                   when other
                       continue
               end-evaluate
                       when fd-mens-isenta
                           display "Cobranca isenta (bolsa integral)."
                           accept temp
                       when fd-mens-renegociada
                           display "Cobranca renegociada no acordo "
                                   fd-mens-acordo
                                   " - pague a parcela do acordo."
                           accept temp
                       when other
                           perform bf-pedir-data-pagamento
                           perform bg-calcular-encargos
                           perform bh-exibir-encargos
                           display "Confirma o pagamento (S/N)? "
                           accept wk-confirma
                           if  wk-confirma-sim then
                               set  fd-mens-paga            to      true
                               move wk-data-pagamento       to      fd-mens-data-pagamento
                               move wk-operador             to      fd-mens-operador-pgto
                               move wk-enc-multa            to      fd-mens-multa
                               move wk-enc-juros            to      fd-mens-juros
                               move wk-enc-total            to      fd-mens-valor-pago
                               rewrite fd-mensalidade
                               if   wk-fs-arqMensalidades not equal "00" then
                                   move "0003"                                    to      wk-msn-erro-adress
                       move "F"                         to      wk-fim-loop
                   else
                       move fd-mens-valor               to      wk-valor-edit
                       evaluate true
                           when fd-mens-paga
                               move fd-mens-valor-pago  to      wk-total-edit
                           when fd-mens-renegociada
                               move 0                   to      wk-total-edit
                           when other
                               move function current-date(1:8)
                                                        to      wk-data-pagamento
                               perform bg-calcular-encargos
                               move wk-enc-total        to      wk-total-edit
                       end-evaluate
                       display fd-mens-competencia
                               " venc " fd-mens-vencimento
                               " R$ " wk-valor-edit
                               " "    fd-mens-status
                               " total R$ " wk-total-edit
                               " pgto " fd-mens-data-pagamento
                       if  fd-mens-renegociada then
                           display "       renegociada no acordo "
                                   fd-mens-acordo
                       end-if
                   end-if
               end-perform
           end-if
           display "Serie/Turma.: " fd-mens-serie "/" fd-mens-turma
           display "Responsavel.: " fd-mens-responsavel
           display "Competencia.: " fd-mens-competencia
           display "Vencimento..: " fd-mens-vencimento
           display "Valor.......: R$ " wk-valor-edit
           display "Desconto....: " fd-mens-desconto-pct "%"
           evaluate true
               when fd-mens-desconto-bolsa
                   display "  origem....: bolsa de " fd-mens-bolsa-pct "%"
               when fd-mens-desconto-irmaos
                   display "  origem....: irmaos " fd-mens-irmaos-pct
                           "% (" fd-mens-ordem-irmao "o filho)"
               when fd-mens-desconto-combinado
                   display "  origem....: bolsa de " fd-mens-bolsa-pct
                           "% + irmaos " fd-mens-irmaos-pct
                           "% (" fd-mens-ordem-irmao "o filho)"
           end-evaluate
           display "Situacao....: " fd-mens-status
           if  fd-mens-renegociada then
               display "Acordo......: " fd-mens-acordo
           end-if
           if  fd-mens-paga then
               move fd-mens-multa                       to      wk-multa-edit
               move fd-mens-juros                       to      wk-juros-edit
               move fd-mens-valor-pago                  to      wk-total-edit
               display "Multa paga..: R$ " wk-multa-edit
               display "Juros pagos.: R$ " wk-juros-edit
               display "Total pago..: R$ " wk-total-edit
               if   wk-fs-arqRps not equal "35" then
                   move fd-mens-chave                   to      fd-rps-chave
                   read arqRps
                   if   wk-fs-arqRps equal "00" then
                       evaluate true
                           when fd-rps-aceito
                               display "NFS-e.......: " fd-rps-nfse-numero
                                       " (verif. " fd-rps-nfse-verificacao
                                       ") RPS " fd-rps-numero
                           when fd-rps-rejeitado
                               display "NFS-e.......: RPS " fd-rps-numero
                                       " rejeitado - " fd-rps-motivo
                           when other
                               display "NFS-e.......: RPS " fd-rps-numero
                                       " aguardando a prefeitura"
                       end-evaluate
                   end-if
               end-if
           end-if

           .
       bd-exibir-cobranca-z.
           exit.

      *>*****************************************************************
      *>   Manutencao da regra de encargos (perfil administrador) -
      *>   campo em branco mantem o valor atual
      *>*****************************************************************
       be-manter-encargos section.
       be-manter-encargos-a.

           move "P"                                     to      wk-enc-operacao
           call "calcula_encargos" using wk-enc-operacao
                                         wk-enc-encargos
                                         wk-enc-parametros
                                         wk-enc-retorno

           display " "
           move wk-enc-multa-pct                        to      wk-pct-edit
           display "Multa apos o vencimento (%)......: " wk-pct-edit
           move wk-enc-juros-mes-pct                    to      wk-pct-edit
           display "Juros de mora ao mes (%).........: " wk-pct-edit
           display "Dias de carencia.................: "
                   wk-enc-carencia-dias
           display "Dia de vencimento................: "
                   wk-enc-dia-vencimento

           display " "
           display "Nova multa % (99,99 ou branco)...: "
           move spaces                                  to      wk-par-tela
           accept wk-par-tela
           if  wk-par-tela not equal spaces then
               if  function test-numval(wk-par-tela) equal 0 then
                   compute wk-enc-multa-pct = function numval(wk-par-tela)
               else
                   display "Valor invalido - multa mantida."
               end-if
           end-if

           display "Novos juros % ao mes (ou branco).: "
           move spaces                                  to      wk-par-tela
           accept wk-par-tela
           if  wk-par-tela not equal spaces then
               if  function test-numval(wk-par-tela) equal 0 then
                   compute wk-enc-juros-mes-pct = function numval(wk-par-tela)
               else
                   display "Valor invalido - juros mantidos."
               end-if
           end-if

           display "Nova carencia em dias (ou branco): "
           move spaces                                  to      wk-par-tela
           accept wk-par-tela
           if  wk-par-tela not equal spaces then
               if  function test-numval(wk-par-tela) equal 0 then
                   compute wk-enc-carencia-dias = function numval(wk-par-tela)
               else
                   display "Valor invalido - carencia mantida."
               end-if
           end-if

           display "Novo dia de vencimento (1-28)....: "
           move spaces                                  to      wk-par-tela
           accept wk-par-tela
           if  wk-par-tela not equal spaces then
               if  function test-numval(wk-par-tela) equal 0 then
                   compute wk-enc-dia-vencimento = function numval(wk-par-tela)
               else
                   display "Valor invalido - dia mantido."
               end-if
           end-if

           display "Grava a nova regra (S/N)? "
           accept wk-confirma
           if  wk-confirma-sim then
               move "G"                                 to      wk-enc-operacao
               call "calcula_encargos" using wk-enc-operacao
                                             wk-enc-encargos
                                             wk-enc-parametros
                                             wk-enc-retorno
               if  wk-enc-retorno equal 0 then
                   display "Regra de encargos gravada - vale para"
                           " os proximos calculos."
               else
                   display "Regra recusada - dia de vencimento deve"
                           " estar entre 1 e 28."
               end-if
               accept temp
           end-if

           .
       be-manter-encargos-z.
           exit.

      *>*****************************************************************
      *>   Pede a data efetiva do pagamento (DDMMAAAA) - em branco vale
      *>   hoje; data futura ou invalida cai para hoje com aviso
      *>*****************************************************************
       bf-pedir-data-pagamento section.
       bf-pedir-data-pagamento-a.

           move function current-date(1:8)              to      wk-data-hoje
           move wk-data-hoje                            to      wk-data-pagamento

           display "Data do pagamento (DDMMAAAA, branco = hoje): "
           move spaces                                  to      wk-vd-data-tela
           accept wk-vd-data-tela
           if  wk-vd-data-tela not equal spaces then
               move "V"                                 to      wk-vd-operacao
               call "valida_data" using wk-vd-operacao
                                        wk-vd-data-tela
                                        wk-vd-data-aaaammdd
                                        wk-vd-data-2
                                        wk-vd-dias
                                        wk-vd-cod-retorno
               if  wk-vd-cod-retorno equal 0
               and wk-vd-data-aaaammdd <= wk-data-hoje then
                   move wk-vd-data-aaaammdd             to      wk-data-pagamento
               else
                   display "Data invalida ou futura - considerado"
                           " o pagamento de hoje."
               end-if
           end-if

           .
       bf-pedir-data-pagamento-z.
           exit.

      *>*****************************************************************
      *>   Encargos da cobranca corrente na data wk-data-pagamento -
      *>   cobranca sem vencimento (data invalida) fica no principal
      *>*****************************************************************
       bg-calcular-encargos section.
       bg-calcular-encargos-a.

           move "C"                                     to      wk-enc-operacao
           move fd-mens-competencia                     to      wk-enc-competencia
           move fd-mens-valor                           to      wk-enc-principal
           move fd-mens-vencimento                      to      wk-enc-vencimento
           move wk-data-pagamento                       to      wk-enc-data-base
           call "calcula_encargos" using wk-enc-operacao
                                         wk-enc-encargos
                                         wk-enc-parametros
                                         wk-enc-retorno

           .
       bg-calcular-encargos-z.
           exit.

      *>*****************************************************************
      *>   Mostra principal, multa, juros e total devido na data
      *>*****************************************************************
       bh-exibir-encargos section.
       bh-exibir-encargos-a.

           move wk-enc-principal                        to      wk-valor-edit
           move wk-enc-multa                            to      wk-multa-edit
           move wk-enc-juros                            to      wk-juros-edit
           move wk-enc-total                            to      wk-total-edit
           display " "
           display "Pagamento em: " wk-data-pagamento
                   "  dias de atraso: " wk-enc-dias-atraso
           display "Principal...: R$ " wk-valor-edit
           display "Multa.......: R$ " wk-multa-edit
           display "Juros.......: R$ " wk-juros-edit
           display "Total devido: R$ " wk-total-edit

           .
       bh-exibir-encargos-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao Anormal
      *>*****************************************************************

           close arqMensalidades
           close arqAlunos
           close arqRps

           goback.
           .
