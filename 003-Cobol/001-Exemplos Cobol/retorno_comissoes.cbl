      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "retorno_comissoes".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Retorno do banco para a remessa de
     *>                      comissoes de pagar_comissoes
     *>                      (arqRetornoComissoes.txt: header "0", um
     *>                      detalhe "1" por credito com a situacao do
     *>                      banco, trailer "9" com quantidade e valor),
     *>                      no molde de retorno_bancario: o arquivo e
     *>                      conferido contra o trailer antes de
     *>                      qualquer atualizacao. Credito "00" fica
     *>                      pago; qualquer outra situacao volta o
     *>                      agente para pendente com o motivo do banco,
     *>                      para o reenvio (pagar_comissoes modo R).
     *>                      Credito sem remessa correspondente ou com
     *>                      valor divergente nao e tocado. Listagem em
     *>                      arqRetornoComissoesLista.txt.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqRetorno assign to "arqRetornoComissoes.txt"
          organization is line sequential
          file status is wk-fs-arqRetorno.

          select arqLista assign to "arqRetornoComissoesLista.txt"
          organization is line sequential
          file status is wk-fs-arqLista.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqRetorno.
      01  fd-ret-registro.
          05  fd-ret-tipo                           pic  x(01).
              88  fd-ret-header                     value "0".
              88  fd-ret-detalhe                    value "1".
              88  fd-ret-trailer                    value "9".
          05  fd-ret-dados                          pic  x(79).

     *>   Header - lote e data do processamento no banco
      01  fd-ret-reg-header.
          05  filler                                pic  x(01).
          05  fd-rh-lote                            pic  9(06).
          05  fd-rh-data-arquivo                    pic  9(08).
          05  filler                                pic  x(65).

     *>   Detalhe - situacao de um credito
      01  fd-ret-reg-detalhe.
          05  filler                                pic  x(01).
          05  fd-rd-cd-agente                       pic  9(05).
          05  fd-rd-competencia                     pic  x(07).
          05  fd-rd-lote                            pic  9(06).
          05  fd-rd-valor                           pic  9(11)v99.
          05  fd-rd-situacao                        pic  x(02).
              88  fd-rd-pago                        value "00".
          05  fd-rd-motivo                          pic  x(30).
          05  filler                                pic  x(16).

     *>   Trailer - totais de controle do banco
      01  fd-ret-reg-trailer.
          05  filler                                pic  x(01).
          05  fd-rt-qtd-detalhes                    pic  9(06).
          05  fd-rt-valor-total                     pic  9(13)v99.
          05  filler                                pic  x(58).

      fd arqLista.
      01  fd-lista-linha                            pic  x(100).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqRetorno                          pic x(02).
      77  wk-fs-arqLista                            pic x(02).

      77  wk-fim-loop                               pic x(01).
          88 wk-loop-terminado                      value "F".

     *>   Conferencia previa contra o trailer
      77  wk-trailer-flag                           pic x(01) value space.
          88 wk-trailer-lido                        value "S".
      77  wk-trl-qtd                                pic 9(06) value 0.
      77  wk-trl-valor                              pic 9(13)v99 value 0.
      77  wk-lote-arquivo                           pic 9(06) value 0.

     *>   Totais de controle
      77  wk-qtd-lidos                              pic 9(06) value 0.
      77  wk-valor-lido                             pic 9(13)v99 value 0.
      77  wk-qtd-pagos                              pic 9(06) value 0.
      77  wk-valor-pago                             pic 9(13)v99 value 0.
      77  wk-qtd-rejeitados                         pic 9(06) value 0.
      77  wk-valor-rejeitado                        pic 9(13)v99 value 0.
      77  wk-qtd-excecoes                           pic 9(06) value 0.

      77  wk-motivo                                 pic x(30).

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-cd-agente     pic 9(5).
      01  wk-db-competencia   pic x(7).
      01  wk-db-nr-lote       pic 9(06).
      01  wk-db-vl-liquido    pic 9(09)v99.
      01  wk-db-ds-rejeicao   pic x(30).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      01  wk-linha-detalhe.
          05 wk-det-cd                              pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-det-competencia                     pic x(07).
          05 filler                                 pic x(01) value space.
          05 wk-det-lote                            pic 9(06).
          05 filler                                 pic x(01) value space.
          05 wk-det-valor                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-det-situacao                        pic x(02).
          05 filler                                 pic x(01) value space.
          05 wk-det-resultado                       pic x(30).
          05 filler                                 pic x(01) value space.
          05 wk-det-motivo                          pic x(30).

      01  wk-linha-total.
          05 wk-tot-rotulo                          pic x(22).
          05 wk-tot-qtd                             pic zzz.zz9.
          05 filler                                 pic x(04) value space.
          05 wk-tot-valor                           pic z.zzz.zzz.zzz.zz9,99.
          05 filler                                 pic x(47) value space.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - confere o arquivo inteiro
     *>   contra o trailer antes de tocar nos pagamentos
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.

          EXEC SQL
               CONNECT TO "DBExemplo.db"
          END-EXEC
          if sqlcode not = 0
               display "Erro: nao foi possivel conectar ao banco"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform aa-conferir-trailer

          open input arqRetorno
          if   wk-fs-arqRetorno not equal "00" then
              display "Erro ao abrir arqRetorno " wk-fs-arqRetorno
              stop run
          end-if
          open output arqLista

          move spaces                                to fd-lista-linha
          string "Retorno do banco - pagamento de comissoes - lote "
                 wk-lote-arquivo
                                   delimited by size
            into fd-lista-linha
          end-string
          write fd-lista-linha
          move all "-"                               to fd-lista-linha
          write fd-lista-linha

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Primeira passada: soma os detalhes e compara com o trailer -
     *>   sem trailer ou com divergencia nada e atualizado
     *>*****************************************************************
      aa-conferir-trailer section.
      aa-conferir-trailer-a.

          open input arqRetorno
          if   wk-fs-arqRetorno not equal "00" then
              display "Erro ao abrir arqRetorno " wk-fs-arqRetorno
              stop run
          end-if

          move space                                 to wk-fim-loop
          perform until wk-loop-terminado
              read arqRetorno
              if   wk-fs-arqRetorno not equal "00" then
                  move "F"                           to wk-fim-loop
              else
                  evaluate true
                      when fd-ret-header
                          move fd-rh-lote            to wk-lote-arquivo
                      when fd-ret-detalhe
                          add 1                      to wk-qtd-lidos
                          add fd-rd-valor            to wk-valor-lido
                      when fd-ret-trailer
                          set  wk-trailer-lido       to true
                          move fd-rt-qtd-detalhes    to wk-trl-qtd
                          move fd-rt-valor-total     to wk-trl-valor
                  end-evaluate
              end-if
          end-perform
          close arqRetorno

          if  not wk-trailer-lido then
              display "Erro: retorno sem trailer - nada atualizado"
              stop run
          end-if

          if  wk-trl-qtd not equal wk-qtd-lidos
          or  wk-trl-valor not equal wk-valor-lido then
              display "Trailer: " wk-trl-qtd " registros, valor "
                      wk-trl-valor
              display "Lido   : " wk-qtd-lidos " registros, valor "
                      wk-valor-lido
              display "Erro: trailer nao confere - nada atualizado"
              stop run
          end-if

     *>   a segunda passada recontabiliza os detalhes
          move 0                                     to wk-qtd-lidos
          move 0                                     to wk-valor-lido

          .
      aa-conferir-trailer-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - segunda passada, detalhe a detalhe
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          move space                                 to wk-fim-loop
          perform until wk-loop-terminado
              read arqRetorno
              if   wk-fs-arqRetorno not equal "00" then
                  move "F"                           to wk-fim-loop
              else
                  if  fd-ret-detalhe
                      add 1                          to wk-qtd-lidos
                      add fd-rd-valor                to wk-valor-lido
                      perform ba-processar-credito
                  end-if
              end-if
          end-perform

          EXEC SQL
             commit transaction
          END-EXEC
          if sqlcode not = 0
               display "Erro: commit"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Um credito - casa com o agente remetido no mesmo lote e
     *>   competencia e com o mesmo valor liquido
     *>*****************************************************************
      ba-processar-credito section.
      ba-processar-credito-a.

          move fd-rd-cd-agente                       to wk-db-cd-agente
          move fd-rd-competencia                     to wk-db-competencia
          move fd-rd-lote                            to wk-db-nr-lote
          move spaces                                to wk-motivo

          move 0                                     to wk-db-vl-liquido
          EXEC SQL
              SELECT vl_liquido INTO :wk-db-vl-liquido
                FROM comissao_calculada
               WHERE cd_agente    = :wk-db-cd-agente
                 AND competencia  = :wk-db-competencia
                 AND nr_lote      = :wk-db-nr-lote
                 AND st_pagamento = 'R'
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100
               display "Erro: buscar credito remetido"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          evaluate true
              when sqlcode = 100
                  move "SEM REMESSA OU JA PROCESSADO"  to wk-motivo
                  add 1                              to wk-qtd-excecoes
              when fd-rd-valor not equal wk-db-vl-liquido
                  move "VALOR DIVERGENTE DA REMESSA"   to wk-motivo
                  add 1                              to wk-qtd-excecoes
              when fd-rd-pago
                  EXEC SQL
                      update comissao_calculada
                         set st_pagamento = 'P'
                       where cd_agente    = :wk-db-cd-agente
                         and competencia  = :wk-db-competencia
                  END-EXEC
                  if sqlcode not = 0
                       display "Erro: confirmar pagamento"
                       display sqlcode
                       display sqlerrmc
                       stop run
                  end-if
                  move "pago"                        to wk-motivo
                  add 1                              to wk-qtd-pagos
                  add fd-rd-valor                    to wk-valor-pago
              when other
                  move fd-rd-motivo                  to wk-db-ds-rejeicao
                  EXEC SQL
                      update comissao_calculada
                         set st_pagamento = 'J',
                             ds_rejeicao  = :wk-db-ds-rejeicao
                       where cd_agente    = :wk-db-cd-agente
                         and competencia  = :wk-db-competencia
                  END-EXEC
                  if sqlcode not = 0
                       display "Erro: registrar rejeicao"
                       display sqlcode
                       display sqlerrmc
                       stop run
                  end-if
                  move "REJEITADO - REENVIAR"        to wk-motivo
                  add 1                              to wk-qtd-rejeitados
                  add fd-rd-valor                    to wk-valor-rejeitado
          end-evaluate

          move fd-rd-cd-agente                       to wk-det-cd
          move fd-rd-competencia                     to wk-det-competencia
          move fd-rd-lote                            to wk-det-lote
          move fd-rd-valor                           to wk-det-valor
          move fd-rd-situacao                        to wk-det-situacao
          move wk-motivo                             to wk-det-resultado
          move fd-rd-motivo                          to wk-det-motivo
          write fd-lista-linha from wk-linha-detalhe

          .
      ba-processar-credito-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal - totais de controle
     *>   amarrados ao trailer
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          move space                                 to fd-lista-linha
          write fd-lista-linha
          move "Creditos no retorno:"                to wk-tot-rotulo
          move wk-qtd-lidos                          to wk-tot-qtd
          move wk-valor-lido                         to wk-tot-valor
          write fd-lista-linha from wk-linha-total
          move "Pagos:"                              to wk-tot-rotulo
          move wk-qtd-pagos                          to wk-tot-qtd
          move wk-valor-pago                         to wk-tot-valor
          write fd-lista-linha from wk-linha-total
          move "Rejeitados:"                         to wk-tot-rotulo
          move wk-qtd-rejeitados                     to wk-tot-qtd
          move wk-valor-rejeitado                    to wk-tot-valor
          write fd-lista-linha from wk-linha-total
          move "Excecoes:"                           to wk-tot-rotulo
          move wk-qtd-excecoes                       to wk-tot-qtd
          move 0                                     to wk-tot-valor
          write fd-lista-linha from wk-linha-total

          close arqRetorno
          close arqLista

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Retorno de comissoes processado - lote "
                  wk-lote-arquivo
          display "Pagos      : " wk-qtd-pagos
          display "Rejeitados : " wk-qtd-rejeitados
          display "Excecoes   : " wk-qtd-excecoes

          if  wk-qtd-rejeitados > 0 then
              display "ATENCAO: rejeitados vao no reenvio do pagamento"
          end-if

          stop run.
          .
      z-finaliza-z.
          exit.
