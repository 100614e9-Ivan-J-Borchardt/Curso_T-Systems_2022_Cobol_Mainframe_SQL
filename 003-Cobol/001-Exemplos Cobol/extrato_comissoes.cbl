      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "extrato_comissoes".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Extrato de comissoes do agente, no molde
     *>                      de comissoes_agentes: para o agente
     *>                      informado (zero = todos), competencia a
     *>                      competencia de comissao_calculada, a
     *>                      comissao do mes, os estornos (com a
     *>                      referencia e o motivo de cada um, de
     *>                      estorno_agente), o saldo devedor trazido,
     *>                      o valor pago e o saldo devedor que segue
     *>                      para o mes seguinte - o saldo corrente do
     *>                      agente. Saida em arqExtratoComissoes.txt.
     *>   15/10/2026 - IJB - Override do supervisor sobre a equipe em
     *>                      linha propria na competencia, separado da
     *>                      comissao do agente, e somado no periodo.
     *>   15/10/2026 - IJB - Valor retido por registro profissional
     *>                      irregular em linha propria na competencia.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqExtrato assign to "arqExtratoComissoes.txt"
          organization is line sequential
          file status is wk-fs-arqExtrato.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqExtrato.
      01  fd-extrato-linha                          pic  x(110).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqExtrato                          pic x(02).

      77  wk-cd-agente                              pic 9(05).
      77  wk-agente-ant                             pic 9(05) value 0.
      77  wk-competencia-ant                        pic x(07) value spaces.
      77  wk-primeiro                               pic x(01) value "S".
      77  wk-qtd-agentes                            pic 9(06) value 0.
      77  wk-qtd-competencias                       pic 9(06) value 0.

      77  wk-tot-comissao                           pic 9(11)v99 value 0.
      77  wk-tot-estorno                            pic 9(11)v99 value 0.
      77  wk-tot-pago                               pic 9(11)v99 value 0.
      77  wk-tot-override                           pic 9(11)v99 value 0.
      77  wk-saldo-final                            pic 9(11)v99 value 0.

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-cd-agente     pic 9(5).
      01  wk-db-nm-agente     pic x(50).
      01  wk-db-id-agencia    pic x(20).
      01  wk-db-competencia   pic x(7).
      01  wk-db-vl-comissao   pic 9(09)v99.
      01  wk-db-vl-estorno    pic 9(09)v99.
      01  wk-db-vl-saldo-ant  pic 9(09)v99.
      01  wk-db-vl-a-pagar    pic 9(09)v99.
      01  wk-db-vl-saldo-dev  pic 9(09)v99.
      01  wk-db-vl-override   pic 9(09)v99.
      01  wk-db-vl-retido     pic 9(09)v99.
      01  wk-db-nr-referencia pic x(15).
      01  wk-db-vl-item       pic 9(09)v99.
      01  wk-db-ds-motivo     pic x(40).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      01  wk-linha-agente.
          05 filler                                 pic x(08) value "Agente: ".
          05 wk-age-cd                              pic 9(05).
          05 filler                                 pic x(03) value " - ".
          05 wk-age-nome                            pic x(50).
          05 filler                                 pic x(10) value " agencia ".
          05 wk-age-agencia                         pic x(20).
          05 filler                                 pic x(14) value space.

      01  wk-linha-cab.
          05 filler                                 pic x(57) value
             "  COMPET.        COMISSAO        ESTORNOS      SALDO ANT.".
          05 filler                                 pic x(53) value
             "         A PAGAR   SALDO DEVEDOR".

      01  wk-linha-competencia.
          05 filler                                 pic x(02) value space.
          05 wk-com-competencia                     pic x(07).
          05 filler                                 pic x(02) value space.
          05 wk-com-comissao                        pic zzz.zzz.zz9,99.
          05 filler                                 pic x(02) value space.
          05 wk-com-estorno                         pic zzz.zzz.zz9,99.
          05 filler                                 pic x(02) value space.
          05 wk-com-saldo-ant                       pic zzz.zzz.zz9,99.
          05 filler                                 pic x(02) value space.
          05 wk-com-a-pagar                         pic zzz.zzz.zz9,99.
          05 filler                                 pic x(02) value space.
          05 wk-com-saldo-dev                       pic zzz.zzz.zz9,99.
          05 filler                                 pic x(21) value space.

      01  wk-linha-estorno.
          05 filler                                 pic x(13) value space.
          05 filler                                 pic x(12) value "estorno ref ".
          05 wk-est-referencia                      pic x(15).
          05 filler                                 pic x(01) value space.
          05 wk-est-valor                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(02) value space.
          05 wk-est-motivo                          pic x(40).
          05 filler                                 pic x(13) value space.

      01  wk-linha-override.
          05 filler                                 pic x(13) value space.
          05 filler                                 pic x(26) value
             "override da equipe        ".
          05 wk-ovr-valor                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(57) value space.

      01  wk-linha-total.
          05 filler                                 pic x(04) value space.
          05 filler                                 pic x(16) value "Total comissao ".
          05 wk-tot-l-comissao                      pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(10) value " estornos ".
          05 wk-tot-l-estorno                       pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(07) value " pago ".
          05 wk-tot-l-pago                          pic zz.zzz.zzz.zz9,99.
          05 filler                                 pic x(15) value " saldo devedor ".
          05 wk-tot-l-saldo                         pic zz.zzz.zzz.zz9,99.

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

          EXEC SQL
               CONNECT TO "DBExemplo.db"
          END-EXEC
          if sqlcode not = 0
               display "Erro: nao foi possivel conectar ao banco"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          display "Agente (zero = todos): "
          accept wk-cd-agente
          move wk-cd-agente                          to wk-db-cd-agente

          open output arqExtrato
          if   wk-fs-arqExtrato not equal "00" then
              display "Erro ao abrir arqExtrato " wk-fs-arqExtrato
              stop run
          end-if

          move "Extrato de comissoes dos agentes - saldo corrente"
                                                     to fd-extrato-linha
          write fd-extrato-linha

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - calculos do agente em ordem de
     *>   competencia, com os estornos de cada uma; quebra por agente
     *>   e por competencia
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          EXEC SQL
             DECLARE cursor_extrato CURSOR FOR
                SELECT c.cd_agente, COALESCE(a.nm_agente, ' '),
                       c.id_agencia, c.competencia,
                       COALESCE(c.vl_comissao, 0),
                       COALESCE(c.vl_estorno, 0),
                       COALESCE(c.vl_saldo_anterior, 0),
                       COALESCE(c.vl_a_pagar, c.vl_comissao),
                       COALESCE(c.vl_saldo_devedor, 0),
                       COALESCE(c.vl_override, 0),
                       COALESCE(c.vl_retido, 0),
                       COALESCE(e.nr_referencia, ' '),
                       COALESCE(e.vl_estorno, 0),
                       COALESCE(e.ds_motivo, ' ')
                  FROM comissao_calculada c
                       LEFT JOIN agentes a
                              ON a.cd_agente = c.cd_agente
                       LEFT JOIN estorno_agente e
                              ON e.cd_agente   = c.cd_agente
                             AND e.competencia = c.competencia
                 WHERE :wk-db-cd-agente = 0
                    OR c.cd_agente = :wk-db-cd-agente
              ORDER BY c.cd_agente, c.competencia, e.nr_referencia
          END-EXEC

          EXEC SQL OPEN cursor_extrato END-EXEC
          if sqlcode not = 0
               display "Erro ao abrir cursor do extrato"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform until sqlcode not = 0
             EXEC SQL
                FETCH cursor_extrato
                 INTO :wk-db-cd-agente,
                      :wk-db-nm-agente,
                      :wk-db-id-agencia,
                      :wk-db-competencia,
                      :wk-db-vl-comissao,
                      :wk-db-vl-estorno,
                      :wk-db-vl-saldo-ant,
                      :wk-db-vl-a-pagar,
                      :wk-db-vl-saldo-dev,
                      :wk-db-vl-override,
                      :wk-db-vl-retido,
                      :wk-db-nr-referencia,
                      :wk-db-vl-item,
                      :wk-db-ds-motivo
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100
                display "Erro ao buscar cursor do extrato"
                display sqlcode
                stop run
             end-if

             if sqlcode = 0
                if  wk-primeiro equal "S"
                or  wk-db-cd-agente not equal wk-agente-ant
                    if  wk-primeiro not equal "S"
                        perform bc-fechar-agente
                    end-if
                    perform bd-abrir-agente
                end-if
                if  wk-db-competencia not equal wk-competencia-ant
                    perform ba-imprimir-competencia
                end-if
                if  wk-db-nr-referencia not equal spaces
                    perform bb-imprimir-estorno
                end-if
             end-if
          end-perform

          EXEC SQL CLOSE cursor_extrato END-EXEC

          if  wk-primeiro not equal "S"
              perform bc-fechar-agente
          else
              move "Nenhum calculo de comissao para o agente"
                                                     to fd-extrato-linha
              write fd-extrato-linha
          end-if

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Linha da competencia - o saldo devedor e o saldo corrente
     *>   do agente depois do mes
     *>*****************************************************************
      ba-imprimir-competencia section.
      ba-imprimir-competencia-a.

          move wk-db-competencia                     to wk-competencia-ant
          move wk-db-competencia                     to wk-com-competencia
          move wk-db-vl-comissao                     to wk-com-comissao
          move wk-db-vl-estorno                      to wk-com-estorno
          move wk-db-vl-saldo-ant                    to wk-com-saldo-ant
          move wk-db-vl-a-pagar                      to wk-com-a-pagar
          move wk-db-vl-saldo-dev                    to wk-com-saldo-dev
          write fd-extrato-linha from wk-linha-competencia
          if  wk-db-vl-override > 0
              move wk-db-vl-override                 to wk-ovr-valor
              write fd-extrato-linha from wk-linha-override
              add wk-db-vl-override                  to wk-tot-override
          end-if
          if  wk-db-vl-retido > 0
              move spaces                            to fd-extrato-linha
              move "retido - registro vencido"       to fd-extrato-linha(14:26)
              move wk-db-vl-retido                   to wk-ovr-valor
              move wk-ovr-valor                      to fd-extrato-linha(40:14)
              write fd-extrato-linha
          end-if

          add 1                                      to wk-qtd-competencias
          add wk-db-vl-comissao                      to wk-tot-comissao
          add wk-db-vl-estorno                       to wk-tot-estorno
          add wk-db-vl-a-pagar                       to wk-tot-pago
          move wk-db-vl-saldo-dev                    to wk-saldo-final

          .
      ba-imprimir-competencia-z.
          exit.

     *>*****************************************************************
     *>   Estorno da competencia com a referencia e o motivo
     *>*****************************************************************
      bb-imprimir-estorno section.
      bb-imprimir-estorno-a.

          move wk-db-nr-referencia                   to wk-est-referencia
          move wk-db-vl-item                         to wk-est-valor
          move wk-db-ds-motivo                       to wk-est-motivo
          write fd-extrato-linha from wk-linha-estorno

          .
      bb-imprimir-estorno-z.
          exit.

     *>*****************************************************************
     *>   Fecha o agente - totais do periodo e saldo devedor atual
     *>*****************************************************************
      bc-fechar-agente section.
      bc-fechar-agente-a.

          move wk-tot-comissao                       to wk-tot-l-comissao
          move wk-tot-estorno                        to wk-tot-l-estorno
          move wk-tot-pago                           to wk-tot-l-pago
          move wk-saldo-final                        to wk-tot-l-saldo
          write fd-extrato-linha from wk-linha-total
          if  wk-tot-override > 0
              move "Total override da equipe no periodo"
                                                     to fd-extrato-linha
              move wk-tot-override                   to wk-ovr-valor
              move wk-ovr-valor                      to fd-extrato-linha(40:14)
              write fd-extrato-linha
          end-if

          .
      bc-fechar-agente-z.
          exit.

     *>*****************************************************************
     *>   Quebra por agente - cabecalho e zera os totais
     *>*****************************************************************
      bd-abrir-agente section.
      bd-abrir-agente-a.

          move "N"                                   to wk-primeiro
          move wk-db-cd-agente                       to wk-agente-ant
          move spaces                                to wk-competencia-ant
          move 0                                     to wk-tot-comissao
          move 0                                     to wk-tot-estorno
          move 0                                     to wk-tot-pago
          move 0                                     to wk-tot-override
          move 0                                     to wk-saldo-final
          add 1                                      to wk-qtd-agentes

          move space                                 to fd-extrato-linha
          write fd-extrato-linha
          move wk-db-cd-agente                       to wk-age-cd
          move wk-db-nm-agente                       to wk-age-nome
          move wk-db-id-agencia                      to wk-age-agencia
          write fd-extrato-linha from wk-linha-agente
          write fd-extrato-linha from wk-linha-cab

          .
      bd-abrir-agente-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          close arqExtrato

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Extrato de comissoes em arqExtratoComissoes.txt"
          display "Agentes     : " wk-qtd-agentes
          display "Competencias: " wk-qtd-competencias

          stop run.
          .
      z-finaliza-z.
          exit.
