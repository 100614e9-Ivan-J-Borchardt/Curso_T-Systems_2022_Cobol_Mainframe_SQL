      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "registros_agentes".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Relatorio mensal dos registros
     *>                      profissionais dos agentes, por agencia:
     *>                      registros que vencem nos proximos 60 dias
     *>                      e, para acompanhamento, os agentes ja sem
     *>                      registro vigente, cuja producao a carga
     *>                      rejeita e cuja comissao o calculo mensal
     *>                      retem. Saida em arqRegistrosAgentes.txt.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqRegistros assign to "arqRegistrosAgentes.txt"
          organization is line sequential
          file status is wk-fs-arqRegistros.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqRegistros.
      01  fd-registro-linha                         pic  x(110).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqRegistros                        pic x(02).

     *>   antecedencia do aviso de vencimento
      77  wk-dias-aviso                             pic 9(03) value 60.

      77  wk-data-int                               pic 9(08) value 0.
      01  wk-data-aaaammdd                          pic 9(08) value 0.
      01  wk-data-red redefines wk-data-aaaammdd.
          05  wk-dt-ano                             pic x(04).
          05  wk-dt-mes                             pic x(02).
          05  wk-dt-dia                             pic x(02).

      77  wk-agencia-ant                            pic x(20).
      77  wk-primeiro                               pic x(01) value "S".
      77  wk-qtd-vencer                             pic 9(06) value 0.
      77  wk-qtd-vencidos                           pic 9(06) value 0.
      77  wk-qtd-ag-agencia                         pic 9(06) value 0.

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-data-hoje     pic x(10).
      01  wk-db-data-limite   pic x(10).
      01  wk-db-id-agencia    pic x(20).
      01  wk-db-nm-agencia    pic x(50).
      01  wk-db-cd-agente     pic 9(5).
      01  wk-db-nm-agente     pic x(50).
      01  wk-db-nr-registro   pic x(20).
      01  wk-db-dt-validade   pic x(10).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      01  wk-linha-cab-agencia.
          05 filler                                 pic x(09) value "Agencia: ".
          05 wk-cab-id                              pic x(20).
          05 filler                                 pic x(03) value " - ".
          05 wk-cab-nome                            pic x(50).
          05 filler                                 pic x(28) value space.

      01  wk-linha-cab.
          05 filler                                 pic x(55) value
             "  COD.  AGENTE".
          05 filler                                 pic x(55) value
             "     REGISTRO             VALIDADE   SITUACAO".

      01  wk-linha-agente.
          05 filler                                 pic x(02) value space.
          05 wk-age-cd                              pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-age-nome                            pic x(50).
          05 filler                                 pic x(02) value space.
          05 wk-age-registro                        pic x(20).
          05 filler                                 pic x(01) value space.
          05 wk-age-validade                        pic x(10).
          05 filler                                 pic x(01) value space.
          05 wk-age-situacao                        pic x(18).

      01  wk-linha-tot-agencia.
          05 filler                                 pic x(02) value space.
          05 filler                                 pic x(18) value "Total da agencia: ".
          05 wk-tag-qtd                             pic zzzzz9.
          05 filler                                 pic x(84) value space.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - hoje e o limite do aviso no
     *>   formato AAAA-MM-DD
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

          move function current-date(1:8)           to wk-data-aaaammdd
          move spaces                               to wk-db-data-hoje
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-data-hoje
          end-string

          compute wk-data-int =
              function integer-of-date(
                  function numval(function current-date(1:8)))
              + wk-dias-aviso
          compute wk-data-aaaammdd =
              function date-of-integer(wk-data-int)
          move spaces                               to wk-db-data-limite
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-data-limite
          end-string

          open output arqRegistros
          if   wk-fs-arqRegistros not equal "00" then
              display "Erro ao abrir arqRegistros " wk-fs-arqRegistros
              stop run
          end-if

          move spaces                               to fd-registro-linha
          string "Registros profissionais vencidos ou vencendo ate "
                 wk-db-data-limite " - posicao de " wk-db-data-hoje
                                   delimited by size
            into fd-registro-linha
          end-string
          write fd-registro-linha

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - agentes com validade do registro
     *>   ate o limite do aviso (ou sem registro), por agencia e
     *>   data de validade
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          EXEC SQL
             DECLARE cursor_registros CURSOR FOR
                SELECT a.id_agencia, COALESCE(g.nm_agencia, ' '),
                       a.cd_agente, a.nm_agente,
                       COALESCE(a.nr_registro, ' '),
                       COALESCE(a.dt_validade_registro, ' ')
                  FROM agentes a
                       LEFT JOIN agencia g
                              ON g.id_agencia = a.id_agencia
                 WHERE COALESCE(a.dt_validade_registro, ' ')
                       <= :wk-db-data-limite
              ORDER BY a.id_agencia, a.dt_validade_registro,
                       a.cd_agente
          END-EXEC

          EXEC SQL OPEN cursor_registros END-EXEC
          if sqlcode not = 0
               display "Erro ao abrir cursor de registros"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          perform until sqlcode not = 0
             EXEC SQL
                FETCH cursor_registros
                 INTO :wk-db-id-agencia,
                      :wk-db-nm-agencia,
                      :wk-db-cd-agente,
                      :wk-db-nm-agente,
                      :wk-db-nr-registro,
                      :wk-db-dt-validade
             END-EXEC
             if  sqlcode not = 0
             and sqlcode not = 100
                display "Erro ao buscar cursor de registros"
                display sqlcode
                stop run
             end-if

             if sqlcode = 0
                if  wk-primeiro equal "S"
                or  wk-db-id-agencia not equal wk-agencia-ant
                    if  wk-primeiro not equal "S"
                        perform bc-fechar-agencia
                    end-if
                    perform bd-abrir-agencia
                end-if
                perform ba-imprimir-agente
             end-if
          end-perform

          EXEC SQL CLOSE cursor_registros END-EXEC

          if  wk-primeiro not equal "S"
              perform bc-fechar-agencia
          else
              move "Nenhum registro vencido ou a vencer no periodo"
                                                     to fd-registro-linha
              write fd-registro-linha
          end-if

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Linha do agente - vencido (ou sem registro) bloqueia a
     *>   producao e retem a comissao
     *>*****************************************************************
      ba-imprimir-agente section.
      ba-imprimir-agente-a.

          evaluate true
              when wk-db-dt-validade equal spaces
                  move "SEM REGISTRO"                to wk-age-situacao
                  add 1                              to wk-qtd-vencidos
              when wk-db-dt-validade < wk-db-data-hoje
                  move "VENCIDO"                     to wk-age-situacao
                  add 1                              to wk-qtd-vencidos
              when other
                  move "vence em ate 60 d"           to wk-age-situacao
                  add 1                              to wk-qtd-vencer
          end-evaluate

          move wk-db-cd-agente                       to wk-age-cd
          move wk-db-nm-agente                       to wk-age-nome
          move wk-db-nr-registro                     to wk-age-registro
          move wk-db-dt-validade                     to wk-age-validade
          write fd-registro-linha from wk-linha-agente
          add 1                                      to wk-qtd-ag-agencia

          .
      ba-imprimir-agente-z.
          exit.

     *>*****************************************************************
     *>   Fecha a agencia corrente
     *>*****************************************************************
      bc-fechar-agencia section.
      bc-fechar-agencia-a.

          move wk-qtd-ag-agencia                     to wk-tag-qtd
          write fd-registro-linha from wk-linha-tot-agencia

          .
      bc-fechar-agencia-z.
          exit.

     *>*****************************************************************
     *>   Quebra por agencia - cabecalho com o nome da tabela agencia
     *>*****************************************************************
      bd-abrir-agencia section.
      bd-abrir-agencia-a.

          move "N"                                   to wk-primeiro
          move wk-db-id-agencia                      to wk-agencia-ant
          move 0                                     to wk-qtd-ag-agencia

          move space                                 to fd-registro-linha
          write fd-registro-linha
          move wk-db-id-agencia                      to wk-cab-id
          move wk-db-nm-agencia                      to wk-cab-nome
          write fd-registro-linha from wk-linha-cab-agencia
          write fd-registro-linha from wk-linha-cab

          .
      bd-abrir-agencia-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          move space                                 to fd-registro-linha
          write fd-registro-linha
          move spaces                                to fd-registro-linha
          string "Vencendo nos proximos 60 dias: " wk-qtd-vencer
                 "  sem registro vigente: " wk-qtd-vencidos
                                   delimited by size
            into fd-registro-linha
          end-string
          write fd-registro-linha

          close arqRegistros

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Registros profissionais em arqRegistrosAgentes.txt"
          display "A vencer em 60 dias  : " wk-qtd-vencer
          display "Sem registro vigente : " wk-qtd-vencidos

          stop run.
          .
      z-finaliza-z.
          exit.
