      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "retorno_guias".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Retorno dos convenios sobre as guias
     *>                      cobradas (faturar_guias.cbl): le
     *>                      arqRetornoGuias.txt (guia, valor pago,
     *>                      codigo e motivo da glosa) e grava na guia o
     *>                      pagamento e a glosa (valor cobrado menos o
     *>                      pago). Guia com glosa fica "G" para recurso
     *>                      ou aceite (opcao 33 do exemploSQL); guia
     *>                      reapresentada soma o novo pagamento ao
     *>                      anterior. Lote sem guia pendente passa a
     *>                      "R" (retornado). Linhas invalidas ficam
     *>                      rejeitadas no relatorio
     *>                      arqRetornoGuiasRel.txt.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqRetorno assign to "arqRetornoGuias.txt"
          organization is line sequential
          file status is wk-fs-arqRetorno.

          select arqRelatorio assign to "arqRetornoGuiasRel.txt"
          organization is line sequential
          file status is wk-fs-arqRelatorio.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqRetorno.
      01  fd-retorno.
          05  fd-ret-num-guia                       pic  9(09).
          05  fd-ret-situacao                       pic  x(01).
              88  fd-ret-paga                       value "P".
              88  fd-ret-glosada                    value "G".
          05  fd-ret-valor-pago                     pic  9(07)v99.
          05  fd-ret-cod-glosa                      pic  x(04).
          05  fd-ret-motivo-glosa                   pic  x(40).
          05  fd-ret-data                           pic  x(10).

      fd arqRelatorio.
      01  fd-rel-linha                              pic  x(80).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqRetorno                          pic x(02).
      77  wk-fs-arqRelatorio                        pic x(02).

      77  wk-fim-loop                               pic x(01).
          88 wk-loop-terminado                      value "F".

      77  wk-qtd-lidas                              pic 9(05) value 0.
      77  wk-qtd-pagas                              pic 9(05) value 0.
      77  wk-qtd-glosadas                           pic 9(05) value 0.
      77  wk-qtd-rejeitadas                         pic 9(05) value 0.
      77  wk-qtd-lotes                              pic 9(05) value 0.
      77  wk-vlr-pago                               pic 9(09)v99 value 0.
      77  wk-vlr-glosado                            pic 9(09)v99 value 0.

      77  wk-motivo-rejeicao                        pic x(40).

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-num-guia       pic 9(09).
      01  wk-db-situacao       pic x(01).
      01  wk-db-valor          pic 9(07)v99.
      01  wk-db-pago           pic 9(07)v99.
      01  wk-db-glosa          pic 9(07)v99.
      01  wk-db-pago-ant       pic 9(07)v99.
      01  wk-db-glosa-ant      pic 9(07)v99.
      01  wk-db-cod-glosa      pic x(04).
      01  wk-db-motivo         pic x(40).
      01  wk-db-data           pic x(10).
      01  wk-db-qtd            pic 9(05).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      77  wk-erro-programa                          pic x(20)
                 value "retorno_guias".
      01  wk-erro-msn                               pic x(50).
      01  wk-erro-registro                          pic x(200) value spaces.
      77  wk-erro-registro-tam                      pic 9(04) value 0.
      77  wk-sqlcode-disp                           pic -9(09).

      01  wk-linha-titulo.
          05 filler                                 pic x(40)
                 value "RETORNO DAS GUIAS - PAGAMENTOS E GLOSAS".
          05 filler                                 pic x(40) value space.

      01  wk-linha-det.
          05 wk-det-guia                            pic 9(09).
          05 filler                                 pic x(01) value space.
          05 wk-det-situacao                        pic x(01).
          05 filler                                 pic x(01) value space.
          05 wk-det-valor                           pic zzzzzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-det-pago                            pic zzzzzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-det-glosa                           pic zzzzzz9,99.
          05 filler                                 pic x(01) value space.
          05 wk-det-cod                             pic x(04).
          05 filler                                 pic x(01) value space.
          05 wk-det-motivo                          pic x(30).

      01  wk-linha-rej.
          05 wk-rej-guia                            pic x(09).
          05 filler                                 pic x(12)
                 value " REJEITADA: ".
          05 wk-rej-motivo                          pic x(40).
          05 filler                                 pic x(19) value space.

      01  wk-linha-total.
          05 wk-tot-rotulo                          pic x(40).
          05 wk-tot-qtd                             pic zzzz9.
          05 filler                                 pic x(35) value space.

      01  wk-linha-valor.
          05 wk-vlr-rotulo                          pic x(40).
          05 wk-vlr-valor                           pic zzzzzzzz9,99.
          05 filler                                 pic x(28) value space.

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

          open input arqRetorno
          if   wk-fs-arqRetorno not equal "00" then
              display "Erro ao abrir arqRetornoGuias " wk-fs-arqRetorno
              stop run
          end-if

          open output arqRelatorio
          if   wk-fs-arqRelatorio not equal "00" then
              display "Erro ao abrir arqRetornoGuiasRel "
                      wk-fs-arqRelatorio
              stop run
          end-if

          EXEC SQL
               CONNECT TO "clinica.db"
          END-EXEC
          if sqlcode not = 0
               display "Erro: nao foi possivel conectar ao banco"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - uma linha por guia retornada
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          write fd-rel-linha from wk-linha-titulo
          move all "-"                              to fd-rel-linha
          write fd-rel-linha

          move space                                to wk-fim-loop
          perform until wk-loop-terminado
              read arqRetorno
              if   wk-fs-arqRetorno not equal "00" then
                  move "F"                          to wk-fim-loop
              else
                  add 1                             to wk-qtd-lidas
                  perform ba-aplicar-retorno
              end-if
          end-perform

          perform bb-fechar-lotes

          EXEC SQL
              COMMIT
          END-EXEC
          if sqlcode not = 0
              perform z-finaliza-erro
          end-if

          perform bc-imprimir-totais

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Confere a linha e grava pagamento/glosa na guia
     *>*****************************************************************
      ba-aplicar-retorno section.
      ba-aplicar-retorno-a.

          move spaces                               to wk-motivo-rejeicao

          if   fd-ret-num-guia is not numeric then
              move "numero da guia invalido"        to wk-motivo-rejeicao
          else
              if   not fd-ret-paga
              and  not fd-ret-glosada then
                  move "situacao diferente de P/G"  to wk-motivo-rejeicao
              else
                  if   fd-ret-valor-pago is not numeric then
                      move "valor pago invalido"    to wk-motivo-rejeicao
                  else
                      if   fd-ret-glosada
                      and  fd-ret-cod-glosa equal spaces then
                          move "glosa sem codigo"   to wk-motivo-rejeicao
                      end-if
                  end-if
              end-if
          end-if

          if   wk-motivo-rejeicao equal spaces then
              move fd-ret-num-guia                  to wk-db-num-guia
              EXEC SQL
                 SELECT situacao, valor, valor_pago, valor_glosa
                   INTO :wk-db-situacao, :wk-db-valor,
                        :wk-db-pago-ant, :wk-db-glosa-ant
                   FROM guia
                  WHERE num_guia = :wk-db-num-guia
              END-EXEC
              if  sqlcode not = 0
              and sqlcode not = 100 then
                  perform z-finaliza-erro
              end-if
              if  sqlcode = 100 then
                  move "guia nao cadastrada"        to wk-motivo-rejeicao
              else
     *>            so guia enviada (E) ou reapresentada em recurso (R)
     *>            aguarda retorno
                  if  wk-db-situacao not equal "E"
                  and wk-db-situacao not equal "R" then
                      move spaces                   to wk-motivo-rejeicao
                      string "guia ja retornada (situacao "
                             wk-db-situacao ")"
                             delimited by size
                        into wk-motivo-rejeicao
                      end-string
                  end-if
              end-if
          end-if

          if   wk-motivo-rejeicao not equal spaces then
              add 1                                 to wk-qtd-rejeitadas
              move fd-retorno(1:9)                  to wk-rej-guia
              move wk-motivo-rejeicao               to wk-rej-motivo
              write fd-rel-linha from wk-linha-rej
              exit section
          end-if

     *>    guia enviada: a glosa e o valor cobrado menos o pago;
     *>    guia em recurso: o novo pagamento abate a glosa anterior
          if  wk-db-situacao equal "E" then
              if  fd-ret-valor-pago > wk-db-valor then
                  move wk-db-valor                  to wk-db-pago
              else
                  move fd-ret-valor-pago            to wk-db-pago
              end-if
              compute wk-db-glosa = wk-db-valor - wk-db-pago
          else
              if  fd-ret-valor-pago > wk-db-glosa-ant then
                  move wk-db-glosa-ant              to fd-ret-valor-pago
              end-if
              compute wk-db-pago = wk-db-pago-ant + fd-ret-valor-pago
              compute wk-db-glosa = wk-db-glosa-ant - fd-ret-valor-pago
          end-if

          if  wk-db-glosa > 0 then
              move "G"                              to wk-db-situacao
              move fd-ret-cod-glosa                 to wk-db-cod-glosa
              move fd-ret-motivo-glosa              to wk-db-motivo
              add 1                                 to wk-qtd-glosadas
              add wk-db-glosa                       to wk-vlr-glosado
          else
              move "P"                              to wk-db-situacao
              move spaces                           to wk-db-cod-glosa
              move spaces                           to wk-db-motivo
              add 1                                 to wk-qtd-pagas
          end-if
          add fd-ret-valor-pago                     to wk-vlr-pago
          move fd-ret-data                          to wk-db-data

          EXEC SQL
             UPDATE guia
                SET situacao     = :wk-db-situacao,
                    valor_pago   = :wk-db-pago,
                    valor_glosa  = :wk-db-glosa,
                    cod_glosa    = :wk-db-cod-glosa,
                    motivo_glosa = :wk-db-motivo,
                    data_retorno = :wk-db-data
              WHERE num_guia = :wk-db-num-guia
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          move wk-db-num-guia                       to wk-det-guia
          move wk-db-situacao                       to wk-det-situacao
          move wk-db-valor                          to wk-det-valor
          move wk-db-pago                           to wk-det-pago
          move wk-db-glosa                          to wk-det-glosa
          move wk-db-cod-glosa                      to wk-det-cod
          move wk-db-motivo                         to wk-det-motivo
          write fd-rel-linha from wk-linha-det

          .
      ba-aplicar-retorno-z.
          exit.

     *>*****************************************************************
     *>   Lotes sem guia aguardando retorno passam a retornados
     *>*****************************************************************
      bb-fechar-lotes section.
      bb-fechar-lotes-a.

          EXEC SQL
             SELECT COUNT(*) INTO :wk-db-qtd
               FROM lote_guia l
              WHERE l.situacao = 'E'
                AND ((l.tipo = 'N'
                      AND NOT EXISTS (SELECT 1 FROM guia g
                                       WHERE g.num_lote = l.num_lote
                                         AND g.situacao = 'E'))
                  OR (l.tipo = 'R'
                      AND NOT EXISTS (SELECT 1 FROM guia g
                                       WHERE g.num_lote_recurso = l.num_lote
                                         AND g.situacao = 'R')))
          END-EXEC
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if
          move wk-db-qtd                            to wk-qtd-lotes

          EXEC SQL
             UPDATE lote_guia
                SET situacao = 'R'
              WHERE situacao = 'E'
                AND ((tipo = 'N'
                      AND NOT EXISTS (SELECT 1 FROM guia g
                                       WHERE g.num_lote = lote_guia.num_lote
                                         AND g.situacao = 'E'))
                  OR (tipo = 'R'
                      AND NOT EXISTS (SELECT 1 FROM guia g
                                       WHERE g.num_lote_recurso = lote_guia.num_lote
                                         AND g.situacao = 'R')))
          END-EXEC
          if  sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

          .
      bb-fechar-lotes-z.
          exit.

     *>*****************************************************************
     *>   Contagens do retorno
     *>*****************************************************************
      bc-imprimir-totais section.
      bc-imprimir-totais-a.

          move space                                to fd-rel-linha
          write fd-rel-linha
          move "Linhas de retorno lidas.............:" to wk-tot-rotulo
          move wk-qtd-lidas                         to wk-tot-qtd
          write fd-rel-linha from wk-linha-total
          move "Guias pagas.........................:" to wk-tot-rotulo
          move wk-qtd-pagas                         to wk-tot-qtd
          write fd-rel-linha from wk-linha-total
          move "Guias glosadas......................:" to wk-tot-rotulo
          move wk-qtd-glosadas                      to wk-tot-qtd
          write fd-rel-linha from wk-linha-total
          move "Linhas rejeitadas...................:" to wk-tot-rotulo
          move wk-qtd-rejeitadas                    to wk-tot-qtd
          write fd-rel-linha from wk-linha-total
          move "Lotes totalmente retornados.........:" to wk-tot-rotulo
          move wk-qtd-lotes                         to wk-tot-qtd
          write fd-rel-linha from wk-linha-total
          move "Valor pago..........................:" to wk-vlr-rotulo
          move wk-vlr-pago                          to wk-vlr-valor
          write fd-rel-linha from wk-linha-valor
          move "Valor glosado.......................:" to wk-vlr-rotulo
          move wk-vlr-glosado                       to wk-vlr-valor
          write fd-rel-linha from wk-linha-valor

          .
      bc-imprimir-totais-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao em caso de erro
     *>*****************************************************************
      z-finaliza-erro section.
      z-finaliza-erro-a.
          display "Erro de banco - sqlcode " sqlcode
          move sqlcode                              to wk-sqlcode-disp
          move spaces                               to wk-erro-msn
          string "Erro SQL - sqlcode " wk-sqlcode-disp
                 delimited by size
            into wk-erro-msn
          end-string
          EXEC SQL
              ROLLBACK
          END-EXEC
          call "grava_erro" using wk-erro-programa
                                  wk-erro-msn
                                  wk-erro-registro
                                  wk-erro-registro-tam
          stop run.
          .
      z-finaliza-erro-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          close arqRetorno
          close arqRelatorio

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Retorno das guias em arqRetornoGuiasRel.txt"

          stop run.
          .
      z-finaliza-z.
          exit.
