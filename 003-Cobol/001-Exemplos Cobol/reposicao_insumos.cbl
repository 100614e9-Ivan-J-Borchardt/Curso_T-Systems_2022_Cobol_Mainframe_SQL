      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "reposicao_insumos".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Lista diaria de reposicao dos insumos do
     *>                      consultorio, no molde de
     *>                      vacinas_pendentes: insumos ativos com
     *>                      saldo abaixo do estoque minimo, com a
     *>                      quantidade a comprar para voltar ao minimo,
     *>                      o custo estimado pelo custo unitario medio
     *>                      e o consumo dos ultimos 30 dias para
     *>                      orientar a compra. Saida em
     *>                      arqReposicaoInsumos.txt.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqReposicaoInsumos assign to "arqReposicaoInsumos.txt"
          organization is line sequential
          file status is wk-fs-arqReposicaoInsumos.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqReposicaoInsumos.
      01  fd-repo-linha                             pic  x(100).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqReposicaoInsumos                 pic x(02).

     *>   janela do consumo recente mostrado na lista
      77  wk-dias-consumo                           pic 9(03) value 30.

      77  wk-data-int                               pic 9(08) value 0.
      01  wk-data-aaaammdd                          pic 9(08) value 0.
      01  wk-data-red redefines wk-data-aaaammdd.
          05  wk-dt-ano                             pic x(04).
          05  wk-dt-mes                             pic x(02).
          05  wk-dt-dia                             pic x(02).

      77  wk-qtd-itens                              pic 9(05) value 0.
      77  wk-qtd-zerados                            pic 9(05) value 0.
      77  wk-repor                                  pic 9(07) value 0.
      77  wk-custo-item                             pic 9(09)v99 value 0.
      77  wk-custo-total                            pic 9(09)v99 value 0.

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-data-hoje      pic x(10).
      01  wk-db-data-inicio    pic x(10).
      01  wk-db-ins-cod        pic 9(05).
      01  wk-db-ins-desc       pic x(40).
      01  wk-db-ins-unid       pic x(05).
      01  wk-db-ins-custo      pic 9(07)v99.
      01  wk-db-ins-minimo     pic 9(05).
      01  wk-db-ins-saldo      pic s9(07).
      01  wk-db-ins-consumo    pic 9(07).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      77  wk-erro-programa                          pic x(20)
                 value "reposicao_insumos".
      01  wk-erro-msn                               pic x(50).
      01  wk-erro-registro                          pic x(200) value spaces.
      77  wk-erro-registro-tam                      pic 9(04) value 0.
      77  wk-sqlcode-disp                           pic -9(09).

      01  wk-linha-cab.
          05 filler                                 pic x(47) value
             "COD   INSUMO".
          05 filler                                 pic x(53) value
             "UNID    SALDO  MINIMO  REPOR CONS30D CUSTO ESTIMADO".

      01  wk-linha-det.
          05 wk-det-cod                             pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-det-desc                            pic x(40).
          05 filler                                 pic x(01) value space.
          05 wk-det-unid                            pic x(05).
          05 filler                                 pic x(01) value space.
          05 wk-det-saldo                           pic ------9.
          05 filler                                 pic x(01) value space.
          05 wk-det-minimo                          pic zzzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-repor                           pic zzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-consumo                         pic zzzzzz9.
          05 filler                                 pic x(01) value space.
          05 wk-det-custo                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(02) value space.

      01  wk-linha-total.
          05 wk-tot-rotulo                          pic x(40).
          05 wk-tot-qtd                             pic zzzz9.
          05 filler                                 pic x(55) value space.

      01  wk-linha-valor.
          05 wk-val-rotulo                          pic x(40).
          05 wk-val-valor                           pic zzz.zzz.zz9,99.
          05 filler                                 pic x(46) value space.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - conexao, a data de hoje e o
     *>   inicio da janela de consumo no formato AAAA-MM-DD
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.

          EXEC SQL
               CONNECT TO "clinica.db"
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
              - wk-dias-consumo
          compute wk-data-aaaammdd =
              function date-of-integer(wk-data-int)
          move spaces                               to wk-db-data-inicio
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-data-inicio
          end-string

          open output arqReposicaoInsumos
          if   wk-fs-arqReposicaoInsumos not equal "00" then
              display "Erro ao abrir arqReposicaoInsumos "
                      wk-fs-arqReposicaoInsumos
              stop run
          end-if

          move spaces                               to fd-repo-linha
          string "Insumos abaixo do estoque minimo - posicao de "
                 wk-db-data-hoje
                                   delimited by size
            into fd-repo-linha
          end-string
          write fd-repo-linha
          move all "-"                              to fd-repo-linha
          write fd-repo-linha
          write fd-repo-linha from wk-linha-cab

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Insumos ativos com saldo abaixo do minimo - repor ate o
     *>   minimo, custo estimado pelo custo unitario do cadastro
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          EXEC SQL
             DECLARE cursor_reposicao CURSOR FOR
                SELECT i.cod, i.descricao, i.unidade,
                       COALESCE(i.custo_unitario, 0),
                       COALESCE(i.estoque_minimo, 0),
                       COALESCE(i.saldo, 0),
                       COALESCE((SELECT SUM(m.quantidade)
                                   FROM movimento_insumo m
                                  WHERE m.cod_insumo = i.cod
                                    AND m.tipo       = 'C'
                                    AND m.data_movimento
                                        >= :wk-db-data-inicio), 0)
                  FROM insumo i
                 WHERE i.situacao = 'A'
                   AND COALESCE(i.saldo, 0) <
                       COALESCE(i.estoque_minimo, 0)
              ORDER BY i.descricao, i.cod
          END-EXEC

          exec sql
             open cursor_reposicao
          end-exec
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode not = 0
              EXEC SQL
                 FETCH cursor_reposicao
                  INTO :wk-db-ins-cod,
                       :wk-db-ins-desc,
                       :wk-db-ins-unid,
                       :wk-db-ins-custo,
                       :wk-db-ins-minimo,
                       :wk-db-ins-saldo,
                       :wk-db-ins-consumo
              END-EXEC
              if sqlcode = 0 then
                  add 1                             to wk-qtd-itens
                  if  wk-db-ins-saldo not > 0 then
                      add 1                         to wk-qtd-zerados
                  end-if
                  compute wk-repor = wk-db-ins-minimo - wk-db-ins-saldo
                  compute wk-custo-item = wk-repor * wk-db-ins-custo
                  add wk-custo-item                 to wk-custo-total

                  move wk-db-ins-cod                to wk-det-cod
                  move wk-db-ins-desc               to wk-det-desc
                  move wk-db-ins-unid               to wk-det-unid
                  move wk-db-ins-saldo              to wk-det-saldo
                  move wk-db-ins-minimo             to wk-det-minimo
                  move wk-repor                     to wk-det-repor
                  move wk-db-ins-consumo            to wk-det-consumo
                  move wk-custo-item                to wk-det-custo
                  write fd-repo-linha from wk-linha-det
              end-if
          end-perform
          if sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

          exec sql
             close cursor_reposicao
          end-exec

          move space                                to fd-repo-linha
          write fd-repo-linha
          if  wk-qtd-itens equal 0 then
              move "Nenhum insumo abaixo do minimo"  to fd-repo-linha
              write fd-repo-linha
          end-if
          move "Itens a repor:"                     to wk-tot-rotulo
          move wk-qtd-itens                         to wk-tot-qtd
          write fd-repo-linha from wk-linha-total
          move "Itens sem saldo:"                   to wk-tot-rotulo
          move wk-qtd-zerados                       to wk-tot-qtd
          write fd-repo-linha from wk-linha-total
          move "Custo estimado da reposicao:"       to wk-val-rotulo
          move wk-custo-total                       to wk-val-valor
          write fd-repo-linha from wk-linha-valor

          .
      b-processa-z.
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

          close arqReposicaoInsumos

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Reposicao de insumos em arqReposicaoInsumos.txt"
          display "Itens a repor: " wk-qtd-itens

          stop run.
          .
      z-finaliza-z.
          exit.
