      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "carga_estornos".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Carga batch dos estornos de comissao dos
     *>                      agentes (venda cancelada depois da
     *>                      comissao paga) a partir da planilha da
     *>                      matriz (arqEstornoCarga.txt, layout fixo
     *>                      codigo + competencia AAAA-MM + referencia
     *>                      da venda + valor + motivo), no molde de
     *>                      carga_producao: agente validado contra a
     *>                      tabela agentes, valor e motivo
     *>                      obrigatorios, recarga da mesma referencia
     *>                      na competencia substitui a anterior, e
     *>                      saem as listagens de aceitos e rejeitados
     *>                      com motivo e totais de controle que
     *>                      fecham com a entrada. Alimenta
     *>                      estorno_agente, deduzido no calculo mensal
     *>                      de comissoes (comissoes_agentes).

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
          special-names. decimal-point is comma.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqCarga assign to "arqEstornoCarga.txt"
          organization is line sequential
          file status is wk-fs-arqCarga.

          select arqAceitos assign to "arqEstornoCargaAceitos.txt"
          organization is line sequential
          file status is wk-fs-arqAceitos.

          select arqRejeitos assign to "arqEstornoCargaRejeitos.txt"
          organization is line sequential
          file status is wk-fs-arqRejeitos.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqCarga.
      01  fd-carga-linha.
          05  fd-carga-cd-agente                    pic  9(05).
          05  fd-carga-competencia                  pic  x(07).
          05  fd-carga-nr-referencia                pic  x(15).
          05  fd-carga-vl-estorno                   pic  9(09)v99.
          05  fd-carga-ds-motivo                    pic  x(40).

      fd arqAceitos.
      01  fd-aceito-linha                           pic  x(120).

      fd arqRejeitos.
      01  fd-rejeito-linha                          pic  x(120).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqCarga                            pic x(02).
      77  wk-fs-arqAceitos                          pic x(02).
      77  wk-fs-arqRejeitos                         pic x(02).

      77  wk-fim-loop                               pic x(01).
          88 wk-loop-terminado                      value "F".

      77  wk-qtd-lidos                              pic 9(06) value 0.
      77  wk-qtd-aceitos                            pic 9(06) value 0.
      77  wk-qtd-rejeitados                         pic 9(06) value 0.
      77  wk-qtd-recargas                           pic 9(06) value 0.

      77  wk-agente-valido                          pic x(01).
          88 wk-agente-eh-valido                    value "S".

      77  wk-motivo                                 pic x(30).

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-cd-agente     pic 9(5).
      01  wk-db-cd-agente-chk pic 9(5).
      01  wk-db-competencia   pic x(7).
      01  wk-db-nr-referencia pic x(15).
      01  wk-db-vl-estorno    pic 9(09)v99.
      01  wk-db-ds-motivo     pic x(40).
      01  wk-db-dt-carga      pic x(14).
      01  wk-db-qtd-existente pic 9(05).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      01  wk-linha-saida.
          05 wk-sai-cd                              pic 9(05).
          05 filler                                 pic x(01) value space.
          05 wk-sai-competencia                     pic x(07).
          05 filler                                 pic x(01) value space.
          05 wk-sai-referencia                      pic x(15).
          05 filler                                 pic x(01) value space.
          05 wk-sai-valor                           pic 9(09),99.
          05 filler                                 pic x(01) value space.
          05 wk-sai-ds-motivo                       pic x(40).
          05 filler                                 pic x(01) value space.
          05 wk-sai-motivo                          pic x(30).
          05 filler                                 pic x(06) value space.

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

          open input arqCarga
          if   wk-fs-arqCarga not equal "00" then
              display "Erro ao abrir arqCarga " wk-fs-arqCarga
              stop run
          end-if

          open output arqAceitos
          open output arqRejeitos

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento Principal - um estorno por linha da planilha
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          move space                                 to wk-fim-loop

          perform until wk-loop-terminado

              read arqCarga
              if   wk-fs-arqCarga not equal "00" then
                  move "F"                           to wk-fim-loop
              else
                  add 1                              to wk-qtd-lidos
                  perform ba-carregar-estorno
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
     *>   Carrega o estorno de um agente - agente precisa existir,
     *>   competencia estar no formato AAAA-MM e valor e motivo
     *>   informados; recarga da mesma referencia na competencia
     *>   substitui a anterior
     *>*****************************************************************
      ba-carregar-estorno section.
      ba-carregar-estorno-a.

          move fd-carga-cd-agente                    to wk-db-cd-agente
          move fd-carga-competencia                  to wk-db-competencia
          move fd-carga-nr-referencia                to wk-db-nr-referencia
          move fd-carga-vl-estorno                   to wk-db-vl-estorno
          move fd-carga-ds-motivo                    to wk-db-ds-motivo

          perform bb-validar-agente

          if  not wk-agente-eh-valido then
              move "Agente inexistente"              to wk-motivo
              perform be-gravar-rejeito
          else
              if  fd-carga-competencia(1:4) is not numeric
              or  fd-carga-competencia(5:1) not equal "-"
              or  fd-carga-competencia(6:2) is not numeric then
                  move "Competencia invalida"        to wk-motivo
                  perform be-gravar-rejeito
              else
                  if  fd-carga-vl-estorno is not numeric
                  or  fd-carga-vl-estorno equal 0 then
                      move "Valor do estorno invalido"
                                                     to wk-motivo
                      perform be-gravar-rejeito
                  else
                      if  fd-carga-ds-motivo equal spaces then
                          move "Motivo do estorno em branco"
                                                     to wk-motivo
                          perform be-gravar-rejeito
                      else
                          perform bc-substituir-anterior

                          move function current-date(1:14)
                                                     to wk-db-dt-carga
                          EXEC SQL
                              insert into estorno_agente
                                  (cd_agente, competencia,
                                   nr_referencia, vl_estorno,
                                   ds_motivo, dt_carga) values
                                  (:wk-db-cd-agente,
                                   :wk-db-competencia,
                                   :wk-db-nr-referencia,
                                   :wk-db-vl-estorno,
                                   :wk-db-ds-motivo,
                                   :wk-db-dt-carga)
                          END-EXEC

                          if sqlcode not = 0 then
                              move "Insert de estorno falhou"
                                                     to wk-motivo
                              perform be-gravar-rejeito
                          else
                              move space             to wk-motivo
                              perform bf-gravar-aceito
                          end-if
                      end-if
                  end-if
              end-if
          end-if

          .
      ba-carregar-estorno-z.
          exit.

     *>*****************************************************************
     *>   Valida o agente contra a tabela agentes - estorno de
     *>   agente desconhecido nao entra
     *>*****************************************************************
      bb-validar-agente section.
      bb-validar-agente-a.

          move "N"                                   to wk-agente-valido
          EXEC SQL
              SELECT cd_agente INTO :wk-db-cd-agente-chk
              FROM agentes WHERE cd_agente = :wk-db-cd-agente
          END-EXEC
          if sqlcode = 0
              move "S"                               to wk-agente-valido
          end-if

          .
      bb-validar-agente-z.
          exit.

     *>*****************************************************************
     *>   Recarga: remove o estorno anterior da mesma referencia na
     *>   competencia, contando para o total de controle
     *>*****************************************************************
      bc-substituir-anterior section.
      bc-substituir-anterior-a.

          move 0                                     to wk-db-qtd-existente
          EXEC SQL
              SELECT COUNT(*) INTO :wk-db-qtd-existente
                FROM estorno_agente
               WHERE cd_agente     = :wk-db-cd-agente
                 AND competencia   = :wk-db-competencia
                 AND nr_referencia = :wk-db-nr-referencia
          END-EXEC
          if  sqlcode = 0
          and wk-db-qtd-existente > 0
              EXEC SQL
                  delete from estorno_agente
                  where cd_agente     = :wk-db-cd-agente
                    and competencia   = :wk-db-competencia
                    and nr_referencia = :wk-db-nr-referencia
              END-EXEC
              if sqlcode = 0
                  add 1                              to wk-qtd-recargas
              end-if
          end-if

          .
      bc-substituir-anterior-z.
          exit.

     *>*****************************************************************
     *>   Listagem de aceitos
     *>*****************************************************************
      bf-gravar-aceito section.
      bf-gravar-aceito-a.

          move spaces                                to wk-linha-saida
          move fd-carga-cd-agente                    to wk-sai-cd
          move fd-carga-competencia                  to wk-sai-competencia
          move fd-carga-nr-referencia                to wk-sai-referencia
          move fd-carga-vl-estorno                   to wk-sai-valor
          move fd-carga-ds-motivo                    to wk-sai-ds-motivo
          move wk-motivo                             to wk-sai-motivo
          write fd-aceito-linha from wk-linha-saida
          add 1                                      to wk-qtd-aceitos

          .
      bf-gravar-aceito-z.
          exit.

     *>*****************************************************************
     *>   Listagem de rejeitados com motivo
     *>*****************************************************************
      be-gravar-rejeito section.
      be-gravar-rejeito-a.

          move spaces                                to wk-linha-saida
          move fd-carga-cd-agente                    to wk-sai-cd
          move fd-carga-competencia                  to wk-sai-competencia
          move fd-carga-nr-referencia                to wk-sai-referencia
          move fd-carga-vl-estorno                   to wk-sai-valor
          move fd-carga-ds-motivo                    to wk-sai-ds-motivo
          move wk-motivo                             to wk-sai-motivo
          write fd-rejeito-linha from wk-linha-saida
          add 1                                      to wk-qtd-rejeitados

          .
      be-gravar-rejeito-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal - os totais de controle
     *>   tem de fechar com a entrada
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          close arqCarga
          close arqAceitos
          close arqRejeitos

          display "Carga de estornos concluida!"
          display "Lidos      : " wk-qtd-lidos
          display "Aceitos    : " wk-qtd-aceitos
          display "Rejeitados : " wk-qtd-rejeitados
          display "Recargas   : " wk-qtd-recargas

          if  wk-qtd-aceitos + wk-qtd-rejeitados
              not equal wk-qtd-lidos then
              display "ATENCAO: totais nao fecham com a entrada!"
              move 8                                  to return-code
          end-if

          stop run.
          .
      z-finaliza-z.
          exit.
