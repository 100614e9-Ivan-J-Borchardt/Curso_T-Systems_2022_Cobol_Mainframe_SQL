     *>                      fecham com a entrada. Alimenta
     *>                      producao_agente para o calculo mensal de
     *>                      comissoes (comissoes_agentes).
     *>   15/10/2026 - IJB - Producao de agente sem registro
     *>                      profissional vigente em algum dia da
     *>                      competencia (agentes_registro) e rejeitada.

     *>Divisão para configuração do ambiente
      environment division.
      77  wk-agente-valido                          pic x(01).
          88 wk-agente-eh-valido                    value "S".

      77  wk-registro-valido                        pic x(01).
          88 wk-registro-eh-valido                  value "S".

      77  wk-motivo                                 pic x(30).

      EXEC SQL
      01  wk-db-competencia   pic x(7).
      01  wk-db-vl-producao   pic 9(09)v99.
      01  wk-db-dt-carga      pic x(14).
      01  wk-db-dt-mes-ini    pic x(10).
      01  wk-db-dt-mes-fim    pic x(10).
      01  wk-db-qtd-registro  pic 9(05).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.
                  move "Competencia invalida"        to wk-motivo
                  perform be-gravar-rejeito
              else
                  perform bd-validar-registro
                  if  not wk-registro-eh-valido then
                      move "Agente sem registro vigente" to wk-motivo
                      perform be-gravar-rejeito
                  else
                      perform bg-gravar-producao
                  end-if
              end-if
          end-if
      bb-validar-agente-z.
          exit.

     *>*****************************************************************
     *>   Registro profissional - o agente precisa ter um registro
     *>   com vigencia cobrindo ao menos um dia da competencia
     *>*****************************************************************
      bd-validar-registro section.
      bd-validar-registro-a.

          move "N"                                   to wk-registro-valido
          move spaces                                to wk-db-dt-mes-ini
          string fd-carga-competencia "-01" delimited by size
            into wk-db-dt-mes-ini
          end-string
          move spaces                                to wk-db-dt-mes-fim
          string fd-carga-competencia "-31" delimited by size
            into wk-db-dt-mes-fim
          end-string

          move 0                                     to wk-db-qtd-registro
          EXEC SQL
              SELECT COUNT(*) INTO :wk-db-qtd-registro
                FROM agentes_registro
               WHERE cd_agente   = :wk-db-cd-agente
                 AND dt_inicio   <= :wk-db-dt-mes-fim
                 AND dt_validade >= :wk-db-dt-mes-ini
          END-EXEC
          if  sqlcode equal 0
          and wk-db-qtd-registro > 0
              move "S"                               to wk-registro-valido
          end-if

          .
      bd-validar-registro-z.
          exit.

     *>*****************************************************************
     *>   Grava a producao aceita; recarga substitui a anterior
     *>*****************************************************************
      bg-gravar-producao section.
      bg-gravar-producao-a.

          perform bc-substituir-anterior

          move function current-date(1:14)           to wk-db-dt-carga
          EXEC SQL
              insert into producao_agente
                  (cd_agente, competencia, vl_producao,
                   dt_carga) values
                  (:wk-db-cd-agente, :wk-db-competencia,
                   :wk-db-vl-producao, :wk-db-dt-carga)
          END-EXEC

          if sqlcode not = 0 then
              move "Insert de producao falhou"       to wk-motivo
              perform be-gravar-rejeito
          else
              move space                             to wk-motivo
              perform bf-gravar-aceito
          end-if

          .
      bg-gravar-producao-z.
          exit.

     *>*****************************************************************
     *>   Recarga: remove o valor anterior da mesma competencia,
     *>   contando para o total de controle
