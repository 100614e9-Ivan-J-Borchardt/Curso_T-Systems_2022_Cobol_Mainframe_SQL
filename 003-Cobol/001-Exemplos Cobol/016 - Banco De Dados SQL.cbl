       author. Ivan J. Borchardt.
       date-written.
      *>   Modificacoes
      *>   15/10/2026 - IJB - Pagamento de comissoes: dados bancarios
      *>                      do agente (opcao 5, escolha B), tabela de
      *>                      impostos retidos por faixa em
      *>                      comissao_imposto (opcao 7, escolha T),
      *>                      aprovacao da competencia em
      *>                      comissao_competencia (opcao 7, escolha
      *>                      A), deducoes por agente em
      *>                      comissao_deducao e situacao do pagamento
      *>                      em comissao_calculada, para os batches
      *>                      pagar_comissoes e retorno_comissoes.
      *>   15/10/2026 - IJB - Registro profissional do agente: numero e
      *>                      validade atuais em agentes e historico com
      *>                      inicio de vigencia em agentes_registro
      *>                      (opcao 5, escolha R); comissao retida por
      *>                      registro irregular em
      *>                      comissao_calculada.vl_retido.
      *>   15/10/2026 - IJB - Supervisor do agente: coluna
      *>                      agentes.cd_supervisor e historico de
      *>                      vinculos com data efetiva em
      *>                      agentes_supervisor (opcao 5, escolha S);
      *>                      percentual de override por agencia em
      *>                      comissao_override_pc (opcao 7, escolha
      *>                      O); override apurado pelo batch
      *>                      comissoes_agentes em comissao_override e
      *>                      somado em comissao_calculada.vl_override.
      *>   15/10/2026 - IJB - Metas de producao por agente e por
      *>                      agencia e competencia (meta_agente e
      *>                      meta_agencia), mantidas na nova opcao 8
      *>                      com conferencia nas tabelas agentes e
      *>                      agencia; o batch metas_agentes compara
      *>                      com producao_agente.
      *>   15/10/2026 - IJB - Estornos de comissao: tabela
      *>                      estorno_agente (carga batch
      *>                      carga_estornos) e colunas de estorno,
      *>                      saldo anterior, valor a pagar e saldo
      *>                      devedor em comissao_calculada.
      *>   02/09/2026 - IJB - Producao e comissao de agentes: tabelas
      *>                      producao_agente (por agente/competencia,
      *>                      carregada pelo batch carga_producao),
       01  ws-dt-fim               pic x(10).
       01  ws-fx-minimo            pic 9(09)v99.
       01  ws-fx-pc                pic 9(03)v99.
       01  ws-mt-competencia       pic x(07).
       01  ws-mt-valor             pic 9(09)v99.
       01  ws-cd-supervisor        pic 9(5).
       01  ws-cd-supervisor-ant    pic 9(5).
       01  ws-cd-supervisor-sup    pic 9(5).
       01  ws-nm-supervisor        pic x(50).
       01  ws-pc-override          pic 9(03)v99.
       01  ws-nr-registro          pic x(20).
       01  ws-nr-registro-ant      pic x(20).
       01  ws-dt-validade          pic x(10).
       01  ws-dt-validade-ant      pic x(10).
       01  ws-cd-banco             pic x(03).
       01  ws-nr-agencia-bco       pic x(05).
       01  ws-nr-conta             pic x(12).
       01  ws-imp-cd               pic x(10).
       01  ws-imp-ds               pic x(30).
       01  ws-imp-base             pic 9(09)v99.
       01  ws-imp-pc               pic 9(03)v99.
       01  ws-imp-deducao          pic 9(09)v99.
       01  ws-cmp-situacao         pic x(01).
       01  ws-cmp-qtd              pic 9(05).
       01  ws-cmp-valor            pic 9(11)v99.
       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
              88 ws-ja-existe-nome                 value "S".
           03 ws-confirma-gravacao        pic x    value "S".
              88 ws-confirma                       value "S".
           03 ws-competencia-valida       pic x    value "N".
              88 ws-competencia-eh-valida          value "S".
           03 ws-mt-mes                   pic 9(2) value 0.
           03 ws-data-valida              pic x    value "N".
              88 ws-data-eh-valida                 value "S".
           03 ws-data-chk                 pic x(10).

       screen section.
       01  scr-menu.
           03 line 07 column 01 "(5) Transferir Agente".
           03 line 08 column 01 "(6) Hist./Rel. Transf".
           03 line 09 column 01 "(7) Faixas Comissao ".
           03 line 10 column 01 "(8) Metas Producao  ".
           03 line 11 column 01 "( ) Opcao".
           03 line 12 column 01 "F1-Ajuda".

       01  scr-ajuda.
           03 blank screen.
           03 line 16 column 01 "    agencias - exclusao recusada com".
           03 line 17 column 01 "    agentes ainda na agencia.".
           03 line 18 column 01 "(7) Faixas de Comissao por agencia".
           03 line 19 column 01 "(8) Metas de producao por competencia".
           03 line 20 column 01 "(9) Sair do programa".
           03 line 21 column 01 "ESC volta ao menu / F1 mostra esta ajuda".
           03 line 22 column 01 "Pressione uma tecla para continuar...".

       procedure division.
               END-EXEC
               move 5                       to ws-schema-versao
               perform 1001-3-gravar-versao-schema
           end-if
           if ws-schema-versao < 6
               *> Estornos de comissao (venda cancelada depois de paga),
               *> carregados pelo batch carga_estornos, e o saldo
               *> devedor que o calculo mensal transporta de um mes
               *> para o outro em vez de pagar comissao negativa
               EXEC SQL
                  create table if not exists estorno_agente (
                      cd_agente integer,
                      competencia char(7),
                      nr_referencia char(15),
                      vl_estorno numeric,
                      ds_motivo char(40),
                      dt_carga char(14),
                      primary key (cd_agente, competencia,
                                   nr_referencia))
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column vl_estorno numeric
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column vl_saldo_anterior numeric
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column vl_a_pagar numeric
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column vl_saldo_devedor numeric
               END-EXEC
               EXEC SQL
                  update comissao_calculada
                     set vl_estorno        = 0,
                         vl_saldo_anterior = 0,
                         vl_a_pagar        = vl_comissao,
                         vl_saldo_devedor  = 0
                   where vl_a_pagar is null
               END-EXEC
               move 6                       to ws-schema-versao
               perform 1001-3-gravar-versao-schema
           end-if
           if ws-schema-versao < 7
               *> Metas mensais de producao por agente e por agencia,
               *> comparadas com producao_agente pelo batch
               *> metas_agentes
               EXEC SQL
                  create table if not exists meta_agente (
                      cd_agente integer,
                      competencia char(7),
                      vl_meta numeric,
                      primary key (cd_agente, competencia))
               END-EXEC
               EXEC SQL
                  create table if not exists meta_agencia (
                      id_agencia char(20),
                      competencia char(7),
                      vl_meta numeric,
                      primary key (id_agencia, competencia))
               END-EXEC
               move 7                       to ws-schema-versao
               perform 1001-3-gravar-versao-schema
           end-if
           if ws-schema-versao < 8
               *> Supervisor do agente: o vinculo atual fica em
               *> agentes e a historia com data efetiva em
               *> agentes_supervisor, como agentes_transfer faz com a
               *> agencia; o override do supervisor sobre a producao
               *> da equipe tem percentual por agencia e o resultado
               *> do calculo mensal, por membro da equipe, fica em
               *> comissao_override
               EXEC SQL
                  alter table agentes
                    add column cd_supervisor integer
               END-EXEC
               EXEC SQL
                  create table if not exists agentes_supervisor (
                      id_vinculo integer primary key autoincrement,
                      cd_agente integer,
                      cd_supervisor_de integer,
                      cd_supervisor integer,
                      dt_efetiva char(10),
                      operador char(10),
                      dt_registro char(14))
               END-EXEC
               EXEC SQL
                  create table if not exists comissao_override_pc (
                      id_agencia char(20) primary key,
                      pc_override numeric)
               END-EXEC
               EXEC SQL
                  create table if not exists comissao_override (
                      cd_supervisor integer,
                      competencia char(7),
                      cd_agente integer,
                      dt_inicio char(10),
                      dt_fim char(10),
                      nr_dias integer,
                      vl_producao numeric,
                      pc_override numeric,
                      vl_override numeric,
                      primary key (cd_supervisor, competencia,
                                   cd_agente, dt_inicio))
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column vl_override numeric
               END-EXEC
               EXEC SQL
                  update comissao_calculada
                     set vl_override = 0
                   where vl_override is null
               END-EXEC
               move 8                       to ws-schema-versao
               perform 1001-3-gravar-versao-schema
           end-if
           if ws-schema-versao < 9
               *> Registro profissional: o atual fica em agentes e
               *> cada registro ou renovacao, com inicio e fim de
               *> vigencia, em agentes_registro - e por ele que a
               *> carga de producao e o calculo de comissoes sabem se
               *> o agente estava habilitado na competencia
               EXEC SQL
                  alter table agentes
                    add column nr_registro char(20)
               END-EXEC
               EXEC SQL
                  alter table agentes
                    add column dt_validade_registro char(10)
               END-EXEC
               EXEC SQL
                  create table if not exists agentes_registro (
                      id_registro integer primary key autoincrement,
                      cd_agente integer,
                      nr_registro char(20),
                      dt_inicio char(10),
                      dt_validade char(10),
                      operador char(10),
                      dt_registro char(14))
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column vl_retido numeric
               END-EXEC
               EXEC SQL
                  update comissao_calculada
                     set vl_retido = 0
                   where vl_retido is null
               END-EXEC
               move 9                       to ws-schema-versao
               perform 1001-3-gravar-versao-schema
           end-if
           if ws-schema-versao < 10
               *> Pagamento das comissoes: conta do agente para a
               *> remessa ao banco, impostos retidos por faixa (vale
               *> a de maior base minima ate o bruto, como em
               *> comissao_faixa), aprovacao e pagamento da
               *> competencia, deducoes de cada agente e a situacao
               *> do pagamento (R remetido, P pago, J rejeitado)
               EXEC SQL
                  alter table agentes
                    add column cd_banco char(3)
               END-EXEC
               EXEC SQL
                  alter table agentes
                    add column nr_agencia_banco char(5)
               END-EXEC
               EXEC SQL
                  alter table agentes
                    add column nr_conta char(12)
               END-EXEC
               EXEC SQL
                  create table if not exists comissao_imposto (
                      cd_imposto char(10),
                      vl_base_minima numeric,
                      ds_imposto char(30),
                      pc_aliquota numeric,
                      vl_deducao numeric,
                      primary key (cd_imposto, vl_base_minima))
               END-EXEC
               EXEC SQL
                  create table if not exists comissao_competencia (
                      competencia char(7) primary key,
                      situacao char(1),
                      operador char(10),
                      dt_aprovacao char(14),
                      nr_lote integer,
                      dt_pagamento char(14))
               END-EXEC
               EXEC SQL
                  create table if not exists comissao_deducao (
                      cd_agente integer,
                      competencia char(7),
                      cd_imposto char(10),
                      ds_imposto char(30),
                      vl_base numeric,
                      pc_aliquota numeric,
                      vl_imposto numeric,
                      primary key (cd_agente, competencia, cd_imposto))
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column vl_imposto numeric
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column vl_liquido numeric
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column st_pagamento char(1)
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column nr_lote integer
               END-EXEC
               EXEC SQL
                  alter table comissao_calculada
                    add column ds_rejeicao char(30)
               END-EXEC
               move 10                      to ws-schema-versao
               perform 1001-3-gravar-versao-schema
           end-if.

       1001-2-exit section.
       2001.
          display scr-menu
          move 0                  to ws-opcao
          accept (11, 2) ws-opcao with update auto-skip
          accept ws-teclas from escape key
          if   esc
               perform 3000-finaliza
                  perform 2006-historico-transfer
              when 7
                  perform 2007-faixas-comissao
              when 8
                  perform 2008-metas-producao
              when 9
                  perform 3000-finaliza
          end-evaluate

       *> Transferencia formal de agente: valida destino, data efetiva,
       *> atualiza a lotacao, grava o historico e a auditoria ("T")
       *> Troca de agencia (agentes_transfer) ou de supervisor
       *> (agentes_supervisor) do agente, sempre com data efetiva
       2005-transferir-agente section.
       2005.
          display erase
          display "Transferencia de Agente" at 0430
          display "(A)gencia (S)upervisor (R)egistro (B)anco: " at 0505
          accept ws-opcao-tela
          evaluate function upper-case(ws-opcao-tela)
              when "B"
                  perform 2005-7-dados-bancarios
              when "A"
                  perform 2005-1-transferir-agencia
              when "S"
                  perform 2005-2-vincular-supervisor
              when "R"
                  perform 2005-4-registro-profissional
          end-evaluate.

       2005-exit section.
       2005.
          exit.
       *>=============================================================

       2005-1-transferir-agencia section.
       2005-1.
          display "Codigo do agente   : " at 0605
          accept wcodigo                  at 0627
          move wcodigo                    to ws-cd-agente
          display "Pressione uma tecla para continuar..." at 1405
          accept ws-opcao-tela.

       2005-1-exit section.
       2005-1.
          exit.
       *>=============================================================

       *> Supervisor zero desfaz o vinculo; o supervisor tem de ser
       *> agente cadastrado, diferente do proprio agente, e nao pode
       *> estar subordinado a ele
       2005-2-vincular-supervisor section.
       2005-2.
          display "Codigo do agente   : " at 0605
          accept wcodigo                  at 0627
          move wcodigo                    to ws-cd-agente
          initialize wnome
          move 0                          to ws-cd-supervisor-ant
          EXEC SQL
                  SELECT nm_agente, COALESCE(cd_supervisor, 0)
                    INTO :wnome, :ws-cd-supervisor-ant
                  FROM agentes WHERE cd_agente = :ws-cd-agente
          END-EXEC
          if sqlcode not = 0
               display "Agente nao cadastrado." at 0805
          else
               display "Agente: "          at 0705
               display wnome              at 0715
               display "Supervisor atual: " at 0805
               display ws-cd-supervisor-ant at 0824
               display "Novo supervisor (0=nenhum): " at 0905
               accept ws-cd-supervisor    at 0934
               move 0                     to ws-cd-supervisor-sup
               move spaces                to ws-nm-supervisor
               if ws-cd-supervisor not = 0
                    EXEC SQL
                        SELECT nm_agente, COALESCE(cd_supervisor, 0)
                          INTO :ws-nm-supervisor,
                               :ws-cd-supervisor-sup
                        FROM agentes
                        WHERE cd_agente = :ws-cd-supervisor
                    END-EXEC
               end-if
               evaluate true
                   when ws-cd-supervisor not = 0 and sqlcode not = 0
                        display "Supervisor nao cadastrado." at 1105
                   when ws-cd-supervisor = ws-cd-agente
                        display "Agente nao supervisiona a si mesmo."
                                                             at 1105
                   when ws-cd-supervisor-sup = ws-cd-agente
                     and ws-cd-supervisor not = 0
                        display "Supervisor e subordinado do agente."
                                                             at 1105
                   when ws-cd-supervisor = ws-cd-supervisor-ant
                        display "Agente ja tem este supervisor." at 1105
                   when other
                        display ws-nm-supervisor   at 0940
                        display "Data efetiva (AAAA-MM-DD): " at 1005
                        accept ws-dt-efetiva at 1032
                        if  ws-dt-efetiva(1:4) is not numeric
                         or ws-dt-efetiva(5:1) not = "-"
                         or ws-dt-efetiva(6:2) is not numeric
                         or ws-dt-efetiva(8:1) not = "-"
                         or ws-dt-efetiva(9:2) is not numeric
                             display "Data efetiva invalida." at 1105
                        else
                             perform 2005-3-gravar-supervisor
                        end-if
               end-evaluate
          end-if
          display "Pressione uma tecla para continuar..." at 1405
          accept ws-opcao-tela.

       2005-2-exit section.
       2005-2.
          exit.
       *>=============================================================

       2005-3-gravar-supervisor section.
       2005-3.
          EXEC SQL
              update agentes
                 set cd_supervisor = :ws-cd-supervisor
               where cd_agente     = :ws-cd-agente
          END-EXEC
          if sqlcode not = 0
               display "Erro: Vincular supervisor "
               display sqlcode
               display sqlerrmc
          else
               move function current-date(1:14)
                              to ws-dt-registro
               EXEC SQL
                   insert into agentes_supervisor
                       (cd_agente, cd_supervisor_de, cd_supervisor,
                        dt_efetiva, operador, dt_registro) values
                       (:ws-cd-agente, :ws-cd-supervisor-ant,
                        :ws-cd-supervisor, :ws-dt-efetiva,
                        :ws-operador-id, :ws-dt-registro)
               END-EXEC
               if sqlcode not = 0
                    display "Erro: Gravar historico "
                    display sqlcode
                    display sqlerrmc
               else
                    display "Supervisor vinculado." at 1205
               end-if
          end-if.

       2005-3-exit section.
       2005-3.
          exit.
       *>=============================================================

       *> Registro profissional novo ou renovado: numero, inicio e
       *> fim de vigencia; o anterior continua no historico
       2005-4-registro-profissional section.
       2005-4.
          display "Codigo do agente   : " at 0605
          accept wcodigo                  at 0627
          move wcodigo                    to ws-cd-agente
          initialize wnome
          EXEC SQL
                  SELECT nm_agente, COALESCE(nr_registro, ' '),
                         COALESCE(dt_validade_registro, ' ')
                    INTO :wnome, :ws-nr-registro-ant,
                         :ws-dt-validade-ant
                  FROM agentes WHERE cd_agente = :ws-cd-agente
          END-EXEC
          if sqlcode not = 0
               display "Agente nao cadastrado." at 0805
          else
               display "Agente: "          at 0705
               display wnome              at 0715
               display "Registro atual: "  at 0805
               display ws-nr-registro-ant at 0821
               display " validade "        at 0841
               display ws-dt-validade-ant at 0851
               display "Numero do registro : " at 0905
               accept ws-nr-registro      at 0927
               display "Inicio (AAAA-MM-DD): " at 1005
               accept ws-dt-efetiva       at 1027
               display "Valido ate         : " at 1105
               accept ws-dt-validade      at 1127
               move ws-dt-efetiva         to ws-data-chk
               perform 2005-5-validar-data
               if ws-data-eh-valida
                    move ws-dt-validade   to ws-data-chk
                    perform 2005-5-validar-data
               end-if
               evaluate true
                   when ws-nr-registro = spaces
                        display "Numero do registro obrigatorio."
                                                             at 1205
                   when not ws-data-eh-valida
                        display "Data invalida." at 1205
                   when ws-dt-validade < ws-dt-efetiva
                        display "Validade anterior ao inicio." at 1205
                   when other
                        perform 2005-6-gravar-registro
               end-evaluate
          end-if
          display "Pressione uma tecla para continuar..." at 1405
          accept ws-opcao-tela.

       2005-4-exit section.
       2005-4.
          exit.
       *>=============================================================

       2005-5-validar-data section.
       2005-5.
          move "N"                        to ws-data-valida
          if  ws-data-chk(1:4) is numeric
          and ws-data-chk(5:1) = "-"
          and ws-data-chk(6:2) is numeric
          and ws-data-chk(8:1) = "-"
          and ws-data-chk(9:2) is numeric
          and ws-data-chk(6:2) >= "01" and ws-data-chk(6:2) <= "12"
          and ws-data-chk(9:2) >= "01" and ws-data-chk(9:2) <= "31"
               move "S"                   to ws-data-valida
          end-if.

       2005-5-exit section.
       2005-5.
          exit.
       *>=============================================================

       2005-6-gravar-registro section.
       2005-6.
          EXEC SQL
              update agentes
                 set nr_registro          = :ws-nr-registro,
                     dt_validade_registro = :ws-dt-validade
               where cd_agente = :ws-cd-agente
          END-EXEC
          if sqlcode not = 0
               display "Erro: Gravar registro profissional "
               display sqlcode
               display sqlerrmc
          else
               move function current-date(1:14)
                              to ws-dt-registro
               EXEC SQL
                   insert into agentes_registro
                       (cd_agente, nr_registro, dt_inicio,
                        dt_validade, operador, dt_registro) values
                       (:ws-cd-agente, :ws-nr-registro,
                        :ws-dt-efetiva, :ws-dt-validade,
                        :ws-operador-id, :ws-dt-registro)
               END-EXEC
               if sqlcode not = 0
                    display "Erro: Gravar historico "
                    display sqlcode
                    display sqlerrmc
               else
                    display "Registro profissional gravado." at 1205
               end-if
          end-if.

       2005-6-exit section.
       2005-6.
          exit.
       *>=============================================================

       *> Conta em que o agente recebe a comissao (remessa do batch
       *> pagar_comissoes); sem ela o pagamento fica pendente
       2005-7-dados-bancarios section.
       2005-7.
          display "Codigo do agente   : " at 0605
          accept wcodigo                  at 0627
          move wcodigo                    to ws-cd-agente
          initialize wnome
          EXEC SQL
                  SELECT nm_agente, COALESCE(cd_banco, ' '),
                         COALESCE(nr_agencia_banco, ' '),
                         COALESCE(nr_conta, ' ')
                    INTO :wnome, :ws-cd-banco, :ws-nr-agencia-bco,
                         :ws-nr-conta
                  FROM agentes WHERE cd_agente = :ws-cd-agente
          END-EXEC
          if sqlcode not = 0
               display "Agente nao cadastrado." at 0805
          else
               display "Agente: "          at 0705
               display wnome              at 0715
               display "Banco              : " at 0905
               accept ws-cd-banco         at 0927 with update
               display "Agencia bancaria   : " at 1005
               accept ws-nr-agencia-bco   at 1027 with update
               display "Conta              : " at 1105
               accept ws-nr-conta         at 1127 with update
               if  ws-cd-banco is not numeric
                or ws-nr-agencia-bco = spaces
                or ws-nr-conta = spaces
                    display "Dados bancarios incompletos." at 1205
               else
                    EXEC SQL
                        update agentes
                           set cd_banco         = :ws-cd-banco,
                               nr_agencia_banco = :ws-nr-agencia-bco,
                               nr_conta         = :ws-nr-conta
                         where cd_agente = :ws-cd-agente
                    END-EXEC
                    if sqlcode not = 0
                         display "Erro: Gravar dados bancarios "
                         display sqlcode
                         display sqlerrmc
                    else
                         move "B"        to ws-audit-operacao
                         move wnome      to ws-audit-nome-antes
                         move wnome      to ws-audit-nome-depois
                         move spaces     to ws-audit-agencia-antes
                         move spaces     to ws-audit-agencia-depois
                         move wnome      to ws-nm-agente
                         perform 2001-5-gravar-auditoria
                         display "Dados bancarios gravados." at 1205
                    end-if
               end-if
          end-if
          display "Pressione uma tecla para continuar..." at 1405
          accept ws-opcao-tela.

       2005-7-exit section.
       2005-7.
          exit.
       *>=============================================================

       2007.
          display erase
          display "Faixas de Comissao por Agencia" at 0430
          display "(I)ncluir (L)istar (E)xcluir da agencia" at 0605
          display "(O)verride do supervisor (T)abela de impostos" at 0705
          display "(A)provar competencia para pagamento: " at 0805
          accept ws-opcao-tela
          evaluate function upper-case(ws-opcao-tela)
              when "I"
                  perform 2007-2-listar-faixas
              when "E"
                  perform 2007-3-excluir-faixas
              when "O"
                  perform 2007-4-percentual-override
              when "T"
                  perform 2007-5-impostos
              when "A"
                  perform 2007-6-aprovar-competencia
          end-evaluate
          display "Pressione uma tecla para continuar..."
          accept ws-opcao-tela.
          exit.
       *>=============================================================

       *> Percentual de override que o supervisor lotado na agencia
       *> recebe sobre a producao da equipe; zero nao paga override
       2007-4-percentual-override section.
       2007-4.
          display "Id da agencia      : " at 0805
          accept wagencia                 at 0827
          move wagencia                   to ws-id-agencia
          perform 2001-3-validar-agencia
          if not ws-agencia-eh-valida
               display "Erro: agencia inexistente "
          else
               move 0                     to ws-pc-override
               EXEC SQL
                   SELECT pc_override INTO :ws-pc-override
                   FROM comissao_override_pc
                   WHERE id_agencia = :ws-id-agencia
               END-EXEC
               display "Override atual     : " at 0905
               display ws-pc-override          at 0927
               display "Novo % (999,99)    : " at 1005
               accept ws-pc-override           at 1027
               EXEC SQL
                   delete from comissao_override_pc
                   where id_agencia = :ws-id-agencia
               END-EXEC
               EXEC SQL
                   insert into comissao_override_pc
                       (id_agencia, pc_override) values
                       (:ws-id-agencia, :ws-pc-override)
               END-EXEC
               if sqlcode not = 0
                    display "Erro: gravar override "
                    display sqlcode
                    display sqlerrmc
               else
                    display "Override da agencia gravado."
               end-if
          end-if.

       2007-4-exit section.
       2007-4.
          exit.
       *>=============================================================

       *> Impostos retidos no pagamento: cada imposto tem faixas de
       *> base minima, aliquota e parcela a deduzir; vale a faixa de
       *> maior base minima ate o valor bruto do agente
       2007-5-impostos section.
       2007-5.
          display "(I)ncluir faixa (L)istar (E)xcluir imposto: " at 0905
          accept ws-opcao-tela
          evaluate function upper-case(ws-opcao-tela)
              when "I"
                  display "Imposto            : " at 1005
                  accept ws-imp-cd                at 1027
                  display "Descricao          : " at 1105
                  accept ws-imp-ds                at 1127
                  display "Base a partir de   : " at 1205
                  accept ws-imp-base              at 1227
                  display "Aliquota (999,99)  : " at 1305
                  accept ws-imp-pc                at 1327
                  display "Parcela a deduzir  : " at 1405
                  accept ws-imp-deducao           at 1427
                  EXEC SQL
                      insert into comissao_imposto
                          (cd_imposto, vl_base_minima, ds_imposto,
                           pc_aliquota, vl_deducao) values
                          (:ws-imp-cd, :ws-imp-base, :ws-imp-ds,
                           :ws-imp-pc, :ws-imp-deducao)
                  END-EXEC
                  if sqlcode not = 0
                       display "Erro: faixa ja existe ou insert falhou "
                       display sqlcode
                       display sqlerrmc
                  else
                       display "Faixa de imposto incluida."
                  end-if
              when "L"
                  perform 2007-7-listar-impostos
              when "E"
                  display "Imposto            : " at 1005
                  accept ws-imp-cd                at 1027
                  display "Confirma excluir todas as faixas (S/N)? "
                                                  at 1105
                  accept ws-opcao-tela
                  if function upper-case(ws-opcao-tela) = "S"
                       EXEC SQL
                           delete from comissao_imposto
                           where cd_imposto = :ws-imp-cd
                       END-EXEC
                       if sqlcode not = 0
                        and sqlcode not = 100
                            display sqlcode
                            display sqlerrmc
                       else
                            display "Imposto excluido."
                       end-if
                  end-if
          end-evaluate.

       2007-5-exit section.
       2007-5.
          exit.
       *>=============================================================

       *> Aprovacao da competencia calculada - so competencia
       *> aprovada e ainda nao paga vai para o pagar_comissoes
       2007-6-aprovar-competencia section.
       2007-6.
          perform 2008-4-ler-competencia
          if ws-competencia-eh-valida
             move spaces                  to ws-cmp-situacao
             EXEC SQL
                 SELECT situacao INTO :ws-cmp-situacao
                 FROM comissao_competencia
                 WHERE competencia = :ws-mt-competencia
             END-EXEC
             move 0                       to ws-cmp-qtd
             move 0                       to ws-cmp-valor
             EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(vl_a_pagar), 0)
                   INTO :ws-cmp-qtd, :ws-cmp-valor
                 FROM comissao_calculada
                 WHERE competencia = :ws-mt-competencia
                   AND vl_a_pagar > 0
             END-EXEC
             evaluate true
                 when ws-cmp-situacao = "P"
                      display "Competencia ja paga."
                 when ws-cmp-situacao = "A"
                      display "Competencia ja aprovada."
                 when ws-cmp-qtd = 0
                      display "Nada a pagar calculado na competencia."
                 when other
                      display "Agentes a pagar: " ws-cmp-qtd
                              " valor bruto: " ws-cmp-valor
                      display "Confirma aprovacao (S/N)? "
                      accept ws-opcao-tela
                      if function upper-case(ws-opcao-tela) = "S"
                           move function current-date(1:14)
                                          to ws-dt-registro
                           EXEC SQL
                               insert into comissao_competencia
                                   (competencia, situacao, operador,
                                    dt_aprovacao) values
                                   (:ws-mt-competencia, 'A',
                                    :ws-operador-id, :ws-dt-registro)
                           END-EXEC
                           if sqlcode not = 0
                                display "Erro: aprovar competencia "
                                display sqlcode
                                display sqlerrmc
                           else
                                display "Competencia aprovada."
                           end-if
                      end-if
             end-evaluate
          end-if.

       2007-6-exit section.
       2007-6.
          exit.
       *>=============================================================

       2007-7-listar-impostos section.
       2007-7.
          EXEC SQL
              DECLARE tab-listar-impostos CURSOR FOR
                  select cd_imposto, ds_imposto, vl_base_minima,
                         pc_aliquota, vl_deducao
                    from comissao_imposto
                   order by cd_imposto, vl_base_minima
          END-EXEC

          EXEC SQL OPEN tab-listar-impostos END-EXEC

          if sqlcode not = 0
               display sqlcode
               display sqlerrmc
          else
              perform until exit
                  EXEC SQL
                      FETCH tab-listar-impostos INTO
                          :ws-imp-cd, :ws-imp-ds, :ws-imp-base,
                          :ws-imp-pc, :ws-imp-deducao
                  END-EXEC
                  if sqlcode = 100
                      exit perform
                  end-if
                  if sqlcode not = 0
                      display sqlcode
                      display sqlerrmc
                      exit perform
                  else
                      display ws-imp-cd " a partir de " ws-imp-base
                              " " ws-imp-pc " % deduz "
                              ws-imp-deducao
                  end-if
              end-perform
          end-if
          EXEC SQL CLOSE tab-listar-impostos END-EXEC.

       2007-7-exit section.
       2007-7.
          exit.
       *>=============================================================

       *> Metas de producao por competencia: do agente (conferido
       *> na tabela agentes) e da agencia (conferida na tabela
       *> agencia); gravar de novo a mesma competencia substitui
       *> a meta anterior
       2008-metas-producao section.
       2008.
          display erase
          display "Metas de Producao" at 0430
          display "(A)gente (G)agencia (L)istar competencia: " at 0605
          accept ws-opcao-tela
          evaluate function upper-case(ws-opcao-tela)
              when "A"
                  perform 2008-1-meta-agente
              when "G"
                  perform 2008-2-meta-agencia
              when "L"
                  perform 2008-3-listar-metas
          end-evaluate
          display "Pressione uma tecla para continuar..."
          accept ws-opcao-tela.

       2008-exit section.
       2008.
          exit.
       *>=============================================================

       2008-1-meta-agente section.
       2008-1.
          display "Codigo do agente   : " at 0805
          accept wcodigo                  at 0827
          move wcodigo                    to ws-cd-agente
          EXEC SQL
              SELECT nm_agente INTO :ws-nm-agente
              FROM agentes WHERE cd_agente = :ws-cd-agente
          END-EXEC
          if sqlcode not = 0
               display "Erro: agente inexistente "
          else
               display ws-nm-agente            at 0835
               perform 2008-4-ler-competencia
               if ws-competencia-eh-valida
                    display "Meta de producao   : " at 1005
                    accept ws-mt-valor              at 1027
                    EXEC SQL
                        delete from meta_agente
                        where cd_agente   = :ws-cd-agente
                          and competencia = :ws-mt-competencia
                    END-EXEC
                    EXEC SQL
                        insert into meta_agente
                            (cd_agente, competencia, vl_meta) values
                            (:ws-cd-agente, :ws-mt-competencia,
                             :ws-mt-valor)
                    END-EXEC
                    if sqlcode not = 0
                         display "Erro: gravar meta do agente "
                         display sqlcode
                         display sqlerrmc
                    else
                         display "Meta do agente gravada."
                    end-if
               end-if
          end-if.

       2008-1-exit section.
       2008-1.
          exit.
       *>=============================================================

       2008-2-meta-agencia section.
       2008-2.
          display "Id da agencia      : " at 0805
          accept wagencia                 at 0827
          move wagencia                   to ws-id-agencia
          perform 2001-3-validar-agencia
          if not ws-agencia-eh-valida
               display "Erro: agencia inexistente "
          else
               perform 2008-4-ler-competencia
               if ws-competencia-eh-valida
                    display "Meta de producao   : " at 1005
                    accept ws-mt-valor              at 1027
                    EXEC SQL
                        delete from meta_agencia
                        where id_agencia  = :ws-id-agencia
                          and competencia = :ws-mt-competencia
                    END-EXEC
                    EXEC SQL
                        insert into meta_agencia
                            (id_agencia, competencia, vl_meta) values
                            (:ws-id-agencia, :ws-mt-competencia,
                             :ws-mt-valor)
                    END-EXEC
                    if sqlcode not = 0
                         display "Erro: gravar meta da agencia "
                         display sqlcode
                         display sqlerrmc
                    else
                         display "Meta da agencia gravada."
                    end-if
               end-if
          end-if.

       2008-2-exit section.
       2008-2.
          exit.
       *>=============================================================

       2008-3-listar-metas section.
       2008-3.
          perform 2008-4-ler-competencia
          if ws-competencia-eh-valida
             EXEC SQL
                 DECLARE tab-listar-metas CURSOR FOR
                     select a.id_agencia, m.cd_agente, a.nm_agente,
                            m.vl_meta
                       from meta_agente m, agentes a
                      where a.cd_agente   = m.cd_agente
                        and m.competencia = :ws-mt-competencia
                     union all
                     select g.id_agencia, 0, 'META DA AGENCIA',
                            g.vl_meta
                       from meta_agencia g
                      where g.competencia = :ws-mt-competencia
                      order by 1, 2
             END-EXEC

             EXEC SQL OPEN tab-listar-metas END-EXEC

             if sqlcode not = 0
                  display sqlcode
                  display sqlerrmc
             else
                 perform until exit
                     EXEC SQL
                         FETCH tab-listar-metas INTO
                             :ws-id-agencia, :ws-cd-agente,
                             :ws-nm-agente, :ws-mt-valor
                     END-EXEC
                     if sqlcode = 100
                         exit perform
                     end-if
                     if sqlcode not = 0
                         display sqlcode
                         display sqlerrmc
                         exit perform
                     else
                         display ws-id-agencia " " ws-cd-agente " "
                                 ws-nm-agente " " ws-mt-valor
                     end-if
                 end-perform
             end-if
             EXEC SQL CLOSE tab-listar-metas END-EXEC
          end-if.

       2008-3-exit section.
       2008-3.
          exit.
       *>=============================================================

       *> Competencia no formato AAAA-MM, mes de 01 a 12
       2008-4-ler-competencia section.
       2008-4.
          move "N"                        to ws-competencia-valida
          display "Competencia AAAA-MM: " at 0905
          accept ws-mt-competencia        at 0927
          if  ws-mt-competencia(1:4) is numeric
          and ws-mt-competencia(5:1) = "-"
          and ws-mt-competencia(6:2) is numeric
               move ws-mt-competencia(6:2) to ws-mt-mes
               if ws-mt-mes >= 1 and ws-mt-mes <= 12
                    move "S"              to ws-competencia-valida
               end-if
          end-if
          if not ws-competencia-eh-valida
               display "Erro: competencia invalida "
          end-if.

       2008-4-exit section.
       2008-4.
          exit.
       *>=============================================================

       3000-finaliza section.
       3000.
       display (01, 01) erase
