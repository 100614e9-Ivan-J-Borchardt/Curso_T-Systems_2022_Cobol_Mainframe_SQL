      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "calcula_encargos".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Subrotina de encargos por atraso das
     *>                      mensalidades, no molde de valida_data:
     *>                      regra do contrato (multa percentual apos o
     *>                      vencimento mais juros de mora diarios pro
     *>                      rata do percentual mensal, com dias de
     *>                      carencia) lida de arqEncargosConfig.txt,
     *>                      criado com a regra padrao da escola (2%
     *>                      de multa, 1% ao mes de juros, vencimento
     *>                      no dia 10, sem carencia) na primeira
     *>                      chamada. Calcula multa, juros e total
     *>                      devido numa data e monta o vencimento de
     *>                      uma competencia - a tela de pagamentos e
     *>                      o relatorio de inadimplencia usam a mesma
     *>                      conta.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
           special-names. decimal-point is comma.

     *>------- Declaração dos recursos externos
      input-output section.
      file-control.

          select arqEncargosConfig assign to "arqEncargosConfig.txt"
          organization is line sequential
          file status is wk-fs-arqEncargosConfig.

      i-o-control.

     *>Declaração de variáveis
      data division.
      file section.

      fd arqEncargosConfig.
      01  fd-encargos-config.
          05  fd-enc-multa-pct                       pic 9(02)v99.
          05  fd-enc-juros-mes-pct                   pic 9(02)v99.
          05  fd-enc-carencia-dias                   pic 9(02).
          05  fd-enc-dia-vencimento                  pic 9(02).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqEncargosConfig                    pic x(02).

     *>   Regra carregada uma vez por execucao do chamador
      77  wk-config-flag                             pic x(01) value space.
          88  wk-config-carregada                    value "S".
      77  wk-multa-pct                               pic 9(02)v99 value 2,00.
      77  wk-juros-mes-pct                           pic 9(02)v99 value 1,00.
      77  wk-carencia-dias                           pic 9(02) value 0.
      77  wk-dia-vencimento                          pic 9(02) value 10.

      77  wk-int-venc                                pic 9(08).
      77  wk-int-base                                pic 9(08).

      linkage section.

     *>   lk-operacao:      "C" calcula multa, juros e total de
     *>                         lk-principal vencido em lk-vencimento,
     *>                         devido na data lk-data-base
     *>                     "V" monta em lk-vencimento o vencimento da
     *>                         competencia AAAAMM lk-competencia
     *>                     "P" devolve a regra em vigor em
     *>                         lk-parametros
     *>                     "G" grava lk-parametros como a nova regra
     *>   lk-cod-retorno:   0 ok / 1 data invalida / 2 operacao
     *>                     desconhecida
      01  lk-operacao                                pic x(01).
      01  lk-encargos.
          05  lk-competencia                         pic 9(06).
          05  lk-principal                           pic 9(04)v99.
          05  lk-vencimento                          pic 9(08).
          05  lk-data-base                           pic 9(08).
          05  lk-dias-atraso                         pic 9(05).
          05  lk-multa                               pic 9(04)v99.
          05  lk-juros                               pic 9(04)v99.
          05  lk-total                               pic 9(05)v99.
      01  lk-parametros.
          05  lk-par-multa-pct                       pic 9(02)v99.
          05  lk-par-juros-mes-pct                   pic 9(02)v99.
          05  lk-par-carencia-dias                   pic 9(02).
          05  lk-par-dia-vencimento                  pic 9(02).
      01  lk-cod-retorno                             pic 9(01).
          88  lk-encargos-ok                         value 0.
          88  lk-data-invalida                       value 1.
          88  lk-operacao-invalida                   value 2.

     *>Declaração do corpo do programa
      procedure division using lk-operacao, lk-encargos,
                               lk-parametros, lk-cod-retorno.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - carrega a regra na primeira
     *>   chamada
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
     *>   Le a regra de arqEncargosConfig.txt - na primeira execucao o
     *>   arquivo e criado com a regra padrao do contrato, no molde
     *>   de arqMensalidadeValor.txt
     *>*****************************************************************
      aa-carregar-config section.
      aa-carregar-config-a.

          open input arqEncargosConfig
          if   wk-fs-arqEncargosConfig equal "00" then
              read arqEncargosConfig
              if   wk-fs-arqEncargosConfig equal "00"
              and  fd-encargos-config is numeric then
                  move fd-enc-multa-pct              to wk-multa-pct
                  move fd-enc-juros-mes-pct          to wk-juros-mes-pct
                  move fd-enc-carencia-dias          to wk-carencia-dias
                  if  fd-enc-dia-vencimento >= 1
                  and fd-enc-dia-vencimento <= 28 then
                      move fd-enc-dia-vencimento     to wk-dia-vencimento
                  end-if
              end-if
              close arqEncargosConfig
          else
              perform ab-gravar-config
          end-if

          set wk-config-carregada                    to true
          .
      aa-carregar-config-z.
          exit.

     *>*****************************************************************
     *>   Grava a regra corrente em arqEncargosConfig.txt
     *>*****************************************************************
      ab-gravar-config section.
      ab-gravar-config-a.

          move wk-multa-pct                          to fd-enc-multa-pct
          move wk-juros-mes-pct                      to fd-enc-juros-mes-pct
          move wk-carencia-dias                      to fd-enc-carencia-dias
          move wk-dia-vencimento                     to fd-enc-dia-vencimento
          open output arqEncargosConfig
          write fd-encargos-config
          close arqEncargosConfig
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
                  perform ba-calcular-encargos

              when "V"
                  perform bb-montar-vencimento

              when "P"
                  perform bc-devolver-regra

              when "G"
                  perform bd-gravar-regra

              when other
                  move 2                             to lk-cod-retorno
          end-evaluate
          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Multa e juros devidos na data base: dentro da carencia nada
     *>   e cobrado; passada a carencia, multa sobre o principal e
     *>   juros diarios (percentual mensal / 30) contados desde o
     *>   vencimento
     *>*****************************************************************
      ba-calcular-encargos section.
      ba-calcular-encargos-a.

          move 0                                     to lk-dias-atraso
          move 0                                     to lk-multa
          move 0                                     to lk-juros
          move lk-principal                          to lk-total

          if  lk-vencimento not numeric
          or  lk-vencimento equal 0
          or  lk-data-base not numeric
          or  lk-data-base equal 0 then
              move 1                                 to lk-cod-retorno
          else
              if  function test-date-yyyymmdd(lk-vencimento) not equal 0
              or  function test-date-yyyymmdd(lk-data-base) not equal 0 then
                  move 1                             to lk-cod-retorno
              else
                  compute wk-int-venc =
                      function integer-of-date(lk-vencimento)
                  compute wk-int-base =
                      function integer-of-date(lk-data-base)
                  if  wk-int-base > wk-int-venc then
                      compute lk-dias-atraso = wk-int-base - wk-int-venc
                  end-if

                  if  lk-dias-atraso > wk-carencia-dias then
                      compute lk-multa rounded =
                          lk-principal * wk-multa-pct / 100
                      compute lk-juros rounded =
                          lk-principal * wk-juros-mes-pct / 100
                          * lk-dias-atraso / 30
                      compute lk-total =
                          lk-principal + lk-multa + lk-juros
                  end-if
              end-if
          end-if
          .
      ba-calcular-encargos-z.
          exit.

     *>*****************************************************************
     *>   Vencimento da competencia: dia de vencimento da regra no mes
     *>   da propria competencia
     *>*****************************************************************
      bb-montar-vencimento section.
      bb-montar-vencimento-a.

          if  lk-competencia not numeric
          or  lk-competencia(5:2) < "01"
          or  lk-competencia(5:2) > "12" then
              move 1                                 to lk-cod-retorno
          else
              compute lk-vencimento =
                  (lk-competencia * 100) + wk-dia-vencimento
          end-if
          .
      bb-montar-vencimento-z.
          exit.

     *>*****************************************************************
     *>   Devolve a regra em vigor ao chamador
     *>*****************************************************************
      bc-devolver-regra section.
      bc-devolver-regra-a.

          move wk-multa-pct                          to lk-par-multa-pct
          move wk-juros-mes-pct                      to lk-par-juros-mes-pct
          move wk-carencia-dias                      to lk-par-carencia-dias
          move wk-dia-vencimento                     to lk-par-dia-vencimento
          .
      bc-devolver-regra-z.
          exit.

     *>*****************************************************************
     *>   Troca a regra - dia de vencimento fora de 1..28 e recusado
     *>   para o vencimento existir em todos os meses
     *>*****************************************************************
      bd-gravar-regra section.
      bd-gravar-regra-a.

          if  lk-parametros not numeric
          or  lk-par-dia-vencimento < 1
          or  lk-par-dia-vencimento > 28 then
              move 1                                 to lk-cod-retorno
          else
              move lk-par-multa-pct                  to wk-multa-pct
              move lk-par-juros-mes-pct              to wk-juros-mes-pct
              move lk-par-carencia-dias              to wk-carencia-dias
              move lk-par-dia-vencimento             to wk-dia-vencimento
              perform ab-gravar-config
          end-if
          .
      bd-gravar-regra-z.
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
