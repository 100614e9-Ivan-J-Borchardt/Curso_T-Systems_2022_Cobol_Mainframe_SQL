      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "documento_mensalidade".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Subrotina do numero de documento das
     *>                      cobrancas de mensalidade, no molde de
     *>                      valida_data: o numero impresso no carne
     *>                      (gerar_carne.cbl) e a propria chave da
     *>                      cobranca - matricula (7) + competencia
     *>                      AAAAMM (6) - seguida de um digito
     *>                      verificador modulo 11, e por isso aponta
     *>                      de volta para a cobranca sem arquivo de
     *>                      controle; o retorno do banco decompoe o
     *>                      numero pela mesma rotina e recusa digito
     *>                      errado.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
           special-names. decimal-point is comma.

     *>------- Declaração dos recursos externos
      input-output section.
      file-control.
      i-o-control.

     *>Declaração de variáveis
      data division.
      file section.

     *>----Variaveis de trabalho
      working-storage section.

      01  wk-base                                    pic 9(13).
      01  wk-base-r redefines wk-base.
          05  wk-base-dig                            pic 9(01) occurs 13.
      77  wk-ind                                     pic 9(02).
      77  wk-peso                                    pic 9(02).
      77  wk-soma                                    pic 9(05).
      77  wk-resto                                   pic 9(02).
      77  wk-dv                                      pic 9(01).

      01  wk-numero-doc                              pic 9(14).
      01  wk-numero-doc-r redefines wk-numero-doc.
          05  wk-doc-matricula                       pic 9(07).
          05  wk-doc-competencia                     pic 9(06).
          05  wk-doc-dv                              pic 9(01).

      linkage section.

     *>   lk-operacao:      "M" monta lk-numero-doc a partir de
     *>                         lk-matricula e lk-competencia
     *>                     "D" decompoe lk-numero-doc em lk-matricula
     *>                         e lk-competencia, conferindo o digito
     *>   lk-cod-retorno:   0 ok / 1 numero invalido (digito ou
     *>                     competencia) / 2 operacao desconhecida
      01  lk-operacao                                pic x(01).
      01  lk-matricula                               pic 9(07).
      01  lk-competencia                             pic 9(06).
      01  lk-numero-doc                              pic 9(14).
      01  lk-cod-retorno                             pic 9(01).
          88  lk-documento-ok                        value 0.
          88  lk-documento-invalido                  value 1.
          88  lk-operacao-invalida                   value 2.

     *>Declaração do corpo do programa
      procedure division using lk-operacao, lk-matricula,
                               lk-competencia, lk-numero-doc,
                               lk-cod-retorno.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.
          move 0                                     to lk-cod-retorno
          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Despacho pela operacao pedida
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          evaluate lk-operacao
              when "M"
                  perform ba-montar-numero

              when "D"
                  perform bb-decompor-numero

              when other
                  move 2                             to lk-cod-retorno
          end-evaluate
          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Numero = matricula + competencia + digito modulo 11
     *>*****************************************************************
      ba-montar-numero section.
      ba-montar-numero-a.

          move lk-matricula                          to wk-doc-matricula
          move lk-competencia                        to wk-doc-competencia
          move wk-numero-doc(1:13)                   to wk-base
          perform bc-calcular-dv
          move wk-dv                                 to wk-doc-dv
          move wk-numero-doc                         to lk-numero-doc
          .
      ba-montar-numero-z.
          exit.

     *>*****************************************************************
     *>   Confere o digito e devolve matricula e competencia
     *>*****************************************************************
      bb-decompor-numero section.
      bb-decompor-numero-a.

          move 0                                     to lk-matricula
          move 0                                     to lk-competencia

          if  lk-numero-doc not numeric then
              move 1                                 to lk-cod-retorno
          else
              move lk-numero-doc                     to wk-numero-doc
              move wk-numero-doc(1:13)               to wk-base
              perform bc-calcular-dv
              if  wk-dv not equal wk-doc-dv
              or  wk-doc-competencia(5:2) < "01"
              or  wk-doc-competencia(5:2) > "12" then
                  move 1                             to lk-cod-retorno
              else
                  move wk-doc-matricula              to lk-matricula
                  move wk-doc-competencia            to lk-competencia
              end-if
          end-if
          .
      bb-decompor-numero-z.
          exit.

     *>*****************************************************************
     *>   Digito modulo 11 de wk-base, pesos 2 a 9 da direita para a
     *>   esquerda; resto 0 ou 1 da digito 0
     *>*****************************************************************
      bc-calcular-dv section.
      bc-calcular-dv-a.

          move 0                                     to wk-soma
          move 2                                     to wk-peso
          perform varying wk-ind from 13 by -1 until wk-ind < 1
              compute wk-soma = wk-soma + (wk-base-dig(wk-ind) * wk-peso)
              add 1                                  to wk-peso
              if  wk-peso > 9 then
                  move 2                             to wk-peso
              end-if
          end-perform

          compute wk-resto = function mod(wk-soma, 11)
          if  wk-resto < 2 then
              move 0                                 to wk-dv
          else
              compute wk-dv = 11 - wk-resto
          end-if
          .
      bc-calcular-dv-z.
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
