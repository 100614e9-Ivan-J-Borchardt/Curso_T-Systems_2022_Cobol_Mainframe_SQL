      *>                      terminou) sai como PERDEU O CORTE -
      *>                      backup varando a abertura do online
      *>                      deixa de passar despercebido.
      *>   15/10/2026 - IJB - Secao de alertas de capacidade: imprime o
      *>                      que o monitor semanal das tabelas em
      *>                      memoria (monitor_capacidade.cbl) deixou em
      *>                      arqCapacidadeAlertas.txt - limite
      *>                      atingido, uso acima de 80% ou previsao
      *>                      dentro do horizonte.

      *>Divisão para configuração do ambiente
       environment division.
           organization is line sequential
           file status is wk-fs-arqBaselines.

           select arqCapacidade assign to "arqCapacidadeAlertas.txt"
           organization is line sequential
           file status is wk-fs-arqCapacidade.

       i-o-control.

      *>Declaração de variáveis
           05  filler                               pic  x(01).
           05  fd-bas-corte-hhmm                    pic  9(04).

       fd arqCapacidade.
       01  fd-capacidade-linha                      pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-qtd-alertas                           pic 9(02) value 0.
       77  wk-fim-hhmm                              pic 9(04) value 0.

      *>   Alertas do monitor semanal de capacidade (monitor_capacidade)
       77  wk-fs-arqCapacidade                      pic x(02).
       77  wk-qtd-linhas-capacidade                 pic 9(04) value 0.

       77  wk-min-ini                               pic 9(05).
       77  wk-min-fim                               pic 9(05).
       77  wk-decorrido                             pic s9(05).
           end-perform

           perform cc-imprimir-alertas
           perform ce-imprimir-capacidade

           .
       c-imprimir-painel-z.
       cc-imprimir-alertas-z.
           exit.

      *>*****************************************************************
      *>   Alertas de capacidade das tabelas em memoria, como o
      *>   monitor_capacidade os deixou - a primeira linha e a data
      *>   da rodada e o horizonte, as demais uma tabela cada
      *>*****************************************************************
       ce-imprimir-capacidade section.
       ce-imprimir-capacidade-a.

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha

           open input arqCapacidade
           if   wk-fs-arqCapacidade not equal "00" then
               move "Alertas de capacidade: monitor sem execucao."
                                                        to      fd-relatorio-linha
               write fd-relatorio-linha
           else
               move 0                                   to      wk-qtd-linhas-capacidade
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqCapacidade
                   if   wk-fs-arqCapacidade not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-linhas-capacidade
                       move spaces                      to      fd-relatorio-linha
                       if  wk-qtd-linhas-capacidade equal 1 then
                           string "Alertas de capacidade (monitor de "
                                  fd-capacidade-linha(7:2) "/"
                                  fd-capacidade-linha(5:2) "/"
                                  fd-capacidade-linha(1:4) "):"
                                               delimited by size
                             into fd-relatorio-linha
                           end-string
                       else
                           string "    " fd-capacidade-linha(1:76)
                                               delimited by size
                             into fd-relatorio-linha
                           end-string
                       end-if
                       write fd-relatorio-linha
                   end-if
               end-perform
               close arqCapacidade
               if  wk-qtd-linhas-capacidade < 2 then
                   move "    Nenhum alerta."             to      fd-relatorio-linha
                   write fd-relatorio-linha
               end-if
           end-if

           .
       ce-imprimir-capacidade-z.
           exit.

      *>*****************************************************************
      *>   Avalia um job contra a media historica e o corte
      *>*****************************************************************
