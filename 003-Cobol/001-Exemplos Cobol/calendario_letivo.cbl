      *>                      datas que nao sejam dia letivo e o
      *>                      relatorio de faltas passa a calcular o
      *>                      percentual sobre os dias letivos do mes.
      *>   15/10/2026 - IJB - Calendario unico de feriados e fechamentos
      *>                      da escola e da clinica: cada dia lancado
      *>                      diz tambem se a clinica fecha (S/N - em
      *>                      branco, o feriado fecha e os demais tipos
      *>                      nao). O agendamento da clinica (exemploSQL)
      *>                      recusa e pula os dias fechados, e a opcao
      *>                      32 da clinica lista as consultas ja
      *>                      marcadas nos dias fechados para
      *>                      remarcacao. Registro de 40 bytes
      *>                      (migra_calendario.cbl).

      *>Divisão para configuração do ambiente
       environment division.
               88  fd-cal-feriado                   value "F".
               88  fd-cal-recesso                   value "R".
           05  fd-cal-descricao                     pic  x(30).
           05  fd-cal-clinica                       pic  x(01).
               88  fd-cal-clinica-fechada           value "S".
               88  fd-cal-clinica-aberta            value "N".

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).
                                                          "F" "f"
                                                          "R" "r".
       77  wk-descricao                             pic x(30).
       77  wk-clinica                               pic x(01).
           88 wk-clinica-valida                     value "S" "s"
                                                          "N" "n".

       01  wk-data-tela                             pic x(08).
       01  wk-data-fim-tela                         pic x(08).

       77  wk-qtd-gravados                          pic 9(04) value 0.
       77  wk-qtd-pulados                           pic 9(04) value 0.
       77  wk-qtd-fechados                          pic 9(04) value 0.

      *>   Parametros da subrotina compartilhada valida_data
       77  wk-vd-operacao                           pic x(01).
               if  wk-tipo-valido then
                   move 0                               to      wk-qtd-gravados
                   move 0                               to      wk-qtd-pulados
                   move 0                               to      wk-qtd-fechados
                   perform bg-gravar-dia
                   display "Dia gravado."
                   perform bj-avisar-clinica
                   accept temp
               end-if
           end-if
                   if  wk-tipo-valido then
                       move 0                           to      wk-qtd-gravados
                       move 0                           to      wk-qtd-pulados
                       move 0                           to      wk-qtd-fechados
                       move wk-data-inicio              to      wk-data-corrente
                       perform until wk-data-corrente > wk-data-fim
                           perform bg-gravar-dia
                       display "Dias gravados: " wk-qtd-gravados
                               "  Fins de semana pulados: "
                               wk-qtd-pulados
                       perform bj-avisar-clinica
                       accept temp
                   end-if
               end-if
           exit.

      *>*****************************************************************
      *>   Pede e critica o tipo do dia, a descricao e o fechamento da
      *>   clinica
      *>*****************************************************************
       bf-aceitar-tipo section.
       bf-aceitar-tipo-a.
           else
               display "Descricao: "
               accept wk-descricao

      *>        em branco: feriado fecha a clinica, letivo e recesso
      *>        escolar nao
               display "Clinica fechada no dia (S/N): "
               accept wk-clinica
               if  wk-clinica equal space then
                   if  wk-tipo equal "F" or wk-tipo equal "f" then
                       move "S"                         to      wk-clinica
                   else
                       move "N"                         to      wk-clinica
                   end-if
               end-if
               if  not wk-clinica-valida then
                   display "Resposta invalida."
                   move space                           to      wk-tipo
                   accept temp
               end-if
           end-if

           .
               move wk-data-corrente                    to      fd-cal-data
               move function upper-case(wk-tipo)        to      fd-cal-tipo
               move wk-descricao                        to      fd-cal-descricao
               move function upper-case(wk-clinica)     to      fd-cal-clinica

               write fd-calendario
               if   wk-fs-arqCalendario equal "22" then
               end-if

               add 1                                    to      wk-qtd-gravados
               if  fd-cal-clinica-fechada then
                   add 1                                to      wk-qtd-fechados
               end-if
           end-if

           .
       bh-proximo-dia-z.
           exit.

      *>*****************************************************************
      *>   Dia lancado com a clinica fechada pode ja ter consultas
      *>   marcadas - a clinica confere e remarca pela opcao 32
      *>*****************************************************************
       bj-avisar-clinica section.
       bj-avisar-clinica-a.

           if  wk-qtd-fechados > 0 then
               display "Dias com a clinica fechada: " wk-qtd-fechados
               display "Conferir as consultas ja marcadas nesses dias"
                       " (clinica, opcao 32)."
           end-if

           .
       bj-avisar-clinica-z.
           exit.

      *>*****************************************************************
      *>   Dia da semana da data corrente (0 = domingo, 6 = sabado),
      *>   pelo resto da divisao do numero de dias corridos por 7
                       if  fd-cal-data(1:6) not equal wk-mes-consulta then
                           move "F"                     to      wk-fim-loop
                       else
                           if  fd-cal-clinica-fechada then
                               display fd-cal-data " " fd-cal-tipo
                                       " " fd-cal-descricao
                                       " clinica fechada"
                           else
                               display fd-cal-data " " fd-cal-tipo
                                       " " fd-cal-descricao
                           end-if
                       end-if
                   end-if
               end-perform
