      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "prova_agendada".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Subrotina de consulta ao calendario de
     *>                      provas (arqProvasInd.txt, programa
     *>                      provas.cbl): diz se ha avaliacao agendada
     *>                      para a serie/turma, disciplina e periodo
     *>                      no ano letivo. O lancamento de notas
     *>                      (Cadastro de Notas e notas_professor)
     *>                      avisa quando a nota e de avaliacao que
     *>                      nunca foi agendada.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
           special-names. decimal-point is comma.

     *>------- Declaração dos recursos externos
      input-output section.
      file-control.

          select arqProvas assign to "arqProvasInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-prv-chave
          file status is wk-fs-arqProvas.

      i-o-control.

     *>Declaração de variáveis
      data division.
      file section.

      fd arqProvas.
      01  fd-prova.
          05  fd-prv-chave.
              10  fd-prv-serie                       pic  9(02).
              10  fd-prv-turma                       pic  x(01).
              10  fd-prv-data                        pic  9(08).
              10  fd-prv-disciplina                  pic  x(10).
          05  fd-prv-periodo                         pic  9(01).
          05  fd-prv-descricao                       pic  x(30).
          05  fd-prv-operador                        pic  x(15).
          05  fd-prv-data-registro                   pic  x(14).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqProvas                            pic x(02).

      77  wk-fim-loop                                pic x(01).
          88 wk-loop-terminado                       value "F".

      linkage section.

     *>   lk-serie/lk-turma:  turma do aluno
     *>   lk-ano:             ano letivo da nota
     *>   lk-disciplina:      codigo da disciplina da grade
     *>   lk-periodo:         periodo (1-4) da nota
     *>   lk-cod-retorno:     0 avaliacao agendada / 1 nenhuma
     *>                       avaliacao agendada / 2 calendario de
     *>                       provas ainda nao usado (sem arquivo)
      01  lk-serie                                   pic 9(02).
      01  lk-turma                                   pic x(01).
      01  lk-ano                                     pic 9(04).
      01  lk-disciplina                              pic x(10).
      01  lk-periodo                                 pic 9(01).
      01  lk-cod-retorno                             pic 9(01).
          88  lk-prova-agendada                      value 0.
          88  lk-prova-nao-agendada                  value 1.
          88  lk-sem-calendario                      value 2.

     *>Declaração do corpo do programa
      procedure division using lk-serie, lk-turma, lk-ano,
                               lk-disciplina, lk-periodo,
                               lk-cod-retorno.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.
          move 1                                     to lk-cod-retorno
          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Percorre as provas da turma no ano pela chave (serie, turma,
     *>   data) procurando a disciplina e o periodo
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          open input arqProvas
          if   wk-fs-arqProvas not equal "00" then
              move 2                                 to lk-cod-retorno
              exit section
          end-if

          move lk-serie                              to fd-prv-serie
          move lk-turma                              to fd-prv-turma
          compute fd-prv-data = lk-ano * 10000
          move low-values                            to fd-prv-disciplina
          start arqProvas key is not less fd-prv-chave
          if   wk-fs-arqProvas equal "00" then
              move space                             to wk-fim-loop
              perform until wk-loop-terminado
                  read arqProvas next record
                  if   wk-fs-arqProvas not equal "00"
                  or   fd-prv-serie not equal lk-serie
                  or   fd-prv-turma not equal lk-turma
                  or   fd-prv-data(1:4) not equal lk-ano then
                      move "F"                       to wk-fim-loop
                  else
                      if  fd-prv-disciplina equal lk-disciplina
                      and fd-prv-periodo equal lk-periodo then
                          move 0                     to lk-cod-retorno
                          move "F"                   to wk-fim-loop
                      end-if
                  end-if
              end-perform
          end-if

          close arqProvas
          .
      b-processa-z.
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
