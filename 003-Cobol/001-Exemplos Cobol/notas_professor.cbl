      *>                      rewrite jornalizado em
      *>                      arqNotasAuditoria.txt - acabou a planilha
      *>                      de papel redigitada pela secretaria.
      *>   15/10/2026 - IJB - Aviso quando a nota e de disciplina e
      *>                      periodo sem prova agendada para a turma
      *>                      no calendario de provas
      *>                      (prova_agendada.cbl) - o lancamento
      *>                      segue.
      *>   15/10/2026 - IJB - Registro da grade de horarios com a sala
      *>                      da vaga (layout de grade_horarios.cbl).
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Aluno com plano AEE ativo (plano_aee.cbl)
      *>                      e avisado no lancamento, com a avaliacao
      *>                      adaptada registrada para a disciplina.

      *>Divisão para configuração do ambiente
       environment division.
       fd arqAlunos.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqNotas.
       01  fd-nota.
               10  fd-hor-periodo                   pic  9(01).
           05  fd-hor-disciplina                    pic  x(10).
           05  fd-hor-professor                     pic  x(05).
           05  fd-hor-sala.
               10  fd-hor-sala-unidade              pic  x(03).
               10  fd-hor-sala-codigo               pic  x(05).

       fd arqFechamentos.
       01  fd-fechamento.

       77  wk-qtd-lancadas                          pic 9(04) value 0.

      *>   Consulta ao calendario de provas (prova_agendada)
       77  wk-prv-cod-retorno                       pic 9(01).
           88 wk-prv-nao-agendada                   value 1.

      *>   Consulta ao plano AEE do aluno (plano_aee)
       77  wk-aee-categoria                         pic x(03).
       77  wk-aee-adaptacao                         pic x(60).
       77  wk-aee-cod-retorno                       pic 9(01).
           88 wk-aee-plano-ativo                    value 0.

       77  temp                                     pic x(01).

       01  wk-msn-erro.
                       display "Disciplina/turma nao atribuidas a"
                               " voce - lancamento recusado."
                   else
                       perform bf-conferir-aee
                       display "Periodo (1-4): "
                       accept wk-periodo
                       if  wk-periodo < 1 or wk-periodo > 4 then
                               display "Periodo fechado para esta"
                                       " disciplina."
                           else
                               perform be-conferir-prova
                               display "Nota: "
                               accept wk-nota
                               perform bd-gravar-nota
       bc-conferir-fechamento-z.
           exit.

      *>*****************************************************************
      *>   Nota de avaliacao que nunca foi agendada no calendario de
      *>   provas da turma so gera aviso
      *>*****************************************************************
       be-conferir-prova section.
       be-conferir-prova-a.

           call "prova_agendada" using fd-aluno-serie
                                       fd-aluno-turma
                                       wk-ano-letivo
                                       wk-disciplina
                                       wk-periodo
                                       wk-prv-cod-retorno
           if  wk-prv-nao-agendada then
               display "Aviso: nenhuma prova de " wk-disciplina
                       " agendada para a turma no periodo "
                       wk-periodo "."
           end-if

           .
       be-conferir-prova-z.
           exit.

      *>*****************************************************************
      *>   Aluno com plano AEE ativo: o professor ve a categoria e a
      *>   avaliacao adaptada registrada para a disciplina
      *>*****************************************************************
       bf-conferir-aee section.
       bf-conferir-aee-a.

           call "plano_aee" using fd-aluno-cpf
                                  wk-disciplina
                                  wk-aee-categoria
                                  wk-aee-adaptacao
                                  wk-aee-cod-retorno
           if  wk-aee-plano-ativo then
               display "Aluno com plano AEE ativo (categoria "
                       wk-aee-categoria ")."
               if  wk-aee-adaptacao not equal spaces then
                   display "Avaliacao adaptada: " wk-aee-adaptacao
               end-if
           end-if

           .
       bf-conferir-aee-z.
           exit.

      *>*****************************************************************
      *>   Grava (ou regrava) a nota, jornalizada com o user-id do
      *>   professor
