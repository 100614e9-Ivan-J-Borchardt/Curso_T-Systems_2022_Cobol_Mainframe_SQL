      *>                      fechamento_periodo.cbl): linha de
      *>                      disciplina/periodo fechados e recusada
      *>                      com motivo proprio nos rejeitos.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Nota gravada sem prova agendada no
      *>                      calendario (prova_agendada) gera aviso na
      *>                      saida e conta em "Sem prova agendada",
      *>                      como ja faz notas_professor; a nota e
      *>                      gravada normalmente e nao vai aos rejeitos.

      *>Divisão para configuração do ambiente
       environment division.
       fd arqAlunosInd.
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
       77  wk-qtd-gravadas                          pic 9(06) value 0.
       77  wk-qtd-repetidas                         pic 9(06) value 0.
       77  wk-qtd-rejeitadas                        pic 9(06) value 0.
       77  wk-qtd-sem-prova                         pic 9(06) value 0.

      *>   Consulta ao calendario de provas (prova_agendada)
       77  wk-prv-periodo                           pic 9(01).
       77  wk-prv-cod-retorno                       pic 9(01).
           88 wk-prv-nao-agendada                   value 1.

      *>   Campos da linha CSV decomposta
       77  wk-tok-cpf                               pic x(12).
                   move fd-nota                         to      fd-naudit-imagem-depois
                   write fd-naudit-linha

                   perform be-conferir-prova

               when "22"
                   read arqNotas
                   if   wk-fs-arqNotas equal "00"
       bc-gravar-nota-z.
           exit.

      *>*****************************************************************
      *>   Nota gravada sem prova agendada para a turma no periodo -
      *>   apenas aviso, a nota fica gravada
      *>*****************************************************************
       be-conferir-prova section.
       be-conferir-prova-a.

           move wk-tok-periodo                          to      wk-prv-periodo
           call "prova_agendada" using fd-aluno-serie
                                       fd-aluno-turma
                                       wk-ano-letivo
                                       wk-tok-disciplina
                                       wk-prv-periodo
                                       wk-prv-cod-retorno
           if  wk-prv-nao-agendada then
               add 1                                    to      wk-qtd-sem-prova
               display "Aviso: " wk-tok-cpf " - nenhuma prova de "
                       wk-tok-disciplina " agendada para a turma no periodo "
                       wk-prv-periodo "."
           end-if

           .
       be-conferir-prova-z.
           exit.

      *>*****************************************************************
      *>   Grava uma linha recusada com o motivo
      *>*****************************************************************
           display "Gravadas     : " wk-qtd-gravadas
           display "Repetidas    : " wk-qtd-repetidas
           display "Rejeitadas   : " wk-qtd-rejeitadas
           display "Sem prova agendada: " wk-qtd-sem-prova

           goback.
           .
