      *                      e imagens antes/depois do registro. A
      *                      consulta do jornal e feita por
      *                      consulta_audit_notas.cbl.
      *   15/10/2026 - IJB - Lancamento avisa quando a nota e de
      *                      disciplina e periodo sem prova agendada
      *                      para a turma do aluno no calendario de
      *                      provas (prova_agendada.cbl) - so aviso,
      *                      a nota e gravada.
      *   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *                      com nome completo (60) e nome social
      *                      (migra_nome_completo.cbl).
      *   15/10/2026 - IJB - Lancamento mostra quando o aluno tem plano
      *                      AEE ativo (plano_aee.cbl), com a avaliacao
      *                      adaptada registrada para a disciplina.

      *Divisao de configuracao do ambiente
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
       01  wk-naudit-imagem-depois            pic x(44).
       01  wk-nota-existente                  pic x(44).

      *    Consulta ao calendario de provas (prova_agendada)
       77  wk-prv-cod-retorno                 pic 9(01).
           88  wk-prv-nao-agendada            value 1.

      *    Consulta ao plano AEE do aluno (plano_aee)
       77  wk-aee-categoria                   pic x(03).
       77  wk-aee-adaptacao                   pic x(60).
       77  wk-aee-cod-retorno                 pic 9(01).
           88  wk-aee-plano-ativo             value 0.

       linkage section.

      *    Credenciais ja autenticadas, recebidas quando o programa e
                             fd-aluno-serie
                else

      *         aluno com plano AEE ativo: categoria e avaliacao
      *         adaptada da disciplina
                perform bj-conferir-aee

                display "Periodo (1-9): "
                accept wk-nota-periodo

                             " - procure a administracao."
                else

      *         nota de prova nunca agendada para a turma so avisa
                perform bi-conferir-prova

                display "Nota: "
                accept wk-nota-valor

       bg-conferir-fechamento-z.
           exit.

      ******************************************************************
      *   Confere no calendario de provas se ha avaliacao agendada
      *   para a turma do aluno na disciplina e periodo digitados
      ******************************************************************
       bi-conferir-prova section.
       bi-conferir-prova-a.
           call "prova_agendada" using fd-aluno-serie
                                       fd-aluno-turma
                                       wk-ano-letivo
                                       wk-nota-disciplina
                                       wk-nota-periodo
                                       wk-prv-cod-retorno
           if   wk-prv-nao-agendada then
                display "Aviso: nenhuma prova de " wk-nota-disciplina
                        " agendada para a turma no periodo "
                        wk-nota-periodo "."
           end-if
           .
       bi-conferir-prova-z.
           exit.

      ******************************************************************
      *   Mostra o plano AEE ativo do aluno e a avaliacao adaptada
      *   registrada para a disciplina digitada
      ******************************************************************
       bj-conferir-aee section.
       bj-conferir-aee-a.
           call "plano_aee" using fd-aluno-cpf
                                  wk-nota-disciplina
                                  wk-aee-categoria
                                  wk-aee-adaptacao
                                  wk-aee-cod-retorno
           if   wk-aee-plano-ativo then
                display "Aluno com plano AEE ativo (categoria "
                        wk-aee-categoria ")."
                if   wk-aee-adaptacao not equal spaces then
                     display "Avaliacao adaptada: " wk-aee-adaptacao
                end-if
           end-if
           .
       bj-conferir-aee-z.
           exit.

      ******************************************************************
      *   Grava uma linha no jornal de notas - data/hora, operador
      *   autenticado, operacao e imagens antes/depois
