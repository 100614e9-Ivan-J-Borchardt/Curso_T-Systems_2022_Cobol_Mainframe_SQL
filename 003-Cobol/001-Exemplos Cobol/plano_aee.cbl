      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "plano_aee".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Subrotina de consulta ao plano individual
     *>                      de atendimento educacional especializado
     *>                      (arqAeeInd.txt / arqAeeAdaptacoesInd.txt,
     *>                      programa aee_planos.cbl): diz se o aluno
     *>                      tem plano ativo, com a categoria e, quando
     *>                      informada a disciplina, a avaliacao
     *>                      adaptada registrada para ela. Usada no
     *>                      lancamento de notas, diario de classe,
     *>                      boletim e conselho de classe.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
           special-names. decimal-point is comma.

     *>------- Declaração dos recursos externos
      input-output section.
      file-control.

          select arqAee assign to "arqAeeInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-aee-cpf
          file status is wk-fs-arqAee.

          select arqAeeAdaptacoes assign to "arqAeeAdaptacoesInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-ada-chave
          file status is wk-fs-arqAeeAdaptacoes.

      i-o-control.

     *>Declaração de variáveis
      data division.
      file section.

      fd arqAee.
      01  fd-aee.
          05  fd-aee-cpf                             pic  x(12).
          05  fd-aee-categoria                       pic  x(03).
          05  fd-aee-profissional                    pic  x(30).
          05  fd-aee-inicio                          pic  9(08).
          05  fd-aee-proxima-revisao                 pic  9(08).
          05  fd-aee-ultima-revisao                  pic  9(08).
          05  fd-aee-situacao                        pic  x(01).
              88  fd-aee-ativo                       value "A".
              88  fd-aee-encerrado                   value "E".
          05  fd-aee-observacao                      pic  x(60).
          05  fd-aee-operador                        pic  x(15).
          05  fd-aee-data-hora                       pic  x(14).

      fd arqAeeAdaptacoes.
      01  fd-adaptacao.
          05  fd-ada-chave.
              10  fd-ada-cpf                         pic  x(12).
              10  fd-ada-disciplina                  pic  x(10).
          05  fd-ada-texto                           pic  x(60).
          05  fd-ada-operador                        pic  x(15).
          05  fd-ada-data-hora                       pic  x(14).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqAee                               pic x(02).
      77  wk-fs-arqAeeAdaptacoes                     pic x(02).

      linkage section.

     *>   lk-cpf:             aluno
     *>   lk-disciplina:      disciplina da grade (espacos = so a
     *>                       situacao do plano)
     *>   lk-categoria:       categoria do plano ativo (devolvida)
     *>   lk-adaptacao:       avaliacao adaptada da disciplina
     *>                       (devolvida; espacos quando nao ha)
     *>   lk-cod-retorno:     0 plano ativo / 1 sem plano ativo /
     *>                       2 cadastro de planos ainda nao usado
     *>                       (sem arquivo)
      01  lk-cpf                                     pic x(12).
      01  lk-disciplina                              pic x(10).
      01  lk-categoria                               pic x(03).
      01  lk-adaptacao                               pic x(60).
      01  lk-cod-retorno                             pic 9(01).
          88  lk-plano-ativo                         value 0.
          88  lk-sem-plano-ativo                     value 1.
          88  lk-sem-cadastro                        value 2.

     *>Declaração do corpo do programa
      procedure division using lk-cpf, lk-disciplina, lk-categoria,
                               lk-adaptacao, lk-cod-retorno.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.
          move 1                                     to lk-cod-retorno
          move spaces                                to lk-categoria
          move spaces                                to lk-adaptacao
          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Plano do aluno e, se ativo, a adaptacao da disciplina
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          open input arqAee
          if   wk-fs-arqAee not equal "00" then
              move 2                                 to lk-cod-retorno
              exit section
          end-if

          move lk-cpf                                to fd-aee-cpf
          read arqAee
          if   wk-fs-arqAee equal "00"
          and  fd-aee-ativo then
              move 0                                 to lk-cod-retorno
              move fd-aee-categoria                  to lk-categoria
          end-if
          close arqAee

          if   not lk-plano-ativo
          or   lk-disciplina equal spaces then
              exit section
          end-if

          open input arqAeeAdaptacoes
          if   wk-fs-arqAeeAdaptacoes equal "00" then
              move lk-cpf                            to fd-ada-cpf
              move lk-disciplina                     to fd-ada-disciplina
              read arqAeeAdaptacoes
              if   wk-fs-arqAeeAdaptacoes equal "00" then
                  move fd-ada-texto                  to lk-adaptacao
              end-if
              close arqAeeAdaptacoes
          end-if
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
