      $set sourceformat"free"

     *>Divisão de identificação do programa
      identification division.
      program-id. "confere_rota".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Subrotina de conferencia do transporte
     *>                      escolar: dado o CPF do aluno e o turno da
     *>                      sua turma, confere o vinculo ativo em
     *>                      arqTransporteInd.txt contra o turno da
     *>                      rota em arqRotasInd.txt e devolve a rota
     *>                      e um codigo de retorno, para as telas de
     *>                      turmas e de alunos avisarem quando a troca
     *>                      de turno deixa o aluno na rota errada.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.
	   special-names. decimal-point is comma.

     *>------- Declaração dos recursos externos
      input-output section.
      file-control.

          select arqTransporte assign to "arqTransporteInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-tra-cpf
          alternate record key is fd-tra-rota with duplicates
          file status is wk-fs-arqTransporte.

          select arqRotas assign to "arqRotasInd.txt"
          organization is indexed
          access mode is dynamic
          record key is fd-rot-codigo
          file status is wk-fs-arqRotas.

      i-o-control.

     *>Declaração de variáveis
      data division.
      file section.

      fd arqTransporte.
      01  fd-transporte.
          05  fd-tra-cpf                             pic  x(12).
          05  fd-tra-rota                            pic  x(05).
          05  fd-tra-parada                          pic  9(02).
          05  fd-tra-situacao                        pic  x(01).
              88  fd-tra-ativo                       value "A".
              88  fd-tra-cancelado                   value "C".
          05  fd-tra-data-inicio                     pic  9(08).
          05  fd-tra-data-fim                        pic  9(08).
          05  fd-tra-operador                        pic  x(15).
          05  fd-tra-data-registro                   pic  x(14).

      fd arqRotas.
      01  fd-rota.
          05  fd-rot-codigo                          pic  x(05).
          05  fd-rot-descricao                       pic  x(30).
          05  fd-rot-veiculo                         pic  x(08).
          05  fd-rot-motorista                       pic  x(30).
          05  fd-rot-turno                           pic  x(01).
          05  fd-rot-capacidade                      pic  9(03).
          05  fd-rot-qtd-paradas                     pic  9(02).
          05  fd-rot-parada occurs 15.
              10  fd-rot-par-local                   pic  x(30).
              10  fd-rot-par-hora                    pic  9(04).
          05  fd-rot-situacao                        pic  x(01).

      working-storage section.

      77  wk-fs-arqTransporte                        pic x(02).
      77  wk-fs-arqRotas                             pic x(02).

      linkage section.

     *>   lk-cpf:     CPF do aluno
     *>   lk-turno:   turno (M/T/N) da turma do aluno
     *>   lk-rota:    rota do vinculo ativo, espacos se nao houver
     *>   lk-retorno: 0 = sem transporte ou rota no mesmo turno
     *>               1 = rota em outro turno
      01  lk-cpf                                     pic x(12).
      01  lk-turno                                   pic x(01).
      01  lk-rota                                    pic x(05).
      01  lk-retorno                                 pic 9(01).

     *>Declaração do corpo do programa
      procedure division using lk-cpf, lk-turno,
                               lk-rota, lk-retorno.

          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Vinculo ativo do aluno e turno da rota - sem os arquivos do
     *>   transporte nao ha o que conferir
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          move spaces                                to lk-rota
          move 0                                     to lk-retorno

          open input arqTransporte
          if   wk-fs-arqTransporte not equal "00" then
              exit section
          end-if

          move lk-cpf                                to fd-tra-cpf
          read arqTransporte
          if   wk-fs-arqTransporte equal "00" then
              if  fd-tra-ativo then
                  move fd-tra-rota                   to lk-rota
              end-if
          end-if
          close arqTransporte

          if  lk-rota equal spaces then
              exit section
          end-if

          open input arqRotas
          if   wk-fs-arqRotas equal "00" then
              move lk-rota                           to fd-rot-codigo
              read arqRotas
              if   wk-fs-arqRotas equal "00" then
                  if  fd-rot-turno not equal lk-turno then
                      move 1                         to lk-retorno
                  end-if
              end-if
              close arqRotas
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
