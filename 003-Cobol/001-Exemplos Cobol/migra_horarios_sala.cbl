      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "migra_horarios_sala".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Migracao unica da grade de horarios para o
      *>                      registro de 28 bytes com a sala: le
      *>                      arqHorariosInd.txt no layout antigo de 20
      *>                      bytes e regrava cada vaga em
      *>                      arqHorariosIndNovo.txt com a sala em
      *>                      branco - as salas sao informadas depois
      *>                      relancando a vaga em grade_horarios.cbl.
      *>                      Conferidas as contagens, o operador
      *>                      renomeia arqHorariosIndNovo.txt para
      *>                      arqHorariosInd.txt, o mesmo procedimento
      *>                      de troca de migra_turmas_unidade.cbl.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqHorariosAntigo assign to "arqHorariosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ant-chave
           file status is wk-fs-arqHorariosAntigo.

           select arqHorariosNovo assign to "arqHorariosIndNovo.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-hor-chave
           file status is wk-fs-arqHorariosNovo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqHorariosAntigo.
       01  fd-horario-antigo.
           05  fd-ant-chave.
               10  fd-ant-serie                     pic  9(02).
               10  fd-ant-letra                     pic  x(01).
               10  fd-ant-dia                       pic  9(01).
               10  fd-ant-periodo                   pic  9(01).
           05  fd-ant-disciplina                    pic  x(10).
           05  fd-ant-professor                     pic  x(05).

       fd arqHorariosNovo.
       01  fd-horario.
           05  fd-hor-chave.
               10  fd-hor-serie                     pic  9(02).
               10  fd-hor-letra                     pic  x(01).
               10  fd-hor-dia                       pic  9(01).
               10  fd-hor-periodo                   pic  9(01).
           05  fd-hor-disciplina                    pic  x(10).
           05  fd-hor-professor                     pic  x(05).
           05  fd-hor-sala.
               10  fd-hor-sala-unidade              pic  x(03).
               10  fd-hor-sala-codigo               pic  x(05).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqHorariosAntigo                  pic x(02).
       77  wk-fs-arqHorariosNovo                    pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-qtd-lidas                             pic 9(06) value 0.
       77  wk-qtd-gravadas                          pic 9(06) value 0.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "migra_horarios_sala".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao
      *>*****************************************************************
       a-inicializa section.
       a-inicializa-a.

           move "I"                     to   wk-run-evento
           move spaces                  to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-run-zero
                                          wk-run-zero
                                          wk-run-zero
                                          wk-run-status

           open input arqHorariosAntigo
           if   wk-fs-arqHorariosAntigo not equal "00" then
               move "0001"                                  to      wk-msn-erro-adress
               move wk-fs-arqHorariosAntigo                 to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqHorariosInd"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqHorariosNovo
           if   wk-fs-arqHorariosNovo not equal "00" then
               move "0002"                                  to      wk-msn-erro-adress
               move wk-fs-arqHorariosNovo                   to      wk-msn-erro-cod
               move "Erro ao abrir arqHorariosIndNovo"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - copia todas as vagas com a sala
      *>   em branco
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move low-values                              to      fd-ant-chave
           start arqHorariosAntigo key is not less fd-ant-chave
           if   wk-fs-arqHorariosAntigo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqHorariosAntigo next record
                   if   wk-fs-arqHorariosAntigo equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqHorariosAntigo not equal "00" then
                           move "0003"                                to      wk-msn-erro-adress
                           move wk-fs-arqHorariosAntigo               to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqHorariosInd"  to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       else
                           add 1                        to      wk-qtd-lidas
                           perform ba-gravar-nova
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Grava a vaga no layout novo
      *>*****************************************************************
       ba-gravar-nova section.
       ba-gravar-nova-a.

           move fd-ant-serie                            to      fd-hor-serie
           move fd-ant-letra                            to      fd-hor-letra
           move fd-ant-dia                              to      fd-hor-dia
           move fd-ant-periodo                          to      fd-hor-periodo
           move fd-ant-disciplina                       to      fd-hor-disciplina
           move fd-ant-professor                        to      fd-hor-professor
           move spaces                                  to      fd-hor-sala

           write fd-horario
           if   wk-fs-arqHorariosNovo not equal "00" then
               move "0004"                                    to      wk-msn-erro-adress
               move wk-fs-arqHorariosNovo                     to      wk-msn-erro-cod
               move "Erro ao Gravar arqHorariosIndNovo"       to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-qtd-gravadas

           .
       ba-gravar-nova-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao com erro
      *>*****************************************************************
       z-finaliza-anormal section.
       z-finaliza-anormal-a.
           display erase
           display wk-msn-erro


           call "grava_erro" using wk-erro-programa
                                   wk-msn-erro
                                   wk-erro-registro
                                   wk-erro-registro-tam
           move "F"                     to   wk-run-evento
           move "AB"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-run-zero
                                          wk-run-zero
                                          wk-run-zero
                                          wk-run-status

           stop run.
           .
       z-finaliza-anormal-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao normal
      *>*****************************************************************
       z-finaliza section.
       z-finaliza-a.

           close arqHorariosAntigo
           close arqHorariosNovo

           display "Migracao concluida!"
           display "Lidas   : " wk-qtd-lidas
           display "Gravadas: " wk-qtd-gravadas
           display "Confira as contagens e renomeie"
                   " arqHorariosIndNovo.txt para arqHorariosInd.txt."

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidas
                                          wk-qtd-gravadas
                                          wk-run-zero
                                          wk-run-status

           stop run.
           .
       z-finaliza-z.
           exit.
