      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "migra_calendario".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Migracao unica do calendario letivo para o
      *>                      registro de 40 bytes com a marca de
      *>                      clinica fechada: le arqCalendarioInd.txt
      *>                      no layout antigo de 39 bytes e regrava
      *>                      cada dia em arqCalendarioIndNovo.txt com a
      *>                      clinica fechada nos feriados e aberta nos
      *>                      dias letivos e de recesso. Apos conferir
      *>                      as contagens, o operador renomeia
      *>                      arqCalendarioIndNovo.txt para
      *>                      arqCalendarioInd.txt - mesmo procedimento
      *>                      de troca de arquivo de migra_nascimento.cbl.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCalendarioAntigo assign to "arqCalendarioInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ant-data
           file status is wk-fs-arqCalendarioAntigo.

           select arqCalendarioNovo assign to "arqCalendarioIndNovo.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is wk-fs-arqCalendarioNovo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCalendarioAntigo.
       01  fd-calendario-antigo.
           05  fd-ant-data                          pic  9(08).
           05  fd-ant-tipo                          pic  x(01).
               88  fd-ant-feriado                   value "F".
           05  fd-ant-descricao                     pic  x(30).

       fd arqCalendarioNovo.
       01  fd-calendario.
           05  fd-cal-data                          pic  9(08).
           05  fd-cal-tipo                          pic  x(01).
               88  fd-cal-letivo                    value "L".
               88  fd-cal-feriado                   value "F".
               88  fd-cal-recesso                   value "R".
           05  fd-cal-descricao                     pic  x(30).
           05  fd-cal-clinica                       pic  x(01).
               88  fd-cal-clinica-fechada           value "S".
               88  fd-cal-clinica-aberta            value "N".

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqCalendarioAntigo                pic x(02).
       77  wk-fs-arqCalendarioNovo                  pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-gravados                          pic 9(06) value 0.
       77  wk-qtd-fechados                          pic 9(06) value 0.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "migra_calendario".
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

           open input arqCalendarioAntigo
           if   wk-fs-arqCalendarioAntigo not equal "00" then
               move "0001"                                   to      wk-msn-erro-adress
               move wk-fs-arqCalendarioAntigo                to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqCalendarioInd" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqCalendarioNovo
           if   wk-fs-arqCalendarioNovo not equal "00" then
               move "0002"                                   to      wk-msn-erro-adress
               move wk-fs-arqCalendarioNovo                  to      wk-msn-erro-cod
               move "Erro ao abrir arqCalendarioIndNovo"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - copia todos os dias para o layout
      *>   novo, na ordem da data
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move zeros                                   to      fd-ant-data
           start arqCalendarioAntigo key is not less fd-ant-data
           if   wk-fs-arqCalendarioAntigo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqCalendarioAntigo next record
                   if   wk-fs-arqCalendarioAntigo equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqCalendarioAntigo not equal "00" then
                           move "0003"                                 to      wk-msn-erro-adress
                           move wk-fs-arqCalendarioAntigo              to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqCalendarioInd" to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       else
                           add 1                        to      wk-qtd-lidos
                           perform ba-gravar-novo
                       end-if
                   end-if
               end-perform
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Grava o dia no layout novo - so o feriado fecha a clinica;
      *>   outros fechamentos sao lancados depois pelo calendario
      *>*****************************************************************
       ba-gravar-novo section.
       ba-gravar-novo-a.

           move fd-ant-data                             to      fd-cal-data
           move fd-ant-tipo                             to      fd-cal-tipo
           move fd-ant-descricao                        to      fd-cal-descricao
           if  fd-ant-feriado then
               set fd-cal-clinica-fechada               to      true
               add 1                                    to      wk-qtd-fechados
           else
               set fd-cal-clinica-aberta                to      true
           end-if

           write fd-calendario
           if   wk-fs-arqCalendarioNovo not equal "00" then
               move "0004"                                   to      wk-msn-erro-adress
               move wk-fs-arqCalendarioNovo                  to      wk-msn-erro-cod
               move "Erro ao Gravar arqCalendarioIndNovo"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-qtd-gravados

           .
       ba-gravar-novo-z.
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

           close arqCalendarioAntigo
           close arqCalendarioNovo

           display "Migracao concluida!"
           display "Lidos   : " wk-qtd-lidos
           display "Gravados: " wk-qtd-gravados
           display "Clinica fechada (feriados): " wk-qtd-fechados
           display "Confira as contagens e renomeie"
                   " arqCalendarioIndNovo.txt para arqCalendarioInd.txt."

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-gravados
                                          wk-run-zero
                                          wk-run-status

           stop run.
           .
       z-finaliza-z.
           exit.
