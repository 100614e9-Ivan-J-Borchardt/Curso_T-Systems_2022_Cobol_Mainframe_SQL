      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "migra_familias_email".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Migracao unica do cadastro de familias
      *>                      para o registro de 168 bytes com o e-mail
      *>                      do responsavel: le arqFamiliasInd.txt no
      *>                      layout de 108 bytes e regrava cada
      *>                      familia em arqFamiliasIndNovo.txt com o
      *>                      e-mail em branco (extrato em papel ate a
      *>                      secretaria completar pelo Alterar de
      *>                      familias.cbl). Apos conferir as
      *>                      contagens, o operador renomeia
      *>                      arqFamiliasIndNovo.txt para
      *>                      arqFamiliasInd.txt - mesmo procedimento de
      *>                      migra_familias.cbl.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqFamiliasAntigo assign to "arqFamiliasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ant-codigo
           file status is wk-fs-arqFamiliasAntigo.

           select arqFamiliasNovo assign to "arqFamiliasIndNovo.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-fam-codigo
           file status is wk-fs-arqFamiliasNovo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqFamiliasAntigo.
       01  fd-familia-antiga.
           05  fd-ant-codigo                        pic  9(05).
           05  fd-ant-responsavel                   pic  x(30).
           05  fd-ant-endereco                      pic  x(50).
           05  fd-ant-telefone                      pic  x(11).
           05  fd-ant-cpf-responsavel               pic  x(12).

       fd arqFamiliasNovo.
       01  fd-familia.
           05  fd-fam-codigo                        pic  9(05).
           05  fd-fam-responsavel                   pic  x(30).
           05  fd-fam-endereco                      pic  x(50).
           05  fd-fam-telefone                      pic  x(11).
           05  fd-fam-cpf-responsavel               pic  x(12).
           05  fd-fam-email                         pic  x(60).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqFamiliasAntigo                  pic x(02).
       77  wk-fs-arqFamiliasNovo                    pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-gravados                          pic 9(06) value 0.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "migra_familias_email".
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

           open input arqFamiliasAntigo
           if   wk-fs-arqFamiliasAntigo not equal "00" then
               move "0001"                                 to      wk-msn-erro-adress
               move wk-fs-arqFamiliasAntigo                to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFamiliasInd" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqFamiliasNovo
           if   wk-fs-arqFamiliasNovo not equal "00" then
               move "0002"                                     to      wk-msn-erro-adress
               move wk-fs-arqFamiliasNovo                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFamiliasIndNovo" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - copia todos os registros para o
      *>   layout novo, familia a familia, na ordem da chave primaria
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move 0                                       to      fd-ant-codigo
           start arqFamiliasAntigo key is not less fd-ant-codigo
           if   wk-fs-arqFamiliasAntigo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqFamiliasAntigo next record
                   if   wk-fs-arqFamiliasAntigo equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqFamiliasAntigo not equal "00" then
                           move "0003"                                to      wk-msn-erro-adress
                           move wk-fs-arqFamiliasAntigo               to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqFamiliasInd"  to      wk-msn-erro-text
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
      *>   Grava o registro no layout novo - e-mail em branco mantem
      *>   a familia no extrato em papel
      *>*****************************************************************
       ba-gravar-novo section.
       ba-gravar-novo-a.

           move fd-ant-codigo                           to      fd-fam-codigo
           move fd-ant-responsavel                      to      fd-fam-responsavel
           move fd-ant-endereco                         to      fd-fam-endereco
           move fd-ant-telefone                         to      fd-fam-telefone
           move fd-ant-cpf-responsavel                  to      fd-fam-cpf-responsavel
           move spaces                                  to      fd-fam-email

           write fd-familia
           if   wk-fs-arqFamiliasNovo not equal "00" then
               move "0004"                                       to      wk-msn-erro-adress
               move wk-fs-arqFamiliasNovo                        to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqFamiliasIndNovo"  to      wk-msn-erro-text
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

           close arqFamiliasAntigo
           close arqFamiliasNovo

           display "Migracao concluida!"
           display "Lidos   : " wk-qtd-lidos
           display "Gravados: " wk-qtd-gravados
           display "Confira as contagens e renomeie"
                   " arqFamiliasIndNovo.txt para arqFamiliasInd.txt."

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
