      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "migra_mensalidades".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Migracao unica das cobrancas para o
      *>                      registro de 157 bytes com vencimento,
      *>                      multa, juros e valor efetivamente pago:
      *>                      le arqMensalidadesInd.txt no layout
      *>                      antigo de 90 bytes e regrava cada cobranca
      *>                      em arqMensalidadesIndNovo.txt, com o
      *>                      vencimento montado pela regra de
      *>                      calcula_encargos.cbl, encargos zerados e,
      *>                      para as ja pagas, o valor pago igual ao
      *>                      principal (pagamentos antigos foram
      *>                      registrados pelo valor de face). Apos
      *>                      conferir as contagens, o operador renomeia
      *>                      arqMensalidadesIndNovo.txt para
      *>                      arqMensalidadesInd.txt - mesmo
      *>                      procedimento de migra_nascimento.cbl.
      *>   15/10/2026 - IJB - Cobranca migrada com desconto fica com a
      *>                      origem "bolsa" - antes do desconto de
      *>                      irmaos a bolsa era a unica fonte.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqMensAntigo assign to "arqMensalidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ant-chave
           file status is wk-fs-arqMensAntigo.

           select arqMensNovo assign to "arqMensalidadesIndNovo.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is wk-fs-arqMensNovo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMensAntigo.
       01  fd-mens-antiga.
           05  fd-ant-chave.
               10  fd-ant-matricula                 pic  9(07).
               10  fd-ant-competencia               pic  9(06).
           05  fd-ant-cpf                           pic  x(12).
           05  fd-ant-serie                         pic  9(02).
           05  fd-ant-turma                         pic  x(01).
           05  fd-ant-responsavel                   pic  x(15).
           05  fd-ant-valor                         pic  9(04)v99.
           05  fd-ant-desconto-pct                  pic  9(03).
           05  fd-ant-status                        pic  x(01).
               88  fd-ant-paga                      value "P".
           05  fd-ant-data-pagamento                pic  9(08).
           05  fd-ant-operador-pgto                 pic  x(15).
           05  fd-ant-data-geracao                  pic  x(14).

       fd arqMensNovo.
       01  fd-mensalidade.
           05  fd-mens-chave.
               10  fd-mens-matricula                pic  9(07).
               10  fd-mens-competencia              pic  9(06).
           05  fd-mens-cpf                          pic  x(12).
           05  fd-mens-serie                        pic  9(02).
           05  fd-mens-turma                        pic  x(01).
           05  fd-mens-responsavel                  pic  x(15).
           05  fd-mens-valor                        pic  9(04)v99.
           05  fd-mens-desconto-pct                 pic  9(03).
           05  fd-mens-status                       pic  x(01).
           05  fd-mens-data-pagamento               pic  9(08).
           05  fd-mens-operador-pgto                pic  x(15).
           05  fd-mens-data-geracao                 pic  x(14).
           05  fd-mens-vencimento                   pic  9(08).
           05  fd-mens-multa                        pic  9(04)v99.
           05  fd-mens-juros                        pic  9(04)v99.
           05  fd-mens-valor-pago                   pic  9(05)v99.
           05  fd-mens-acordo                       pic  9(06).
           05  fd-mens-desconto-origem              pic  x(01).
           05  fd-mens-bolsa-pct                    pic  9(03).
           05  fd-mens-irmaos-pct                   pic  9(03).
           05  fd-mens-ordem-irmao                  pic  9(02).
           05  fd-mens-reserva                      pic  x(25).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqMensAntigo                      pic x(02).
       77  wk-fs-arqMensNovo                        pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-gravados                          pic 9(06) value 0.
       77  wk-qtd-pagas                             pic 9(06) value 0.

      *>   Parametros da subrotina calcula_encargos
       77  wk-enc-operacao                          pic x(01).
       01  wk-enc-encargos.
           05  wk-enc-competencia                   pic 9(06).
           05  wk-enc-principal                     pic 9(04)v99.
           05  wk-enc-vencimento                    pic 9(08).
           05  wk-enc-data-base                     pic 9(08).
           05  wk-enc-dias-atraso                   pic 9(05).
           05  wk-enc-multa                         pic 9(04)v99.
           05  wk-enc-juros                         pic 9(04)v99.
           05  wk-enc-total                         pic 9(05)v99.
       01  wk-enc-parametros.
           05  wk-enc-multa-pct                     pic 9(02)v99.
           05  wk-enc-juros-mes-pct                 pic 9(02)v99.
           05  wk-enc-carencia-dias                 pic 9(02).
           05  wk-enc-dia-vencimento                pic 9(02).
       77  wk-enc-retorno                           pic 9(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "migra_mensalidades".
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

           open input arqMensAntigo
           if   wk-fs-arqMensAntigo not equal "00" then
               move "0001"                                     to      wk-msn-erro-adress
               move wk-fs-arqMensAntigo                        to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMensalidadesInd" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqMensNovo
           if   wk-fs-arqMensNovo not equal "00" then
               move "0002"                                     to      wk-msn-erro-adress
               move wk-fs-arqMensNovo                          to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMensalidadesNovo" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - copia todas as cobrancas para o
      *>   layout novo, na ordem da chave
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move low-values                              to      fd-ant-chave
           start arqMensAntigo key is not less fd-ant-chave
           if   wk-fs-arqMensAntigo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqMensAntigo next record
                   if   wk-fs-arqMensAntigo equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqMensAntigo not equal "00" then
                           move "0003"                                     to      wk-msn-erro-adress
                           move wk-fs-arqMensAntigo                        to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqMensalidadesInd"   to      wk-msn-erro-text
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
      *>   Grava a cobranca no layout novo - vencimento pela regra em
      *>   vigor, encargos zerados e valor pago = principal nas pagas
      *>*****************************************************************
       ba-gravar-novo section.
       ba-gravar-novo-a.

           move spaces                                  to      fd-mensalidade
           move fd-ant-matricula                        to      fd-mens-matricula
           move fd-ant-competencia                      to      fd-mens-competencia
           move fd-ant-cpf                              to      fd-mens-cpf
           move fd-ant-serie                            to      fd-mens-serie
           move fd-ant-turma                            to      fd-mens-turma
           move fd-ant-responsavel                      to      fd-mens-responsavel
           move fd-ant-valor                            to      fd-mens-valor
           move fd-ant-desconto-pct                     to      fd-mens-desconto-pct
           move fd-ant-status                           to      fd-mens-status
           move fd-ant-data-pagamento                   to      fd-mens-data-pagamento
           move fd-ant-operador-pgto                    to      fd-mens-operador-pgto
           move fd-ant-data-geracao                     to      fd-mens-data-geracao

           move "V"                                     to      wk-enc-operacao
           move fd-ant-competencia                      to      wk-enc-competencia
           move 0                                       to      wk-enc-vencimento
           call "calcula_encargos" using wk-enc-operacao
                                         wk-enc-encargos
                                         wk-enc-parametros
                                         wk-enc-retorno
           move wk-enc-vencimento                       to      fd-mens-vencimento

           move 0                                       to      fd-mens-multa
           move 0                                       to      fd-mens-juros
           move 0                                       to      fd-mens-acordo
           move fd-ant-desconto-pct                     to      fd-mens-bolsa-pct
           move 0                                       to      fd-mens-irmaos-pct
           move 0                                       to      fd-mens-ordem-irmao
           if  fd-ant-desconto-pct > 0 then
               move "B"                                 to      fd-mens-desconto-origem
           end-if
           if  fd-ant-paga then
               move fd-ant-valor                        to      fd-mens-valor-pago
               add 1                                    to      wk-qtd-pagas
           else
               move 0                                   to      fd-mens-valor-pago
           end-if

           write fd-mensalidade
           if   wk-fs-arqMensNovo not equal "00" then
               move "0004"                                       to      wk-msn-erro-adress
               move wk-fs-arqMensNovo                            to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqMensalidadesNovo" to      wk-msn-erro-text
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

           close arqMensAntigo
           close arqMensNovo

           display "Migracao concluida!"
           display "Lidos   : " wk-qtd-lidos
           display "Gravados: " wk-qtd-gravados
           display "Pagas   : " wk-qtd-pagas
           display "Confira as contagens e renomeie"
                   " arqMensalidadesIndNovo.txt para"
                   " arqMensalidadesInd.txt."

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
