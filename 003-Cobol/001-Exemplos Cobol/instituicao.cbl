      *>                      imprimir o timbre completo e a linha de
      *>                      assinatura do diretor a partir deste
      *>                      arquivo - acabou o carimbo a mao.
      *>   15/10/2026 - IJB - Dados fiscais do prestador para a nota
      *>                      fiscal de servico das mensalidades
      *>                      (gerar_rps.cbl): CNPJ, inscricao
      *>                      municipal, codigo IBGE do municipio, item
      *>                      da lista de servicos, aliquota do ISS e
      *>                      serie do RPS, acrescentados ao fim da
      *>                      linha - arquivo gravado antes le esses
      *>                      campos em branco e os programas que so
      *>                      usam o timbre continuam lendo os 158
      *>                      bytes iniciais.

      *>Divisão para configuração do ambiente
       environment division.
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).
           05  fd-inst-cnpj                         pic  x(14).
           05  fd-inst-inscricao-municipal          pic  x(15).
           05  fd-inst-municipio-ibge               pic  x(07).
           05  fd-inst-item-servico                 pic  x(05).
           05  fd-inst-aliquota-iss                 pic  9(02)v99.
           05  fd-inst-serie-rps                    pic  x(05).

      *>----Variaveis de trabalho
       working-storage section.
       77  wk-endereco                              pic x(60).
       77  wk-diretor                               pic x(40).
       77  wk-inep                                  pic x(08).
       77  wk-cnpj                                  pic x(14).
       77  wk-inscricao-municipal                   pic x(15).
       77  wk-municipio-ibge                        pic x(07).
       77  wk-item-servico                          pic x(05).
       77  wk-aliquota-iss                          pic 9(02)v99 value 0.
       77  wk-serie-rps                             pic x(05).
       77  wk-aliquota-tela                         pic x(06).
       77  wk-aliquota-edit                         pic z9,99.

       77  temp                                     pic x(01).

                   move fd-inst-endereco                to      wk-endereco
                   move fd-inst-diretor                 to      wk-diretor
                   move fd-inst-inep                    to      wk-inep
                   move fd-inst-cnpj                    to      wk-cnpj
                   move fd-inst-inscricao-municipal     to      wk-inscricao-municipal
                   move fd-inst-municipio-ibge          to      wk-municipio-ibge
                   move fd-inst-item-servico            to      wk-item-servico
                   move fd-inst-serie-rps               to      wk-serie-rps
                   if  fd-inst-aliquota-iss is numeric then
                       move fd-inst-aliquota-iss        to      wk-aliquota-iss
                   end-if
                   move wk-aliquota-iss                 to      wk-aliquota-edit
                   display "CNPJ....: " fd-inst-cnpj
                   display "Insc.Mun: " fd-inst-inscricao-municipal
                   display "Mun.IBGE: " fd-inst-municipio-ibge
                   display "Servico.: " fd-inst-item-servico
                           "  ISS " wk-aliquota-edit "%"
                           "  Serie RPS " fd-inst-serie-rps
               end-if
               close arqInstituicao
           else
               move wk-inep                             to      fd-inst-inep
           end-if

           display "CNPJ (so numeros): "
           accept fd-inst-cnpj
           if  fd-inst-cnpj equal space then
               move wk-cnpj                             to      fd-inst-cnpj
           end-if

           display "Inscricao municipal: "
           accept fd-inst-inscricao-municipal
           if  fd-inst-inscricao-municipal equal space then
               move wk-inscricao-municipal              to      fd-inst-inscricao-municipal
           end-if

           display "Codigo IBGE do municipio: "
           accept fd-inst-municipio-ibge
           if  fd-inst-municipio-ibge equal space then
               move wk-municipio-ibge                   to      fd-inst-municipio-ibge
           end-if

           display "Item da lista de servicos (99.99): "
           accept fd-inst-item-servico
           if  fd-inst-item-servico equal space then
               move wk-item-servico                     to      fd-inst-item-servico
           end-if

           display "Aliquota do ISS % (99,99): "
           move spaces                                  to      wk-aliquota-tela
           accept wk-aliquota-tela
           if  wk-aliquota-tela not equal space
           and function test-numval(wk-aliquota-tela) equal 0 then
               compute wk-aliquota-iss = function numval(wk-aliquota-tela)
           end-if
           move wk-aliquota-iss                         to      fd-inst-aliquota-iss

           display "Serie do RPS: "
           accept fd-inst-serie-rps
           if  fd-inst-serie-rps equal space then
               move wk-serie-rps                        to      fd-inst-serie-rps
           end-if

           open output arqInstituicao
           if   wk-fs-arqInstituicao not equal "00" then
               move "0001"                                to      wk-msn-erro-adress
