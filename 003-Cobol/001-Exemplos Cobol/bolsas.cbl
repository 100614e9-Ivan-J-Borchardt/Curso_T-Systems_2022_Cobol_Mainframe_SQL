      *>                      geracao de mensalidades aplica o desconto
      *>                      automaticamente e censo_matriculas conta
      *>                      os bolsistas a parte.
      *>   15/10/2026 - IJB - Opcao D: manutencao da tabela de desconto
      *>                      de irmaos (desconto_irmaos.cbl) -
      *>                      percentual do 2o filho, do 3o filho em
      *>                      diante e a regra de combinacao com a
      *>                      bolsa (M maior prevalece / S soma com
      *>                      teto).
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).

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

      *>----Variaveis de trabalho
       working-storage section.
           88 wk-op-consultar                       value "O" "o".
           88 wk-op-alterar                         value "A" "a".
           88 wk-op-excluir                         value "E" "e".
           88 wk-op-desc-irmaos                     value "D" "d".

       01  wk-tela-bolsa.
           05  wk-bolsa-cpf                        pic x(12).
           88 wk-bolsa-valida                       value "v".
           88 wk-bolsa-invalida                     value "i".

      *>   Parametros da subrotina desconto_irmaos
       77  wk-irm-operacao                          pic x(01).
       01  wk-irm-desconto.
           05  wk-irm-ordem-irmao                   pic 9(02).
           05  wk-irm-bolsa-pct                     pic 9(03).
           05  wk-irm-irmaos-pct                    pic 9(03).
           05  wk-irm-efetivo-pct                   pic 9(03).
           05  wk-irm-origem                        pic x(01).
       01  wk-irm-parametros.
           05  wk-irm-pct-segundo                   pic 9(03).
           05  wk-irm-pct-terceiro                  pic 9(03).
           05  wk-irm-regra                         pic x(01).
           05  wk-irm-teto                          pic 9(03).
       77  wk-irm-retorno                           pic 9(01).
       77  wk-irm-tela                              pic x(03).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
               display "(O) Consultar bolsa"
               display "(A) Alterar bolsa"
               display "(E) Excluir bolsa"
               display "(D) Desconto de irmaos"
               display "(X) Sair"
               accept wk-opcao

                       perform bc-alterar
                   when wk-op-excluir
                       perform bd-excluir
                   when wk-op-desc-irmaos
                       perform bg-manter-desc-irmaos
                   when other
                       continue
               end-evaluate
       bd-excluir-z.
           exit.

      *>*****************************************************************
      *>   Tabela de desconto de irmaos - campo em branco mantem o
      *>   valor atual; vale a partir da proxima geracao de
      *>   mensalidades
      *>*****************************************************************
       bg-manter-desc-irmaos section.
       bg-manter-desc-irmaos-a.

           move "P"                                     to      wk-irm-operacao
           call "desconto_irmaos" using wk-irm-operacao
                                        wk-irm-desconto
                                        wk-irm-parametros
                                        wk-irm-retorno

           display " "
           display "Desconto do 2o filho (%)..........: " wk-irm-pct-segundo
           display "Desconto do 3o filho em diante (%): " wk-irm-pct-terceiro
           display "Regra com a bolsa (M maior/S soma): " wk-irm-regra
           display "Teto da soma (%)..................: " wk-irm-teto

           display " "
           display "Novo desconto do 2o filho (ou branco).: "
           move spaces                                  to      wk-irm-tela
           accept wk-irm-tela
           if  wk-irm-tela not equal spaces then
               if  function test-numval(wk-irm-tela) equal 0 then
                   compute wk-irm-pct-segundo = function numval(wk-irm-tela)
               else
                   display "Valor invalido - desconto mantido."
               end-if
           end-if

           display "Novo desconto do 3o filho (ou branco).: "
           move spaces                                  to      wk-irm-tela
           accept wk-irm-tela
           if  wk-irm-tela not equal spaces then
               if  function test-numval(wk-irm-tela) equal 0 then
                   compute wk-irm-pct-terceiro = function numval(wk-irm-tela)
               else
                   display "Valor invalido - desconto mantido."
               end-if
           end-if

           display "Nova regra M ou S (ou branco).........: "
           move spaces                                  to      wk-irm-tela
           accept wk-irm-tela
           if  wk-irm-tela not equal spaces then
               move function upper-case(wk-irm-tela(1:1))
                                                        to      wk-irm-regra
           end-if

           display "Novo teto da soma % (ou branco).......: "
           move spaces                                  to      wk-irm-tela
           accept wk-irm-tela
           if  wk-irm-tela not equal spaces then
               if  function test-numval(wk-irm-tela) equal 0 then
                   compute wk-irm-teto = function numval(wk-irm-tela)
               else
                   display "Valor invalido - teto mantido."
               end-if
           end-if

           display "Grava a nova tabela (S/N)? "
           accept wk-opcao
           if  wk-opcao equal "S" or wk-opcao equal "s" then
               move "G"                                 to      wk-irm-operacao
               call "desconto_irmaos" using wk-irm-operacao
                                            wk-irm-desconto
                                            wk-irm-parametros
                                            wk-irm-retorno
               if  wk-irm-retorno equal 0 then
                   display "Tabela gravada - vale a partir da proxima"
                           " geracao de mensalidades."
               else
                   display "Tabela recusada - percentuais ate 100 e"
                           " regra M ou S."
               end-if
           end-if
           move space                                   to      wk-opcao

           display "Pressione ENTER para voltar..."
           accept temp

           .
       bg-manter-desc-irmaos-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao Anormal
      *>*****************************************************************
