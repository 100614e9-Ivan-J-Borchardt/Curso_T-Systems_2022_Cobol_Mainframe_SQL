      *>                      casa. O vinculo vive em arquivo proprio
      *>                      para nao mexer de novo no registro do
      *>                      cadastro de alunos.
      *>   15/10/2026 - IJB - Familia ganha o CPF do responsavel
      *>                      (formato 999999999-99, criticado pelo
      *>                      digito verificador), tomador das notas
      *>                      fiscais de servico das mensalidades
      *>                      (gerar_rps.cbl). Registro de 108 bytes -
      *>                      arquivos antigos passam por
      *>                      migra_familias.cbl.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Familia ganha o e-mail do responsavel -
      *>                      com e-mail o extrato mensal da familia
      *>                      (extrato_familia.cbl) vai por arquivo
      *>                      para envio em vez de papel. Registro de
      *>                      168 bytes - arquivos antigos passam por
      *>                      migra_familias_email.cbl.

      *>Divisão para configuração do ambiente
       environment division.
           05  fd-fam-responsavel                   pic  x(30).
           05  fd-fam-endereco                      pic  x(50).
           05  fd-fam-telefone                      pic  x(11).
           05  fd-fam-cpf-responsavel               pic  x(12).
           05  fd-fam-email                         pic  x(60).

       fd arqMembros.
       01  fd-membro.
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
       77  wk-responsavel                           pic x(30).
       77  wk-endereco                              pic x(50).
       77  wk-telefone                              pic x(11).
       77  wk-cpf-responsavel                       pic x(12).
       77  wk-email                                 pic x(60).
       77  wk-email-arrobas                         pic 9(02) value 0.
       77  wk-email-nome                            pic x(60).
       77  wk-email-dominio                         pic x(60).
       77  wk-email-flag                            pic x(01).
           88 wk-email-valido                       value "V".
           88 wk-email-invalido                     value "I".

      *>   Critica do digito verificador do CPF do responsavel - a
      *>   mesma regra do cadastro de alunos
       01  wk-cpf-dig-tab.
           05  wk-cpf-base                         pic 9(09).
           05  wk-cpf-dv                           pic 9(02).
       01  wk-cpf-dig-tab-red redefines wk-cpf-dig-tab.
           05  wk-cpf-dig                          pic 9(01) occurs 11.

       77  wk-cpf-soma                             pic 9(04).
       77  wk-cpf-resto                            pic 9(02).
       77  wk-cpf-peso                             pic 9(02).
       77  wk-cpf-dv1                              pic 9(01).
       77  wk-cpf-dv2                              pic 9(01).
       77  wk-cpf-ind                              pic 9(02).

       77  wk-cpf-flag                             pic x(01).
           88 wk-cpf-valido                        value "V".
           88 wk-cpf-invalido                      value "I".

       77  wk-qtd-membros                           pic 9(02) value 0.

           accept wk-endereco
           display "Telefone: "
           accept wk-telefone
           display "CPF do responsavel (999999999-99): "
           move spaces                                  to      wk-cpf-responsavel
           accept wk-cpf-responsavel
           perform bg-validar-cpf-responsavel
           display "E-mail do responsavel (em branco = extrato em papel): "
           move spaces                                  to      wk-email
           accept wk-email
           perform bh-validar-email

           evaluate true
               when wk-responsavel equal space
                   display "Responsavel obrigatorio."
               when wk-cpf-invalido
                   display "CPF do responsavel invalido - digito verificador."
               when wk-email-invalido
                   display "E-mail invalido."
               when other
                   perform bf-gerar-codigo

                   move wk-codigo                       to      fd-fam-codigo
                   move wk-responsavel                  to      fd-fam-responsavel
                   move wk-endereco                     to      fd-fam-endereco
                   move wk-telefone                     to      fd-fam-telefone
                   move wk-cpf-responsavel              to      fd-fam-cpf-responsavel
                   move wk-email                        to      fd-fam-email

                   write fd-familia
                   if   wk-fs-arqFamilias not equal "00" then
                       move "0004"                            to      wk-msn-erro-adress
                       move wk-fs-arqFamilias                 to      wk-msn-erro-cod
                       move "Erro ao Gravar Arquivo arqFamilias"  to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if

                   display "Familia cadastrada com o codigo " wk-codigo
           end-evaluate
           accept temp

           .
       bf-gerar-codigo-z.
           exit.

      *>*****************************************************************
      *>   Critica do CPF do responsavel (modulo 11, formato
      *>   999999999-99) - em branco e aceito, a familia fica sem
      *>   CPF de tomador
      *>*****************************************************************
       bg-validar-cpf-responsavel section.
       bg-validar-cpf-responsavel-a.

           set wk-cpf-valido                            to      true

           if  wk-cpf-responsavel equal spaces then
               exit section
           end-if

           if wk-cpf-responsavel(1:9) is not numeric
           or wk-cpf-responsavel(10:1) not equal "-"
           or wk-cpf-responsavel(11:2) is not numeric then
               set wk-cpf-invalido                      to      true
           else
               move wk-cpf-responsavel(1:9)             to      wk-cpf-base
               move wk-cpf-responsavel(11:2)            to      wk-cpf-dv

               move 0                                   to      wk-cpf-soma
               move 10                                  to      wk-cpf-peso
               perform varying wk-cpf-ind from 1 by 1
                         until wk-cpf-ind > 9
                   compute wk-cpf-soma = wk-cpf-soma +
                           (wk-cpf-dig(wk-cpf-ind) * wk-cpf-peso)
                   subtract 1                           from    wk-cpf-peso
               end-perform
               compute wk-cpf-resto = function mod(wk-cpf-soma, 11)
               if wk-cpf-resto < 2
                   move 0                               to      wk-cpf-dv1
               else
                   compute wk-cpf-dv1 = 11 - wk-cpf-resto
               end-if

               move 0                                   to      wk-cpf-soma
               move 11                                  to      wk-cpf-peso
               perform varying wk-cpf-ind from 1 by 1
                         until wk-cpf-ind > 9
                   compute wk-cpf-soma = wk-cpf-soma +
                           (wk-cpf-dig(wk-cpf-ind) * wk-cpf-peso)
                   subtract 1                           from    wk-cpf-peso
               end-perform
               compute wk-cpf-soma = wk-cpf-soma + (wk-cpf-dv1 * 2)
               compute wk-cpf-resto = function mod(wk-cpf-soma, 11)
               if wk-cpf-resto < 2
                   move 0                               to      wk-cpf-dv2
               else
                   compute wk-cpf-dv2 = 11 - wk-cpf-resto
               end-if

               if wk-cpf-dv1 not equal wk-cpf-dig(10)
               or wk-cpf-dv2 not equal wk-cpf-dig(11) then
                   set wk-cpf-invalido                  to      true
               end-if
           end-if

           .
       bg-validar-cpf-responsavel-z.
           exit.

      *>*****************************************************************
      *>   Critica do e-mail do responsavel - um unico @, com nome
      *>   antes e dominio com ponto depois; em
      *>   branco e aceito, a familia recebe o extrato em papel
      *>*****************************************************************
       bh-validar-email section.
       bh-validar-email-a.

           set wk-email-valido                          to      true

           if  wk-email equal spaces then
               exit section
           end-if

           move 0                                       to      wk-email-arrobas
           inspect wk-email tallying wk-email-arrobas for all "@"
           if  wk-email-arrobas not equal 1
           or  wk-email(1:1) equal "@"
           or  wk-email(1:1) equal space then
               set wk-email-invalido                    to      true
               exit section
           end-if

           move spaces                                  to      wk-email-nome
           move spaces                                  to      wk-email-dominio
           unstring wk-email delimited by "@"
               into wk-email-nome wk-email-dominio
           end-unstring
           move 0                                       to      wk-email-arrobas
           inspect wk-email-dominio tallying wk-email-arrobas for all "."
           if  wk-email-dominio(1:1) equal space
           or  wk-email-dominio(1:1) equal "."
           or  wk-email-arrobas equal 0 then
               set wk-email-invalido                    to      true
           end-if

           .
       bh-validar-email-z.
           exit.

      *>*****************************************************************
      *>   Consulta de uma familia com todos os seus alunos juntos,
      *>   pela chave alternativa do arquivo de membros
               display "Responsavel: " fd-fam-responsavel
               display "Endereco...: " fd-fam-endereco
               display "Telefone...: " fd-fam-telefone
               display "CPF resp...: " fd-fam-cpf-responsavel
               display "E-mail.....: " fd-fam-email
               display "Alunos da familia:"

               move 0                                   to      wk-qtd-membros
               accept wk-endereco
               display "Novo telefone: "
               accept wk-telefone
               display "CPF do responsavel atual: " fd-fam-cpf-responsavel
               display "Novo CPF do responsavel: "
               move spaces                              to      wk-cpf-responsavel
               accept wk-cpf-responsavel
               perform bg-validar-cpf-responsavel
               if  wk-cpf-invalido then
                   display "CPF invalido - CPF do responsavel mantido."
                   move spaces                          to      wk-cpf-responsavel
               end-if
               display "E-mail atual: " fd-fam-email
               display "Novo e-mail (- volta ao extrato em papel): "
               move spaces                              to      wk-email
               accept wk-email
               if  wk-email not equal "-" then
                   perform bh-validar-email
                   if  wk-email-invalido then
                       display "E-mail invalido - e-mail mantido."
                       move spaces                      to      wk-email
                   end-if
               end-if

               if  wk-responsavel not equal space then
                   move wk-responsavel                  to      fd-fam-responsavel
               if  wk-telefone not equal space then
                   move wk-telefone                     to      fd-fam-telefone
               end-if
               if  wk-cpf-responsavel not equal space then
                   move wk-cpf-responsavel              to      fd-fam-cpf-responsavel
               end-if
               if  wk-email equal "-" then
                   move spaces                          to      fd-fam-email
               else
                   if  wk-email not equal space then
                       move wk-email                    to      fd-fam-email
                   end-if
               end-if

               rewrite fd-familia
               if   wk-fs-arqFamilias not equal "00" then
