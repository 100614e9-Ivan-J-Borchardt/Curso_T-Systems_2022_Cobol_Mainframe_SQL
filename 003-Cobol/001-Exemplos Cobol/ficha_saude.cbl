      *>                      cadastro de alunos (arquivo_indexado); a
      *>                      folha de emergencia por turma para
      *>                      excursoes sai de emergencia_turma.cbl.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Consulta da ficha lista tambem as consultas
      *>                      da campanha de saude escolar na clinica
      *>                      (arqSaudeConsultasInd.txt, gravado por
      *>                      triagem_retorno.cbl): data, pediatra, CID
      *>                      e tratamento, ou falta.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-sau-cpf
           file status is wk-fs-arqSaude.

           select arqSaudeConsultas assign to "arqSaudeConsultasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sco-chave
           file status is wk-fs-arqSaudeConsultas.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           05  fd-sau-medico-contato                pic  x(30).
           05  fd-sau-data-atualizacao              pic  x(14).

       fd arqSaudeConsultas.
       01  fd-saude-consulta.
           05  fd-sco-chave.
               10  fd-sco-cpf                       pic  x(12).
               10  fd-sco-num-consulta              pic  9(07).
           05  fd-sco-data                          pic  x(10).
           05  fd-sco-medico                        pic  x(35).
           05  fd-sco-situacao                      pic  x(01).
               88  fd-sco-realizada                 value "Z".
               88  fd-sco-falta                     value "F".
           05  fd-sco-cid                           pic  x(10).
           05  fd-sco-tratamento                    pic  x(100).
           05  fd-sco-data-registro                 pic  x(14).

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

       77  wk-fs-arqSaude                           pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqSaudeConsultas                  pic x(02).

       77  wk-tem-consultas                         pic x(01).
           88 wk-com-consultas                      value "S".
       77  wk-fim-consultas                         pic x(01).
           88 wk-consultas-terminadas               value "F".

       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
               perform z-finaliza-anormal
           end-if

      *>    historico da campanha de saude so existe depois do primeiro
      *>    retorno da clinica
           move "N"                                     to      wk-tem-consultas
           open input arqSaudeConsultas
           if   wk-fs-arqSaudeConsultas equal "00" then
               move "S"                                 to      wk-tem-consultas
           else
               if   wk-fs-arqSaudeConsultas not equal "35" then
                   move "0005"                              to      wk-msn-erro-adress
                   move wk-fs-arqSaudeConsultas             to      wk-msn-erro-cod
                   move "Erro ao abrir arqSaudeConsultas"   to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
           end-if

           .
       a-inicializa-z.
           exit.
                       fd-sau-data-atualizacao(1:8)
           end-if

           if   wk-com-consultas then
               perform bba-listar-consultas
           end-if

           display "Pressione ENTER para voltar..."
           accept temp

       bb-consultar-z.
           exit.

      *>*****************************************************************
      *>   Consultas da campanha de saude escolar do CPF
      *>*****************************************************************
       bba-listar-consultas section.
       bba-listar-consultas-a.

           move wk-cpf                                  to      fd-sco-cpf
           move zeros                                   to      fd-sco-num-consulta
           start arqSaudeConsultas key is not less fd-sco-chave
           if   wk-fs-arqSaudeConsultas not equal "00" then
               exit section
           end-if

           display " "
           display "Consultas na clinica (campanha de saude escolar):"
           move space                                   to      wk-fim-consultas
           perform until wk-consultas-terminadas
               read arqSaudeConsultas next record
               if   wk-fs-arqSaudeConsultas not equal "00"
               or   fd-sco-cpf not equal wk-cpf then
                   move "F"                             to      wk-fim-consultas
               else
                   if   fd-sco-falta then
                       display "  " fd-sco-data(9:2) "/" fd-sco-data(6:2)
                               "/" fd-sco-data(1:4) " - falta"
                   else
                       display "  " fd-sco-data(9:2) "/" fd-sco-data(6:2)
                               "/" fd-sco-data(1:4) " - " fd-sco-medico
                       display "    CID: " fd-sco-cid
                               "  Tratamento: " fd-sco-tratamento
                   end-if
               end-if
           end-perform

           .
       bba-listar-consultas-z.
           exit.

      *>*****************************************************************
      *>   Exclusao da ficha de um CPF
      *>*****************************************************************

           close arqSaude
           close arqAlunos
           if   wk-com-consultas then
               close arqSaudeConsultas
           end-if

           goback.
           .
