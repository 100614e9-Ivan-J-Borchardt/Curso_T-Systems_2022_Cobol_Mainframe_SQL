      *>                      de ano (promocao_serie.cbl) passa a
      *>                      honrar a decisao do conselho - acabou a
      *>                      ata do conselho divergindo da promocao.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Aluno com plano AEE ativo (plano_aee.cbl)
      *>                      sai com a nota de avaliacao adaptada na
      *>                      listagem dos reprovados, no registro e na
      *>                      consulta da decisao.

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

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

       77  wk-qtd-reprovados                        pic 9(04) value 0.

      *>   Consulta ao plano AEE do aluno (plano_aee)
       77  wk-aee-cpf                               pic x(12).
       77  wk-aee-disciplina                        pic x(10) value spaces.
       77  wk-aee-categoria                         pic x(03).
       77  wk-aee-adaptacao                         pic x(60).
       77  wk-aee-cod-retorno                       pic 9(01).
           88 wk-aee-plano-ativo                    value 0.

       77  temp                                     pic x(01).

       01  wk-msn-erro.
                       " - sem decisao"
           end-if

           move fd-res-cpf                              to      wk-aee-cpf
           perform bf-mostrar-aee

           .
       baa-listar-um-reprovado-z.
           exit.
               display "CPF nao esta reprovado na apuracao corrente."
               accept temp
           else
               move wk-cpf                              to      wk-aee-cpf
               perform bf-mostrar-aee
               display "Justificativa do conselho: "
               accept wk-justificativa
               if  wk-justificativa equal space then
                       " em " fd-cons-data-hora(1:8)
           end-if

           move wk-cpf                                  to      wk-aee-cpf
           perform bf-mostrar-aee

           display "Pressione ENTER para voltar..."
           accept temp

       bc-consultar-decisao-z.
           exit.

      *>*****************************************************************
      *>   Nota de avaliacao adaptada quando o aluno tem plano AEE
      *>   ativo - o conselho decide considerando o plano
      *>*****************************************************************
       bf-mostrar-aee section.
       bf-mostrar-aee-a.

           call "plano_aee" using wk-aee-cpf
                                  wk-aee-disciplina
                                  wk-aee-categoria
                                  wk-aee-adaptacao
                                  wk-aee-cod-retorno
           if  wk-aee-plano-ativo then
               display "    Avaliacao adaptada - plano AEE ativo"
                       " (categoria " wk-aee-categoria ")."
           end-if

           .
       bf-mostrar-aee-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao Anormal
      *>*****************************************************************
