      *>                      geracoes arcAlunosAuditoria.<AAAA>.txt
      *>                      do catalogo arqRetencaoCatalogo.txt,
      *>                      aplicando os mesmos filtros.
      *>   15/10/2026 - IJB - Imagens de 178 bytes do aluno: a listagem
      *>                      de campos mostra o nome completo e o nome
      *>                      social, antes e depois
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           05  filler                               pic  x(01).
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-depois               pic  x(178).

       fd arqListagem.
       01  fd-listagem-linha                        pic  x(80).
           05  fd-ret-qtd                           pic  9(06).

       fd arqArquivado.
       01  fd-arch-linha                            pic  x(400).

      *>----Variaveis de trabalho
       working-storage section.
       77  wk-qtd-listadas                          pic 9(06) value 0.

      *>   Imagens decodificadas no layout do registro de aluno
       01  wk-imagem-antes                          pic x(178).
       01  wk-imagem-antes-red redefines wk-imagem-antes.
           05  wk-ant-cpf                           pic  x(12).
           05  wk-ant-nome                          pic  x(60).
           05  wk-ant-serie                         pic  x(02).
           05  wk-ant-matricula                     pic  x(07).
           05  wk-ant-status                        pic  x(01).
           05  wk-ant-turma                         pic  x(01).
           05  wk-ant-nascimento                    pic  x(08).
           05  wk-ant-sexo                          pic  x(01).
           05  wk-ant-nome-social                   pic  x(60).

       01  wk-imagem-depois                         pic x(178).
       01  wk-imagem-depois-red redefines wk-imagem-depois.
           05  wk-dep-cpf                           pic  x(12).
           05  wk-dep-nome                          pic  x(60).
           05  wk-dep-serie                         pic  x(02).
           05  wk-dep-matricula                     pic  x(07).
           05  wk-dep-status                        pic  x(01).
           05  wk-dep-turma                         pic  x(01).
           05  wk-dep-nascimento                    pic  x(08).
           05  wk-dep-sexo                          pic  x(01).
           05  wk-dep-nome-social                   pic  x(60).

       77  wk-operacao-texto                        pic x(14).

           05 wk-cam-alterado                       pic x(10).
           05 filler                                pic x(16) value space.

      *>   Nome completo e nome social - antes e depois em linhas
      *>   proprias, pela largura do campo
       01  wk-linha-nome.
           05 filler                                pic x(04) value space.
           05 wk-nom-rotulo                         pic x(12).
           05 filler                                pic x(02) value ": ".
           05 wk-nom-valor                          pic x(60).
           05 filler                                pic x(02) value space.

       01  wk-linha-visto.
           05 filler                                pic x(40)
                  value "Visto da secretaria: ____________________".
       bb-listar-campos section.
       bb-listar-campos-a.

           move "Nome"                                  to      wk-nom-rotulo
           move wk-ant-nome                             to      wk-nom-valor
           write fd-listagem-linha from wk-linha-nome
           move "->"                                    to      wk-nom-rotulo
           if  fd-audit-operacao equal "A"
           and wk-ant-nome not equal wk-dep-nome then
               move "-> ALTERADO"                       to      wk-nom-rotulo
           end-if
           move wk-dep-nome                             to      wk-nom-valor
           write fd-listagem-linha from wk-linha-nome

           move "Nome social"                           to      wk-nom-rotulo
           move wk-ant-nome-social                      to      wk-nom-valor
           write fd-listagem-linha from wk-linha-nome
           move "->"                                    to      wk-nom-rotulo
           if  fd-audit-operacao equal "A"
           and wk-ant-nome-social not equal wk-dep-nome-social then
               move "-> ALTERADO"                       to      wk-nom-rotulo
           end-if
           move wk-dep-nome-social                      to      wk-nom-valor
           write fd-listagem-linha from wk-linha-nome

           move "Serie"                                 to      wk-cam-rotulo
           move wk-ant-serie                            to      wk-cam-antes
