      *>                      relatorio_erros.cbl passam a enxergar as
      *>                      geracoes cortadas nas consultas de datas
      *>                      antigas.
      *>   15/10/2026 - IJB - Linhas de log ate 400 posicoes - a
      *>                      auditoria do cadastro passou a 387
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
      *>----Variaveis de arquivos
       file section.
       fd arqLog.
       01  fd-log-linha                             pic  x(400).

       fd arqArquivo.
       01  fd-arquivo-linha                         pic  x(400).

       fd arqTemp.
       01  fd-temp-linha                            pic  x(400).

       fd arqCatalogo.
       01  fd-catalogo-linha.
