      *>                      com o jornal de login. Mes via parametro
      *>                      MMAAAA (default corrente); saida em
      *>                      arqAtividadeOperadores.txt.
      *>   15/10/2026 - IJB - Linha da auditoria do cadastro com as
      *>                      imagens de 178 bytes do aluno
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           05  filler                               pic  x(01).
           05  fd-aaudit-operacao                   pic  x(01).
           05  filler                               pic  x(01).
           05  fd-aaudit-imagem-antes               pic  x(178).
           05  filler                               pic  x(01).
           05  fd-aaudit-imagem-depois              pic  x(178).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).
