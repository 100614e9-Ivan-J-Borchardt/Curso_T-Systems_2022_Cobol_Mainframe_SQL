      *>                      arqAlunosAuditoria.txt (operacao "C").
      *>                      Acabou o apaga-e-redigita que perdia o
      *>                      historico do aluno.
      *>   15/10/2026 - IJB - Resto do registro de mensalidade
      *>                      acompanha o layout de 157 bytes (vencimento
      *>                      e encargos, migra_mensalidades.cbl).
      *>   15/10/2026 - IJB - Registro do aluno, imagens da auditoria,
      *>                      lista de espera e rematricula com o nome
      *>                      completo de 60 posicoes
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

       fd arqNotas.
       01  fd-nota.
       fd arqEspera.
       01  fd-espera-linha.
           05  fd-espera-cpf                        pic  x(12).
           05  fd-espera-resto                      pic  x(107).

       fd arqLocks.
       01  fd-lock.
           05  fd-rem-chave.
               10  fd-rem-cpf                       pic  x(12).
               10  fd-rem-ano                       pic  9(04).
           05  fd-rem-resto                         pic  x(86).

       fd arqConselho.
       01  fd-conselho.
               10  fd-mens-matricula                pic  9(07).
               10  fd-mens-competencia              pic  9(06).
           05  fd-mens-cpf                          pic  x(12).
           05  fd-mens-resto                        pic  x(132).

       fd arqAuditoria.
       01  fd-audit-linha.
           05  filler                               pic  x(01) value space.
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-depois               pic  x(178).

      *>----Variaveis de trabalho
       working-storage section.
       77  wk-qtd-linhas-espera                     pic 9(03) value 0.
       77  wk-ind-espera                            pic 9(03) value 0.
       01  wk-tab-espera.
           05  wk-espera-linha occurs 500           pic x(119).

       77  wk-registro-salvo                        pic x(200).

                               " aluno - correcao recusada."
                       accept temp
                   else
                       display "Aluno: " wk-registro-salvo(13:60)
                       display "Confirma a correcao de "
                               wk-cpf-errado " para "
                               wk-cpf-novo " (S/N)? "
