      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "migra_nome_completo".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Migracao unica do cadastro de alunos para
      *>                      o registro de 178 bytes com o nome
      *>                      completo (60 posicoes) e o nome social
      *>                      (60 posicoes, em branco): le
      *>                      arqAlunosInd.txt no layout de 68 bytes e
      *>                      regrava cada aluno em
      *>                      arqAlunosIndNovo.txt. Na mesma rodada
      *>                      converte os arquivos que carregam o nome
      *>                      ou a imagem do registro do aluno - a
      *>                      auditoria (arqAlunosAuditoria.txt), a
      *>                      lista de espera, a rematricula, os
      *>                      formados, as aprovacoes pendentes, o
      *>                      arquivo morto, o livro de registro de
      *>                      certificados e as transferencias - cada
      *>                      um para um arquivo "...Novo.txt". Arquivo
      *>                      dependente ausente e apenas registrado
      *>                      como tal. Ao final mostra lidos e gravados
      *>                      por arquivo; apos conferir as contagens o
      *>                      operador renomeia cada "...Novo.txt" para
      *>                      o nome original - mesmo procedimento de
      *>                      migra_nascimento.cbl. As copias de
      *>                      backup tiradas antes da rodada continuam
      *>                      no layout antigo.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAlunosAntigo assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ant-cpf
           alternate record key is fd-ant-nome with duplicates
           alternate record key is fd-ant-serie with duplicates
           file status is wk-fs-arqAlunosAntigo.

           select arqAlunosNovo assign to "arqAlunosIndNovo.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunosNovo.

           select arqAuditAntigo assign to "arqAlunosAuditoria.txt"
           organization is line sequential
           file status is wk-fs-arqAuditAntigo.

           select arqAuditNovo assign to "arqAlunosAuditoriaNovo.txt"
           organization is line sequential
           file status is wk-fs-arqAuditNovo.

           select arqEsperaAntigo assign to "arqListaEspera.txt"
           organization is line sequential
           file status is wk-fs-arqEsperaAntigo.

           select arqEsperaNovo assign to "arqListaEsperaNovo.txt"
           organization is line sequential
           file status is wk-fs-arqEsperaNovo.

           select arqRematAntigo assign to "arqRematriculaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ant-rem-chave
           file status is wk-fs-arqRematAntigo.

           select arqRematNovo assign to "arqRematriculaIndNovo.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-nov-rem-chave
           file status is wk-fs-arqRematNovo.

           select arqFormadosAntigo assign to "arqAlunosFormados.txt"
           organization is line sequential
           file status is wk-fs-arqFormadosAntigo.

           select arqFormadosNovo assign to "arqAlunosFormadosNovo.txt"
           organization is line sequential
           file status is wk-fs-arqFormadosNovo.

           select arqAprovAntigo assign to "arqAprovacoesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ant-apr-seq
           file status is wk-fs-arqAprovAntigo.

           select arqAprovNovo assign to "arqAprovacoesIndNovo.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-nov-apr-seq
           file status is wk-fs-arqAprovNovo.

           select arqArquivoAntigo assign to "arqAlunosArquivo.txt"
           organization is line sequential
           file status is wk-fs-arqArquivoAntigo.

           select arqArquivoNovo assign to "arqAlunosArquivoNovo.txt"
           organization is line sequential
           file status is wk-fs-arqArquivoNovo.

           select arqLivroAntigo assign to "arqLivroRegistroInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ant-liv-termo
           alternate record key is fd-ant-liv-cpf with duplicates
           file status is wk-fs-arqLivroAntigo.

           select arqLivroNovo assign to "arqLivroRegistroIndNovo.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-nov-liv-termo
           alternate record key is fd-nov-liv-cpf with duplicates
           file status is wk-fs-arqLivroNovo.

           select arqTransfAntigo assign to "arqTransferencias.txt"
           organization is line sequential
           file status is wk-fs-arqTransfAntigo.

           select arqTransfNovo assign to "arqTransferenciasNovo.txt"
           organization is line sequential
           file status is wk-fs-arqTransfNovo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAlunosAntigo.
       01  fd-aluno-antigo.
           05  fd-ant-cpf                           pic  x(12).
           05  fd-ant-nome                          pic  x(10).
           05  fd-ant-serie                         pic  9(02).
           05  fd-ant-matricula                     pic  9(07).
           05  fd-ant-status                        pic  x(01).
           05  fd-ant-responsavel                   pic  x(15).
           05  fd-ant-tel-emergencia                pic  x(11).
           05  fd-ant-turma                         pic  x(01).
           05  fd-ant-nascimento                    pic  9(08).
           05  fd-ant-sexo                          pic  x(01).

       fd arqAlunosNovo.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
           05  fd-aluno-responsavel                 pic  x(15).
           05  fd-aluno-tel-emergencia              pic  x(11).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqAuditAntigo.
       01  fd-ant-aud-linha.
           05  fd-ant-aud-data-hora                 pic  x(14).
           05  filler                               pic  x(01).
           05  fd-ant-aud-cpf                       pic  x(12).
           05  filler                               pic  x(01).
           05  fd-ant-aud-operacao                  pic  x(01).
           05  filler                               pic  x(01).
           05  fd-ant-aud-imagem-antes              pic  x(68).
           05  filler                               pic  x(01).
           05  fd-ant-aud-imagem-depois             pic  x(68).

       fd arqAuditNovo.
       01  fd-nov-aud-linha.
           05  fd-nov-aud-data-hora                 pic  x(14).
           05  filler                               pic  x(01).
           05  fd-nov-aud-cpf                       pic  x(12).
           05  filler                               pic  x(01).
           05  fd-nov-aud-operacao                  pic  x(01).
           05  filler                               pic  x(01).
           05  fd-nov-aud-imagem-antes              pic  x(178).
           05  filler                               pic  x(01).
           05  fd-nov-aud-imagem-depois             pic  x(178).

       fd arqEsperaAntigo.
       01  fd-ant-esp-linha.
           05  fd-ant-esp-cpf                       pic  x(12).
           05  fd-ant-esp-nome                      pic  x(10).
           05  fd-ant-esp-resto                     pic  x(47).

       fd arqEsperaNovo.
       01  fd-nov-esp-linha.
           05  fd-nov-esp-cpf                       pic  x(12).
           05  fd-nov-esp-nome                      pic  x(60).
           05  fd-nov-esp-resto                     pic  x(47).

       fd arqRematAntigo.
       01  fd-ant-rematricula.
           05  fd-ant-rem-chave.
               10  fd-ant-rem-cpf                   pic  x(12).
               10  fd-ant-rem-ano                   pic  9(04).
           05  fd-ant-rem-situacao                  pic  x(01).
           05  fd-ant-rem-serie                     pic  9(02).
           05  fd-ant-rem-nome                      pic  x(10).
           05  fd-ant-rem-data-resposta             pic  9(08).
           05  fd-ant-rem-operador                  pic  x(15).

       fd arqRematNovo.
       01  fd-nov-rematricula.
           05  fd-nov-rem-chave.
               10  fd-nov-rem-cpf                   pic  x(12).
               10  fd-nov-rem-ano                   pic  9(04).
           05  fd-nov-rem-situacao                  pic  x(01).
           05  fd-nov-rem-serie                     pic  9(02).
           05  fd-nov-rem-nome                      pic  x(60).
           05  fd-nov-rem-data-resposta             pic  9(08).
           05  fd-nov-rem-operador                  pic  x(15).

       fd arqFormadosAntigo.
       01  fd-ant-for-linha.
           05  fd-ant-for-cpf                       pic  x(12).
           05  fd-ant-for-nome                      pic  x(10).
           05  fd-ant-for-matricula                 pic  9(07).
           05  fd-ant-for-data                      pic  x(08).

       fd arqFormadosNovo.
       01  fd-nov-for-linha.
           05  fd-nov-for-cpf                       pic  x(12).
           05  fd-nov-for-nome                      pic  x(60).
           05  fd-nov-for-matricula                 pic  9(07).
           05  fd-nov-for-data                      pic  x(08).

       fd arqAprovAntigo.
       01  fd-ant-aprovacao.
           05  fd-ant-apr-seq                       pic  9(06).
           05  fd-ant-apr-dados                     pic  x(102).
           05  fd-ant-apr-imagem-antes              pic  x(68).

       fd arqAprovNovo.
       01  fd-nov-aprovacao.
           05  fd-nov-apr-seq                       pic  9(06).
           05  fd-nov-apr-dados                     pic  x(102).
           05  fd-nov-apr-imagem-antes              pic  x(178).

       fd arqArquivoAntigo.
       01  fd-ant-arq-linha.
           05  fd-ant-arq-registro                  pic  x(68).
           05  fd-ant-arq-data                      pic  x(08).

       fd arqArquivoNovo.
       01  fd-nov-arq-linha.
           05  fd-nov-arq-registro                  pic  x(178).
           05  fd-nov-arq-data                      pic  x(08).

       fd arqLivroAntigo.
       01  fd-ant-livro.
           05  fd-ant-liv-termo                     pic  9(06).
           05  fd-ant-liv-livro-folha               pic  x(07).
           05  fd-ant-liv-cpf                       pic  x(12).
           05  fd-ant-liv-nome                      pic  x(10).
           05  fd-ant-liv-resto                     pic  x(72).

       fd arqLivroNovo.
       01  fd-nov-livro.
           05  fd-nov-liv-termo                     pic  9(06).
           05  fd-nov-liv-livro-folha               pic  x(07).
           05  fd-nov-liv-cpf                       pic  x(12).
           05  fd-nov-liv-nome                      pic  x(60).
           05  fd-nov-liv-resto                     pic  x(72).

       fd arqTransfAntigo.
       01  fd-ant-trf-linha.
           05  fd-ant-trf-cpf                       pic  x(12).
           05  fd-ant-trf-nome                      pic  x(10).
           05  fd-ant-trf-resto                     pic  x(45).

       fd arqTransfNovo.
       01  fd-nov-trf-linha.
           05  fd-nov-trf-cpf                       pic  x(12).
           05  fd-nov-trf-nome                      pic  x(60).
           05  fd-nov-trf-resto                     pic  x(45).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunosAntigo                    pic x(02).
       77  wk-fs-arqAlunosNovo                      pic x(02).
       77  wk-fs-arqAuditAntigo                     pic x(02).
       77  wk-fs-arqAuditNovo                       pic x(02).
       77  wk-fs-arqEsperaAntigo                    pic x(02).
       77  wk-fs-arqEsperaNovo                      pic x(02).
       77  wk-fs-arqRematAntigo                     pic x(02).
       77  wk-fs-arqRematNovo                       pic x(02).
       77  wk-fs-arqFormadosAntigo                  pic x(02).
       77  wk-fs-arqFormadosNovo                    pic x(02).
       77  wk-fs-arqAprovAntigo                     pic x(02).
       77  wk-fs-arqAprovNovo                       pic x(02).
       77  wk-fs-arqArquivoAntigo                   pic x(02).
       77  wk-fs-arqArquivoNovo                     pic x(02).
       77  wk-fs-arqLivroAntigo                     pic x(02).
       77  wk-fs-arqLivroNovo                       pic x(02).
       77  wk-fs-arqTransfAntigo                    pic x(02).
       77  wk-fs-arqTransfNovo                      pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-gravados                          pic 9(06) value 0.

      *>   Contagens por arquivo convertido, na ordem da rodada
       01  wk-tab-conversao.
           05  wk-conv occurs 9.
               10  wk-conv-arquivo                  pic x(26).
               10  wk-conv-lidos                    pic 9(06).
               10  wk-conv-gravados                 pic 9(06).
               10  wk-conv-situacao                 pic x(08).
       77  wk-ind-conv                              pic 9(02) value 0.
       77  wk-ind                                   pic 9(02) value 0.

      *>   Imagem do registro do aluno - layout de 68 bytes para o de
      *>   178: nome alargado e nome social em branco
       01  wk-imagem-antiga                         pic x(68).
       01  wk-imagem-nova                           pic x(178).

       01  wk-linha-resumo.
           05 wk-res-arquivo                        pic x(26).
           05 filler                                pic x(08) value " Lidos: ".
           05 wk-res-lidos                          pic zzz.zz9.
           05 filler                                pic x(11) value " Gravados: ".
           05 wk-res-gravados                       pic zzz.zz9.
           05 filler                                pic x(01) value space.
           05 wk-res-situacao                       pic x(08).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "migra_nome_completo".
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

           initialize wk-tab-conversao
           move "arqAlunosInd.txt"                      to      wk-conv-arquivo(1)
           move "arqAlunosAuditoria.txt"                to      wk-conv-arquivo(2)
           move "arqListaEspera.txt"                    to      wk-conv-arquivo(3)
           move "arqRematriculaInd.txt"                 to      wk-conv-arquivo(4)
           move "arqAlunosFormados.txt"                 to      wk-conv-arquivo(5)
           move "arqAprovacoesInd.txt"                  to      wk-conv-arquivo(6)
           move "arqAlunosArquivo.txt"                  to      wk-conv-arquivo(7)
           move "arqLivroRegistroInd.txt"               to      wk-conv-arquivo(8)
           move "arqTransferencias.txt"                 to      wk-conv-arquivo(9)

           open input arqAlunosAntigo
           if   wk-fs-arqAlunosAntigo not equal "00" then
               move "0001"                                 to      wk-msn-erro-adress
               move wk-fs-arqAlunosAntigo                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunosInd"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqAlunosNovo
           if   wk-fs-arqAlunosNovo not equal "00" then
               move "0002"                                   to      wk-msn-erro-adress
               move wk-fs-arqAlunosNovo                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunosIndNovo" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - o cadastro de alunos e depois cada
      *>   arquivo dependente, um de cada vez
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           perform ba-converter-alunos
           perform bb-converter-auditoria
           perform bc-converter-espera
           perform bd-converter-rematricula
           perform be-converter-formados
           perform bf-converter-aprovacoes
           perform bg-converter-arquivo
           perform bh-converter-livro
           perform bi-converter-transferencias

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Cadastro de alunos - copia todos os registros para o layout
      *>   novo, aluno a aluno, na ordem da chave primaria
      *>*****************************************************************
       ba-converter-alunos section.
       ba-converter-alunos-a.

           move 1                                       to      wk-ind-conv
           move low-values                              to      fd-ant-cpf
           start arqAlunosAntigo key is not less fd-ant-cpf
           if   wk-fs-arqAlunosAntigo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAlunosAntigo next record
                   if   wk-fs-arqAlunosAntigo equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqAlunosAntigo not equal "00" then
                           move "0003"                              to      wk-msn-erro-adress
                           move wk-fs-arqAlunosAntigo               to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqAlunosInd"  to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       else
                           add 1                        to      wk-conv-lidos(wk-ind-conv)
                           perform baa-gravar-aluno
                       end-if
                   end-if
               end-perform
           end-if

           close arqAlunosAntigo
           close arqAlunosNovo
           move "OK"                                    to      wk-conv-situacao(wk-ind-conv)

           .
       ba-converter-alunos-z.
           exit.

      *>*****************************************************************
      *>   Grava o aluno no layout novo - o nome de 10 posicoes vai
      *>   para o inicio do nome completo e o nome social fica em
      *>   branco, para a secretaria completar pelo Alterar do cadastro
      *>*****************************************************************
       baa-gravar-aluno section.
       baa-gravar-aluno-a.

           move fd-ant-cpf                              to      fd-aluno-cpf
           move fd-ant-nome                             to      fd-aluno-nome
           move fd-ant-serie                            to      fd-aluno-serie
           move fd-ant-matricula                        to      fd-aluno-matricula
           move fd-ant-status                           to      fd-aluno-status
           move fd-ant-responsavel                      to      fd-aluno-responsavel
           move fd-ant-tel-emergencia                   to      fd-aluno-tel-emergencia
           move fd-ant-turma                            to      fd-aluno-turma
           move fd-ant-nascimento                       to      fd-aluno-nascimento
           move fd-ant-sexo                             to      fd-aluno-sexo
           move space                                   to      fd-aluno-nome-social

           write fd-aluno
           if   wk-fs-arqAlunosNovo not equal "00" then
               move "0004"                                     to      wk-msn-erro-adress
               move wk-fs-arqAlunosNovo                        to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqAlunosIndNovo"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-conv-gravados(wk-ind-conv)

           .
       baa-gravar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Auditoria do cadastro - as duas imagens de cada movimento
      *>   passam para o registro de 178 bytes
      *>*****************************************************************
       bb-converter-auditoria section.
       bb-converter-auditoria-a.

           move 2                                       to      wk-ind-conv
           open input arqAuditAntigo
           if   wk-fs-arqAuditAntigo equal "35" then
               move "AUSENTE"                           to      wk-conv-situacao(wk-ind-conv)
               exit section
           end-if
           if   wk-fs-arqAuditAntigo not equal "00" then
               move "0005"                                       to      wk-msn-erro-adress
               move wk-fs-arqAuditAntigo                         to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunosAuditoria"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqAuditNovo
           if   wk-fs-arqAuditNovo not equal "00" then
               move "0006"                                       to      wk-msn-erro-adress
               move wk-fs-arqAuditNovo                           to      wk-msn-erro-cod
               move "Erro ao abrir arqAlunosAuditoriaNovo"       to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqAuditAntigo
               if   wk-fs-arqAuditAntigo not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-conv-lidos(wk-ind-conv)
                   move space                           to      fd-nov-aud-linha
                   move fd-ant-aud-data-hora            to      fd-nov-aud-data-hora
                   move fd-ant-aud-cpf                  to      fd-nov-aud-cpf
                   move fd-ant-aud-operacao             to      fd-nov-aud-operacao
                   move fd-ant-aud-imagem-antes         to      wk-imagem-antiga
                   perform u-converter-imagem
                   move wk-imagem-nova                  to      fd-nov-aud-imagem-antes
                   move fd-ant-aud-imagem-depois        to      wk-imagem-antiga
                   perform u-converter-imagem
                   move wk-imagem-nova                  to      fd-nov-aud-imagem-depois
                   write fd-nov-aud-linha
                   if   wk-fs-arqAuditNovo not equal "00" then
                       move "0007"                                  to      wk-msn-erro-adress
                       move wk-fs-arqAuditNovo                      to      wk-msn-erro-cod
                       move "Erro ao Gravar arqAlunosAuditoriaNovo" to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   add 1                                to      wk-conv-gravados(wk-ind-conv)
               end-if
           end-perform

           close arqAuditAntigo
           close arqAuditNovo
           move "OK"                                    to      wk-conv-situacao(wk-ind-conv)

           .
       bb-converter-auditoria-z.
           exit.

      *>*****************************************************************
      *>   Lista de espera - nome do candidato alargado
      *>*****************************************************************
       bc-converter-espera section.
       bc-converter-espera-a.

           move 3                                       to      wk-ind-conv
           open input arqEsperaAntigo
           if   wk-fs-arqEsperaAntigo equal "35" then
               move "AUSENTE"                           to      wk-conv-situacao(wk-ind-conv)
               exit section
           end-if
           if   wk-fs-arqEsperaAntigo not equal "00" then
               move "0008"                                       to      wk-msn-erro-adress
               move wk-fs-arqEsperaAntigo                        to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqListaEspera"       to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqEsperaNovo
           if   wk-fs-arqEsperaNovo not equal "00" then
               move "0009"                                       to      wk-msn-erro-adress
               move wk-fs-arqEsperaNovo                          to      wk-msn-erro-cod
               move "Erro ao abrir arqListaEsperaNovo"           to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqEsperaAntigo
               if   wk-fs-arqEsperaAntigo not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-conv-lidos(wk-ind-conv)
                   move fd-ant-esp-cpf                  to      fd-nov-esp-cpf
                   move fd-ant-esp-nome                 to      fd-nov-esp-nome
                   move fd-ant-esp-resto                to      fd-nov-esp-resto
                   write fd-nov-esp-linha
                   if   wk-fs-arqEsperaNovo not equal "00" then
                       move "0010"                                  to      wk-msn-erro-adress
                       move wk-fs-arqEsperaNovo                     to      wk-msn-erro-cod
                       move "Erro ao Gravar arqListaEsperaNovo"     to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   add 1                                to      wk-conv-gravados(wk-ind-conv)
               end-if
           end-perform

           close arqEsperaAntigo
           close arqEsperaNovo
           move "OK"                                    to      wk-conv-situacao(wk-ind-conv)

           .
       bc-converter-espera-z.
           exit.

      *>*****************************************************************
      *>   Rematricula - nome gravado na abertura da campanha
      *>*****************************************************************
       bd-converter-rematricula section.
       bd-converter-rematricula-a.

           move 4                                       to      wk-ind-conv
           open input arqRematAntigo
           if   wk-fs-arqRematAntigo equal "35" then
               move "AUSENTE"                           to      wk-conv-situacao(wk-ind-conv)
               exit section
           end-if
           if   wk-fs-arqRematAntigo not equal "00" then
               move "0011"                                       to      wk-msn-erro-adress
               move wk-fs-arqRematAntigo                         to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRematriculaInd"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRematNovo
           if   wk-fs-arqRematNovo not equal "00" then
               move "0012"                                       to      wk-msn-erro-adress
               move wk-fs-arqRematNovo                           to      wk-msn-erro-cod
               move "Erro ao abrir arqRematriculaIndNovo"        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move low-values                              to      fd-ant-rem-chave
           start arqRematAntigo key is not less fd-ant-rem-chave
           if   wk-fs-arqRematAntigo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqRematAntigo next record
                   if   wk-fs-arqRematAntigo not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-conv-lidos(wk-ind-conv)
                       move fd-ant-rem-chave            to      fd-nov-rem-chave
                       move fd-ant-rem-situacao         to      fd-nov-rem-situacao
                       move fd-ant-rem-serie            to      fd-nov-rem-serie
                       move fd-ant-rem-nome             to      fd-nov-rem-nome
                       move fd-ant-rem-data-resposta    to      fd-nov-rem-data-resposta
                       move fd-ant-rem-operador         to      fd-nov-rem-operador
                       write fd-nov-rematricula
                       if   wk-fs-arqRematNovo not equal "00" then
                           move "0013"                                  to      wk-msn-erro-adress
                           move wk-fs-arqRematNovo                      to      wk-msn-erro-cod
                           move "Erro ao Gravar arqRematriculaIndNovo"  to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       end-if
                       add 1                            to      wk-conv-gravados(wk-ind-conv)
                   end-if
               end-perform
           end-if

           close arqRematAntigo
           close arqRematNovo
           move "OK"                                    to      wk-conv-situacao(wk-ind-conv)

           .
       bd-converter-rematricula-z.
           exit.

      *>*****************************************************************
      *>   Alunos formados - base da emissao de certificados
      *>*****************************************************************
       be-converter-formados section.
       be-converter-formados-a.

           move 5                                       to      wk-ind-conv
           open input arqFormadosAntigo
           if   wk-fs-arqFormadosAntigo equal "35" then
               move "AUSENTE"                           to      wk-conv-situacao(wk-ind-conv)
               exit section
           end-if
           if   wk-fs-arqFormadosAntigo not equal "00" then
               move "0014"                                       to      wk-msn-erro-adress
               move wk-fs-arqFormadosAntigo                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunosFormados"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqFormadosNovo
           if   wk-fs-arqFormadosNovo not equal "00" then
               move "0015"                                       to      wk-msn-erro-adress
               move wk-fs-arqFormadosNovo                        to      wk-msn-erro-cod
               move "Erro ao abrir arqAlunosFormadosNovo"        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqFormadosAntigo
               if   wk-fs-arqFormadosAntigo not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-conv-lidos(wk-ind-conv)
                   move fd-ant-for-cpf                  to      fd-nov-for-cpf
                   move fd-ant-for-nome                 to      fd-nov-for-nome
                   move fd-ant-for-matricula            to      fd-nov-for-matricula
                   move fd-ant-for-data                 to      fd-nov-for-data
                   write fd-nov-for-linha
                   if   wk-fs-arqFormadosNovo not equal "00" then
                       move "0016"                                  to      wk-msn-erro-adress
                       move wk-fs-arqFormadosNovo                   to      wk-msn-erro-cod
                       move "Erro ao Gravar arqAlunosFormadosNovo"  to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   add 1                                to      wk-conv-gravados(wk-ind-conv)
               end-if
           end-perform

           close arqFormadosAntigo
           close arqFormadosNovo
           move "OK"                                    to      wk-conv-situacao(wk-ind-conv)

           .
       be-converter-formados-z.
           exit.

      *>*****************************************************************
      *>   Aprovacoes - a imagem antes guardada em cada solicitacao
      *>*****************************************************************
       bf-converter-aprovacoes section.
       bf-converter-aprovacoes-a.

           move 6                                       to      wk-ind-conv
           open input arqAprovAntigo
           if   wk-fs-arqAprovAntigo equal "35" then
               move "AUSENTE"                           to      wk-conv-situacao(wk-ind-conv)
               exit section
           end-if
           if   wk-fs-arqAprovAntigo not equal "00" then
               move "0017"                                       to      wk-msn-erro-adress
               move wk-fs-arqAprovAntigo                         to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAprovacoesInd"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqAprovNovo
           if   wk-fs-arqAprovNovo not equal "00" then
               move "0018"                                       to      wk-msn-erro-adress
               move wk-fs-arqAprovNovo                           to      wk-msn-erro-cod
               move "Erro ao abrir arqAprovacoesIndNovo"         to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move 0                                       to      fd-ant-apr-seq
           start arqAprovAntigo key is not less fd-ant-apr-seq
           if   wk-fs-arqAprovAntigo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAprovAntigo next record
                   if   wk-fs-arqAprovAntigo not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-conv-lidos(wk-ind-conv)
                       move fd-ant-apr-seq              to      fd-nov-apr-seq
                       move fd-ant-apr-dados            to      fd-nov-apr-dados
                       move fd-ant-apr-imagem-antes     to      wk-imagem-antiga
                       perform u-converter-imagem
                       move wk-imagem-nova              to      fd-nov-apr-imagem-antes
                       write fd-nov-aprovacao
                       if   wk-fs-arqAprovNovo not equal "00" then
                           move "0019"                                  to      wk-msn-erro-adress
                           move wk-fs-arqAprovNovo                      to      wk-msn-erro-cod
                           move "Erro ao Gravar arqAprovacoesIndNovo"   to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       end-if
                       add 1                            to      wk-conv-gravados(wk-ind-conv)
                   end-if
               end-perform
           end-if

           close arqAprovAntigo
           close arqAprovNovo
           move "OK"                                    to      wk-conv-situacao(wk-ind-conv)

           .
       bf-converter-aprovacoes-z.
           exit.

      *>*****************************************************************
      *>   Arquivo morto - registro completo do aluno arquivado
      *>*****************************************************************
       bg-converter-arquivo section.
       bg-converter-arquivo-a.

           move 7                                       to      wk-ind-conv
           open input arqArquivoAntigo
           if   wk-fs-arqArquivoAntigo equal "35" then
               move "AUSENTE"                           to      wk-conv-situacao(wk-ind-conv)
               exit section
           end-if
           if   wk-fs-arqArquivoAntigo not equal "00" then
               move "0020"                                       to      wk-msn-erro-adress
               move wk-fs-arqArquivoAntigo                       to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunosArquivo"     to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqArquivoNovo
           if   wk-fs-arqArquivoNovo not equal "00" then
               move "0021"                                       to      wk-msn-erro-adress
               move wk-fs-arqArquivoNovo                         to      wk-msn-erro-cod
               move "Erro ao abrir arqAlunosArquivoNovo"         to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqArquivoAntigo
               if   wk-fs-arqArquivoAntigo not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-conv-lidos(wk-ind-conv)
                   move fd-ant-arq-registro             to      wk-imagem-antiga
                   perform u-converter-imagem
                   move wk-imagem-nova                  to      fd-nov-arq-registro
                   move fd-ant-arq-data                 to      fd-nov-arq-data
                   write fd-nov-arq-linha
                   if   wk-fs-arqArquivoNovo not equal "00" then
                       move "0022"                                  to      wk-msn-erro-adress
                       move wk-fs-arqArquivoNovo                    to      wk-msn-erro-cod
                       move "Erro ao Gravar arqAlunosArquivoNovo"   to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   add 1                                to      wk-conv-gravados(wk-ind-conv)
               end-if
           end-perform

           close arqArquivoAntigo
           close arqArquivoNovo
           move "OK"                                    to      wk-conv-situacao(wk-ind-conv)

           .
       bg-converter-arquivo-z.
           exit.

      *>*****************************************************************
      *>   Livro de registro de certificados - nome do termo
      *>*****************************************************************
       bh-converter-livro section.
       bh-converter-livro-a.

           move 8                                       to      wk-ind-conv
           open input arqLivroAntigo
           if   wk-fs-arqLivroAntigo equal "35" then
               move "AUSENTE"                           to      wk-conv-situacao(wk-ind-conv)
               exit section
           end-if
           if   wk-fs-arqLivroAntigo not equal "00" then
               move "0023"                                       to      wk-msn-erro-adress
               move wk-fs-arqLivroAntigo                         to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqLivroRegistroInd"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqLivroNovo
           if   wk-fs-arqLivroNovo not equal "00" then
               move "0024"                                       to      wk-msn-erro-adress
               move wk-fs-arqLivroNovo                           to      wk-msn-erro-cod
               move "Erro ao abrir arqLivroRegistroIndNovo"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move 0                                       to      fd-ant-liv-termo
           start arqLivroAntigo key is not less fd-ant-liv-termo
           if   wk-fs-arqLivroAntigo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqLivroAntigo next record
                   if   wk-fs-arqLivroAntigo not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-conv-lidos(wk-ind-conv)
                       move fd-ant-liv-termo            to      fd-nov-liv-termo
                       move fd-ant-liv-livro-folha      to      fd-nov-liv-livro-folha
                       move fd-ant-liv-cpf              to      fd-nov-liv-cpf
                       move fd-ant-liv-nome             to      fd-nov-liv-nome
                       move fd-ant-liv-resto            to      fd-nov-liv-resto
                       write fd-nov-livro
                       if   wk-fs-arqLivroNovo not equal "00" then
                           move "0025"                                  to      wk-msn-erro-adress
                           move wk-fs-arqLivroNovo                      to      wk-msn-erro-cod
                           move "Erro ao Gravar arqLivroRegistroIndNovo" to     wk-msn-erro-text
                           perform z-finaliza-anormal
                       end-if
                       add 1                            to      wk-conv-gravados(wk-ind-conv)
                   end-if
               end-perform
           end-if

           close arqLivroAntigo
           close arqLivroNovo
           move "OK"                                    to      wk-conv-situacao(wk-ind-conv)

           .
       bh-converter-livro-z.
           exit.

      *>*****************************************************************
      *>   Transferencias concedidas - nome do aluno transferido
      *>*****************************************************************
       bi-converter-transferencias section.
       bi-converter-transferencias-a.

           move 9                                       to      wk-ind-conv
           open input arqTransfAntigo
           if   wk-fs-arqTransfAntigo equal "35" then
               move "AUSENTE"                           to      wk-conv-situacao(wk-ind-conv)
               exit section
           end-if
           if   wk-fs-arqTransfAntigo not equal "00" then
               move "0026"                                       to      wk-msn-erro-adress
               move wk-fs-arqTransfAntigo                        to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTransferencias"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqTransfNovo
           if   wk-fs-arqTransfNovo not equal "00" then
               move "0027"                                       to      wk-msn-erro-adress
               move wk-fs-arqTransfNovo                          to      wk-msn-erro-cod
               move "Erro ao abrir arqTransferenciasNovo"        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqTransfAntigo
               if   wk-fs-arqTransfAntigo not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-conv-lidos(wk-ind-conv)
                   move fd-ant-trf-cpf                  to      fd-nov-trf-cpf
                   move fd-ant-trf-nome                 to      fd-nov-trf-nome
                   move fd-ant-trf-resto                to      fd-nov-trf-resto
                   write fd-nov-trf-linha
                   if   wk-fs-arqTransfNovo not equal "00" then
                       move "0028"                                  to      wk-msn-erro-adress
                       move wk-fs-arqTransfNovo                     to      wk-msn-erro-cod
                       move "Erro ao Gravar arqTransferenciasNovo"  to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   add 1                                to      wk-conv-gravados(wk-ind-conv)
               end-if
           end-perform

           close arqTransfAntigo
           close arqTransfNovo
           move "OK"                                    to      wk-conv-situacao(wk-ind-conv)

           .
       bi-converter-transferencias-z.
           exit.

      *>*****************************************************************
      *>   Converte uma imagem do registro do aluno de 68 para 178
      *>   bytes: CPF, nome nas 10 primeiras posicoes do nome completo,
      *>   o restante do registro deslocado e o nome social em branco.
      *>   Imagem em branco (inclusao/exclusao) continua em branco.
      *>*****************************************************************
       u-converter-imagem section.
       u-converter-imagem-a.

           move space                                   to      wk-imagem-nova
           if  wk-imagem-antiga not equal space then
               move wk-imagem-antiga(1:22)              to      wk-imagem-nova(1:22)
               move wk-imagem-antiga(23:46)             to      wk-imagem-nova(73:46)
           end-if

           .
       u-converter-imagem-z.
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

           display "Migracao concluida!"
           perform varying wk-ind from 1 by 1 until wk-ind > 9
               move wk-conv-arquivo(wk-ind)             to      wk-res-arquivo
               move wk-conv-lidos(wk-ind)               to      wk-res-lidos
               move wk-conv-gravados(wk-ind)            to      wk-res-gravados
               move wk-conv-situacao(wk-ind)            to      wk-res-situacao
               display wk-linha-resumo
               add wk-conv-lidos(wk-ind)                to      wk-qtd-lidos
               add wk-conv-gravados(wk-ind)             to      wk-qtd-gravados
           end-perform
           display "Confira as contagens e renomeie cada arquivo"
                   " ...Novo.txt para o nome original."

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
