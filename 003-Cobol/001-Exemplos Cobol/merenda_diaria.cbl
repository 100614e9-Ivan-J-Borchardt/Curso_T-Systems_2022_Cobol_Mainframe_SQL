      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "merenda_diaria".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Contagem diaria da merenda: alunos
      *>                      presentes no dia (arqFrequenciaInd.txt)
      *>                      por unidade escolar e turno, tirados do
      *>                      mestre de turmas, com a quantidade de
      *>                      dietas restritas - aluno com alergia
      *>                      informada na ficha de saude
      *>                      (arqSaudeInd.txt) - e a lista desses
      *>                      alunos para a cozinha. Parametro: a data
      *>                      AAAAMMDD; em branco, o dia corrente. Saida
      *>                      em arqMerendaDiaria.txt, espelhada no
      *>                      spool.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqFrequencia assign to "arqFrequenciaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is wk-fs-arqFrequencia.

           select arqTurmas assign to "arqTurmasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-chave
           file status is wk-fs-arqTurmas.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqSaude assign to "arqSaudeInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sau-cpf
           file status is wk-fs-arqSaude.

           select arqRelatorio assign to "arqMerendaDiaria.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-freq-chave.
               10  fd-freq-cpf                      pic  x(12).
               10  fd-freq-data                     pic  9(08).
           05  fd-freq-situacao                     pic  x(01).
               88  fd-freq-presente                 value "P".
               88  fd-freq-ausente                  value "A".
               88  fd-freq-justificado              value "J".
           05  fd-freq-serie                        pic  9(02).
           05  fd-freq-turma                        pic  x(01).
           05  fd-freq-data-lanc                    pic  x(14).

       fd arqTurmas.
       01  fd-turma.
           05  fd-turma-chave.
               10  fd-turma-serie                   pic  9(02).
               10  fd-turma-letra                   pic  x(01).
           05  fd-turma-turno                       pic  x(01).
           05  fd-turma-professor                   pic  x(15).
           05  fd-turma-capacidade                  pic  9(03).
           05  fd-turma-unidade                     pic  x(03).

       fd arqAlunos.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-nome                        pic  x(60).
           05  fd-aluno-serie                       pic  9(02).
           05  fd-aluno-matricula                   pic  9(07).
           05  fd-aluno-status                      pic  x(01).
               88  fd-aluno-ativo                   value "A".
               88  fd-aluno-inativo                 value "I".
               88  fd-aluno-transferido             value "T".
           05  fd-aluno-responsavel                 pic  x(15).
           05  fd-aluno-tel-emergencia              pic  x(11).
           05  fd-aluno-turma                       pic  x(01).
           05  fd-aluno-nascimento                  pic  9(08).
           05  fd-aluno-sexo                        pic  x(01).
           05  fd-aluno-nome-social                 pic  x(60).

       fd arqSaude.
       01  fd-saude.
           05  fd-sau-cpf                           pic  x(12).
           05  fd-sau-tipo-sanguineo                pic  x(03).
           05  fd-sau-alergias                      pic  x(60).
           05  fd-sau-medicacao                     pic  x(60).
           05  fd-sau-plano-saude                   pic  x(20).
           05  fd-sau-medico-contato                pic  x(30).
           05  fd-sau-data-atualizacao              pic  x(14).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqFrequencia                      pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqSaude                           pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-data                         pic x(08).
           05  filler                               pic x(12).

       01  wk-data-selecao                          pic 9(08) value 0.
       01  wk-data-selecao-r redefines wk-data-selecao.
           05  wk-dsel-ano                          pic 9(04).
           05  wk-dsel-mes                          pic 9(02).
           05  wk-dsel-dia                          pic 9(02).

      *>   Turmas do mestre: turno e unidade de cada serie/letra
       01  wk-tab-turmas.
           05  wk-tur-item occurs 300.
               10  wk-tur-serie                     pic 9(02).
               10  wk-tur-letra                     pic x(01).
               10  wk-tur-turno                     pic x(01).
               10  wk-tur-unidade                   pic x(03).
       77  wk-qtd-turmas                            pic 9(03) value 0.
       77  wk-ind-turma                             pic 9(03) value 0.

      *>   Refeicoes por unidade e turno (1=manha 2=tarde 3=noite)
       01  wk-tab-unidades.
           05  wk-uni-item occurs 20.
               10  wk-uni-codigo                    pic x(03).
               10  wk-uni-turno occurs 3.
                   15  wk-uni-presentes             pic 9(05).
                   15  wk-uni-restritos             pic 9(05).
       77  wk-qtd-unidades                          pic 9(02) value 0.
       77  wk-ind-unidade                           pic 9(02) value 0.
       77  wk-ind-turno                             pic 9(01) value 0.

       01  wk-tab-nome-turno.
           05  filler                               pic x(15)
                  value "MANHATARDENOITE".
       01  wk-tab-nome-turno-r redefines wk-tab-nome-turno.
           05  wk-nome-turno occurs 3               pic x(05).

      *>   Alunos de dieta restrita presentes no dia, para a cozinha
       01  wk-tab-restritos.
           05  wk-res-item occurs 500.
               10  wk-res-unidade                   pic 9(02).
               10  wk-res-turno                     pic 9(01).
               10  wk-res-serie                     pic 9(02).
               10  wk-res-turma                     pic x(01).
               10  wk-res-nome                      pic x(10).
               10  wk-res-alergias                  pic x(60).
       77  wk-qtd-restritos                         pic 9(03) value 0.
       77  wk-ind-restrito                          pic 9(03) value 0.

       77  wk-restrito-flag                         pic x(01).
           88 wk-dieta-restrita                     value "S".
       77  wk-achou-flag                            pic x(01).
           88 wk-achou                              value "S".

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-presentes                         pic 9(06) value 0.
       77  wk-qtd-dieta                             pic 9(06) value 0.
       77  wk-qtd-sem-turma                         pic 9(06) value 0.
       77  wk-qtd-fora-lista                        pic 9(06) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(29)
                  value "CONTAGEM DIARIA DA MERENDA - ".
           05 wk-tit-dia                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(61) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(50)
                  value "  Unid.   Turno Refeicoes    Restritas".
           05 filler                                pic x(50) value space.

       01  wk-linha-contagem.
           05 filler                                pic x(02) value space.
           05 wk-con-unidade                        pic x(03).
           05 filler                                pic x(05) value space.
           05 wk-con-turno                          pic x(05).
           05 filler                                pic x(04) value space.
           05 wk-con-presentes                      pic zz.zz9.
           05 filler                                pic x(07) value space.
           05 wk-con-restritos                      pic zz.zz9.
           05 filler                                pic x(62) value space.

       01  wk-linha-total.
           05 filler                                pic x(19)
                  value "  TOTAL DO DIA".
           05 wk-tot-presentes                      pic zz.zz9.
           05 filler                                pic x(07) value space.
           05 wk-tot-restritos                      pic zz.zz9.
           05 filler                                pic x(62) value space.

       01  wk-linha-restrito.
           05 wk-lre-unidade                        pic x(03).
           05 filler                                pic x(01) value space.
           05 wk-lre-turno                          pic x(05).
           05 filler                                pic x(01) value space.
           05 wk-lre-serie                          pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-lre-turma                          pic x(01).
           05 filler                                pic x(01) value space.
           05 wk-lre-nome                           pic x(10).
           05 filler                                pic x(11) value " Alergias: ".
           05 wk-lre-alergias                       pic x(60).
           05 filler                                pic x(04) value space.

       01  wk-linha-aviso.
           05 wk-avi-texto                          pic x(45).
           05 wk-avi-qtd                            pic zzz.zz9.
           05 filler                                pic x(48) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "merenda_diaria".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.

      *>   Espelho de spool do relatorio (espolar_relatorio)
       77  wk-spl-programa                          pic x(20).
       77  wk-spl-arquivo                           pic x(30).
       77  wk-spl-turma                             pic x(04).
       77  wk-spl-retorno                           pic 9(01).

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform c-imprimir.
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

           accept wk-linha-comando from command-line
           if  wk-parm-data is numeric then
               move wk-parm-data                        to      wk-data-selecao
           else
               move function current-date(1:8)          to      wk-data-selecao
           end-if
           if  function test-date-yyyymmdd(wk-data-selecao) not equal 0 then
               move "0001"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Data (AAAAMMDD) invalida no parametro" to  wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqFrequencia
           if   wk-fs-arqFrequencia not equal "00" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqFrequencia                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFrequencia"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqTurmas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTurmas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem fichas de saude (35) nenhuma dieta restrita e apontada
           open input arqSaude
           if   wk-fs-arqSaude not equal "00"
           and  wk-fs-arqSaude not equal "35" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqSaude                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqSaude"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0006"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform u-carregar-turmas

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Le a frequencia inteira (ordem CPF + data) e conta os
      *>   presentes do dia
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           initialize wk-tab-unidades
           move space                                   to      wk-fim-loop

           perform until wk-loop-terminado
               read arqFrequencia next record
               if   wk-fs-arqFrequencia equal "10" then
                   move "F"                             to      wk-fim-loop
               else
                   if  wk-fs-arqFrequencia not equal "00" then
                       move "0007"                               to      wk-msn-erro-adress
                       move wk-fs-arqFrequencia                  to      wk-msn-erro-cod
                       move "Erro ao Ler Arquivo arqFrequencia"  to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   add 1                                to      wk-qtd-lidos
                   if  fd-freq-data equal wk-data-selecao
                   and fd-freq-presente then
                       perform ba-contar-presente
                   end-if
               end-if
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Presente do dia na unidade e turno da sua turma
      *>*****************************************************************
       ba-contar-presente section.
       ba-contar-presente-a.

           add 1                                        to      wk-qtd-presentes

           move "N"                                     to      wk-achou-flag
           perform varying wk-ind-turma from 1 by 1
                   until wk-ind-turma > wk-qtd-turmas or wk-achou
               if  wk-tur-serie(wk-ind-turma) equal fd-freq-serie
               and wk-tur-letra(wk-ind-turma) equal fd-freq-turma then
                   set wk-achou                         to      true
               end-if
           end-perform
           if  not wk-achou then
               add 1                                    to      wk-qtd-sem-turma
               exit section
           end-if
           subtract 1                                   from    wk-ind-turma

           evaluate wk-tur-turno(wk-ind-turma)
               when "T"
                   move 2                               to      wk-ind-turno
               when "N"
                   move 3                               to      wk-ind-turno
               when other
                   move 1                               to      wk-ind-turno
           end-evaluate

           perform bb-localizar-unidade
           if  wk-ind-unidade equal 0 then
               add 1                                    to      wk-qtd-sem-turma
               exit section
           end-if

           add 1                                        to      wk-uni-presentes(wk-ind-unidade, wk-ind-turno)

           perform bc-verificar-dieta
           if  wk-dieta-restrita then
               add 1                                    to      wk-uni-restritos(wk-ind-unidade, wk-ind-turno)
               add 1                                    to      wk-qtd-dieta
               if  wk-qtd-restritos < 500 then
                   add 1                                to      wk-qtd-restritos
                   move wk-ind-unidade                  to      wk-res-unidade(wk-qtd-restritos)
                   move wk-ind-turno                    to      wk-res-turno(wk-qtd-restritos)
                   move fd-freq-serie                   to      wk-res-serie(wk-qtd-restritos)
                   move fd-freq-turma                   to      wk-res-turma(wk-qtd-restritos)
                   move fd-sau-alergias                 to      wk-res-alergias(wk-qtd-restritos)
                   move fd-freq-cpf                     to      fd-aluno-cpf
                   read arqAlunos
                   if   wk-fs-arqAlunos equal "00" then
                       move fd-aluno-nome               to      wk-res-nome(wk-qtd-restritos)
                   else
                       move "00"                        to      wk-fs-arqAlunos
                       move fd-freq-cpf                 to      wk-res-nome(wk-qtd-restritos)
                   end-if
               else
                   add 1                                to      wk-qtd-fora-lista
               end-if
           end-if

           .
       ba-contar-presente-z.
           exit.

      *>*****************************************************************
      *>   Posicao da unidade da turma na tabela, incluindo a nova -
      *>   zero quando a tabela lota
      *>*****************************************************************
       bb-localizar-unidade section.
       bb-localizar-unidade-a.

           move "N"                                     to      wk-achou-flag
           perform varying wk-ind-unidade from 1 by 1
                   until wk-ind-unidade > wk-qtd-unidades or wk-achou
               if  wk-uni-codigo(wk-ind-unidade) equal wk-tur-unidade(wk-ind-turma) then
                   set wk-achou                         to      true
               end-if
           end-perform
           if  wk-achou then
               subtract 1                               from    wk-ind-unidade
               exit section
           end-if

           if  wk-qtd-unidades >= 20 then
               move 0                                   to      wk-ind-unidade
               exit section
           end-if
           add 1                                        to      wk-qtd-unidades
           move wk-qtd-unidades                         to      wk-ind-unidade
           move wk-tur-unidade(wk-ind-turma)            to      wk-uni-codigo(wk-ind-unidade)

           .
       bb-localizar-unidade-z.
           exit.

      *>*****************************************************************
      *>   Dieta restrita: ficha de saude com alergia informada
      *>*****************************************************************
       bc-verificar-dieta section.
       bc-verificar-dieta-a.

           move space                                   to      wk-restrito-flag
           if   wk-fs-arqSaude equal "35" then
               exit section
           end-if

           move fd-freq-cpf                             to      fd-sau-cpf
           read arqSaude
           if   wk-fs-arqSaude not equal "00" then
               move "00"                                to      wk-fs-arqSaude
               exit section
           end-if

           move function upper-case(fd-sau-alergias)    to      fd-sau-alergias
           if  fd-sau-alergias not equal spaces
           and fd-sau-alergias not equal "NENHUMA"
           and fd-sau-alergias not equal "NAO"
           and fd-sau-alergias not equal "-" then
               set wk-dieta-restrita                    to      true
           end-if

           .
       bc-verificar-dieta-z.
           exit.

      *>*****************************************************************
      *>   Quadro por unidade e turno e a lista de dietas restritas
      *>*****************************************************************
       c-imprimir section.
       c-imprimir-a.

           move wk-dsel-dia                             to      wk-tit-dia
           move wk-dsel-mes                             to      wk-tit-mes
           move wk-dsel-ano                             to      wk-tit-ano
           write fd-relatorio-linha from wk-linha-titulo
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-cabecalho

           perform varying wk-ind-unidade from 1 by 1
                   until wk-ind-unidade > wk-qtd-unidades
               perform varying wk-ind-turno from 1 by 1
                       until wk-ind-turno > 3
                   if  wk-uni-presentes(wk-ind-unidade, wk-ind-turno) > 0 then
                       move wk-uni-codigo(wk-ind-unidade)  to  wk-con-unidade
                       move wk-nome-turno(wk-ind-turno)    to  wk-con-turno
                       move wk-uni-presentes(wk-ind-unidade, wk-ind-turno)
                                                           to  wk-con-presentes
                       move wk-uni-restritos(wk-ind-unidade, wk-ind-turno)
                                                           to  wk-con-restritos
                       write fd-relatorio-linha from wk-linha-contagem
                   end-if
               end-perform
           end-perform

           compute wk-tot-presentes = wk-qtd-presentes - wk-qtd-sem-turma
           move wk-qtd-dieta                            to      wk-tot-restritos
           write fd-relatorio-linha from wk-linha-total

           if  wk-qtd-sem-turma > 0 then
               move "Presentes de turma fora do mestre: "  to   wk-avi-texto
               move wk-qtd-sem-turma                    to      wk-avi-qtd
               write fd-relatorio-linha from wk-linha-aviso
           end-if

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move "ALUNOS PRESENTES COM DIETA RESTRITA"    to      fd-relatorio-linha
           write fd-relatorio-linha

           perform varying wk-ind-unidade from 1 by 1
                   until wk-ind-unidade > wk-qtd-unidades
               perform varying wk-ind-turno from 1 by 1
                       until wk-ind-turno > 3
                   perform varying wk-ind-restrito from 1 by 1
                           until wk-ind-restrito > wk-qtd-restritos
                       if  wk-res-unidade(wk-ind-restrito) equal wk-ind-unidade
                       and wk-res-turno(wk-ind-restrito) equal wk-ind-turno then
                           move wk-uni-codigo(wk-ind-unidade)  to  wk-lre-unidade
                           move wk-nome-turno(wk-ind-turno)    to  wk-lre-turno
                           move wk-res-serie(wk-ind-restrito)  to  wk-lre-serie
                           move wk-res-turma(wk-ind-restrito)  to  wk-lre-turma
                           move wk-res-nome(wk-ind-restrito)   to  wk-lre-nome
                           move wk-res-alergias(wk-ind-restrito)
                                                               to  wk-lre-alergias
                           write fd-relatorio-linha from wk-linha-restrito
                       end-if
                   end-perform
               end-perform
           end-perform

           if  wk-qtd-fora-lista > 0 then
               move "Dietas restritas alem do limite da lista: " to wk-avi-texto
               move wk-qtd-fora-lista                   to      wk-avi-qtd
               write fd-relatorio-linha from wk-linha-aviso
           end-if

           .
       c-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Carrega o turno e a unidade das turmas do mestre
      *>*****************************************************************
       u-carregar-turmas section.
       u-carregar-turmas-a.

           move 0                                       to      wk-qtd-turmas
           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqTurmas next record
               if   wk-fs-arqTurmas not equal "00"
               or   wk-qtd-turmas >= 300 then
                   move "F"                             to      wk-fim-loop
               else
                   add 1                                to      wk-qtd-turmas
                   move fd-turma-serie                  to      wk-tur-serie(wk-qtd-turmas)
                   move fd-turma-letra                  to      wk-tur-letra(wk-qtd-turmas)
                   move fd-turma-turno                  to      wk-tur-turno(wk-qtd-turmas)
                   move fd-turma-unidade                to      wk-tur-unidade(wk-qtd-turmas)
               end-if
           end-perform
           move "00"                                    to      wk-fs-arqTurmas

           .
       u-carregar-turmas-z.
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

           close arqFrequencia
           close arqTurmas
           close arqAlunos
           close arqSaude
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "merenda_diaria"           to   wk-spl-programa
           move "arqMerendaDiaria.txt"     to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Contagem gravada em arqMerendaDiaria.txt"
           display "Refeicoes (presentes) : " wk-qtd-presentes
           display "Dietas restritas      : " wk-qtd-dieta

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-presentes
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
