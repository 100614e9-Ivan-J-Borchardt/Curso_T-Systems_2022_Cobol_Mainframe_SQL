      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "carga_horaria_dada".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Aulas dadas x carga horaria: para cada
      *>                      turma do mestre e cada disciplina da grade
      *>                      curricular da serie, soma as aulas
      *>                      registradas em arqConteudosInd.txt
      *>                      (registro_conteudo) e compara com a carga
      *>                      prevista - horas semanais da disciplina
      *>                      (fd-disc-horas) vezes 10 semanas por
      *>                      bimestre, ou 40 no ano. Parametro: o
      *>                      bimestre (1-4); em branco, o ano inteiro.
      *>                      As faltas de aula aparecem antes do
      *>                      fechamento do bimestre. Saida em
      *>                      arqCargaHoraria.txt, espelhada no spool.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqTurmas assign to "arqTurmasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-chave
           file status is wk-fs-arqTurmas.

           select arqDisciplinas assign to "arqDisciplinasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-chave
           file status is wk-fs-arqDisciplinas.

           select arqConteudos assign to "arqConteudosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cnt-chave
           file status is wk-fs-arqConteudos.

           select arqRelatorio assign to "arqCargaHoraria.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqTurmas.
       01  fd-turma.
           05  fd-turma-chave.
               10  fd-turma-serie                   pic  9(02).
               10  fd-turma-letra                   pic  x(01).
           05  fd-turma-turno                       pic  x(01).
           05  fd-turma-professor                   pic  x(15).
           05  fd-turma-capacidade                  pic  9(03).
           05  fd-turma-unidade                     pic  x(03).

       fd arqDisciplinas.
       01  fd-disciplina.
           05  fd-disc-chave.
               10  fd-disc-serie                    pic  9(02).
               10  fd-disc-codigo                   pic  x(10).
           05  fd-disc-nome                         pic  x(30).
           05  fd-disc-horas                        pic  9(02).
           05  fd-disc-professor                    pic  x(15).

       fd arqConteudos.
       01  fd-conteudo.
           05  fd-cnt-chave.
               10  fd-cnt-serie                     pic  9(02).
               10  fd-cnt-turma                     pic  x(01).
               10  fd-cnt-disciplina                pic  x(10).
               10  fd-cnt-data                      pic  9(08).
           05  fd-cnt-periodo                       pic  9(01).
           05  fd-cnt-aulas                         pic  9(01).
           05  fd-cnt-assunto                       pic  x(60).
           05  fd-cnt-professor                     pic  x(05).
           05  fd-cnt-operador                      pic  x(15).
           05  fd-cnt-data-registro                 pic  x(14).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqDisciplinas                     pic x(02).
       77  wk-fs-arqConteudos                       pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-disc                         pic x(01).
           88 wk-loop-disc-terminado                value "F".
       77  wk-fim-loop-cnt                          pic x(01).
           88 wk-loop-cnt-terminado                 value "F".

       01  wk-linha-comando.
           05  wk-parm-periodo                      pic x(01).
           05  filler                               pic x(19).

       77  wk-periodo-selecao                       pic 9(01) value 0.
      *>   Semanas letivas por bimestre - 200 dias letivos no ano
       77  wk-semanas-bimestre                      pic 9(02) value 10.
       77  wk-semanas                               pic 9(02) value 0.

       77  wk-aulas-dadas                           pic 9(04) value 0.
       77  wk-aulas-previstas                       pic 9(04) value 0.
       77  wk-aulas-faltam                          pic 9(04) value 0.

       77  wk-qtd-turmas                            pic 9(06) value 0.
       77  wk-qtd-linhas                            pic 9(06) value 0.
       77  wk-qtd-abaixo                            pic 9(06) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(32)
                  value "AULAS DADAS X CARGA HORARIA - ".
           05 wk-tit-periodo                        pic x(20).
           05 filler                                pic x(48) value space.

       01  wk-linha-turma.
           05 filler                                pic x(06) value "SERIE ".
           05 wk-tur-serie                          pic 9(02).
           05 filler                                pic x(07) value " TURMA ".
           05 wk-tur-turma                          pic x(01).
           05 filler                                pic x(84) value space.

       01  wk-linha-colunas.
           05 filler                                pic x(11) value "Disciplina".
           05 filler                                pic x(31) value "Nome".
           05 filler                                pic x(07) value "H/sem".
           05 filler                                pic x(10) value "Previstas".
           05 filler                                pic x(08) value "Dadas".
           05 filler                                pic x(08) value "Faltam".
           05 filler                                pic x(25) value space.

       01  wk-linha-detalhe.
           05 wk-det-disciplina                     pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-det-nome                           pic x(30).
           05 filler                                pic x(03) value space.
           05 wk-det-horas                          pic z9.
           05 filler                                pic x(05) value space.
           05 wk-det-previstas                      pic zzz9.
           05 filler                                pic x(04) value space.
           05 wk-det-dadas                          pic zzz9.
           05 filler                                pic x(04) value space.
           05 wk-det-faltam                         pic zzz9.
           05 filler                                pic x(02) value space.
           05 wk-det-aviso                          pic x(10).
           05 filler                                pic x(17) value space.

       01  wk-linha-tot-geral.
           05 filler                                pic x(38)
                  value "Disciplinas abaixo da carga prevista: ".
           05 wk-tge-qtd                            pic zzzzz9.
           05 filler                                pic x(56) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "carga_horaria_dada".
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
           if  wk-parm-periodo is numeric then
               move wk-parm-periodo                     to      wk-periodo-selecao
           end-if
           if  wk-periodo-selecao > 4 then
               move "0001"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Bimestre (1-4) invalido no parametro" to   wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           if  wk-periodo-selecao equal 0 then
               compute wk-semanas = wk-semanas-bimestre * 4
               move "ANO LETIVO"                        to      wk-tit-periodo
           else
               move wk-semanas-bimestre                 to      wk-semanas
               move spaces                              to      wk-tit-periodo
               string "BIMESTRE " wk-periodo-selecao
                                            delimited by size
                 into wk-tit-periodo
               end-string
           end-if

           open input arqTurmas
           if   wk-fs-arqTurmas not equal "00" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqTurmas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTurmas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqDisciplinas
           if   wk-fs-arqDisciplinas not equal "00" then
               move "0003"                                 to      wk-msn-erro-adress
               move wk-fs-arqDisciplinas                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDisciplinas"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    sem conteudos lancados todas as aulas aparecem faltando
           open input arqConteudos
           if   wk-fs-arqConteudos not equal "00"
           and  wk-fs-arqConteudos not equal "35" then
               move "0004"                                to      wk-msn-erro-adress
               move wk-fs-arqConteudos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqConteudos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0005"                                to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           write fd-relatorio-linha from wk-linha-titulo

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - percorre as turmas do mestre
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move low-values                              to      fd-turma-chave
           start arqTurmas key is not less fd-turma-chave
           if   wk-fs-arqTurmas equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqTurmas next record
                   if   wk-fs-arqTurmas not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-qtd-turmas
                       perform ba-processar-turma
                   end-if
               end-perform
           end-if

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-qtd-abaixo                           to      wk-tge-qtd
           write fd-relatorio-linha from wk-linha-tot-geral

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Uma linha por disciplina da grade curricular da serie da
      *>   turma corrente
      *>*****************************************************************
       ba-processar-turma section.
       ba-processar-turma-a.

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move fd-turma-serie                          to      wk-tur-serie
           move fd-turma-letra                          to      wk-tur-turma
           write fd-relatorio-linha from wk-linha-turma
           write fd-relatorio-linha from wk-linha-colunas

           move fd-turma-serie                          to      fd-disc-serie
           move low-values                              to      fd-disc-codigo
           start arqDisciplinas key is not less fd-disc-chave
           if   wk-fs-arqDisciplinas equal "00" then
               move space                               to      wk-fim-loop-disc
               perform until wk-loop-disc-terminado
                   read arqDisciplinas next record
                   if   wk-fs-arqDisciplinas not equal "00"
                   or   fd-disc-serie not equal fd-turma-serie then
                       move "F"                         to      wk-fim-loop-disc
                   else
                       perform bb-somar-aulas
                       perform bc-imprimir-disciplina
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqDisciplinas

           .
       ba-processar-turma-z.
           exit.

      *>*****************************************************************
      *>   Soma as aulas registradas da turma e disciplina correntes,
      *>   do bimestre pedido ou do ano inteiro
      *>*****************************************************************
       bb-somar-aulas section.
       bb-somar-aulas-a.

           move 0                                       to      wk-aulas-dadas

           if   wk-fs-arqConteudos equal "35" then
               exit section
           end-if

           move fd-turma-serie                          to      fd-cnt-serie
           move fd-turma-letra                          to      fd-cnt-turma
           move fd-disc-codigo                          to      fd-cnt-disciplina
           move 0                                       to      fd-cnt-data
           start arqConteudos key is not less fd-cnt-chave
           if   wk-fs-arqConteudos equal "00" then
               move space                               to      wk-fim-loop-cnt
               perform until wk-loop-cnt-terminado
                   read arqConteudos next record
                   if   wk-fs-arqConteudos not equal "00"
                   or   fd-cnt-serie not equal fd-turma-serie
                   or   fd-cnt-turma not equal fd-turma-letra
                   or   fd-cnt-disciplina not equal fd-disc-codigo then
                       move "F"                         to      wk-fim-loop-cnt
                   else
                       if  wk-periodo-selecao equal 0
                       or  fd-cnt-periodo equal wk-periodo-selecao then
                           add fd-cnt-aulas             to      wk-aulas-dadas
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqConteudos

           .
       bb-somar-aulas-z.
           exit.

      *>*****************************************************************
      *>   Linha da disciplina: previstas, dadas e faltantes
      *>*****************************************************************
       bc-imprimir-disciplina section.
       bc-imprimir-disciplina-a.

           compute wk-aulas-previstas = fd-disc-horas * wk-semanas
           if  wk-aulas-dadas < wk-aulas-previstas then
               compute wk-aulas-faltam =
                       wk-aulas-previstas - wk-aulas-dadas
               move "ABAIXO"                            to      wk-det-aviso
               add 1                                    to      wk-qtd-abaixo
           else
               move 0                                   to      wk-aulas-faltam
               move spaces                              to      wk-det-aviso
           end-if

           move fd-disc-codigo                          to      wk-det-disciplina
           move fd-disc-nome                            to      wk-det-nome
           move fd-disc-horas                           to      wk-det-horas
           move wk-aulas-previstas                      to      wk-det-previstas
           move wk-aulas-dadas                          to      wk-det-dadas
           move wk-aulas-faltam                         to      wk-det-faltam
           write fd-relatorio-linha from wk-linha-detalhe

           add 1                                        to      wk-qtd-linhas

           .
       bc-imprimir-disciplina-z.
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

           close arqTurmas
           close arqDisciplinas
           close arqConteudos
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "carga_horaria_dada"       to   wk-spl-programa
           move "arqCargaHoraria.txt"      to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Carga horaria em arqCargaHoraria.txt"
           display "Turmas lidas          : " wk-qtd-turmas
           display "Disciplinas listadas  : " wk-qtd-linhas
           display "Abaixo da carga       : " wk-qtd-abaixo

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-turmas
                                          wk-qtd-linhas
                                          wk-qtd-abaixo
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
