      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "merenda_pnae".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Relatorio mensal de refeicoes servidas
      *>                      para a prestacao de contas do PNAE: por
      *>                      unidade escolar, uma linha por dia letivo
      *>                      do mes (arqCalendarioInd.txt) com as
      *>                      refeicoes por turno - alunos presentes em
      *>                      arqFrequenciaInd.txt -, o total e as
      *>                      dietas restritas (alergia na ficha de
      *>                      saude); totais do mes, dias letivos e
      *>                      media diaria, com timbre e assinatura de
      *>                      arqInstituicao.txt. Sem calendario, conta
      *>                      como letivo o dia com frequencia lancada.
      *>                      Parametro: o mes AAAAMM; em branco, o mes
      *>                      corrente. Saida em arqMerendaPNAE.txt,
      *>                      espelhada no spool.
      *>   15/10/2026 - IJB - Registro do calendario com a marca de
      *>                      clinica fechada no dia (40 bytes -
      *>                      migra_calendario.cbl).

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

           select arqSaude assign to "arqSaudeInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sau-cpf
           file status is wk-fs-arqSaude.

           select arqCalendario assign to "arqCalendarioInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is wk-fs-arqCalendario.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqRelatorio assign to "arqMerendaPNAE.txt"
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

       fd arqSaude.
       01  fd-saude.
           05  fd-sau-cpf                           pic  x(12).
           05  fd-sau-tipo-sanguineo                pic  x(03).
           05  fd-sau-alergias                      pic  x(60).
           05  fd-sau-medicacao                     pic  x(60).
           05  fd-sau-plano-saude                   pic  x(20).
           05  fd-sau-medico-contato                pic  x(30).
           05  fd-sau-data-atualizacao              pic  x(14).

       fd arqCalendario.
       01  fd-calendario.
           05  fd-cal-data                          pic  9(08).
           05  fd-cal-tipo                          pic  x(01).
               88  fd-cal-letivo                    value "L".
               88  fd-cal-feriado                   value "F".
               88  fd-cal-recesso                   value "R".
           05  fd-cal-descricao                     pic  x(30).
           05  fd-cal-clinica                       pic  x(01).
               88  fd-cal-clinica-fechada           value "S".
               88  fd-cal-clinica-aberta            value "N".

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqFrequencia                      pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqSaude                           pic x(02).
       77  wk-fs-arqCalendario                      pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

      *>   Timbre da instituicao (arqInstituicao.txt, programa
      *>   instituicao.cbl) - sem o arquivo o relatorio sai sem timbre
       77  wk-fs-arqInstituicao                     pic x(02).
       77  wk-inst-flag                             pic x(01).
           88  wk-inst-carregada                    value "S".
       77  wk-inst-nome                             pic x(50).
       77  wk-inst-endereco                         pic x(60).
       77  wk-inst-diretor                          pic x(40).
       77  wk-inst-inep                             pic x(08).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-mes                          pic x(06).
           05  filler                               pic x(14).

       01  wk-mes-selecao                           pic 9(06) value 0.
       01  wk-mes-selecao-r redefines wk-mes-selecao.
           05  wk-mes-ano                           pic 9(04).
           05  wk-mes-mes                           pic 9(02).

       77  wk-data-corrente                         pic 9(08) value 0.
       77  wk-int-data                              pic 9(08) value 0.
       77  wk-dia-semana                            pic 9(01) value 0.
       77  wk-dia                                   pic 9(02) value 0.

      *>   Dias letivos do mes
       01  wk-tab-dias.
           05  wk-dia-flag occurs 31                pic x(01).
               88 wk-dia-letivo                     value "L".
               88 wk-dia-com-frequencia             value "F".
       77  wk-qtd-dias-letivos                      pic 9(02) value 0.

       01  wk-tab-nome-semana.
           05  filler                               pic x(21)
                  value "DOMSEGTERQUAQUISEXSAB".
       01  wk-tab-nome-semana-r redefines wk-tab-nome-semana.
           05  wk-nome-semana occurs 7              pic x(03).

      *>   Turmas do mestre: turno e unidade de cada serie/letra
       01  wk-tab-turmas.
           05  wk-tur-item occurs 300.
               10  wk-tur-serie                     pic 9(02).
               10  wk-tur-letra                     pic x(01).
               10  wk-tur-turno                     pic x(01).
               10  wk-tur-unidade                   pic x(03).
       77  wk-qtd-turmas                            pic 9(03) value 0.
       77  wk-ind-turma                             pic 9(03) value 0.

      *>   Refeicoes por unidade, dia e turno (1=manha 2=tarde
      *>   3=noite) e dietas restritas por unidade e dia
       01  wk-tab-unidades.
           05  wk-uni-item occurs 20.
               10  wk-uni-codigo                    pic x(03).
               10  wk-uni-dia occurs 31.
                   15  wk-uni-refeicoes occurs 3    pic 9(05).
                   15  wk-uni-restritos             pic 9(05).
       77  wk-qtd-unidades                          pic 9(02) value 0.
       77  wk-ind-unidade                           pic 9(02) value 0.
       77  wk-ind-turno                             pic 9(01) value 0.

      *>   Somas do mes: da unidade corrente e da escola
       01  wk-soma-unidade.
           05  wk-sun-turno occurs 3                pic 9(06).
           05  wk-sun-total                         pic 9(06).
           05  wk-sun-restritos                     pic 9(06).
       01  wk-soma-escola.
           05  wk-ses-turno occurs 3                pic 9(06).
           05  wk-ses-total                         pic 9(06).
           05  wk-ses-restritos                     pic 9(06).
       77  wk-total-dia                             pic 9(06) value 0.

      *>   Ficha de saude do CPF corrente (a frequencia vem em ordem
      *>   de CPF, entao a ficha e lida uma vez por aluno)
       77  wk-cpf-dieta                             pic x(12) value spaces.
       77  wk-restrito-flag                         pic x(01).
           88 wk-dieta-restrita                     value "S".
       77  wk-achou-flag                            pic x(01).
           88 wk-achou                              value "S".

       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-qtd-refeicoes                         pic 9(06) value 0.
       77  wk-qtd-sem-turma                         pic 9(06) value 0.
       77  wk-qtd-nao-letivo                        pic 9(06) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(48)
                  value "RELATORIO MENSAL DE REFEICOES SERVIDAS - PNAE - ".
           05 wk-tit-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(45) value space.

       01  wk-linha-unidade.
           05 filler                                pic x(17) value "UNIDADE ESCOLAR: ".
           05 wk-lun-codigo                         pic x(03).
           05 filler                                pic x(80) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(57)
                  value "Data        Dia    Manha  Tarde  Noite    Total    Dietas".
           05 filler                                pic x(43) value space.

       01  wk-linha-dia.
           05 wk-ldi-dia                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-ldi-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-ldi-ano                            pic 9(04).
           05 filler                                pic x(02) value space.
           05 wk-ldi-semana                         pic x(03).
           05 filler                                pic x(02) value space.
           05 wk-ldi-item occurs 3.
               10 filler                            pic x(01) value space.
               10 wk-ldi-turno                      pic zz.zz9.
           05 filler                                pic x(02) value space.
           05 wk-ldi-total                          pic zzz.zz9.
           05 filler                                pic x(04) value space.
           05 wk-ldi-restritos                      pic zz.zz9.
           05 filler                                pic x(43) value space.

       01  wk-linha-soma.
           05 wk-lso-rotulo                         pic x(17).
           05 wk-lso-item occurs 3.
               10 filler                            pic x(01) value space.
               10 wk-lso-turno                      pic zz.zz9.
           05 filler                                pic x(02) value space.
           05 wk-lso-total                          pic zzz.zz9.
           05 filler                                pic x(04) value space.
           05 wk-lso-restritos                      pic zz.zz9.
           05 filler                                pic x(43) value space.

       01  wk-linha-media.
           05 filler                                pic x(14) value "Dias letivos: ".
           05 wk-lme-dias                           pic z9.
           05 filler                                pic x(30)
                  value "   Media diaria de refeicoes: ".
           05 wk-lme-media                          pic zz.zz9.
           05 filler                                pic x(48) value space.

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
                  value "merenda_pnae".
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
           if  wk-parm-mes is numeric then
               move wk-parm-mes                         to      wk-mes-selecao
           else
               move function current-date(1:6)          to      wk-mes-selecao
           end-if
           if  wk-mes-mes < 1 or wk-mes-mes > 12 then
               move "0001"                              to      wk-msn-erro-adress
               move "  "                                to      wk-msn-erro-cod
               move "Mes (AAAAMM) invalido no parametro"  to    wk-msn-erro-text
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

      *>    sem fichas de saude (35) nenhuma dieta restrita e apontada
           open input arqSaude
           if   wk-fs-arqSaude not equal "00"
           and  wk-fs-arqSaude not equal "35" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqSaude                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqSaude"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqCalendario
           if   wk-fs-arqCalendario not equal "00"
           and  wk-fs-arqCalendario not equal "35" then
               move "0005"                                to      wk-msn-erro-adress
               move wk-fs-arqCalendario                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqCalendario" to      wk-msn-erro-text
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
           perform u-carregar-instituicao
           perform u-marcar-dias-letivos

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Le a frequencia inteira (ordem CPF + data) e acumula os
      *>   presentes do mes por unidade, dia e turno
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
                   if  fd-freq-data(1:6) equal wk-mes-selecao
                   and fd-freq-presente then
                       perform ba-contar-presente
                   end-if
               end-if
           end-perform

      *>    sem calendario vale como letivo o dia com frequencia
           if   wk-fs-arqCalendario equal "35" then
               perform varying wk-dia from 1 by 1 until wk-dia > 31
                   if  wk-dia-com-frequencia(wk-dia) then
                       set wk-dia-letivo(wk-dia)        to      true
                   end-if
               end-perform
           end-if

           move 0                                       to      wk-qtd-dias-letivos
           perform varying wk-dia from 1 by 1 until wk-dia > 31
               if  wk-dia-letivo(wk-dia) then
                   add 1                                to      wk-qtd-dias-letivos
               end-if
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Presente do mes na unidade e turno da sua turma - dia fora
      *>   do calendario letivo nao entra no relatorio
      *>*****************************************************************
       ba-contar-presente section.
       ba-contar-presente-a.

           move fd-freq-data(7:2)                       to      wk-dia

           if   wk-fs-arqCalendario equal "35" then
               set wk-dia-com-frequencia(wk-dia)        to      true
           else
               if  not wk-dia-letivo(wk-dia) then
                   add 1                                to      wk-qtd-nao-letivo
                   exit section
               end-if
           end-if

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

           add 1                                        to      wk-uni-refeicoes(wk-ind-unidade, wk-dia, wk-ind-turno)
           add 1                                        to      wk-qtd-refeicoes

           if  fd-freq-cpf not equal wk-cpf-dieta then
               move fd-freq-cpf                         to      wk-cpf-dieta
               perform bc-verificar-dieta
           end-if
           if  wk-dieta-restrita then
               add 1                                    to      wk-uni-restritos(wk-ind-unidade, wk-dia)
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
      *>   Timbre, um quadro por unidade, total da escola e assinaturas
      *>*****************************************************************
       c-imprimir section.
       c-imprimir-a.

           if  wk-inst-carregada then
               move wk-inst-nome                        to      fd-relatorio-linha
               write fd-relatorio-linha
               move wk-inst-endereco                    to      fd-relatorio-linha
               write fd-relatorio-linha
               move spaces                              to      fd-relatorio-linha
               string "INEP: " wk-inst-inep delimited by size
                 into fd-relatorio-linha
               end-string
               write fd-relatorio-linha
               move space                               to      fd-relatorio-linha
               write fd-relatorio-linha
           end-if

           move wk-mes-mes                              to      wk-tit-mes
           move wk-mes-ano                              to      wk-tit-ano
           write fd-relatorio-linha from wk-linha-titulo

           initialize wk-soma-escola
           perform varying wk-ind-unidade from 1 by 1
                   until wk-ind-unidade > wk-qtd-unidades
               perform ca-imprimir-unidade
           end-perform

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move "TOTAL GERAL DA ESCOLA"                 to      wk-lso-rotulo
           perform varying wk-ind-turno from 1 by 1 until wk-ind-turno > 3
               move wk-ses-turno(wk-ind-turno)          to      wk-lso-turno(wk-ind-turno)
           end-perform
           move wk-ses-total                            to      wk-lso-total
           move wk-ses-restritos                        to      wk-lso-restritos
           write fd-relatorio-linha from wk-linha-soma
           move wk-qtd-dias-letivos                     to      wk-lme-dias
           if  wk-qtd-dias-letivos > 0 then
               compute wk-lme-media rounded = wk-ses-total / wk-qtd-dias-letivos
           else
               move 0                                   to      wk-lme-media
           end-if
           write fd-relatorio-linha from wk-linha-media

           if  wk-qtd-sem-turma > 0 then
               move "Presencas de turma fora do mestre: "  to   wk-avi-texto
               move wk-qtd-sem-turma                    to      wk-avi-qtd
               write fd-relatorio-linha from wk-linha-aviso
           end-if
           if  wk-qtd-nao-letivo > 0 then
               move "Presencas em dia nao letivo (fora do total): " to wk-avi-texto
               move wk-qtd-nao-letivo                   to      wk-avi-qtd
               write fd-relatorio-linha from wk-linha-aviso
           end-if

      *>    assinaturas: diretor (do timbre) e responsavel pela merenda
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha
           move "  ______________________________      ______________________________"
                                                        to      fd-relatorio-linha
           write fd-relatorio-linha
           move spaces                                  to      fd-relatorio-linha
           if  wk-inst-carregada then
               move wk-inst-diretor                     to      fd-relatorio-linha(3:30)
           else
               move "Diretor(a)"                        to      fd-relatorio-linha(3:30)
           end-if
           move "Responsavel pela merenda"              to      fd-relatorio-linha(39:30)
           write fd-relatorio-linha

           .
       c-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Quadro da unidade: uma linha por dia letivo e o total do mes
      *>*****************************************************************
       ca-imprimir-unidade section.
       ca-imprimir-unidade-a.

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move wk-uni-codigo(wk-ind-unidade)           to      wk-lun-codigo
           write fd-relatorio-linha from wk-linha-unidade
           write fd-relatorio-linha from wk-linha-cabecalho

           initialize wk-soma-unidade
           perform varying wk-dia from 1 by 1 until wk-dia > 31
               if  wk-dia-letivo(wk-dia) then
                   compute wk-data-corrente = wk-mes-selecao * 100 + wk-dia
                   compute wk-int-data =
                       function integer-of-date(wk-data-corrente)
                   compute wk-dia-semana =
                       function mod(wk-int-data, 7)
                   move wk-dia                          to      wk-ldi-dia
                   move wk-mes-mes                      to      wk-ldi-mes
                   move wk-mes-ano                      to      wk-ldi-ano
                   move wk-nome-semana(wk-dia-semana + 1)  to   wk-ldi-semana
                   move 0                               to      wk-total-dia
                   perform varying wk-ind-turno from 1 by 1 until wk-ind-turno > 3
                       move wk-uni-refeicoes(wk-ind-unidade, wk-dia, wk-ind-turno)
                                                        to      wk-ldi-turno(wk-ind-turno)
                       add wk-uni-refeicoes(wk-ind-unidade, wk-dia, wk-ind-turno)
                                                        to      wk-total-dia
                                                                wk-sun-turno(wk-ind-turno)
                                                                wk-ses-turno(wk-ind-turno)
                   end-perform
                   move wk-total-dia                    to      wk-ldi-total
                   move wk-uni-restritos(wk-ind-unidade, wk-dia)
                                                        to      wk-ldi-restritos
                   add wk-total-dia                     to      wk-sun-total
                                                                wk-ses-total
                   add wk-uni-restritos(wk-ind-unidade, wk-dia)
                                                        to      wk-sun-restritos
                                                                wk-ses-restritos
                   write fd-relatorio-linha from wk-linha-dia
               end-if
           end-perform

           move "Total do mes"                          to      wk-lso-rotulo
           perform varying wk-ind-turno from 1 by 1 until wk-ind-turno > 3
               move wk-sun-turno(wk-ind-turno)          to      wk-lso-turno(wk-ind-turno)
           end-perform
           move wk-sun-total                            to      wk-lso-total
           move wk-sun-restritos                        to      wk-lso-restritos
           write fd-relatorio-linha from wk-linha-soma
           move wk-qtd-dias-letivos                     to      wk-lme-dias
           if  wk-qtd-dias-letivos > 0 then
               compute wk-lme-media rounded = wk-sun-total / wk-qtd-dias-letivos
           else
               move 0                                   to      wk-lme-media
           end-if
           write fd-relatorio-linha from wk-linha-media

           .
       ca-imprimir-unidade-z.
           exit.

      *>*****************************************************************
      *>   Dias letivos do mes pelo calendario
      *>*****************************************************************
       u-marcar-dias-letivos section.
       u-marcar-dias-letivos-a.

           initialize wk-tab-dias
           if   wk-fs-arqCalendario equal "35" then
               exit section
           end-if

           perform varying wk-dia from 1 by 1 until wk-dia > 31
               compute wk-data-corrente = wk-mes-selecao * 100 + wk-dia
               if  function test-date-yyyymmdd(wk-data-corrente) equal 0 then
                   move wk-data-corrente                to      fd-cal-data
                   read arqCalendario
                   if   wk-fs-arqCalendario equal "00" then
                       if  fd-cal-letivo then
                           set wk-dia-letivo(wk-dia)    to      true
                       end-if
                   else
                       move "00"                        to      wk-fs-arqCalendario
                   end-if
               end-if
           end-perform

           .
       u-marcar-dias-letivos-z.
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
      *>   Carrega os parametros da instituicao para o timbre - a
      *>   ausencia do arquivo apenas deixa o relatorio sem timbre
      *>*****************************************************************
       u-carregar-instituicao section.
       u-carregar-instituicao-a.

           move space                                   to      wk-inst-flag
           open input arqInstituicao
           if   wk-fs-arqInstituicao equal "00" then
               read arqInstituicao
               if   wk-fs-arqInstituicao equal "00" then
                   set  wk-inst-carregada               to      true
                   move fd-inst-nome                    to      wk-inst-nome
                   move fd-inst-endereco                to      wk-inst-endereco
                   move fd-inst-diretor                 to      wk-inst-diretor
                   move fd-inst-inep                    to      wk-inst-inep
               end-if
               close arqInstituicao
           end-if

           .
       u-carregar-instituicao-z.
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
           close arqSaude
           close arqCalendario
           close arqRelatorio

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "merenda_pnae"             to   wk-spl-programa
           move "arqMerendaPNAE.txt"       to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Relatorio gravado em arqMerendaPNAE.txt"
           display "Refeicoes no mes      : " wk-qtd-refeicoes
           display "Dias letivos          : " wk-qtd-dias-letivos

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-qtd-refeicoes
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
