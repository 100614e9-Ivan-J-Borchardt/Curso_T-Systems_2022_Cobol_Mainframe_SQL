      *>                      aprovacao propria da disciplina.
      *>                      Disciplina sem esquema segue na media
      *>                      simples com o corte geral de 7,0.
      *>   15/10/2026 - IJB - Progressao parcial do regimento: aluno
      *>                      reprovado por nota em ate duas
      *>                      disciplinas (sem reprovacao por falta e
      *>                      fora da serie final) sai APROVADO COM
      *>                      DEPENDENCIA (resultado "D") e cada
      *>                      disciplina pendente vira uma matricula
      *>                      propria no ano seguinte em
      *>                      arqDependenciasInd.txt, com notas e
      *>                      frequencia proprias (dependencias.cbl).
      *>                      A apuracao tambem fecha as dependencias
      *>                      cursadas no ano - media pelo esquema da
      *>                      serie de origem e 75% das aulas elimina
      *>                      a dependencia - e o limite de duas vale
      *>                      somando as que seguem pendentes. Aluno
      *>                      aprovado na serie com dependencia ainda
      *>                      pendente tambem sai "D". Rodar de novo
      *>                      o ano (modo "R") refaz as dependencias
      *>                      geradas no proprio ano.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Registro do calendario com a marca de
      *>                      clinica fechada no dia (40 bytes -
      *>                      migra_calendario.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-esq-chave
           file status is wk-fs-arqEsquemas.

           select arqDependencias assign to "arqDependenciasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-dep-chave
           file status is wk-fs-arqDependencias.

       i-o-control.

      *>Declaração de variáveis
       fd arqAlunosInd.
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
           05  fd-res-resultado                     pic  x(01).
               88  fd-res-aprovado                  value "A".
               88  fd-res-reprovado                 value "R".
               88  fd-res-aprovado-dep              value "D".
           05  fd-res-media-geral                   pic  9(02)v9.

       fd arqAtaTrab.
           05  fd-cal-tipo                          pic  x(01).
               88  fd-cal-letivo                    value "L".
           05  fd-cal-descricao                     pic  x(30).
           05  fd-cal-clinica                       pic  x(01).
               88  fd-cal-clinica-fechada           value "S".
               88  fd-cal-clinica-aberta            value "N".

       fd arqEsquemas.
       01  fd-esquema.
               10  fd-esq-peso                      pic  9(02) occurs 4.
           05  fd-esq-media-minima                  pic  9(02)v9.

       fd arqDependencias.
       01  fd-dependencia.
           05  fd-dep-chave.
               10  fd-dep-cpf                       pic  x(12).
               10  fd-dep-serie-origem              pic  9(02).
               10  fd-dep-disciplina                pic  x(10).
           05  fd-dep-ano-origem                    pic  9(04).
           05  fd-dep-media-origem                  pic  9(02)v9.
           05  fd-dep-ano-cursando                  pic  9(04).
           05  fd-dep-situacao                      pic  x(01).
               88  fd-dep-pendente                  value "P".
               88  fd-dep-eliminada                 value "E".
           05  fd-dep-notas.
               10  fd-dep-nota                      pic  9(02)v9 occurs 4.
           05  fd-dep-tem-notas.
               10  fd-dep-tem-nota                  pic  x(01) occurs 4.
           05  fd-dep-aulas                         pic  9(03).
           05  fd-dep-faltas                        pic  9(03).
           05  fd-dep-media-final                   pic  9(02)v9.
           05  fd-dep-ano-eliminacao                pic  9(04).
           05  fd-dep-tentativas                    pic  9(02).
           05  fd-dep-operador                      pic  x(15).
           05  fd-dep-data-lanc                     pic  x(14).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-media-geral                           pic 9(02)v9 value 0.
       77  wk-aluno-aprovado                        pic x(01).

      *>   Progressao parcial - ate duas disciplinas em dependencia,
      *>   somando as novas com as que seguem pendentes, e nenhuma na
      *>   serie final (a dependencia pendente impede a formatura)
       77  wk-fs-arqDependencias                    pic x(02).
       77  wk-limite-dependencias                   pic 9(02) value 2.
       77  wk-serie-maxima                          pic 9(02) value 9.
       77  wk-qtd-disc-reprov                       pic 9(02) value 0.
       77  wk-qtd-dep-pendentes                     pic 9(02) value 0.
       77  wk-qtd-dep-total                         pic 9(02) value 0.
       77  wk-ind-dep                               pic 9(02) value 0.
       77  wk-qtd-aprov-dep                         pic 9(06) value 0.
       77  wk-qtd-dep-criadas                       pic 9(06) value 0.
       77  wk-qtd-dep-eliminadas                    pic 9(06) value 0.
       77  wk-qtd-notas-dep                         pic 9(01) value 0.
       77  wk-pct-frequencia-dep                    pic 9(03) value 0.
       77  wk-fim-loop-dep                          pic x(01).
           88 wk-loop-dep-terminado                 value "F".
       01  wk-tab-dep-nova.
           05  wk-dep-nova-item occurs 16.
               10  wk-dnv-codigo                    pic x(10).
               10  wk-dnv-media                     pic 9(02)v9.

      *>   Quebra por serie/turma na ata
       77  wk-serie-atual                           pic 9(02).
       77  wk-turma-atual                           pic x(01).
               perform z-finaliza-anormal
           end-if

      *>    matriculas em dependencia - criado na primeira apuracao
           open i-o arqDependencias
           if   wk-fs-arqDependencias equal "05"
           or   wk-fs-arqDependencias equal "35" then
               open output arqDependencias
               close arqDependencias
               open i-o arqDependencias
           end-if
           if   wk-fs-arqDependencias not equal "00" then
               move "0009"                                   to      wk-msn-erro-adress
               move wk-fs-arqDependencias                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDependencias"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.
      *>*****************************************************************
      *>   Apura um aluno: acumula as notas por disciplina, aplica a
      *>   media de corte (e a formula de recuperacao no modo "R") e
      *>   exige aprovacao em toda a grade da serie - ou progressao
      *>   parcial com ate duas disciplinas em dependencia
      *>*****************************************************************
       ba-apurar-aluno section.
       ba-apurar-aluno-a.

           move "S"                                     to      wk-aluno-aprovado
           move 0                                       to      wk-soma-medias
           move 0                                       to      wk-qtd-disc-reprov
           initialize wk-tab-dep-nova

           perform varying wk-ind-disc from 1 by 1
                     until wk-ind-disc > wk-qtd-disc
               add wk-media-disc                        to      wk-soma-medias
               if  wk-media-disc < wk-corte-disciplina then
                   move "N"                             to      wk-aluno-aprovado
                   add 1                                to      wk-qtd-disc-reprov
                   move wk-dis-codigo(wk-ind-disc)
                     to  wk-dnv-codigo(wk-qtd-disc-reprov)
                   move wk-media-disc
                     to  wk-dnv-media(wk-qtd-disc-reprov)
               end-if

           end-perform
      *>    medias acima do corte
           perform be-apurar-frequencia

      *>    dependencias de anos anteriores e progressao parcial
           perform bg-apurar-dependencias
           perform bh-decidir-progressao

           perform bd-gravar-resultado

           .
       be-apurar-frequencia-z.
           exit.

      *>*****************************************************************
      *>   Percorre as dependencias do aluno corrente: as geradas pela
      *>   propria apuracao deste ano sao apagadas (a apuracao e
      *>   refeita abaixo), as cursadas no ano sao fechadas e as
      *>   demais pendentes sao contadas para o limite
      *>*****************************************************************
       bg-apurar-dependencias section.
       bg-apurar-dependencias-a.

           move 0                                       to      wk-qtd-dep-pendentes

           move fd-aluno-cpf                            to      fd-dep-cpf
           move 0                                       to      fd-dep-serie-origem
           move low-values                              to      fd-dep-disciplina
           start arqDependencias key is not less fd-dep-chave
           if   wk-fs-arqDependencias equal "00" then
               move space                               to      wk-fim-loop-dep
               perform until wk-loop-dep-terminado
                   read arqDependencias next record
                   if   wk-fs-arqDependencias not equal "00"
                   or   fd-dep-cpf not equal fd-aluno-cpf then
                       move "F"                         to      wk-fim-loop-dep
                   else
                       perform bga-tratar-dependencia
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqDependencias

           .
       bg-apurar-dependencias-z.
           exit.

      *>*****************************************************************
      *>   Uma dependencia do aluno corrente - a cursada no ano letivo
      *>   e eliminada com a media de corte da disciplina na serie de
      *>   origem e 75% de frequencia sobre as aulas lancadas
      *>*****************************************************************
       bga-tratar-dependencia section.
       bga-tratar-dependencia-a.

           evaluate true
               when fd-dep-ano-origem equal wk-ano-letivo
                   delete arqDependencias record
                   if   wk-fs-arqDependencias not equal "00" then
                       move "0014"                      to      wk-msn-erro-adress
                       move wk-fs-arqDependencias       to      wk-msn-erro-cod
                       move "Erro ao Excluir arqDependencias"
                                                        to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if

               when fd-dep-ano-cursando equal wk-ano-letivo
                   perform bgb-media-dependencia
                   move 100                             to      wk-pct-frequencia-dep
                   if  fd-dep-aulas > 0 then
                       compute wk-pct-frequencia-dep rounded =
                           ((fd-dep-aulas - fd-dep-faltas) * 100)
                           / fd-dep-aulas
                   end-if
                   move wk-media-disc                   to      fd-dep-media-final
                   if  wk-qtd-notas-dep > 0
                   and wk-media-disc >= wk-corte-disciplina
                   and wk-pct-frequencia-dep >= wk-minimo-frequencia then
                       set  fd-dep-eliminada            to      true
                       move wk-ano-letivo               to      fd-dep-ano-eliminacao
                       add 1                            to      wk-qtd-dep-eliminadas
                   else
                       set  fd-dep-pendente             to      true
                       move 0                           to      fd-dep-ano-eliminacao
                       add 1                            to      wk-qtd-dep-pendentes
                   end-if
                   rewrite fd-dependencia
                   if   wk-fs-arqDependencias not equal "00" then
                       move "0011"                      to      wk-msn-erro-adress
                       move wk-fs-arqDependencias       to      wk-msn-erro-cod
                       move "Erro ao Regravar arqDependencias"
                                                        to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if

               when fd-dep-pendente
                   add 1                                to      wk-qtd-dep-pendentes

               when other
                   continue
           end-evaluate

           .
       bga-tratar-dependencia-z.
           exit.

      *>*****************************************************************
      *>   Media da dependencia corrente pelo esquema de avaliacao da
      *>   serie de origem - sem esquema, media simples e corte geral
      *>*****************************************************************
       bgb-media-dependencia section.
       bgb-media-dependencia-a.

           move space                                   to      wk-esquema-flag
           move wk-media-corte                          to      wk-corte-disciplina
           move 0                                       to      wk-qtd-notas-dep
           move 0                                       to      wk-media-disc

           if   wk-fs-arqEsquemas not equal "35" then
               move fd-dep-serie-origem                 to      fd-esq-serie
               move fd-dep-disciplina                   to      fd-esq-disciplina
               read arqEsquemas
               if   wk-fs-arqEsquemas equal "00" then
                   set  wk-esquema-achado               to      true
                   move fd-esq-media-minima             to      wk-corte-disciplina
               else
                   move "00"                            to      wk-fs-arqEsquemas
               end-if
           end-if

           move 0                                       to      wk-soma-ponderada
           move 0                                       to      wk-soma-pesos
           perform varying wk-ind-periodo from 1 by 1
                     until wk-ind-periodo > 4
               if  fd-dep-tem-nota(wk-ind-periodo) equal "S" then
                   add 1                                to      wk-qtd-notas-dep
                   if  wk-esquema-achado then
                       if  fd-esq-peso(wk-ind-periodo) > 0 then
                           compute wk-soma-ponderada =
                               wk-soma-ponderada
                               + (fd-dep-nota(wk-ind-periodo)
                                  * fd-esq-peso(wk-ind-periodo))
                           add fd-esq-peso(wk-ind-periodo)
                                                        to      wk-soma-pesos
                       end-if
                   else
                       add fd-dep-nota(wk-ind-periodo)  to      wk-soma-ponderada
                       add 1                            to      wk-soma-pesos
                   end-if
               end-if
           end-perform

           if  wk-soma-pesos > 0 then
               compute wk-media-disc rounded =
                   wk-soma-ponderada / wk-soma-pesos
           end-if

           .
       bgb-media-dependencia-z.
           exit.

      *>*****************************************************************
      *>   Progressao parcial: reprovado por nota em ate duas
      *>   disciplinas (somadas as dependencias ainda pendentes), sem
      *>   reprovacao por falta e fora da serie final, e aprovado com
      *>   dependencia; aprovado na serie com dependencia pendente
      *>   tambem sai "D"
      *>*****************************************************************
       bh-decidir-progressao section.
       bh-decidir-progressao-a.

           if  wk-eh-reprovado-falta
           or  wk-qtd-disc equal 0 then
               exit section
           end-if

           if  wk-aluno-aprovado equal "S" then
               if  wk-qtd-dep-pendentes > 0 then
                   move "D"                             to      wk-aluno-aprovado
               end-if
               exit section
           end-if

           compute wk-qtd-dep-total =
               wk-qtd-disc-reprov + wk-qtd-dep-pendentes
           if  fd-aluno-serie < wk-serie-maxima
           and wk-qtd-dep-total <= wk-limite-dependencias then
               move "D"                                 to      wk-aluno-aprovado
               perform bi-criar-dependencias
           end-if

           .
       bh-decidir-progressao-z.
           exit.

      *>*****************************************************************
      *>   Abre a matricula em dependencia de cada disciplina reprovada
      *>   do aluno corrente, a ser cursada no ano letivo seguinte
      *>*****************************************************************
       bi-criar-dependencias section.
       bi-criar-dependencias-a.

           perform varying wk-ind-dep from 1 by 1
                     until wk-ind-dep > wk-qtd-disc-reprov

               initialize fd-dependencia
               move fd-aluno-cpf                        to      fd-dep-cpf
               move fd-aluno-serie                      to      fd-dep-serie-origem
               move wk-dnv-codigo(wk-ind-dep)           to      fd-dep-disciplina
               move wk-ano-letivo                       to      fd-dep-ano-origem
               move wk-dnv-media(wk-ind-dep)            to      fd-dep-media-origem
               compute fd-dep-ano-cursando = wk-ano-letivo + 1
               set  fd-dep-pendente                     to      true
               move 1                                   to      fd-dep-tentativas
               move "APURACAO"                          to      fd-dep-operador
               move function current-date(1:14)         to      fd-dep-data-lanc

               write fd-dependencia
               if   wk-fs-arqDependencias equal "22" then
                   rewrite fd-dependencia
               end-if
               if   wk-fs-arqDependencias not equal "00" then
                   move "0010"                              to      wk-msn-erro-adress
                   move wk-fs-arqDependencias               to      wk-msn-erro-cod
                   move "Erro ao Gravar arqDependencias"    to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               add 1                                    to      wk-qtd-dep-criadas

           end-perform

           .
       bi-criar-dependencias-z.
           exit.

      *>*****************************************************************
      *>   Grava o resultado do aluno no arquivo de resultados e na
      *>   linha de trabalho da ata
           move fd-aluno-cpf                            to      fd-res-cpf
           move fd-aluno-serie                          to      fd-res-serie
           move fd-aluno-turma                          to      fd-res-turma
           evaluate wk-aluno-aprovado
               when "S"
                   set fd-res-aprovado                  to      true
                   add 1                                to      wk-qtd-aprovados
               when "D"
                   set fd-res-aprovado-dep              to      true
                   add 1                                to      wk-qtd-aprov-dep
               when other
                   set fd-res-reprovado                 to      true
                   add 1                                to      wk-qtd-reprovados
           end-evaluate
           move wk-media-geral                          to      fd-res-media-geral

           write fd-resultado-linha
                   evaluate true
                       when fd-ato-resultado equal "A"
                           move "APROVADO"              to      wk-atd-resultado
                       when fd-ato-resultado equal "D"
                           move "APROV.DEP"             to      wk-atd-resultado
                       when fd-ato-motivo-falta equal "F"
                           move "REP.FALTA"             to      wk-atd-resultado
                       when other
           close arqFrequencia
           close arqCalendario
           close arqEsquemas
           close arqDependencias

           display "Apuracao de resultados concluida!"
           display "Alunos     : " wk-qtd-alunos
           display "Aprovados  : " wk-qtd-aprovados
           display "Aprov. dep.: " wk-qtd-aprov-dep
           display "Reprovados : " wk-qtd-reprovados
           display "  por falta: " wk-qtd-reprov-falta
           display "Dependencias geradas   : " wk-qtd-dep-criadas
           display "Dependencias eliminadas: " wk-qtd-dep-eliminadas

           goback.
           .
