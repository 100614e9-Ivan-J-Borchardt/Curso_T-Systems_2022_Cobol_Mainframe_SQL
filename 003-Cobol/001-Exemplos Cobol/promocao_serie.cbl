      *>                      logica, com auditoria "E") em vez de
      *>                      promovido para uma turma que nunca vai
      *>                      frequentar.
      *>   15/10/2026 - IJB - Progressao parcial: o resultado "D"
      *>                      (aprovado com dependencia) de
      *>                      resultados_finais avanca a serie como o
      *>                      aprovado, contado a parte. Dependencia
      *>                      ainda pendente em arqDependenciasInd.txt
      *>                      impede a formatura - o aluno da serie
      *>                      final fica no cadastro ate elimina-la - e
      *>                      a dependencia cursada no ano sem
      *>                      eliminacao e rematriculada no ano
      *>                      seguinte, com notas e faltas zeradas.
      *>   15/10/2026 - IJB - Registro do aluno e imagens da auditoria
      *>                      no layout de 178 bytes; formados e
      *>                      rematricula com o nome completo
      *>                      (migra_nome_completo.cbl).

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-rem-chave
           file status is wk-fs-arqRematricula.

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

       fd arqFormados.
       01  fd-formado-linha.
           05  fd-formado-cpf                       pic  x(12).
           05  fd-formado-nome                      pic  x(60).
           05  fd-formado-matricula                 pic  9(07).
           05  fd-formado-data                      pic  x(08).

           05  filler                               pic  x(01) value space.
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01) value space.
           05  fd-audit-imagem-depois               pic  x(178).

       fd arqResultados.
       01  fd-resultado-linha.
               88  fd-rem-confirmada                value "C".
               88  fd-rem-nao-retorna               value "N".
           05  fd-rem-serie                         pic  9(02).
           05  fd-rem-nome                          pic  x(60).
           05  fd-rem-data-resposta                 pic  9(08).
           05  fd-rem-operador                      pic  x(15).

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

       77  wk-aluno-nao-retorna                     pic x(01).
           88  wk-eh-nao-retorna                    value "S".

      *>   Dependencias (progressao parcial) do aluno corrente
       77  wk-fs-arqDependencias                    pic x(02).
       77  wk-qtd-dep-pendentes                     pic 9(02) value 0.
       77  wk-qtd-com-dependencia                   pic 9(06) value 0.
       77  wk-qtd-formatura-bloqueada               pic 9(06) value 0.
       77  wk-qtd-dep-rematriculadas                pic 9(06) value 0.
       77  wk-fim-loop-dep                          pic x(01).
           88 wk-loop-dep-terminado                 value "F".
       77  wk-aluno-dependencia                     pic x(01).
           88  wk-eh-aprovado-dependencia           value "S".

      *>   Resultados apurados por resultados_finais.cbl, carregados
      *>   em memoria para consulta por CPF
       77  wk-qtd-resultados                        pic 9(04) value 0.
       77  wk-resultado-aluno                       pic x(01).
           88  wk-resultado-aprovado                value "A".
           88  wk-resultado-reprovado               value "R".
           88  wk-resultado-aprovado-dep            value "D".
           88  wk-resultado-ausente                 value space.

       77  wk-audit-operacao                        pic x(01).
       01  wk-audit-imagem-antes                    pic x(178).
       01  wk-audit-imagem-depois                   pic x(178).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
               perform z-finaliza-anormal
           end-if

      *>    matriculas em dependencia - a ausencia do arquivo (35)
      *>    vale como "nenhuma dependencia"
           open i-o arqDependencias
           if   wk-fs-arqDependencias not equal "00"
           and  wk-fs-arqDependencias not equal "35" then
               move "0016"                                  to      wk-msn-erro-adress
               move wk-fs-arqDependencias                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDependencias" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    numa retomada o merge recomeca logo apos o ultimo CPF do
      *>    checkpoint; sem retomada, do primeiro registro
           if  wk-retomada-cpf not equal space then

               perform ac-buscar-resultado

      *>        aprovado com dependencia avanca como aprovado, contado
      *>        a parte
               move space                               to      wk-aluno-dependencia
               if  wk-resultado-aprovado-dep then
                   set wk-eh-aprovado-dependencia       to      true
                   set wk-resultado-aprovado            to      true
               end-if

      *>        aluno reprovado na apuracao mas aprovado pelo conselho
      *>        de classe avanca como aprovado
               if  wk-resultado-reprovado then
                   perform ad-conferir-conselho
               end-if

      *>        dependencias pendentes do aluno - a cursada no ano sem
      *>        eliminacao segue para o ano seguinte
               perform ag-tratar-dependencias

               evaluate true
      *>           serie ja alem da serie da apuracao = promocao deste
      *>           ano ja aplicada (queda entre o REWRITE e o
                   when wk-resultado-aprovado
                       if  fd-aluno-serie < wk-serie-maxima then
                           perform bc-promover-aluno
                           if  wk-eh-aprovado-dependencia then
                               add 1                    to      wk-qtd-com-dependencia
                           end-if
                       else
      *>                   dependencia pendente impede a formatura - o
      *>                   aluno fica no cadastro ate elimina-la
                           if  wk-qtd-dep-pendentes > 0 then
                               add 1                    to      wk-qtd-formatura-bloqueada
                           else
                               perform bd-formar-aluno
                           end-if
                       end-if

                   when wk-resultado-reprovado
       ae-conferir-rematricula-z.
           exit.

      *>*****************************************************************
      *>   Conta as dependencias pendentes do aluno corrente e
      *>   rematricula no ano seguinte a que foi cursada no ano letivo
      *>   sem eliminacao - notas e faltas zeradas, mais uma tentativa
      *>*****************************************************************
       ag-tratar-dependencias section.
       ag-tratar-dependencias-a.

           move 0                                       to      wk-qtd-dep-pendentes

           if   wk-fs-arqDependencias equal "35" then
               exit section
           end-if

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
                       if  fd-dep-pendente then
                           add 1                        to      wk-qtd-dep-pendentes
                           if  fd-dep-ano-cursando <= wk-ano-letivo then
                               perform aga-rematricular-dependencia
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqDependencias

           .
       ag-tratar-dependencias-z.
           exit.

      *>*****************************************************************
      *>   Rematricula a dependencia corrente no ano letivo seguinte
      *>*****************************************************************
       aga-rematricular-dependencia section.
       aga-rematricular-dependencia-a.

           compute fd-dep-ano-cursando = wk-ano-letivo + 1
           initialize fd-dep-notas
                      fd-dep-tem-notas
           move 0                                       to      fd-dep-aulas
           move 0                                       to      fd-dep-faltas
           move 0                                       to      fd-dep-media-final
           add 1                                        to      fd-dep-tentativas
           move "PROMOCAO"                              to      fd-dep-operador
           move function current-date(1:14)             to      fd-dep-data-lanc

           rewrite fd-dependencia
           if   wk-fs-arqDependencias not equal "00" then
               move "0017"                                  to      wk-msn-erro-adress
               move wk-fs-arqDependencias                   to      wk-msn-erro-cod
               move "Erro ao Regravar arqDependencias"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           add 1                                        to      wk-qtd-dep-rematriculadas

           .
       aga-rematricular-dependencia-z.
           exit.

      *>*****************************************************************
      *>   Inativa o aluno que nao retorna (exclusao logica, como o
      *>   Deletar do cadastro), com auditoria "E"
           close arqAuditoria
           close arqConselho
           close arqRematricula
           close arqDependencias

           display "Promocao de fim de ano concluida!"
           display "Lidos         : " wk-qtd-lidos
           display "Promovidos    : " wk-qtd-promovidos
           display "  p/ conselho : " wk-qtd-conselho
           display "  c/ dependen.: " wk-qtd-com-dependencia
           display "Formados      : " wk-qtd-formados
           display "Formatura bloqueada p/ dependencia: "
                   wk-qtd-formatura-bloqueada
           display "Dependencias rematriculadas       : "
                   wk-qtd-dep-rematriculadas
           display "Retidos       : " wk-qtd-retidos
           display "Sem resultado : " wk-qtd-sem-resultado
           display "Nao retornam  : " wk-qtd-nao-retorna
