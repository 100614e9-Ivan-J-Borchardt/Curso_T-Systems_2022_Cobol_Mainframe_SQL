      *>                      cadastro (zero quando o nascimento ainda
      *>                      nao foi migrado), ocupando dois bytes do
      *>                      filler final do registro.
      *>   15/10/2026 - IJB - Progressao parcial: o detalhe do aluno
      *>                      passa a levar a quantidade de
      *>                      dependencias pendentes (dois bytes do
      *>                      filler final) e cada dependencia ainda
      *>                      nao eliminada sai num registro "P" logo
      *>                      apos o detalhe, com disciplina, serie e
      *>                      ano de origem; o trailer ganha a contagem
      *>                      de registros "P" (seis bytes do filler).
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
      *>   15/10/2026 - IJB - Plano AEE (plano_aee.cbl): o detalhe do
      *>                      aluno passa a levar a categoria do plano
      *>                      ativo (tres bytes do filler final), o
      *>                      trailer a quantidade de alunos com plano
      *>                      (seis bytes do filler) e a conferencia a
      *>                      contagem por categoria.
      *>   15/10/2026 - IJB - Nome completo do aluno no detalhe: o
      *>                      campo nome passa de 10 para 60 bytes e
      *>                      todos os registros (H, D, P e T) de 60
      *>                      para 110 bytes, com o filler final dos
      *>                      registros H, P e T crescendo junto.

      *>Divisão para configuração do ambiente
       environment division.
           organization is line sequential
           file status is wk-fs-arqConferencia.

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
       01  fd-ano-letivo-linha                      pic  9(04).

       fd arqExtrato.
       01  fd-extrato-linha                         pic  x(110).

       fd arqConferencia.
       01  fd-conferencia-linha                     pic  x(80).

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

       77  wk-fs-arqAnoLetivo                       pic x(02).
       77  wk-fs-arqExtrato                         pic x(02).
       77  wk-fs-arqConferencia                     pic x(02).
       77  wk-fs-arqDependencias                    pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-ano-referencia                        pic 9(04) value 0.
       77  wk-ano-nascimento                        pic 9(04) value 0.

      *>   Dependencias pendentes do aluno (progressao parcial)
       77  wk-qtd-dep-aluno                         pic 9(02) value 0.
       77  wk-qtd-reg-dependencia                   pic 9(06) value 0.
       77  wk-ind-dep                               pic 9(02) value 0.
      *>   Alunos com plano AEE ativo, por categoria do censo
      *>   (plano_aee)
       77  wk-aee-disciplina                        pic x(10) value spaces.
       77  wk-aee-categoria                         pic x(03).
       77  wk-aee-adaptacao                         pic x(60).
       77  wk-aee-cod-retorno                       pic 9(01).
           88 wk-aee-plano-ativo                    value 0.
       77  wk-qtd-aee                               pic 9(06) value 0.
       77  wk-ind-cat                               pic 9(02).
       01  wk-tab-categorias-valores.
           05 filler  pic x(03) value "CE ".
           05 filler  pic x(03) value "BV ".
           05 filler  pic x(03) value "SU ".
           05 filler  pic x(03) value "DA ".
           05 filler  pic x(03) value "SC ".
           05 filler  pic x(03) value "DF ".
           05 filler  pic x(03) value "DI ".
           05 filler  pic x(03) value "DM ".
           05 filler  pic x(03) value "TEA".
           05 filler  pic x(03) value "AH ".
       01  wk-tab-categorias redefines wk-tab-categorias-valores.
           05  wk-cat-codigo                        pic x(03) occurs 10.
       01  wk-tab-cat-contagem.
           05  wk-cat-qtd                           pic 9(06) occurs 10.

       01  wk-tab-dep-aluno.
           05  wk-dep-aluno-item occurs 12.
               10  wk-dpa-disciplina                pic x(10).
               10  wk-dpa-serie                     pic 9(02).
               10  wk-dpa-ano-origem                pic 9(04).

      *>   Registro header do layout municipal
       01  wk-reg-header.
           05 filler                                pic x(01) value "H".
           05 wk-hdr-escola                         pic x(08).
           05 wk-hdr-data                           pic x(08).
           05 filler                                pic x(93) value space.

      *>   Registro detalhe - um por aluno ativo
       01  wk-reg-detalhe.
           05 filler                                pic x(01) value "D".
           05 wk-det-matricula                      pic 9(07).
           05 wk-det-nome                           pic x(60).
           05 wk-det-serie                          pic 9(02).
           05 wk-det-turma                          pic x(01).
           05 wk-det-media                          pic 9(02)v9.
           05 wk-det-faltas                         pic 9(03).
           05 wk-det-idade                          pic 9(02).
           05 wk-det-qtd-dependencias               pic 9(02).
           05 wk-det-aee-categoria                  pic x(03).
           05 filler                                pic x(26) value space.

      *>   Registro de dependencia pendente - um por disciplina ainda
      *>   nao eliminada, logo apos o detalhe do aluno
       01  wk-reg-dependencia.
           05 filler                                pic x(01) value "P".
           05 wk-dep-matricula                      pic 9(07).
           05 wk-dep-disciplina                     pic x(10).
           05 wk-dep-serie-origem                   pic 9(02).
           05 wk-dep-ano-origem                     pic 9(04).
           05 filler                                pic x(86) value space.

      *>   Registro trailer com contagem e hash totals
       01  wk-reg-trailer.
           05 wk-trl-qtd                            pic 9(06).
           05 wk-trl-hash-matricula                 pic 9(12).
           05 wk-trl-hash-media                     pic 9(09).
           05 wk-trl-qtd-dependencias               pic 9(06).
           05 wk-trl-qtd-aee                        pic 9(06).
           05 filler                                pic x(70) value space.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           end-if

           move function current-date(1:8)              to      wk-data-referencia
           initialize wk-tab-cat-contagem

           open input arqAlunosInd
           if   wk-fs-arqAlunosInd not equal "00" then
               perform z-finaliza-anormal
           end-if

           open input arqDependencias
           if   wk-fs-arqDependencias not equal "00"
           and  wk-fs-arqDependencias not equal "35" then
               move "0006"                                   to      wk-msn-erro-adress
               move wk-fs-arqDependencias                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDependencias"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAnoLetivo
           if   wk-fs-arqAnoLetivo equal "00" then
               read arqAnoLetivo
           perform bb-apurar-media
           perform bc-apurar-faltas
           perform bd-apurar-idade
           perform be-apurar-dependencias
           perform bf-apurar-aee

           move fd-aluno-matricula                      to      wk-det-matricula
           move fd-aluno-nome                           to      wk-det-nome
           move wk-media-aluno                          to      wk-det-media
           move wk-qtd-faltas                           to      wk-det-faltas
           move wk-idade-aluno                          to      wk-det-idade
           move wk-qtd-dep-aluno                        to      wk-det-qtd-dependencias
           move wk-aee-categoria                        to      wk-det-aee-categoria
           write fd-extrato-linha from wk-reg-detalhe

           perform varying wk-ind-dep from 1 by 1
                     until wk-ind-dep > wk-qtd-dep-aluno
               move fd-aluno-matricula                  to      wk-dep-matricula
               move wk-dpa-disciplina(wk-ind-dep)       to      wk-dep-disciplina
               move wk-dpa-serie(wk-ind-dep)            to      wk-dep-serie-origem
               move wk-dpa-ano-origem(wk-ind-dep)       to      wk-dep-ano-origem
               write fd-extrato-linha from wk-reg-dependencia
               add 1                                    to      wk-qtd-reg-dependencia
           end-perform

           add 1                                        to      wk-qtd-detalhes
           add fd-aluno-matricula                       to      wk-hash-matriculas
           add wk-media-aluno                           to      wk-hash-medias
       bd-apurar-idade-z.
           exit.

      *>*****************************************************************
      *>   Dependencias ainda pendentes do aluno, para o detalhe e os
      *>   registros "P"
      *>*****************************************************************
       be-apurar-dependencias section.
       be-apurar-dependencias-a.

           move 0                                       to      wk-qtd-dep-aluno

           if   wk-fs-arqDependencias equal "35" then
               continue
           else
               move fd-aluno-cpf                        to      fd-dep-cpf
               move 0                                   to      fd-dep-serie-origem
               move low-values                          to      fd-dep-disciplina
               start arqDependencias key is not less fd-dep-chave
               if   wk-fs-arqDependencias equal "00" then
                   move space                           to      wk-fim-loop-notas
                   perform until wk-loop-notas-terminado
                       read arqDependencias next record
                       if   wk-fs-arqDependencias not equal "00"
                       or   fd-dep-cpf not equal fd-aluno-cpf then
                           move "F"                     to      wk-fim-loop-notas
                       else
                           if  fd-dep-pendente
                           and wk-qtd-dep-aluno < 12 then
                               add 1                    to      wk-qtd-dep-aluno
                               move fd-dep-disciplina
                                 to  wk-dpa-disciplina(wk-qtd-dep-aluno)
                               move fd-dep-serie-origem
                                 to  wk-dpa-serie(wk-qtd-dep-aluno)
                               move fd-dep-ano-origem
                                 to  wk-dpa-ano-origem(wk-qtd-dep-aluno)
                           end-if
                       end-if
                   end-perform
               end-if
               move "00"                                to      wk-fs-arqDependencias
           end-if

           .
       be-apurar-dependencias-z.
           exit.

      *>*****************************************************************
      *>   Categoria do plano AEE ativo do aluno (espacos quando nao
      *>   tem), somada na contagem por categoria
      *>*****************************************************************
       bf-apurar-aee section.
       bf-apurar-aee-a.

           call "plano_aee" using fd-aluno-cpf
                                  wk-aee-disciplina
                                  wk-aee-categoria
                                  wk-aee-adaptacao
                                  wk-aee-cod-retorno
           if  not wk-aee-plano-ativo then
               move spaces                              to      wk-aee-categoria
               exit section
           end-if

           add 1                                        to      wk-qtd-aee
           perform varying wk-ind-cat from 1 by 1
                     until wk-ind-cat > 10
               if  wk-cat-codigo(wk-ind-cat) equal wk-aee-categoria then
                   add 1                                to      wk-cat-qtd(wk-ind-cat)
               end-if
           end-perform

           .
       bf-apurar-aee-z.
           exit.

      *>*****************************************************************
      *>   Trailer com contagem e hash totals
      *>*****************************************************************
           move wk-hash-matriculas                      to      wk-trl-hash-matricula
           compute wk-trl-hash-media =
               wk-hash-medias * 10
           move wk-qtd-reg-dependencia                  to      wk-trl-qtd-dependencias
           move wk-qtd-aee                              to      wk-trl-qtd-aee
           write fd-extrato-linha from wk-reg-trailer

           close arqExtrato
           move wk-trl-hash-media                        to      wk-con-valor
           write fd-conferencia-linha from wk-linha-conf

           move "Dependencias pendentes.....: "          to      wk-con-rotulo
           move wk-qtd-reg-dependencia                   to      wk-con-valor
           write fd-conferencia-linha from wk-linha-conf

           move "Alunos com plano AEE.......: "          to      wk-con-rotulo
           move wk-qtd-aee                               to      wk-con-valor
           write fd-conferencia-linha from wk-linha-conf

           perform varying wk-ind-cat from 1 by 1
                     until wk-ind-cat > 10
               move spaces                               to      wk-con-rotulo
               string "  AEE categoria " wk-cat-codigo(wk-ind-cat)
                      "........: "
                      delimited by size into wk-con-rotulo
               move wk-cat-qtd(wk-ind-cat)               to      wk-con-valor
               write fd-conferencia-linha from wk-linha-conf
           end-perform

           close arqConferencia

           .
           close arqAlunosInd
           close arqNotas
           close arqFrequencia
           close arqDependencias

           display "Extrato arqExtratoCenso.txt gerado!"
           display "Detalhes enviados: " wk-qtd-detalhes
