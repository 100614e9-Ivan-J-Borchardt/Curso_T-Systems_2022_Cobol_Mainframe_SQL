      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "quitacao_anual".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Declaracao anual de quitacao de debitos
      *>                      (Lei 12.007/2009), rodada em janeiro para
      *>                      o ano encerrado (parametro AAAA, default o
      *>                      ano anterior ao corrente): para cada
      *>                      familia de arqFamiliasInd.txt, e depois
      *>                      para cada aluno fora de familia, percorre
      *>                      as cobrancas do ano em
      *>                      arqMensalidadesInd.txt. Sem competencia em
      *>                      aberto - renegociada so conta como quitada
      *>                      se o acordo estiver quitado - e com ao
      *>                      menos uma cobranca paga, sai uma
      *>                      declaracao numerada por registra_documento
      *>                      .cbl (conferivel em consulta_documento
      *>                      .cbl) em arqQuitacao.txt; quem ainda deve
      *>                      vai para arqQuitacaoDevedores.txt com as
      *>                      competencias em aberto por aluno. As duas
      *>                      saidas sao espelhadas no spool.
      *>   15/10/2026 - IJB - Declaracao com o nome civil completo do
      *>                      aluno (layout de 178 bytes).
      *>   15/10/2026 - IJB - Familia no layout de 168 bytes, com o
      *>                      e-mail do responsavel
      *>                      (migra_familias_email.cbl).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAlunosInd assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunosInd.

           select arqMensalidades assign to "arqMensalidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is wk-fs-arqMensalidades.

           select arqFamilias assign to "arqFamiliasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-fam-codigo
           file status is wk-fs-arqFamilias.

           select arqMembros assign to "arqFamiliaMembrosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mem-cpf
           alternate record key is fd-mem-familia with duplicates
           file status is wk-fs-arqMembros.

           select arqAcordos assign to "arqAcordosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-acd-numero
           alternate record key is fd-acd-matricula with duplicates
           file status is wk-fs-arqAcordos.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqQuitacao assign to "arqQuitacao.txt"
           organization is line sequential
           file status is wk-fs-arqQuitacao.

           select arqDevedores assign to "arqQuitacaoDevedores.txt"
           organization is line sequential
           file status is wk-fs-arqDevedores.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAlunosInd.
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

       fd arqMensalidades.
       01  fd-mensalidade.
           05  fd-mens-chave.
               10  fd-mens-matricula                pic  9(07).
               10  fd-mens-competencia              pic  9(06).
           05  fd-mens-cpf                          pic  x(12).
           05  fd-mens-serie                        pic  9(02).
           05  fd-mens-turma                        pic  x(01).
           05  fd-mens-responsavel                  pic  x(15).
           05  fd-mens-valor                        pic  9(04)v99.
           05  fd-mens-desconto-pct                 pic  9(03).
           05  fd-mens-status                       pic  x(01).
               88  fd-mens-aberta                   value "A".
               88  fd-mens-paga                     value "P".
               88  fd-mens-isenta                   value "I".
               88  fd-mens-renegociada              value "R".
           05  fd-mens-data-pagamento               pic  9(08).
           05  fd-mens-operador-pgto                pic  x(15).
           05  fd-mens-data-geracao                 pic  x(14).
           05  fd-mens-vencimento                   pic  9(08).
           05  fd-mens-multa                        pic  9(04)v99.
           05  fd-mens-juros                        pic  9(04)v99.
           05  fd-mens-valor-pago                   pic  9(05)v99.
           05  fd-mens-acordo                       pic  9(06).
           05  fd-mens-desconto-origem              pic  x(01).
               88  fd-mens-desconto-bolsa           value "B".
               88  fd-mens-desconto-irmaos          value "I".
               88  fd-mens-desconto-combinado       value "C".
           05  fd-mens-bolsa-pct                    pic  9(03).
           05  fd-mens-irmaos-pct                   pic  9(03).
           05  fd-mens-ordem-irmao                  pic  9(02).
           05  fd-mens-reserva                      pic  x(25).

       fd arqFamilias.
       01  fd-familia.
           05  fd-fam-codigo                        pic  9(05).
           05  fd-fam-responsavel                   pic  x(30).
           05  fd-fam-endereco                      pic  x(50).
           05  fd-fam-telefone                      pic  x(11).
           05  fd-fam-cpf-responsavel               pic  x(12).
           05  fd-fam-email                         pic  x(60).

       fd arqMembros.
       01  fd-membro.
           05  fd-mem-cpf                           pic  x(12).
           05  fd-mem-familia                       pic  9(05).

       fd arqAcordos.
       01  fd-acordo.
           05  fd-acd-numero                        pic  9(06).
           05  fd-acd-matricula                     pic  9(07).
           05  fd-acd-cpf                           pic  x(12).
           05  fd-acd-responsavel                   pic  x(15).
           05  fd-acd-data                          pic  9(08).
           05  fd-acd-qtd-cobrancas                 pic  9(02).
           05  fd-acd-principal                     pic  9(06)v99.
           05  fd-acd-encargos                      pic  9(06)v99.
           05  fd-acd-total                         pic  9(06)v99.
           05  fd-acd-qtd-parcelas                  pic  9(02).
           05  fd-acd-status                        pic  x(01).
               88  fd-acd-ativo                     value "A".
               88  fd-acd-quitado                   value "Q".
           05  fd-acd-operador                      pic  x(15).
           05  fd-acd-data-registro                 pic  x(14).

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

       fd arqQuitacao.
       01  fd-quitacao-linha                        pic  x(80).

       fd arqDevedores.
       01  fd-devedores-linha                       pic  x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunosInd                       pic x(02).
       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqFamilias                        pic x(02).
       77  wk-fs-arqMembros                         pic x(02).
       77  wk-fs-arqAcordos                         pic x(02).
       77  wk-fs-arqQuitacao                        pic x(02).
       77  wk-fs-arqDevedores                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-mem                          pic x(01).
           88 wk-loop-mem-terminado                 value "F".
       77  wk-fim-loop-mens                         pic x(01).
           88 wk-loop-mens-terminado                value "F".

      *>   Ano encerrado - parametro AAAA da linha de comando
       01  wk-linha-comando.
           05  wk-parm-ano                          pic x(04).
           05  filler                               pic x(16).

       77  wk-ano-quitacao                          pic 9(04) value 0.
       77  wk-comp-inicio                           pic 9(06) value 0.
       77  wk-comp-fim                              pic 9(06) value 0.
       77  wk-data-emissao                          pic 9(08) value 0.

      *>   Familias/membros ausentes (35) - todos os alunos saem
      *>   individualmente
       77  wk-familias-flag                         pic x(01) value space.
           88 wk-sem-familias                       value "S".
      *>   Sem arquivo de acordos toda renegociada conta como aberta
       77  wk-acordos-flag                          pic x(01) value space.
           88 wk-sem-acordos                        value "S".

      *>   Responsavel corrente (familia ou aluno avulso) e seus alunos
       77  wk-uni-familia                           pic 9(05).
       77  wk-uni-responsavel                       pic x(30).
       77  wk-uni-telefone                          pic x(11).
       77  wk-uni-cobrancas                         pic 9(03).
       77  wk-uni-pagas                             pic 9(03).
       77  wk-uni-abertas                           pic 9(03).
       77  wk-uni-valor-pago                        pic 9(07)v99.
       77  wk-uni-valor-aberto                      pic 9(07)v99.
       01  wk-uni-alunos.
           05  wk-uni-aluno occurs 20.
               10  wk-ual-cpf                       pic x(12).
               10  wk-ual-nome                      pic x(60).
               10  wk-ual-matricula                 pic 9(07).
               10  wk-ual-abertas                   pic 9(02).
       77  wk-qtd-uni-alunos                        pic 9(02) value 0.
       77  wk-ind                                   pic 9(02) value 0.

       77  wk-qtd-alunos                            pic 9(06) value 0.
       77  wk-qtd-declaracoes                       pic 9(06) value 0.
       77  wk-qtd-devedores                         pic 9(06) value 0.
       77  wk-qtd-sem-cobranca                      pic 9(06) value 0.

      *>   Timbre da instituicao (arqInstituicao.txt, programa
      *>   instituicao.cbl) - sem o arquivo vale o texto padrao
       77  wk-fs-arqInstituicao                     pic x(02).
       77  wk-inst-flag                             pic x(01).
           88  wk-inst-carregada                    value "S".
       77  wk-inst-nome                             pic x(50).
       77  wk-inst-endereco                         pic x(60).
       77  wk-inst-diretor                          pic x(40).
       77  wk-inst-inep                             pic x(08).

      *>   Parametros da subrotina registra_documento
       77  wk-doc-tipo                              pic x(15).
       77  wk-doc-cpf                               pic x(12).
       77  wk-doc-operador                          pic x(15).
       77  wk-doc-numero                            pic 9(08).

       77  wk-valor-edit                            pic z.zzz.zz9,99.

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "quitacao_anual".
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

      *>   Lista de devedores
       01  wk-linha-tit-devedores.
           05 filler                                pic x(32)
                  value "RESPONSAVEIS COM DEBITO NO ANO ".
           05 wk-dev-tit-ano                        pic 9(04).
           05 filler                                pic x(44)
                  value " - sem declaracao de quitacao".

       01  wk-linha-col-devedores.
           05 filler                                pic x(07) value "Famil.".
           05 filler                                pic x(31) value "Responsavel".
           05 filler                                pic x(12) value "Telefone".
           05 filler                                pic x(08) value "Abertas".
           05 filler                                pic x(22) value "  Valor em aberto".

       01  wk-linha-devedor.
           05 wk-dev-familia                        pic x(05).
           05 filler                                pic x(02) value space.
           05 wk-dev-responsavel                    pic x(30).
           05 filler                                pic x(01) value space.
           05 wk-dev-telefone                       pic x(11).
           05 filler                                pic x(01) value space.
           05 wk-dev-abertas                        pic zz9.
           05 filler                                pic x(05) value space.
           05 wk-dev-valor                          pic z.zzz.zz9,99.
           05 filler                                pic x(10) value space.

       01  wk-linha-dev-aluno.
           05 filler                                pic x(09) value space.
           05 filler                                pic x(07) value "Aluno: ".
           05 wk-dal-nome                           pic x(10).
           05 filler                                pic x(12) value "  Matric.: ".
           05 wk-dal-matricula                      pic 9(07).
           05 filler                                pic x(21)
                  value "  competencias abert.".
           05 filler                                pic x(02) value ": ".
           05 wk-dal-abertas                        pic z9.
           05 filler                                pic x(10) value space.

       01  wk-linha-tot-devedores.
           05 filler                                pic x(26)
                  value "Responsaveis com debito: ".
           05 wk-dev-tot                            pic zzzzz9.
           05 filler                                pic x(48) value space.

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

      *>    ano encerrado via parametro AAAA - default o ano anterior,
      *>    a rodada normal e em janeiro
           move function current-date(1:8)              to      wk-data-emissao
           accept wk-linha-comando from command-line
           if  wk-parm-ano is numeric then
               move wk-parm-ano                         to      wk-ano-quitacao
           else
               move wk-data-emissao(1:4)                to      wk-ano-quitacao
               subtract 1                               from    wk-ano-quitacao
           end-if
           compute wk-comp-inicio = (wk-ano-quitacao * 100) + 1
           compute wk-comp-fim    = (wk-ano-quitacao * 100) + 12

           open input arqAlunosInd
           if   wk-fs-arqAlunosInd not equal "00" then
               move "0001"                               to      wk-msn-erro-adress
               move wk-fs-arqAlunosInd                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunosInd"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqMensalidades
           if   wk-fs-arqMensalidades not equal "00" then
               move "0002"                                 to      wk-msn-erro-adress
               move wk-fs-arqMensalidades                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMensalidades" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    familias - a ausencia dos arquivos (35) manda todos os
      *>    alunos para a apuracao individual
           open input arqFamilias
           if   wk-fs-arqFamilias not equal "00"
           and  wk-fs-arqFamilias not equal "35" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqFamilias                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFamilias" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           open input arqMembros
           if   wk-fs-arqMembros not equal "00"
           and  wk-fs-arqMembros not equal "35" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqMembros                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqMembros"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           if   wk-fs-arqFamilias equal "35"
           or   wk-fs-arqMembros equal "35" then
               set  wk-sem-familias                     to      true
           end-if

           open input arqAcordos
           if   wk-fs-arqAcordos not equal "00"
           and  wk-fs-arqAcordos not equal "35" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqAcordos                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAcordos"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           if   wk-fs-arqAcordos equal "35" then
               set  wk-sem-acordos                      to      true
           end-if

           open output arqQuitacao
           if   wk-fs-arqQuitacao not equal "00" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqQuitacao                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqQuitacao" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqDevedores
           if   wk-fs-arqDevedores not equal "00" then
               move "0007"                              to      wk-msn-erro-adress
               move wk-fs-arqDevedores                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDevedores" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform u-carregar-instituicao

           move wk-ano-quitacao                         to      wk-dev-tit-ano
           write fd-devedores-linha from wk-linha-tit-devedores
           move space                                   to      fd-devedores-linha
           write fd-devedores-linha
           write fd-devedores-linha from wk-linha-col-devedores

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - primeiro as familias, depois os
      *>   alunos fora de familia
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           if  not wk-sem-familias then
               perform ba-familias
           end-if

           perform bb-individuais

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Uma apuracao por familia com as cobrancas de todos os irmaos
      *>*****************************************************************
       ba-familias section.
       ba-familias-a.

           move low-values                              to      fd-fam-codigo
           start arqFamilias key is not less fd-fam-codigo
           if   wk-fs-arqFamilias equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqFamilias next record
                   if   wk-fs-arqFamilias equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqFamilias not equal "00" then
                           move "0008"                              to      wk-msn-erro-adress
                           move wk-fs-arqFamilias                   to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqFamilias"   to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       else
                           perform bc-familia
                       end-if
                   end-if
               end-perform
           end-if

           .
       ba-familias-z.
           exit.

      *>*****************************************************************
      *>   Alunos fora de qualquer familia - apuracao propria em nome
      *>   do responsavel do cadastro do aluno
      *>*****************************************************************
       bb-individuais section.
       bb-individuais-a.

           move low-values                              to      fd-aluno-cpf
           start arqAlunosInd key is not less fd-aluno-cpf
           if   wk-fs-arqAlunosInd equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAlunosInd next record
                   if   wk-fs-arqAlunosInd equal "10" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-fs-arqAlunosInd not equal "00" then
                           move "0009"                              to      wk-msn-erro-adress
                           move wk-fs-arqAlunosInd                  to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqAlunosInd"  to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       else
                           add 1                        to      wk-qtd-alunos
                           perform bd-individual
                       end-if
                   end-if
               end-perform
           end-if

           .
       bb-individuais-z.
           exit.

      *>*****************************************************************
      *>   Familia corrente - apura os membros pela chave alternativa
      *>*****************************************************************
       bc-familia section.
       bc-familia-a.

           perform be-iniciar-responsavel
           move fd-fam-codigo                           to      wk-uni-familia
           move fd-fam-responsavel                      to      wk-uni-responsavel
           move fd-fam-telefone                         to      wk-uni-telefone

           move fd-fam-codigo                           to      fd-mem-familia
           start arqMembros key is equal fd-mem-familia
           if   wk-fs-arqMembros equal "00" then
               move space                               to      wk-fim-loop-mem
               perform until wk-loop-mem-terminado
                   read arqMembros next record
                   if   wk-fs-arqMembros not equal "00"
                   or   fd-mem-familia not equal fd-fam-codigo then
                       move "F"                         to      wk-fim-loop-mem
                   else
                       move fd-mem-cpf                  to      fd-aluno-cpf
                       read arqAlunosInd
                       if   wk-fs-arqAlunosInd equal "00" then
                           perform bf-apurar-aluno
                       end-if
                   end-if
               end-perform
           end-if

           perform bg-concluir-responsavel

           .
       bc-familia-z.
           exit.

      *>*****************************************************************
      *>   Aluno corrente fora de familia (ja apurado com a familia)
      *>*****************************************************************
       bd-individual section.
       bd-individual-a.

           if  not wk-sem-familias then
               move fd-aluno-cpf                        to      fd-mem-cpf
               read arqMembros
               if   wk-fs-arqMembros equal "00" then
                   exit section
               end-if
           end-if

           perform be-iniciar-responsavel
           move 0                                       to      wk-uni-familia
           move fd-aluno-responsavel                    to      wk-uni-responsavel
           move fd-aluno-tel-emergencia                 to      wk-uni-telefone

           perform bf-apurar-aluno
           perform bg-concluir-responsavel

           .
       bd-individual-z.
           exit.

      *>*****************************************************************
      *>   Zera a apuracao do responsavel corrente
      *>*****************************************************************
       be-iniciar-responsavel section.
       be-iniciar-responsavel-a.

           move 0                                       to      wk-uni-cobrancas
           move 0                                       to      wk-uni-pagas
           move 0                                       to      wk-uni-abertas
           move 0                                       to      wk-uni-valor-pago
           move 0                                       to      wk-uni-valor-aberto
           move 0                                       to      wk-qtd-uni-alunos
           initialize wk-uni-alunos

           .
       be-iniciar-responsavel-z.
           exit.

      *>*****************************************************************
      *>   Cobrancas do ano do aluno corrente - paga e isenta estao
      *>   quitadas; renegociada so se o acordo estiver quitado
      *>*****************************************************************
       bf-apurar-aluno section.
       bf-apurar-aluno-a.

           if  wk-qtd-uni-alunos < 20 then
               add 1                                    to      wk-qtd-uni-alunos
               move fd-aluno-cpf                        to      wk-ual-cpf(wk-qtd-uni-alunos)
               move fd-aluno-nome                       to      wk-ual-nome(wk-qtd-uni-alunos)
               move fd-aluno-matricula                  to      wk-ual-matricula(wk-qtd-uni-alunos)
               move 0                                   to      wk-ual-abertas(wk-qtd-uni-alunos)
           end-if

           move fd-aluno-matricula                      to      fd-mens-matricula
           move wk-comp-inicio                          to      fd-mens-competencia
           start arqMensalidades key is not less fd-mens-chave
           if   wk-fs-arqMensalidades equal "00" then
               move space                               to      wk-fim-loop-mens
               perform until wk-loop-mens-terminado
                   read arqMensalidades next record
                   if   wk-fs-arqMensalidades not equal "00"
                   or   fd-mens-matricula not equal fd-aluno-matricula
                   or   fd-mens-competencia > wk-comp-fim then
                       move "F"                         to      wk-fim-loop-mens
                   else
                       add 1                            to      wk-uni-cobrancas
                       evaluate true
                           when fd-mens-paga
                               add 1                    to      wk-uni-pagas
                               if  fd-mens-valor-pago > 0 then
                                   add fd-mens-valor-pago to    wk-uni-valor-pago
                               else
                                   add fd-mens-valor    to      wk-uni-valor-pago
                               end-if
                           when fd-mens-isenta
                               continue
                           when fd-mens-renegociada
                               perform bh-verificar-acordo
                           when other
                               perform bi-contar-aberta
                       end-evaluate
                   end-if
               end-perform
           end-if

           .
       bf-apurar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Decide o responsavel corrente: quem deve vai para a lista,
      *>   quem pagou tudo recebe a declaracao; sem cobranca paga no
      *>   ano (so isentas, ou nada gerado) nao ha o que declarar
      *>*****************************************************************
       bg-concluir-responsavel section.
       bg-concluir-responsavel-a.

           if  wk-qtd-uni-alunos equal 0 then
               exit section
           end-if

           evaluate true
               when wk-uni-abertas > 0
                   perform ca-listar-devedor
               when wk-uni-pagas > 0
                   perform cb-emitir-declaracao
               when other
                   add 1                                to      wk-qtd-sem-cobranca
           end-evaluate

           .
       bg-concluir-responsavel-z.
           exit.

      *>*****************************************************************
      *>   Cobranca renegociada - quitada junto com o acordo; acordo
      *>   ativo (ou nao encontrado) mantem a competencia em aberto
      *>*****************************************************************
       bh-verificar-acordo section.
       bh-verificar-acordo-a.

           if  not wk-sem-acordos then
               move fd-mens-acordo                      to      fd-acd-numero
               read arqAcordos
               if   wk-fs-arqAcordos equal "00"
               and  fd-acd-quitado then
                   add 1                                to      wk-uni-pagas
                   add fd-mens-valor                    to      wk-uni-valor-pago
                   exit section
               end-if
           end-if

           perform bi-contar-aberta

           .
       bh-verificar-acordo-z.
           exit.

      *>*****************************************************************
      *>   Uma competencia em aberto do aluno corrente
      *>*****************************************************************
       bi-contar-aberta section.
       bi-contar-aberta-a.

           add 1                                        to      wk-uni-abertas
           add fd-mens-valor                            to      wk-uni-valor-aberto
           add 1                                        to      wk-ual-abertas(wk-qtd-uni-alunos)

           .
       bi-contar-aberta-z.
           exit.

      *>*****************************************************************
      *>   Responsavel com debito - linha da lista e os alunos com
      *>   competencia em aberto
      *>*****************************************************************
       ca-listar-devedor section.
       ca-listar-devedor-a.

           add 1                                        to      wk-qtd-devedores

           if  wk-uni-familia equal 0 then
               move spaces                              to      wk-dev-familia
           else
               move wk-uni-familia                      to      wk-dev-familia
           end-if
           move wk-uni-responsavel                      to      wk-dev-responsavel
           move wk-uni-telefone                         to      wk-dev-telefone
           move wk-uni-abertas                          to      wk-dev-abertas
           move wk-uni-valor-aberto                     to      wk-dev-valor
           write fd-devedores-linha from wk-linha-devedor

           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-uni-alunos
               if  wk-ual-abertas(wk-ind) > 0 then
                   move wk-ual-nome(wk-ind)             to      wk-dal-nome
                   move wk-ual-matricula(wk-ind)        to      wk-dal-matricula
                   move wk-ual-abertas(wk-ind)          to      wk-dal-abertas
                   write fd-devedores-linha from wk-linha-dev-aluno
               end-if
           end-perform

           .
       ca-listar-devedor-z.
           exit.

      *>*****************************************************************
      *>   Declaracao de quitacao do responsavel corrente, com o
      *>   numero de controle de registra_documento (CPF do primeiro
      *>   aluno da familia)
      *>*****************************************************************
       cb-emitir-declaracao section.
       cb-emitir-declaracao-a.

           move "QUITACAO ANUAL"                        to      wk-doc-tipo
           move wk-ual-cpf(1)                           to      wk-doc-cpf
           move "quitacao_anual"                        to      wk-doc-operador
           call "registra_documento" using wk-doc-tipo
                                           wk-doc-cpf
                                           wk-doc-operador
                                           wk-doc-numero
           add 1                                        to      wk-qtd-declaracoes

      *>    timbre da escola no topo da declaracao
           if  wk-inst-carregada then
               move wk-inst-nome                        to      fd-quitacao-linha
               write fd-quitacao-linha
               move wk-inst-endereco(1:60)              to      fd-quitacao-linha
               write fd-quitacao-linha
               move spaces                              to      fd-quitacao-linha
               string "INEP: " wk-inst-inep delimited by size
                 into fd-quitacao-linha
               end-string
               write fd-quitacao-linha
               move space                               to      fd-quitacao-linha
               write fd-quitacao-linha
           end-if

           move spaces                                  to      fd-quitacao-linha
           string "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO "
                  wk-ano-quitacao              delimited by size
             into fd-quitacao-linha
           end-string
           write fd-quitacao-linha
           move space                                   to      fd-quitacao-linha
           write fd-quitacao-linha

           move spaces                                  to      fd-quitacao-linha
           string "Declaramos, nos termos da Lei 12.007/2009, que o(a)"
                  " responsavel"               delimited by size
             into fd-quitacao-linha
           end-string
           write fd-quitacao-linha

           move spaces                                  to      fd-quitacao-linha
           string wk-uni-responsavel
                  " quitou as mensalidades"    delimited by size
             into fd-quitacao-linha
           end-string
           write fd-quitacao-linha

           move spaces                                  to      fd-quitacao-linha
           string "escolares do ano de " wk-ano-quitacao
                  " referentes ao(s) aluno(s):" delimited by size
             into fd-quitacao-linha
           end-string
           write fd-quitacao-linha
           move space                                   to      fd-quitacao-linha
           write fd-quitacao-linha

           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-uni-alunos
               move spaces                              to      fd-quitacao-linha
               string "    "                   delimited by size
                      wk-ual-nome(wk-ind)      delimited by "  "
                      "  matricula " wk-ual-matricula(wk-ind)
                                               delimited by size
                 into fd-quitacao-linha
               end-string
               write fd-quitacao-linha
           end-perform
           move space                                   to      fd-quitacao-linha
           write fd-quitacao-linha

           move wk-uni-valor-pago                       to      wk-valor-edit
           move spaces                                  to      fd-quitacao-linha
           string "Total pago no ano: R$ " wk-valor-edit
                                               delimited by size
             into fd-quitacao-linha
           end-string
           write fd-quitacao-linha

           move spaces                                  to      fd-quitacao-linha
           string "Esta declaracao substitui, para a comprovacao do ano,"
                  " os recibos"                delimited by size
             into fd-quitacao-linha
           end-string
           write fd-quitacao-linha
           move "mensais de pagamento."                 to      fd-quitacao-linha
           write fd-quitacao-linha
           move space                                   to      fd-quitacao-linha
           write fd-quitacao-linha

           move spaces                                  to      fd-quitacao-linha
           string "Data da emissao: "
                  wk-data-emissao              delimited by size
             into fd-quitacao-linha
           end-string
           write fd-quitacao-linha

      *>    linha de assinatura do diretor, do timbre da instituicao
           if  wk-inst-carregada then
               move space                               to      fd-quitacao-linha
               write fd-quitacao-linha
               move "  ______________________________"  to      fd-quitacao-linha
               write fd-quitacao-linha
               move spaces                              to      fd-quitacao-linha
               string "  " wk-inst-diretor " - Diretor(a)"
                                             delimited by size
                 into fd-quitacao-linha
               end-string
               write fd-quitacao-linha
               move space                               to      fd-quitacao-linha
               write fd-quitacao-linha
           end-if

           move spaces                                  to      fd-quitacao-linha
           string "Documento de controle no "
                  wk-doc-numero                delimited by size
             into fd-quitacao-linha
           end-string
           write fd-quitacao-linha

           move all "*"                                 to      fd-quitacao-linha
           write fd-quitacao-linha
           move space                                   to      fd-quitacao-linha
           write fd-quitacao-linha

           .
       cb-emitir-declaracao-z.
           exit.

      *>*****************************************************************
      *>   Carrega os parametros da instituicao para o timbre - a
      *>   ausencia do arquivo apenas deixa o documento sem timbre
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

           move space                                   to      fd-devedores-linha
           write fd-devedores-linha
           move wk-qtd-devedores                        to      wk-dev-tot
           write fd-devedores-linha from wk-linha-tot-devedores

           close arqAlunosInd
           close arqMensalidades
           close arqFamilias
           close arqMembros
           close arqAcordos
           close arqQuitacao
           close arqDevedores

      *>    espelha as saidas no spool datado, antes que a proxima
      *>    rodada regrave os nomes fixos
           move "quitacao_anual"        to   wk-spl-programa
           move "arqQuitacao.txt"       to   wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno
           move "arqQuitacaoDevedores.txt" to wk-spl-arquivo
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Declaracoes em arqQuitacao.txt, devedores em"
                   " arqQuitacaoDevedores.txt"
           display "Ano             : " wk-ano-quitacao
           display "Alunos lidos    : " wk-qtd-alunos
           display "Declaracoes     : " wk-qtd-declaracoes
           display "Com debito      : " wk-qtd-devedores
           display "Sem cobranca paga: " wk-qtd-sem-cobranca

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-alunos
                                          wk-qtd-declaracoes
                                          wk-qtd-devedores
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
