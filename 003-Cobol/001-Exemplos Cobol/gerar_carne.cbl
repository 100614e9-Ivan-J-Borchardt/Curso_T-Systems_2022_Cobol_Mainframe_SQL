      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "gerar_carne".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Emissao em lote do carne anual de
      *>                      mensalidades (parametro AAAA, default o
      *>                      ano de arqAnoLetivo.txt): um carne por
      *>                      responsavel com uma parcela por cobranca
      *>                      em aberto do ano em arqMensalidadesInd.txt
      *>                      - matricula, nome, competencia, vencimento,
      *>                      valor ja liquido da bolsa e o numero de
      *>                      documento (documento_mensalidade.cbl) que
      *>                      o retorno do banco usa para achar a
      *>                      cobranca. Irmaos ligados em
      *>                      arqFamiliasInd.txt/arqFamiliaMembrosInd.txt
      *>                      (familias.cbl) saem num unico carne da
      *>                      familia; aluno sem familia recebe o
      *>                      proprio carne em nome do responsavel do
      *>                      cadastro. Saida em arqCarne.txt, espelhada
      *>                      no spool (espolar_relatorio.cbl).
      *>   15/10/2026 - IJB - A parcela mostra o desconto efetivo e a
      *>                      sua origem (bolsa, irmaos ou os dois),
      *>                      para a familia entender o valor.
      *>   15/10/2026 - IJB - Registro do aluno no layout de 178 bytes,
      *>                      com nome completo (60) e nome social
      *>                      (migra_nome_completo.cbl).
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

           select arqAnoLetivo assign to "arqAnoLetivo.txt"
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqCarne assign to "arqCarne.txt"
           organization is line sequential
           file status is wk-fs-arqCarne.

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

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

       fd arqCarne.
       01  fd-carne-linha                           pic  x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunosInd                       pic x(02).
       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqFamilias                        pic x(02).
       77  wk-fs-arqMembros                         pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).
       77  wk-fs-arqCarne                           pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-mem                          pic x(01).
           88 wk-loop-mem-terminado                 value "F".
       77  wk-fim-loop-mens                         pic x(01).
           88 wk-loop-mens-terminado                value "F".

      *>   Ano do carne - parametro AAAA da linha de comando
       01  wk-linha-comando.
           05  wk-parm-ano                          pic x(04).
           05  filler                               pic x(16).

       77  wk-ano-carne                             pic 9(04) value 0.
       77  wk-comp-inicio                           pic 9(06) value 0.
       77  wk-comp-fim                              pic 9(06) value 0.

      *>   Carne corrente - aberto na primeira parcela emitida, para
      *>   que responsavel sem nada em aberto nao receba carne vazio
       77  wk-carne-flag                            pic x(01).
           88 wk-carne-aberto                       value "S".
       77  wk-carne-familia                         pic 9(05).
       77  wk-carne-responsavel                     pic x(30).
       77  wk-carne-endereco                        pic x(50).
       77  wk-carne-parcelas                        pic 9(03) value 0.
       77  wk-carne-total                           pic 9(06)v99 value 0.

      *>   Familias/membros ausentes (35) - todos os alunos saem em
      *>   carne individual
       77  wk-familias-flag                         pic x(01) value space.
           88 wk-sem-familias                       value "S".

       77  wk-qtd-alunos                            pic 9(06) value 0.
       77  wk-qtd-carnes                            pic 9(06) value 0.
       77  wk-qtd-carnes-familia                    pic 9(06) value 0.
       77  wk-qtd-parcelas                          pic 9(06) value 0.

      *>   Timbre da instituicao (arqInstituicao.txt, programa
      *>   instituicao.cbl) - sem o arquivo vale o texto padrao
       77  wk-fs-arqInstituicao                     pic x(02).
       77  wk-inst-flag                             pic x(01).
           88  wk-inst-carregada                    value "S".
       77  wk-inst-nome                             pic x(50).
       77  wk-inst-endereco                         pic x(60).
       77  wk-inst-diretor                          pic x(40).
       77  wk-inst-inep                             pic x(08).

      *>   Parametros da subrotina documento_mensalidade
       77  wk-doc-operacao                          pic x(01).
       77  wk-doc-matricula                         pic 9(07).
       77  wk-doc-competencia                       pic 9(06).
       77  wk-doc-numero                            pic 9(14).
       77  wk-doc-retorno                           pic 9(01).

      *>   Parametros da subrotina calcula_encargos
       77  wk-enc-operacao                          pic x(01).
       01  wk-enc-encargos.
           05  wk-enc-competencia                   pic 9(06).
           05  wk-enc-principal                     pic 9(04)v99.
           05  wk-enc-vencimento                    pic 9(08).
           05  wk-enc-data-base                     pic 9(08).
           05  wk-enc-dias-atraso                   pic 9(05).
           05  wk-enc-multa                         pic 9(04)v99.
           05  wk-enc-juros                         pic 9(04)v99.
           05  wk-enc-total                         pic 9(05)v99.
       01  wk-enc-parametros.
           05  wk-enc-multa-pct                     pic 9(02)v99.
           05  wk-enc-juros-mes-pct                 pic 9(02)v99.
           05  wk-enc-carencia-dias                 pic 9(02).
           05  wk-enc-dia-vencimento                pic 9(02).
       77  wk-enc-retorno                           pic 9(01).

      *>   Datas AAAAMMDD/AAAAMM para exibicao
       01  wk-data-aaaammdd                         pic 9(08).
       01  wk-data-aaaammdd-r redefines wk-data-aaaammdd.
           05  wk-data-ano                          pic 9(04).
           05  wk-data-mes                          pic 9(02).
           05  wk-data-dia                          pic 9(02).
       01  wk-comp-aaaamm                           pic 9(06).
       01  wk-comp-aaaamm-r redefines wk-comp-aaaamm.
           05  wk-comp-ano                          pic 9(04).
           05  wk-comp-mes                          pic 9(02).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "gerar_carne".
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

      *>   Capa do carne
       01  wk-linha-dupla.
           05 filler                                pic x(80) value all "=".

       01  wk-linha-titulo.
           05 filler                                pic x(35)
                  value "CARNE DE MENSALIDADES - ANO LETIVO ".
           05 wk-tit-ano                            pic 9(04).
           05 filler                                pic x(41) value space.

       01  wk-linha-responsavel.
           05 filler                                pic x(13) value "Responsavel: ".
           05 wk-cap-responsavel                    pic x(30).
           05 filler                                pic x(02) value space.
           05 wk-cap-familia-rot                    pic x(09).
           05 wk-cap-familia                        pic x(05).
           05 filler                                pic x(21) value space.

       01  wk-linha-endereco.
           05 filler                                pic x(10) value "Endereco: ".
           05 wk-cap-endereco                       pic x(50).
           05 filler                                pic x(20) value space.

      *>   Parcela - uma por cobranca em aberto
       01  wk-linha-moldura.
           05 filler                                pic x(01) value "+".
           05 filler                                pic x(78) value all "-".
           05 filler                                pic x(01) value "+".

       01  wk-linha-parcela.
           05 filler                                pic x(02) value "| ".
           05 filler                                pic x(13) value "Competencia: ".
           05 wk-par-mes                            pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-par-ano                            pic 9(04).
           05 filler                                pic x(06) value space.
           05 filler                                pic x(11) value "Documento: ".
           05 wk-par-documento                      pic 9(14).
           05 filler                                pic x(25) value space.
           05 filler                                pic x(02) value " |".

       01  wk-linha-aluno.
           05 filler                                pic x(02) value "| ".
           05 filler                                pic x(07) value "Aluno: ".
           05 wk-par-nome                           pic x(10).
           05 filler                                pic x(03) value space.
           05 filler                                pic x(11) value "Matricula: ".
           05 wk-par-matricula                      pic 9(07).
           05 filler                                pic x(03) value space.
           05 filler                                pic x(13) value "Serie/Turma: ".
           05 wk-par-serie                          pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-par-turma                          pic x(01).
           05 filler                                pic x(18) value space.
           05 filler                                pic x(02) value " |".

       01  wk-linha-valor.
           05 filler                                pic x(02) value "| ".
           05 filler                                pic x(12) value "Vencimento: ".
           05 wk-par-venc-dia                       pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-par-venc-mes                       pic 9(02).
           05 filler                                pic x(01) value "/".
           05 wk-par-venc-ano                       pic 9(04).
           05 filler                                pic x(04) value space.
           05 filler                                pic x(11) value "Valor: R$ ".
           05 wk-par-valor                          pic z.zz9,99.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(10) value "Desconto: ".
           05 wk-par-bolsa                          pic zz9.
           05 filler                                pic x(02) value "% ".
           05 wk-par-origem                         pic x(12).
           05 filler                                pic x(02) value " |".

       01  wk-linha-encargos.
           05 filler                                pic x(02) value "| ".
           05 filler                                pic x(29)
                  value "Apos o vencimento: multa de ".
           05 wk-par-multa-pct                      pic z9,99.
           05 filler                                pic x(13) value "% e juros de ".
           05 wk-par-juros-pct                      pic z9,99.
           05 filler                                pic x(07) value "% a.m.".
           05 filler                                pic x(17) value space.
           05 filler                                pic x(02) value " |".

      *>   Fecho do carne
       01  wk-linha-fecho.
           05 filler                                pic x(10) value "Parcelas: ".
           05 wk-fec-parcelas                       pic zz9.
           05 filler                                pic x(04) value space.
           05 filler                                pic x(18) value "Total do carne: R$".
           05 filler                                pic x(01) value space.
           05 wk-fec-total                          pic zzz.zz9,99.
           05 filler                                pic x(34) value space.

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

      *>    ano do carne via parametro AAAA - default o ano letivo
           accept wk-linha-comando from command-line
           if  wk-parm-ano is numeric then
               move wk-parm-ano                         to      wk-ano-carne
           else
               open input arqAnoLetivo
               if   wk-fs-arqAnoLetivo equal "00" then
                   read arqAnoLetivo
                   if   wk-fs-arqAnoLetivo equal "00" then
                       move fd-ano-letivo-linha         to      wk-ano-carne
                   end-if
                   close arqAnoLetivo
               end-if
           end-if
           if   wk-ano-carne equal 0 then
               move function current-date(1:4)          to      wk-ano-carne
           end-if
           compute wk-comp-inicio = (wk-ano-carne * 100) + 1
           compute wk-comp-fim    = (wk-ano-carne * 100) + 12
           move wk-ano-carne                            to      wk-tit-ano

      *>    regra de encargos em vigor, impressa em cada parcela
           move "P"                                     to      wk-enc-operacao
           call "calcula_encargos" using wk-enc-operacao
                                         wk-enc-encargos
                                         wk-enc-parametros
                                         wk-enc-retorno
           move wk-enc-multa-pct                        to      wk-par-multa-pct
           move wk-enc-juros-mes-pct                    to      wk-par-juros-pct

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
      *>    alunos para o carne individual
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

           open output arqCarne
           if   wk-fs-arqCarne not equal "00" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqCarne                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqCarne"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform u-carregar-instituicao

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - primeiro os carnes das familias,
      *>   depois os carnes individuais dos alunos sem familia
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           if  not wk-sem-familias then
               perform ba-carnes-familias
           end-if

           perform bb-carnes-individuais

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Um carne por familia com as parcelas de todos os irmaos
      *>*****************************************************************
       ba-carnes-familias section.
       ba-carnes-familias-a.

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
                           move "0006"                              to      wk-msn-erro-adress
                           move wk-fs-arqFamilias                   to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqFamilias"   to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       else
                           perform bc-carne-familia
                       end-if
                   end-if
               end-perform
           end-if

           .
       ba-carnes-familias-z.
           exit.

      *>*****************************************************************
      *>   Alunos fora de qualquer familia - carne proprio em nome do
      *>   responsavel do cadastro do aluno
      *>*****************************************************************
       bb-carnes-individuais section.
       bb-carnes-individuais-a.

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
                           move "0007"                              to      wk-msn-erro-adress
                           move wk-fs-arqAlunosInd                  to      wk-msn-erro-cod
                           move "Erro ao Ler Arquivo arqAlunosInd"  to      wk-msn-erro-text
                           perform z-finaliza-anormal
                       else
                           add 1                        to      wk-qtd-alunos
                           perform bd-carne-individual
                       end-if
                   end-if
               end-perform
           end-if

           .
       bb-carnes-individuais-z.
           exit.

      *>*****************************************************************
      *>   Carne da familia corrente - percorre os membros pela chave
      *>   alternativa e emite as parcelas de cada aluno
      *>*****************************************************************
       bc-carne-familia section.
       bc-carne-familia-a.

           move space                                   to      wk-carne-flag
           move fd-fam-codigo                           to      wk-carne-familia
           move fd-fam-responsavel                      to      wk-carne-responsavel
           move fd-fam-endereco                         to      wk-carne-endereco

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
                           perform be-emitir-parcelas
                       end-if
                   end-if
               end-perform
           end-if

           if  wk-carne-aberto then
               add 1                                    to      wk-qtd-carnes-familia
               perform bh-fechar-carne
           end-if

           .
       bc-carne-familia-z.
           exit.

      *>*****************************************************************
      *>   Carne individual do aluno corrente, quando ele nao pertence
      *>   a nenhuma familia (ja saiu no carne da familia)
      *>*****************************************************************
       bd-carne-individual section.
       bd-carne-individual-a.

           if  not wk-sem-familias then
               move fd-aluno-cpf                        to      fd-mem-cpf
               read arqMembros
               if   wk-fs-arqMembros equal "00" then
                   exit section
               end-if
           end-if

           move space                                   to      wk-carne-flag
           move 0                                       to      wk-carne-familia
           move fd-aluno-responsavel                    to      wk-carne-responsavel
           move spaces                                  to      wk-carne-endereco

           perform be-emitir-parcelas

           if  wk-carne-aberto then
               perform bh-fechar-carne
           end-if

           .
       bd-carne-individual-z.
           exit.

      *>*****************************************************************
      *>   Emite uma parcela por cobranca em aberto do aluno corrente
      *>   no ano do carne - pagas e isentas ficam de fora
      *>*****************************************************************
       be-emitir-parcelas section.
       be-emitir-parcelas-a.

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
                       if  fd-mens-aberta then
                           perform bf-emitir-parcela
                       end-if
                   end-if
               end-perform
           end-if

           .
       be-emitir-parcelas-z.
           exit.

      *>*****************************************************************
      *>   Uma parcela - abre o carne na primeira delas
      *>*****************************************************************
       bf-emitir-parcela section.
       bf-emitir-parcela-a.

           if  not wk-carne-aberto then
               perform bg-abrir-carne
           end-if

           move "M"                                     to      wk-doc-operacao
           move fd-mens-matricula                       to      wk-doc-matricula
           move fd-mens-competencia                     to      wk-doc-competencia
           call "documento_mensalidade" using wk-doc-operacao
                                              wk-doc-matricula
                                              wk-doc-competencia
                                              wk-doc-numero
                                              wk-doc-retorno

           move fd-mens-competencia                     to      wk-comp-aaaamm
           move wk-comp-mes                             to      wk-par-mes
           move wk-comp-ano                             to      wk-par-ano
           move wk-doc-numero                           to      wk-par-documento

           move fd-aluno-nome                           to      wk-par-nome
           move fd-mens-matricula                       to      wk-par-matricula
           move fd-mens-serie                           to      wk-par-serie
           move fd-mens-turma                           to      wk-par-turma

           move fd-mens-vencimento                      to      wk-data-aaaammdd
           move wk-data-dia                             to      wk-par-venc-dia
           move wk-data-mes                             to      wk-par-venc-mes
           move wk-data-ano                             to      wk-par-venc-ano
           move fd-mens-valor                           to      wk-par-valor
           move fd-mens-desconto-pct                    to      wk-par-bolsa
           evaluate true
               when fd-mens-desconto-bolsa
                   move "bolsa"                         to      wk-par-origem
               when fd-mens-desconto-irmaos
                   move "irmaos"                        to      wk-par-origem
               when fd-mens-desconto-combinado
                   move "bolsa+irmaos"                  to      wk-par-origem
               when other
                   move spaces                          to      wk-par-origem
           end-evaluate

           write fd-carne-linha from wk-linha-moldura
           write fd-carne-linha from wk-linha-parcela
           write fd-carne-linha from wk-linha-aluno
           write fd-carne-linha from wk-linha-valor
           write fd-carne-linha from wk-linha-encargos
           write fd-carne-linha from wk-linha-moldura
           move space                                   to      fd-carne-linha
           write fd-carne-linha

           add 1                                        to      wk-carne-parcelas
           add fd-mens-valor                            to      wk-carne-total
           add 1                                        to      wk-qtd-parcelas

           .
       bf-emitir-parcela-z.
           exit.

      *>*****************************************************************
      *>   Capa do carne - timbre da escola, ano e responsavel
      *>*****************************************************************
       bg-abrir-carne section.
       bg-abrir-carne-a.

           set  wk-carne-aberto                         to      true
           move 0                                       to      wk-carne-parcelas
           move 0                                       to      wk-carne-total
           add 1                                        to      wk-qtd-carnes

           write fd-carne-linha from wk-linha-dupla
           if  wk-inst-carregada then
               move wk-inst-nome                        to      fd-carne-linha
               write fd-carne-linha
               move wk-inst-endereco                    to      fd-carne-linha
               write fd-carne-linha
           end-if
           write fd-carne-linha from wk-linha-titulo

           move wk-carne-responsavel                    to      wk-cap-responsavel
           if  wk-carne-familia equal 0 then
               move spaces                              to      wk-cap-familia-rot
               move spaces                              to      wk-cap-familia
           else
               move "Familia: "                         to      wk-cap-familia-rot
               move wk-carne-familia                    to      wk-cap-familia
           end-if
           write fd-carne-linha from wk-linha-responsavel
           if  wk-carne-endereco not equal spaces then
               move wk-carne-endereco                   to      wk-cap-endereco
               write fd-carne-linha from wk-linha-endereco
           end-if
           write fd-carne-linha from wk-linha-dupla
           move space                                   to      fd-carne-linha
           write fd-carne-linha

           .
       bg-abrir-carne-z.
           exit.

      *>*****************************************************************
      *>   Fecho do carne - quantidade de parcelas, total e salto
      *>*****************************************************************
       bh-fechar-carne section.
       bh-fechar-carne-a.

           move wk-carne-parcelas                       to      wk-fec-parcelas
           move wk-carne-total                          to      wk-fec-total
           write fd-carne-linha from wk-linha-fecho
           move all "*"                                 to      fd-carne-linha
           write fd-carne-linha
           move space                                   to      fd-carne-linha
           write fd-carne-linha
           move space                                   to      wk-carne-flag

           .
       bh-fechar-carne-z.
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

           close arqAlunosInd
           close arqMensalidades
           close arqFamilias
           close arqMembros
           close arqCarne

      *>    espelha a saida no spool datado, antes que a proxima rodada
      *>    regrave o nome fixo
           move "gerar_carne"           to   wk-spl-programa
           move "arqCarne.txt"          to   wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Carnes gerados em arqCarne.txt"
           display "Ano             : " wk-ano-carne
           display "Alunos lidos    : " wk-qtd-alunos
           display "Carnes          : " wk-qtd-carnes
           display "  de familias   : " wk-qtd-carnes-familia
           display "Parcelas        : " wk-qtd-parcelas

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-alunos
                                          wk-qtd-parcelas
                                          wk-run-zero
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
