      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "certificados".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Certificado de conclusao do ensino
      *>                      fundamental com livro de registro: sem
      *>                      parametro emite o certificado de cada
      *>                      formado de arqAlunosFormados.txt ainda
      *>                      sem termo no livro; com o parametro CPF
      *>                      emite so aquele aluno - e, se ele ja tem
      *>                      termo, a segunda via, registrada no mesmo
      *>                      livro com o numero da via e o termo
      *>                      original. Cada emissao recebe termo
      *>                      sequencial (arqLivroRegistroNumero.txt),
      *>                      livro e folha em arqLivroRegistroInd.txt
      *>                      e numero de controle de
      *>                      registra_documento.cbl. O resultado final
      *>                      impresso e o do ultimo ano fechado em
      *>                      arqNotasHistorico.txt. Aluno com
      *>                      documento da matricula pendente
      *>                      (arqDocumentosInd.txt), dependencia
      *>                      pendente (arqDependenciasInd.txt) ou sem
      *>                      historico fechado e recusado e listado em
      *>                      arqCertificadosRecusados.txt. Saidas:
      *>                      arqCertificados.txt e as folhas do livro
      *>                      tocadas na rodada em
      *>                      arqLivroRegistro.txt, espelhadas no
      *>                      spool.
      *>   15/10/2026 - IJB - Certificado, livro e folhas com o nome
      *>                      civil completo do formado (layout de 178
      *>                      bytes).
      *>   15/10/2026 - IJB - Folha do livro de registro
      *>                      (arqLivroRegistro.txt) e lista de
      *>                      recusados com o nome completo (60), em
      *>                      linha de 132 posicoes.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqFormados assign to "arqAlunosFormados.txt"
           organization is line sequential
           file status is wk-fs-arqFormados.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqHistorico assign to "arqNotasHistorico.txt"
           organization is line sequential
           file status is wk-fs-arqHistorico.

           select arqDocumentos assign to "arqDocumentosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-doc-chave
           file status is wk-fs-arqDocumentos.

           select arqDependencias assign to "arqDependenciasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-dep-chave
           file status is wk-fs-arqDependencias.

           select arqLivro assign to "arqLivroRegistroInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-liv-termo
           alternate record key is fd-liv-cpf with duplicates
           file status is wk-fs-arqLivro.

           select arqLivroNumero assign to "arqLivroRegistroNumero.txt"
           organization is line sequential
           file status is wk-fs-arqLivroNumero.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqCertificados assign to "arqCertificados.txt"
           organization is line sequential
           file status is wk-fs-arqCertificados.

           select arqPagina assign to "arqLivroRegistro.txt"
           organization is line sequential
           file status is wk-fs-arqPagina.

           select arqRecusados assign to "arqCertificadosRecusados.txt"
           organization is line sequential
           file status is wk-fs-arqRecusados.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqFormados.
       01  fd-formado-linha.
           05  fd-formado-cpf                       pic  x(12).
           05  fd-formado-nome                      pic  x(60).
           05  fd-formado-matricula                 pic  9(07).
           05  fd-formado-data                      pic  x(08).

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

       fd arqHistorico.
       01  fd-historico-linha.
           05  fd-hist-cpf                          pic  x(12).
           05  fd-hist-ano                          pic  9(04).
           05  fd-hist-disciplina                   pic  x(10).
           05  fd-hist-periodo                      pic  9(01).
           05  fd-hist-valor                        pic  9(02)v9.
           05  fd-hist-data-lanc                    pic  x(14).

       fd arqDocumentos.
       01  fd-documento.
           05  fd-doc-chave.
               10  fd-doc-cpf                       pic  x(12).
               10  fd-doc-codigo                    pic  x(03).
           05  fd-doc-nome                          pic  x(30).
           05  fd-doc-entregue                      pic  x(01).
               88  fd-doc-foi-entregue              value "S".
           05  fd-doc-data-entrega                  pic  9(08).

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

      *>   Livro de registro de certificados - um termo por emissao,
      *>   primeira ou segunda via
       fd arqLivro.
       01  fd-livro.
           05  fd-liv-termo                         pic  9(06).
           05  fd-liv-livro                         pic  9(03).
           05  fd-liv-folha                         pic  9(03).
           05  fd-liv-linha                         pic  9(01).
           05  fd-liv-cpf                           pic  x(12).
           05  fd-liv-nome                          pic  x(60).
           05  fd-liv-matricula                     pic  9(07).
           05  fd-liv-nascimento                    pic  9(08).
           05  fd-liv-data-conclusao                pic  x(08).
           05  fd-liv-ano-conclusao                 pic  9(04).
           05  fd-liv-via                           pic  9(02).
           05  fd-liv-termo-original                pic  9(06).
           05  fd-liv-documento                     pic  9(08).
           05  fd-liv-operador                      pic  x(15).
           05  fd-liv-data-registro                 pic  x(14).

       fd arqLivroNumero.
       01  fd-livro-numero-linha                    pic  9(06).

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

       fd arqCertificados.
       01  fd-certificado-linha                     pic  x(80).

       fd arqPagina.
       01  fd-pagina-linha                          pic  x(132).

       fd arqRecusados.
       01  fd-recusado-linha                        pic  x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqFormados                        pic x(02).
       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqHistorico                       pic x(02).
       77  wk-fs-arqDocumentos                      pic x(02).
       77  wk-fs-arqDependencias                    pic x(02).
       77  wk-fs-arqLivro                           pic x(02).
       77  wk-fs-arqLivroNumero                     pic x(02).
       77  wk-fs-arqCertificados                    pic x(02).
       77  wk-fs-arqPagina                          pic x(02).
       77  wk-fs-arqRecusados                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-loop-aux                          pic x(01).
           88 wk-loop-aux-terminado                 value "F".

      *>   Aluno unico (primeira ou segunda via) - parametro CPF da
      *>   linha de comando; sem parametro saem todos os formados
      *>   ainda sem termo
       01  wk-linha-comando.
           05  wk-parm-cpf                          pic x(12).
           05  filler                               pic x(08).

       77  wk-cpf-unico                             pic x(12) value spaces.
       77  wk-data-emissao                          pic 9(08) value 0.

      *>   Paginacao do livro: termos por folha e folhas por livro
       77  wk-termos-por-folha                      pic 9(02) value 4.
       77  wk-folhas-por-livro                      pic 9(03) value 200.
       77  wk-ultimo-termo                          pic 9(06) value 0.
       77  wk-resto-termo                           pic 9(06) value 0.

      *>   Termos ja existentes do aluno corrente
       77  wk-qtd-vias                              pic 9(02) value 0.
       77  wk-termo-original                        pic 9(06) value 0.

      *>   Motivo da recusa do aluno corrente - espacos = apto
       77  wk-motivo-recusa                         pic x(40).
       77  wk-formado-flag                          pic x(01).
           88  wk-formado-achado                    value "S".

      *>   Resultado final do ultimo ano fechado do aluno
       77  wk-ano-final                             pic 9(04) value 0.
       77  wk-qtd-disc                              pic 9(02) value 0.
       77  wk-ind-disc                              pic 9(02) value 0.
       01  wk-tab-disc.
           05  wk-disc-item occurs 16.
               10  wk-disc-nome                     pic x(10).
               10  wk-disc-soma                     pic 9(04)v9.
               10  wk-disc-qtd                      pic 9(02).
       77  wk-media-final                           pic 9(02)v9 value 0.
       77  wk-media-edit                            pic z9,9.

      *>   Folhas do livro tocadas na rodada, para a impressao
       77  wk-qtd-folhas                            pic 9(03) value 0.
       77  wk-ind-folha                             pic 9(03) value 0.
       01  wk-tab-folhas.
           05  wk-folha-item occurs 100.
               10  wk-fol-livro                     pic 9(03).
               10  wk-fol-folha                     pic 9(03).
       77  wk-folha-achada                          pic x(01).
           88  wk-eh-folha-achada                   value "S".
       77  wk-termo-inicial                         pic 9(06) value 0.
       77  wk-qtd-linhas-folha                      pic 9(02) value 0.

      *>   Data AAAAMMDD editada como DD/MM/AAAA no texto
       01  wk-data-entrada                          pic 9(08).
       01  wk-data-entrada-r redefines wk-data-entrada.
           05  wk-den-ano                           pic 9(04).
           05  wk-den-mes                           pic 9(02).
           05  wk-den-dia                           pic 9(02).
       01  wk-data-edit.
           05  wk-ded-dia                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-mes                           pic 9(02).
           05  filler                               pic x(01) value "/".
           05  wk-ded-ano                           pic 9(04).
       77  wk-data-nascimento-edit                  pic x(10).
       77  wk-data-conclusao-edit                   pic x(10).

       77  wk-qtd-formados                          pic 9(06) value 0.
       77  wk-qtd-emitidos                          pic 9(06) value 0.
       77  wk-qtd-segundas-vias                     pic 9(06) value 0.
       77  wk-qtd-recusados                         pic 9(06) value 0.
       77  wk-qtd-ja-registrados                    pic 9(06) value 0.

      *>   Timbre da instituicao (arqInstituicao.txt, programa
      *>   instituicao.cbl) - sem o arquivo o documento sai sem timbre
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

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "certificados".
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

      *>   Folha do livro de registro
       01  wk-linha-pag-titulo.
           05 filler                                pic x(46)
                  value "LIVRO DE REGISTRO DE CERTIFICADOS DE CONCLUSAO".
           05 filler                                pic x(86) value space.

       01  wk-linha-pag-folha.
           05 filler                                pic x(06) value "Livro ".
           05 wk-pag-livro                          pic 9(03).
           05 filler                                pic x(09) value "   Folha ".
           05 wk-pag-folha                          pic 9(03).
           05 filler                                pic x(111) value space.

       01  wk-linha-pag-colunas.
           05 filler                                pic x(07) value "Termo".
           05 filler                                pic x(61) value "Nome".
           05 filler                                pic x(08) value "Matric.".
           05 filler                                pic x(11) value "Conclusao".
           05 filler                                pic x(05) value "Via".
           05 filler                                pic x(08) value "Orig.".
           05 filler                                pic x(10) value "Controle".
           05 filler                                pic x(20) value "Emissao".
           05 filler                                pic x(02) value space.

       01  wk-linha-pag-termo.
           05 wk-pgt-termo                          pic 9(06).
           05 filler                                pic x(01) value space.
           05 wk-pgt-nome                           pic x(60).
           05 filler                                pic x(01) value space.
           05 wk-pgt-matricula                      pic 9(07).
           05 filler                                pic x(01) value space.
           05 wk-pgt-conclusao                      pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-pgt-via                            pic z9.
           05 filler                                pic x(03) value space.
           05 wk-pgt-original                       pic x(06).
           05 filler                                pic x(02) value space.
           05 wk-pgt-documento                      pic 9(08).
           05 filler                                pic x(02) value space.
           05 wk-pgt-emissao                        pic x(10).
           05 filler                                pic x(12) value space.

       01  wk-linha-recusado.
           05 wk-rec-cpf                            pic x(12).
           05 filler                                pic x(01) value space.
           05 wk-rec-nome                           pic x(60).
           05 filler                                pic x(01) value space.
           05 wk-rec-matricula                      pic 9(07).
           05 filler                                pic x(02) value space.
           05 wk-rec-motivo                         pic x(40).
           05 filler                                pic x(09) value space.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-processa.
           perform c-imprimir-folhas.
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

           move function current-date(1:8)              to      wk-data-emissao
           accept wk-linha-comando from command-line
           if  wk-parm-cpf not equal spaces then
               move wk-parm-cpf                         to      wk-cpf-unico
           end-if

           open input arqFormados
           if   wk-fs-arqFormados not equal "00"
           and  wk-fs-arqFormados not equal "35" then
               move "0001"                               to      wk-msn-erro-adress
               move wk-fs-arqFormados                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFormados"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqAlunos
           if   wk-fs-arqAlunos not equal "00"
           and  wk-fs-arqAlunos not equal "35" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqAlunos                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunos"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    documentos e dependencias - a ausencia do arquivo (35)
      *>    vale como "nenhuma pendencia"
           open input arqDocumentos
           if   wk-fs-arqDocumentos not equal "00"
           and  wk-fs-arqDocumentos not equal "35" then
               move "0003"                                to      wk-msn-erro-adress
               move wk-fs-arqDocumentos                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDocumentos" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqDependencias
           if   wk-fs-arqDependencias not equal "00"
           and  wk-fs-arqDependencias not equal "35" then
               move "0004"                                   to      wk-msn-erro-adress
               move wk-fs-arqDependencias                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqDependencias"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    livro de registro - criado na primeira execucao
           open i-o arqLivro
           if   wk-fs-arqLivro equal "05"
           or   wk-fs-arqLivro equal "35" then
               open output arqLivro
               close arqLivro
               open i-o arqLivro
           end-if
           if   wk-fs-arqLivro not equal "00" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqLivro                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqLivro"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    ultimo termo usado
           open input arqLivroNumero
           if   wk-fs-arqLivroNumero equal "00" then
               read arqLivroNumero
               if   wk-fs-arqLivroNumero equal "00" then
                   move fd-livro-numero-linha           to      wk-ultimo-termo
               end-if
               close arqLivroNumero
           end-if

           open output arqCertificados
           if   wk-fs-arqCertificados not equal "00" then
               move "0006"                                 to      wk-msn-erro-adress
               move wk-fs-arqCertificados                  to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqCertificados" to     wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqRecusados
           if   wk-fs-arqRecusados not equal "00" then
               move "0007"                                to      wk-msn-erro-adress
               move wk-fs-arqRecusados                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRecusados"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           move "FORMADOS SEM CERTIFICADO - RECUSADOS"   to      fd-recusado-linha
           write fd-recusado-linha
           move space                                   to      fd-recusado-linha
           write fd-recusado-linha

           perform u-carregar-instituicao

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - percorre os formados; no modo
      *>   aluno unico so o CPF do parametro
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           move space                                   to      wk-formado-flag

           if   wk-fs-arqFormados equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqFormados
                   if   wk-fs-arqFormados not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  wk-cpf-unico equal spaces then
                           add 1                        to      wk-qtd-formados
                           perform ba-avaliar-formado
                       else
                           if  fd-formado-cpf equal wk-cpf-unico
                           and not wk-formado-achado then
                               set wk-formado-achado    to      true
                               add 1                    to      wk-qtd-formados
                               perform ba-avaliar-formado
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           if  wk-cpf-unico not equal spaces
           and not wk-formado-achado then
               display "CPF " wk-cpf-unico
                       " nao consta de arqAlunosFormados."
           end-if

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Um formado: termos ja existentes, pendencias e emissao
      *>*****************************************************************
       ba-avaliar-formado section.
       ba-avaliar-formado-a.

           perform bb-contar-vias

      *>    no lote so a primeira emissao; segunda via so pedida pelo
      *>    CPF
           if  wk-qtd-vias > 0
           and wk-cpf-unico equal spaces then
               add 1                                    to      wk-qtd-ja-registrados
               exit section
           end-if

           move spaces                                  to      wk-motivo-recusa
           perform bc-verificar-documentos
           if  wk-motivo-recusa equal spaces then
               perform bd-verificar-dependencias
           end-if
           if  wk-motivo-recusa equal spaces then
               perform be-carregar-resultado
           end-if

           if  wk-motivo-recusa not equal spaces then
               perform bf-recusar
               exit section
           end-if

           move fd-formado-cpf                          to      fd-aluno-cpf
           read arqAlunos
           if   wk-fs-arqAlunos not equal "00" then
               move 0                                   to      fd-aluno-nascimento
           end-if

           perform bg-registrar-termo
           perform bh-imprimir-certificado

           .
       ba-avaliar-formado-z.
           exit.

      *>*****************************************************************
      *>   Termos ja lavrados para o CPF - quantidade de vias e o termo
      *>   da primeira
      *>*****************************************************************
       bb-contar-vias section.
       bb-contar-vias-a.

           move 0                                       to      wk-qtd-vias
           move 0                                       to      wk-termo-original

           move fd-formado-cpf                          to      fd-liv-cpf
           start arqLivro key is equal fd-liv-cpf
           if   wk-fs-arqLivro equal "00" then
               move space                               to      wk-fim-loop-aux
               perform until wk-loop-aux-terminado
                   read arqLivro next record
                   if   wk-fs-arqLivro not equal "00"
                   or   fd-liv-cpf not equal fd-formado-cpf then
                       move "F"                         to      wk-fim-loop-aux
                   else
                       add 1                            to      wk-qtd-vias
                       if  fd-liv-via equal 1 then
                           move fd-liv-termo            to      wk-termo-original
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqLivro

           .
       bb-contar-vias-z.
           exit.

      *>*****************************************************************
      *>   Documento da matricula ainda nao entregue recusa o aluno
      *>*****************************************************************
       bc-verificar-documentos section.
       bc-verificar-documentos-a.

           if   wk-fs-arqDocumentos equal "35" then
               exit section
           end-if

           move fd-formado-cpf                          to      fd-doc-cpf
           move low-values                              to      fd-doc-codigo
           start arqDocumentos key is greater than or equal fd-doc-chave
           if   wk-fs-arqDocumentos equal "00" then
               move space                               to      wk-fim-loop-aux
               perform until wk-loop-aux-terminado
                   read arqDocumentos next record
                   if   wk-fs-arqDocumentos not equal "00"
                   or   fd-doc-cpf not equal fd-formado-cpf then
                       move "F"                         to      wk-fim-loop-aux
                   else
                       if  not fd-doc-foi-entregue then
                           move spaces                  to      wk-motivo-recusa
                           string "DOCUMENTO PENDENTE: " fd-doc-nome
                                                  delimited by size
                             into wk-motivo-recusa
                           end-string
                           move "F"                     to      wk-fim-loop-aux
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqDocumentos

           .
       bc-verificar-documentos-z.
           exit.

      *>*****************************************************************
      *>   Dependencia (progressao parcial) ainda pendente recusa o
      *>   aluno
      *>*****************************************************************
       bd-verificar-dependencias section.
       bd-verificar-dependencias-a.

           if   wk-fs-arqDependencias equal "35" then
               exit section
           end-if

           move fd-formado-cpf                          to      fd-dep-cpf
           move 0                                       to      fd-dep-serie-origem
           move low-values                              to      fd-dep-disciplina
           start arqDependencias key is not less fd-dep-chave
           if   wk-fs-arqDependencias equal "00" then
               move space                               to      wk-fim-loop-aux
               perform until wk-loop-aux-terminado
                   read arqDependencias next record
                   if   wk-fs-arqDependencias not equal "00"
                   or   fd-dep-cpf not equal fd-formado-cpf then
                       move "F"                         to      wk-fim-loop-aux
                   else
                       if  fd-dep-pendente then
                           move spaces                  to      wk-motivo-recusa
                           string "DEPENDENCIA PENDENTE: "
                                  fd-dep-disciplina
                                                  delimited by size
                             into wk-motivo-recusa
                           end-string
                           move "F"                     to      wk-fim-loop-aux
                       end-if
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqDependencias

           .
       bd-verificar-dependencias-z.
           exit.

      *>*****************************************************************
      *>   Medias finais do ultimo ano fechado do aluno em
      *>   arqNotasHistorico.txt - duas passadas: o ano, depois as
      *>   notas daquele ano
      *>*****************************************************************
       be-carregar-resultado section.
       be-carregar-resultado-a.

           move 0                                       to      wk-ano-final
           move 0                                       to      wk-qtd-disc

           open input arqHistorico
           if   wk-fs-arqHistorico equal "35" then
               move "HISTORICO NAO FECHADO"             to      wk-motivo-recusa
               exit section
           end-if
           if   wk-fs-arqHistorico not equal "00" then
               move "0008"                                to      wk-msn-erro-adress
               move wk-fs-arqHistorico                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqHistorico"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if
           move space                                   to      wk-fim-loop-aux
           perform until wk-loop-aux-terminado
               read arqHistorico
               if   wk-fs-arqHistorico not equal "00" then
                   move "F"                             to      wk-fim-loop-aux
               else
                   if  fd-hist-cpf equal fd-formado-cpf
                   and fd-hist-ano > wk-ano-final then
                       move fd-hist-ano                 to      wk-ano-final
                   end-if
               end-if
           end-perform
           close arqHistorico

           if  wk-ano-final equal 0 then
               move "HISTORICO NAO FECHADO"             to      wk-motivo-recusa
               exit section
           end-if

           open input arqHistorico
           move space                                   to      wk-fim-loop-aux
           perform until wk-loop-aux-terminado
               read arqHistorico
               if   wk-fs-arqHistorico not equal "00" then
                   move "F"                             to      wk-fim-loop-aux
               else
                   if  fd-hist-cpf equal fd-formado-cpf
                   and fd-hist-ano equal wk-ano-final then
                       perform bea-acumular-nota
                   end-if
               end-if
           end-perform
           close arqHistorico

           .
       be-carregar-resultado-z.
           exit.

      *>*****************************************************************
      *>   Acumula uma nota do ano final na disciplina
      *>*****************************************************************
       bea-acumular-nota section.
       bea-acumular-nota-a.

           perform varying wk-ind-disc from 1 by 1
                     until wk-ind-disc > wk-qtd-disc
                        or wk-disc-nome(wk-ind-disc) equal fd-hist-disciplina
               continue
           end-perform

           if  wk-ind-disc > wk-qtd-disc then
               if  wk-qtd-disc equal 15 then
      *>           acima de 15 disciplinas num ano - registro ignorado
                   exit section
               end-if
               add 1                                    to      wk-qtd-disc
               move wk-qtd-disc                         to      wk-ind-disc
               move fd-hist-disciplina                  to      wk-disc-nome(wk-ind-disc)
               move 0                                   to      wk-disc-soma(wk-ind-disc)
               move 0                                   to      wk-disc-qtd(wk-ind-disc)
           end-if

           add fd-hist-valor                            to      wk-disc-soma(wk-ind-disc)
           add 1                                        to      wk-disc-qtd(wk-ind-disc)

           .
       bea-acumular-nota-z.
           exit.

      *>*****************************************************************
      *>   Lista o aluno recusado com o motivo
      *>*****************************************************************
       bf-recusar section.
       bf-recusar-a.

           add 1                                        to      wk-qtd-recusados
           move fd-formado-cpf                          to      wk-rec-cpf
           move fd-formado-nome                         to      wk-rec-nome
           move fd-formado-matricula                    to      wk-rec-matricula
           move wk-motivo-recusa                        to      wk-rec-motivo
           write fd-recusado-linha from wk-linha-recusado

           if  wk-cpf-unico not equal spaces then
               display "Certificado recusado: " wk-motivo-recusa
           end-if

           .
       bf-recusar-z.
           exit.

      *>*****************************************************************
      *>   Lavra o termo no livro - o contador e regravado a cada
      *>   termo, para uma queda no meio nao repetir numeracao
      *>*****************************************************************
       bg-registrar-termo section.
       bg-registrar-termo-a.

           move "CERTIFICADO"                           to      wk-doc-tipo
           move fd-formado-cpf                          to      wk-doc-cpf
           move "certificados"                          to      wk-doc-operador
           call "registra_documento" using wk-doc-tipo
                                           wk-doc-cpf
                                           wk-doc-operador
                                           wk-doc-numero

           add 1                                        to      wk-ultimo-termo
           move wk-ultimo-termo                         to      fd-livro-numero-linha
           open output arqLivroNumero
           write fd-livro-numero-linha
           close arqLivroNumero

           initialize fd-livro
           move wk-ultimo-termo                         to      fd-liv-termo

      *>    livro, folha e linha a partir do termo sequencial
           compute wk-resto-termo = wk-ultimo-termo - 1
           compute fd-liv-livro =
               (wk-resto-termo / (wk-termos-por-folha * wk-folhas-por-livro)) + 1
           compute wk-resto-termo = wk-resto-termo
               - ((fd-liv-livro - 1) * wk-termos-por-folha * wk-folhas-por-livro)
           compute fd-liv-folha = (wk-resto-termo / wk-termos-por-folha) + 1
           compute fd-liv-linha = wk-resto-termo
               - ((fd-liv-folha - 1) * wk-termos-por-folha) + 1

           move fd-formado-cpf                          to      fd-liv-cpf
           move fd-formado-nome                         to      fd-liv-nome
           move fd-formado-matricula                    to      fd-liv-matricula
           move fd-aluno-nascimento                     to      fd-liv-nascimento
           move fd-formado-data                         to      fd-liv-data-conclusao
           move wk-ano-final                            to      fd-liv-ano-conclusao
           compute fd-liv-via = wk-qtd-vias + 1
           move wk-termo-original                       to      fd-liv-termo-original
           move wk-doc-numero                           to      fd-liv-documento
           move "certificados"                          to      fd-liv-operador
           move function current-date(1:14)             to      fd-liv-data-registro

           write fd-livro
           if   wk-fs-arqLivro not equal "00" then
               move "0009"                              to      wk-msn-erro-adress
               move wk-fs-arqLivro                      to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqLivro"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           if  fd-liv-via > 1 then
               add 1                                    to      wk-qtd-segundas-vias
           else
               add 1                                    to      wk-qtd-emitidos
           end-if

      *>    folha tocada, para a impressao do livro ao final
           perform bga-marcar-folha

           .
       bg-registrar-termo-z.
           exit.

      *>*****************************************************************
      *>   Guarda livro/folha do termo lavrado, sem repetir
      *>*****************************************************************
       bga-marcar-folha section.
       bga-marcar-folha-a.

           move space                                   to      wk-folha-achada
           perform varying wk-ind-folha from 1 by 1
                     until wk-ind-folha > wk-qtd-folhas
               if  wk-fol-livro(wk-ind-folha) equal fd-liv-livro
               and wk-fol-folha(wk-ind-folha) equal fd-liv-folha then
                   set wk-eh-folha-achada               to      true
               end-if
           end-perform

           if  not wk-eh-folha-achada
           and wk-qtd-folhas < 100 then
               add 1                                    to      wk-qtd-folhas
               move fd-liv-livro                        to      wk-fol-livro(wk-qtd-folhas)
               move fd-liv-folha                        to      wk-fol-folha(wk-qtd-folhas)
           end-if

           .
       bga-marcar-folha-z.
           exit.

      *>*****************************************************************
      *>   Certificado do termo recem-lavrado
      *>*****************************************************************
       bh-imprimir-certificado section.
       bh-imprimir-certificado-a.

      *>    timbre da escola no topo do certificado
           if  wk-inst-carregada then
               move wk-inst-nome                        to      fd-certificado-linha
               write fd-certificado-linha
               move wk-inst-endereco(1:60)              to      fd-certificado-linha
               write fd-certificado-linha
               move spaces                              to      fd-certificado-linha
               string "INEP: " wk-inst-inep delimited by size
                 into fd-certificado-linha
               end-string
               write fd-certificado-linha
               move space                               to      fd-certificado-linha
               write fd-certificado-linha
           end-if

           move "CERTIFICADO DE CONCLUSAO DO ENSINO FUNDAMENTAL"
                                                        to      fd-certificado-linha
           write fd-certificado-linha
           if  fd-liv-via > 1 then
               move spaces                              to      fd-certificado-linha
               string "SEGUNDA VIA - via " fd-liv-via
                      " do termo original " fd-liv-termo-original
                                               delimited by size
                 into fd-certificado-linha
               end-string
               write fd-certificado-linha
           end-if
           move space                                   to      fd-certificado-linha
           write fd-certificado-linha

           if  fd-liv-nascimento not equal 0 then
               move fd-liv-nascimento                   to      wk-data-entrada
               perform bi-editar-data
               move wk-data-edit                        to      wk-data-nascimento-edit
           else
               move "__/__/____"                        to      wk-data-nascimento-edit
           end-if
           if  fd-liv-data-conclusao is numeric then
               move fd-liv-data-conclusao               to      wk-data-entrada
               perform bi-editar-data
               move wk-data-edit                        to      wk-data-conclusao-edit
           else
               move fd-liv-data-conclusao               to      wk-data-conclusao-edit
           end-if

           move spaces                                  to      fd-certificado-linha
           string "Certificamos que "      delimited by size
                  fd-liv-nome              delimited by "  "
                  ","                      delimited by size
             into fd-certificado-linha
           end-string
           write fd-certificado-linha
           move spaces                                  to      fd-certificado-linha
           string "matricula " fd-liv-matricula ","
                                               delimited by size
             into fd-certificado-linha
           end-string
           write fd-certificado-linha
           move spaces                                  to      fd-certificado-linha
           string "nascido(a) em " wk-data-nascimento-edit
                  ", concluiu em " wk-data-conclusao-edit
                  " o Ensino Fundamental"      delimited by size
             into fd-certificado-linha
           end-string
           write fd-certificado-linha
           move spaces                                  to      fd-certificado-linha
           string "nesta instituicao, com o seguinte resultado final no"
                  " ano letivo de " wk-ano-final ":"
                                               delimited by size
             into fd-certificado-linha
           end-string
           write fd-certificado-linha
           move space                                   to      fd-certificado-linha
           write fd-certificado-linha

           perform varying wk-ind-disc from 1 by 1
                     until wk-ind-disc > wk-qtd-disc
               if  wk-disc-qtd(wk-ind-disc) > 0 then
                   compute wk-media-final rounded =
                       wk-disc-soma(wk-ind-disc) / wk-disc-qtd(wk-ind-disc)
               else
                   move 0                               to      wk-media-final
               end-if
               move wk-media-final                      to      wk-media-edit
               move spaces                              to      fd-certificado-linha
               string "    " wk-disc-nome(wk-ind-disc)
                      "  Media final: " wk-media-edit
                                               delimited by size
                 into fd-certificado-linha
               end-string
               write fd-certificado-linha
           end-perform
           move space                                   to      fd-certificado-linha
           write fd-certificado-linha

           move spaces                                  to      fd-certificado-linha
           string "Registrado no Livro " fd-liv-livro
                  ", folha " fd-liv-folha
                  ", sob o termo " fd-liv-termo "."
                                               delimited by size
             into fd-certificado-linha
           end-string
           write fd-certificado-linha

           move wk-data-emissao                         to      wk-data-entrada
           perform bi-editar-data
           move spaces                                  to      fd-certificado-linha
           string "Data da emissao: " wk-data-edit
                                               delimited by size
             into fd-certificado-linha
           end-string
           write fd-certificado-linha

      *>    linha de assinatura do diretor, do timbre da instituicao
           if  wk-inst-carregada then
               move space                               to      fd-certificado-linha
               write fd-certificado-linha
               move "  ______________________________"  to      fd-certificado-linha
               write fd-certificado-linha
               move spaces                              to      fd-certificado-linha
               string "  " wk-inst-diretor " - Diretor(a)"
                                             delimited by size
                 into fd-certificado-linha
               end-string
               write fd-certificado-linha
               move space                               to      fd-certificado-linha
               write fd-certificado-linha
           end-if

           move spaces                                  to      fd-certificado-linha
           string "Documento de controle no "
                  fd-liv-documento             delimited by size
             into fd-certificado-linha
           end-string
           write fd-certificado-linha

           move all "*"                                 to      fd-certificado-linha
           write fd-certificado-linha
           move space                                   to      fd-certificado-linha
           write fd-certificado-linha

           display "Termo " fd-liv-termo " via " fd-liv-via ": "
                   fd-liv-cpf " " fd-liv-nome

           .
       bh-imprimir-certificado-z.
           exit.

      *>*****************************************************************
      *>   Edita wk-data-entrada (AAAAMMDD) em wk-data-edit
      *>*****************************************************************
       bi-editar-data section.
       bi-editar-data-a.

           move wk-den-dia                              to      wk-ded-dia
           move wk-den-mes                              to      wk-ded-mes
           move wk-den-ano                              to      wk-ded-ano

           .
       bi-editar-data-z.
           exit.

      *>*****************************************************************
      *>   Imprime, completas, as folhas do livro que receberam termo
      *>   na rodada - prontas para o livro fisico
      *>*****************************************************************
       c-imprimir-folhas section.
       c-imprimir-folhas-a.

           open output arqPagina
           if   wk-fs-arqPagina not equal "00" then
               move "0010"                              to      wk-msn-erro-adress
               move wk-fs-arqPagina                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqPagina"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform varying wk-ind-folha from 1 by 1
                     until wk-ind-folha > wk-qtd-folhas
               perform ca-imprimir-folha
           end-perform

           if  wk-qtd-folhas equal 0 then
               move "Nenhum termo lavrado nesta rodada."
                                                        to      fd-pagina-linha
               write fd-pagina-linha
           end-if

           close arqPagina

           .
       c-imprimir-folhas-z.
           exit.

      *>*****************************************************************
      *>   Uma folha do livro - do primeiro termo da folha ate o
      *>   ultimo lavrado nela
      *>*****************************************************************
       ca-imprimir-folha section.
       ca-imprimir-folha-a.

      *>    timbre da escola no topo da folha
           if  wk-inst-carregada then
               move wk-inst-nome                        to      fd-pagina-linha
               write fd-pagina-linha
               move spaces                              to      fd-pagina-linha
               string "INEP: " wk-inst-inep delimited by size
                 into fd-pagina-linha
               end-string
               write fd-pagina-linha
               move space                               to      fd-pagina-linha
               write fd-pagina-linha
           end-if

           write fd-pagina-linha from wk-linha-pag-titulo
           move wk-fol-livro(wk-ind-folha)              to      wk-pag-livro
           move wk-fol-folha(wk-ind-folha)              to      wk-pag-folha
           write fd-pagina-linha from wk-linha-pag-folha
           move space                                   to      fd-pagina-linha
           write fd-pagina-linha
           write fd-pagina-linha from wk-linha-pag-colunas

           compute wk-termo-inicial =
               ((wk-fol-livro(wk-ind-folha) - 1)
                 * wk-termos-por-folha * wk-folhas-por-livro)
               + ((wk-fol-folha(wk-ind-folha) - 1) * wk-termos-por-folha)
               + 1
           move 0                                       to      wk-qtd-linhas-folha

           move wk-termo-inicial                        to      fd-liv-termo
           start arqLivro key is not less fd-liv-termo
           if   wk-fs-arqLivro equal "00" then
               move space                               to      wk-fim-loop-aux
               perform until wk-loop-aux-terminado
                   read arqLivro next record
                   if   wk-fs-arqLivro not equal "00"
                   or   wk-qtd-linhas-folha >= wk-termos-por-folha then
                       move "F"                         to      wk-fim-loop-aux
                   else
                       add 1                            to      wk-qtd-linhas-folha
                       perform caa-imprimir-termo
                   end-if
               end-perform
           end-if
           move "00"                                    to      wk-fs-arqLivro

      *>    linha de assinatura do diretor ao pe da folha
           move space                                   to      fd-pagina-linha
           write fd-pagina-linha
           move "  ______________________________"      to      fd-pagina-linha
           write fd-pagina-linha
           if  wk-inst-carregada then
               move spaces                              to      fd-pagina-linha
               string "  " wk-inst-diretor " - Diretor(a)"
                                             delimited by size
                 into fd-pagina-linha
               end-string
               write fd-pagina-linha
           end-if
           move all "*"                                 to      fd-pagina-linha
           write fd-pagina-linha
           move space                                   to      fd-pagina-linha
           write fd-pagina-linha

           .
       ca-imprimir-folha-z.
           exit.

      *>*****************************************************************
      *>   Linha de um termo na folha do livro
      *>*****************************************************************
       caa-imprimir-termo section.
       caa-imprimir-termo-a.

           move fd-liv-termo                            to      wk-pgt-termo
           move fd-liv-nome                             to      wk-pgt-nome
           move fd-liv-matricula                        to      wk-pgt-matricula
           if  fd-liv-data-conclusao is numeric then
               move fd-liv-data-conclusao               to      wk-data-entrada
               perform bi-editar-data
               move wk-data-edit                        to      wk-pgt-conclusao
           else
               move fd-liv-data-conclusao               to      wk-pgt-conclusao
           end-if
           move fd-liv-via                              to      wk-pgt-via
           if  fd-liv-via > 1 then
               move fd-liv-termo-original               to      wk-pgt-original
           else
               move "-"                                 to      wk-pgt-original
           end-if
           move fd-liv-documento                        to      wk-pgt-documento
           move fd-liv-data-registro(1:8)               to      wk-data-entrada
           perform bi-editar-data
           move wk-data-edit                            to      wk-pgt-emissao
           write fd-pagina-linha from wk-linha-pag-termo

           .
       caa-imprimir-termo-z.
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

           close arqFormados
           close arqAlunos
           close arqDocumentos
           close arqDependencias
           close arqLivro
           close arqCertificados
           close arqRecusados

      *>    espelha as saidas no spool datado, antes que a proxima
      *>    rodada regrave os nomes fixos
           move "certificados"          to   wk-spl-programa
           move "arqCertificados.txt"   to   wk-spl-arquivo
           move spaces                  to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno
           move "arqLivroRegistro.txt"  to   wk-spl-arquivo
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno
           move "arqCertificadosRecusados.txt" to wk-spl-arquivo
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Certificados em arqCertificados.txt, folhas do livro"
                   " em arqLivroRegistro.txt"
           display "Formados lidos    : " wk-qtd-formados
           display "Certificados      : " wk-qtd-emitidos
           display "Segundas vias     : " wk-qtd-segundas-vias
           display "Ja registrados    : " wk-qtd-ja-registrados
           display "Recusados         : " wk-qtd-recusados
                   " (arqCertificadosRecusados.txt)"

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-formados
                                          wk-qtd-emitidos
                                          wk-qtd-recusados
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
