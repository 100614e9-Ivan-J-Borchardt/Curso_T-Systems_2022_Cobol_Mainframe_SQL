      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "anuario_estatistico".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Anuario estatistico para o conselho
      *>                      escolar: cinco anos letivos fechados lado
      *>                      a lado (o ultimo vem da linha de comando,
      *>                      vazio vale o ano anterior ao de controle)
      *>                      por unidade escolar e serie - matricula
      *>                      inicial e final, transferencias de
      *>                      entrada e saida, taxas de aprovacao,
      *>                      retencao e abandono, frequencia media,
      *>                      distorcao idade-serie e parcela de
      *>                      bolsistas - com seta de tendencia do
      *>                      ultimo ano contra o anterior. As notas
      *>                      vem de arqNotasHistorico.txt (media por
      *>                      disciplina com a recuperacao pela formula
      *>                      da escola e corte 7,0; sem o 4o periodo
      *>                      lancado o ano conta como abandono) e o
      *>                      resultado oficial do ultimo ano fechado
      *>                      de arqResultados.txt; as transferencias
      *>                      de arqTransferencias.txt e
      *>                      arqTransferenciasEntrada.txt. A serie de
      *>                      cada ano e inferida da serie do cadastro
      *>                      (como em historico_escolar), com aluno
      *>                      arquivado e formado buscados em
      *>                      arqAlunosArquivo.txt e
      *>                      arqAlunosFormados.txt; a unidade e a da
      *>                      turma do aluno (como em censo_matriculas).
      *>                      Impresso com o timbre da instituicao em
      *>                      arqAnuario.txt e gravado em arqAnuario.csv
      *>                      para as apresentacoes do conselho.

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

           select arqHistorico assign to "arqNotasHistorico.txt"
           organization is line sequential
           file status is wk-fs-arqHistorico.

           select arqResultados assign to "arqResultados.txt"
           organization is line sequential
           file status is wk-fs-arqResultados.

           select arqTransfere assign to "arqTransferencias.txt"
           organization is line sequential
           file status is wk-fs-arqTransfere.

           select arqEntrada assign to "arqTransferenciasEntrada.txt"
           organization is line sequential
           file status is wk-fs-arqEntrada.

           select arqArquivo assign to "arqAlunosArquivo.txt"
           organization is line sequential
           file status is wk-fs-arqArquivo.

           select arqFormados assign to "arqAlunosFormados.txt"
           organization is line sequential
           file status is wk-fs-arqFormados.

           select arqFrequencia assign to "arqFrequenciaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is wk-fs-arqFrequencia.

           select arqBolsas assign to "arqBolsasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-bolsa-cpf
           file status is wk-fs-arqBolsas.

           select arqTurmas assign to "arqTurmasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-chave
           file status is wk-fs-arqTurmas.

           select arqUnidades assign to "arqUnidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-uni-codigo
           file status is wk-fs-arqUnidades.

           select arqInstituicao assign to "arqInstituicao.txt"
           organization is line sequential
           file status is wk-fs-arqInstituicao.

           select arqAnoLetivo assign to "arqAnoLetivo.txt"
           organization is line sequential
           file status is wk-fs-arqAnoLetivo.

           select arqEventosTrab assign to "arqAnuarioTrabalho.txt"
           organization is line sequential
           file status is wk-fs-arqEventosTrab.

           select sortEventos assign to "SortAnuario.txt"
           sort status is wk-ss-sortEventos.

           select arqEventosOrd assign to "arqAnuarioOrdenado.txt"
           organization is line sequential
           file status is wk-fs-arqEventosOrd.

           select arqRelatorio assign to "arqAnuario.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

           select arqCsv assign to "arqAnuario.csv"
           organization is line sequential
           file status is wk-fs-arqCsv.

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

       fd arqHistorico.
       01  fd-historico-linha.
           05  fd-hist-cpf                          pic  x(12).
           05  fd-hist-ano                          pic  9(04).
           05  fd-hist-disciplina                   pic  x(10).
           05  fd-hist-periodo                      pic  9(01).
           05  fd-hist-valor                        pic  9(02)v9.
           05  fd-hist-data-lanc                    pic  x(14).

       fd arqResultados.
       01  fd-resultado-linha.
           05  fd-res-cpf                           pic  x(12).
           05  fd-res-serie                         pic  9(02).
           05  fd-res-turma                         pic  x(01).
           05  fd-res-resultado                     pic  x(01).
           05  fd-res-media-geral                   pic  9(02)v9.

       fd arqTransfere.
       01  fd-transfere-linha.
           05  fd-transf-cpf                        pic  x(12).
           05  fd-transf-nome                       pic  x(60).
           05  fd-transf-matricula                  pic  9(07).
           05  fd-transf-escola-destino             pic  x(30).
           05  fd-transf-data                       pic  x(08).

       fd arqEntrada.
       01  fd-entrada-linha.
           05  fd-ent-cpf                           pic  x(12).
           05  filler                               pic  x(01).
           05  fd-ent-escola-origem                 pic  x(30).
           05  filler                               pic  x(01).
           05  fd-ent-data                          pic  9(08).
           05  filler                               pic  x(01).
           05  fd-ent-operador                      pic  x(15).
           05  filler                               pic  x(01).
           05  fd-ent-data-hora                     pic  x(14).

      *>   imagem de 178 bytes do aluno arquivado e a data do arquivamento
       fd arqArquivo.
       01  fd-arquivo-linha.
           05  fd-arq-registro.
               10  fd-arq-cpf                       pic  x(12).
               10  filler                           pic  x(60).
               10  fd-arq-serie                     pic  9(02).
               10  filler                           pic  x(07).
               10  fd-arq-status                    pic  x(01).
               10  filler                           pic  x(26).
               10  fd-arq-turma                     pic  x(01).
               10  fd-arq-nascimento                pic  9(08).
               10  filler                           pic  x(61).
           05  fd-arq-data                          pic  x(08).

       fd arqFormados.
       01  fd-formado-linha.
           05  fd-formado-cpf                       pic  x(12).
           05  fd-formado-nome                      pic  x(60).
           05  fd-formado-matricula                 pic  9(07).
           05  fd-formado-data                      pic  x(08).

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

       fd arqBolsas.
       01  fd-bolsa.
           05  fd-bolsa-cpf                         pic  x(12).
           05  fd-bolsa-percentual                  pic  9(03).
           05  fd-bolsa-autoridade                  pic  x(30).
           05  fd-bolsa-inicio                      pic  9(08).
           05  fd-bolsa-fim                         pic  9(08).
           05  fd-bolsa-operador                    pic  x(15).
           05  fd-bolsa-data-registro               pic  x(14).

       fd arqTurmas.
       01  fd-turma.
           05  fd-turma-chave.
               10  fd-turma-serie                   pic  9(02).
               10  fd-turma-letra                   pic  x(01).
           05  fd-turma-turno                       pic  x(01).
           05  fd-turma-professor                   pic  x(15).
           05  fd-turma-capacidade                  pic  9(03).
           05  fd-turma-unidade                     pic  x(03).

       fd arqUnidades.
       01  fd-unidade.
           05  fd-uni-codigo                        pic  x(03).
           05  fd-uni-nome                          pic  x(30).
           05  fd-uni-endereco                      pic  x(50).

       fd arqInstituicao.
       01  fd-instituicao.
           05  fd-inst-nome                         pic  x(50).
           05  fd-inst-endereco                     pic  x(60).
           05  fd-inst-diretor                      pic  x(40).
           05  fd-inst-inep                         pic  x(08).

       fd arqAnoLetivo.
       01  fd-ano-letivo-linha                      pic  9(04).

      *>   Eventos do aluno por ano: N nota do historico, E entrada
      *>   e S saida por transferencia, R resultado oficial; X aluno
      *>   arquivado e F formado vem com ano zero, antes dos demais
       fd arqEventosTrab.
       01  fd-evt-linha.
           05  fd-evt-cpf                           pic  x(12).
           05  fd-evt-ano                           pic  9(04).
           05  fd-evt-tipo                          pic  x(01).
           05  fd-evt-disciplina                    pic  x(10).
           05  fd-evt-periodo                       pic  9(01).
           05  fd-evt-valor                         pic  9(02)v9.
           05  fd-evt-serie                         pic  9(02).
           05  fd-evt-turma                         pic  x(01).
           05  fd-evt-nascimento                    pic  9(08).
           05  fd-evt-situacao                      pic  x(01).

       sd sortEventos.
       01  sd-evento.
           05  sd-evt-cpf                           pic  x(12).
           05  sd-evt-ano                           pic  9(04).
           05  sd-evt-tipo                          pic  x(01).
           05  sd-evt-disciplina                    pic  x(10).
           05  sd-evt-periodo                       pic  9(01).
           05  sd-evt-valor                         pic  9(02)v9.
           05  sd-evt-serie                         pic  9(02).
           05  sd-evt-turma                         pic  x(01).
           05  sd-evt-nascimento                    pic  9(08).
           05  sd-evt-situacao                      pic  x(01).

       fd arqEventosOrd.
       01  fd-eor-linha.
           05  fd-eor-cpf                           pic  x(12).
           05  fd-eor-ano                           pic  9(04).
           05  fd-eor-tipo                          pic  x(01).
               88  fd-eor-nota                      value "N".
               88  fd-eor-entrada                   value "E".
               88  fd-eor-saida                     value "S".
               88  fd-eor-resultado                 value "R".
               88  fd-eor-arquivado                 value "X".
               88  fd-eor-formado                   value "F".
           05  fd-eor-disciplina                    pic  x(10).
           05  fd-eor-periodo                       pic  9(01).
           05  fd-eor-valor                         pic  9(02)v9.
           05  fd-eor-serie                         pic  9(02).
           05  fd-eor-turma                         pic  x(01).
           05  fd-eor-nascimento                    pic  9(08).
           05  fd-eor-situacao                      pic  x(01).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(80).

       fd arqCsv.
       01  fd-csv-linha                             pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunosInd                       pic x(02).
       77  wk-fs-arqHistorico                       pic x(02).
       77  wk-fs-arqResultados                      pic x(02).
       77  wk-fs-arqTransfere                       pic x(02).
       77  wk-fs-arqEntrada                         pic x(02).
       77  wk-fs-arqArquivo                         pic x(02).
       77  wk-fs-arqFormados                        pic x(02).
       77  wk-fs-arqFrequencia                      pic x(02).
       77  wk-fs-arqBolsas                          pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqUnidades                        pic x(02).
       77  wk-fs-arqInstituicao                     pic x(02).
       77  wk-fs-arqAnoLetivo                       pic x(02).
       77  wk-fs-arqEventosTrab                     pic x(02).
       77  wk-ss-sortEventos                        pic x(02).
       77  wk-fs-arqEventosOrd                      pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).
       77  wk-fs-arqCsv                             pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-freq                              pic x(01).
           88 wk-freq-terminada                     value "F".

      *>   Parametro de linha de comando - ultimo ano letivo do anuario
       01  wk-linha-comando.
           05  wk-parm-ano                          pic x(04).
           05  filler                               pic x(16).

       77  wk-data-hoje                             pic x(08).
       77  wk-ano-letivo                            pic 9(04) value 0.
       77  wk-ano-final                             pic 9(04) value 0.
       77  wk-ano-inicial                           pic 9(04) value 0.
       77  wk-ano-evento                            pic 9(04) value 0.
       77  wk-ano-trabalho                          pic 9(04) value 0.
       77  wk-data-ini-ano                          pic 9(08) value 0.
       77  wk-data-fim-ano                          pic 9(08) value 0.

      *>   A media de corte e o limite de distorcao seguem
      *>   resultados_finais e distorcao_idade_serie
       77  wk-media-corte                           pic 9(02)v9 value 7,0.
       77  wk-limite-anos                           pic 9(02) value 2.

       77  wk-qtd-eventos                           pic 9(07) value 0.
       77  wk-qtd-alunos                            pic 9(06) value 0.
       77  wk-qtd-sem-cadastro                      pic 9(06) value 0.
       77  wk-qtd-linhas-csv                        pic 9(06) value 0.

      *>   Aluno corrente na leitura dos eventos ordenados
       77  wk-cpf-atual                             pic x(12).
       77  wk-primeiro-evento                       pic x(01).
       77  wk-ultimo-ano                            pic 9(04) value 0.
       77  wk-ind-ano                               pic 9(02) value 0.
       01  wk-tab-aluno-anos.
           05  wk-aa-item occurs 5.
               10  wk-aa-notas                      pic x(01).
               10  wk-aa-max-periodo                pic 9(01).
               10  wk-aa-reprovou                   pic x(01).
               10  wk-aa-entrada                    pic x(01).
               10  wk-aa-saida                      pic x(01).
               10  wk-aa-res-serie                  pic 9(02).
               10  wk-aa-resultado                  pic x(01).

       77  wk-tem-arquivo                           pic x(01).
           88 wk-achou-arquivo                      value "S".
       77  wk-tem-formado                           pic x(01).
           88 wk-achou-formado                      value "S".
       01  wk-dados-arquivo.
           05  wk-arq-serie                         pic 9(02).
           05  wk-arq-turma                         pic x(01).
           05  wk-arq-nascimento                    pic 9(08).
           05  wk-arq-status                        pic x(01).

      *>   Dados do aluno usados na contagem
       77  wk-alu-serie                             pic 9(02) value 0.
       77  wk-alu-turma                             pic x(01).
       77  wk-alu-nascimento                        pic 9(08) value 0.
       77  wk-alu-status                            pic x(01).
       77  wk-ano-referencia                        pic 9(04) value 0.
       77  wk-serie-ano                             pic s9(03) value 0.
       77  wk-idade-ano                             pic s9(04) value 0.
       77  wk-tem-bolsa                             pic x(01).
           88 wk-aluno-com-bolsa                    value "S".
       77  wk-bolsa-inicio                          pic 9(08) value 0.
       77  wk-bolsa-fim                             pic 9(08) value 0.

      *>   Disciplina corrente do aluno - media dos periodos 1 a 4 e
      *>   a recuperacao (periodo 5)
       77  wk-disc-aberta                           pic x(01).
           88 wk-tem-disc-aberta                    value "S".
       77  wk-disc-ano                              pic 9(04) value 0.
       77  wk-disc-nome                             pic x(10).
       77  wk-disc-soma                             pic 9(03)v9 value 0.
       77  wk-disc-qtd                              pic 9(02) value 0.
       77  wk-disc-rec                              pic 9(02)v9 value 0.
       77  wk-disc-tem-rec                          pic x(01).
       77  wk-media-final                           pic 9(02)v9 value 0.
       77  wk-media-rec                             pic 9(02)v9 value 0.

      *>   Unidades escolares (ate 10); a posicao 11 e a escola toda
       77  wk-qtd-unidades                          pic 9(02) value 0.
       77  wk-ind-unidade                           pic 9(02) value 0.
       01  wk-tab-unidades.
           05  wk-unidade-item occurs 11.
               10  wk-uni-codigo                    pic x(03).
       77  wk-unidade-aluno                         pic x(03).

      *>   Contagens por ano (5), unidade (11 = escola) e serie
      *>   (10 = todas as series)
       01  wk-tab-celulas.
           05  wk-cel-ano occurs 5.
               10  wk-cel-unidade occurs 11.
                   15  wk-cel-serie occurs 10.
                       20  wk-cel-entradas          pic 9(05).
                       20  wk-cel-saidas            pic 9(05).
                       20  wk-cel-aprovados         pic 9(05).
                       20  wk-cel-retidos           pic 9(05).
                       20  wk-cel-abandonos         pic 9(05).
                       20  wk-cel-final             pic 9(05).
                       20  wk-cel-distorcidos       pic 9(05).
                       20  wk-cel-bolsistas         pic 9(05).
                       20  wk-cel-dias              pic 9(07).
                       20  wk-cel-presencas         pic 9(07).

      *>   Parcela do aluno no ano, somada nas quatro celulas
       01  wk-delta.
           05  wk-dlt-entradas                      pic 9(01).
           05  wk-dlt-saidas                        pic 9(01).
           05  wk-dlt-aprovados                     pic 9(01).
           05  wk-dlt-retidos                       pic 9(01).
           05  wk-dlt-abandonos                     pic 9(01).
           05  wk-dlt-final                         pic 9(01).
           05  wk-dlt-distorcidos                   pic 9(01).
           05  wk-dlt-bolsistas                     pic 9(01).
           05  wk-dlt-dias                          pic 9(04).
           05  wk-dlt-presencas                     pic 9(04).
       77  wk-ind-alvo                              pic 9(01) value 0.
       77  wk-alvo-unidade                          pic 9(02) value 0.
       77  wk-alvo-serie                            pic 9(02) value 0.
       77  wk-ind-serie                             pic 9(02) value 0.

      *>   Indicadores de um bloco unidade/serie, ano a ano
       77  wk-blc-unidade                           pic 9(02) value 0.
       77  wk-blc-serie                             pic 9(02) value 0.
       77  wk-blc-tem-dados                         pic x(01).
           88 wk-bloco-com-dados                    value "S".
       77  wk-ind-indicador                         pic 9(02) value 0.
       77  wk-inicial-trabalho                      pic s9(06) value 0.
       01  wk-tab-matriz.
           05  wk-mat-indicador occurs 10.
               10  wk-mat-ano occurs 5.
                   15  wk-mat-valor                 pic 9(06)v9.
                   15  wk-mat-tem                   pic x(01).
       01  wk-tab-ano-tem-dados.
           05  wk-ano-tem-dados                     pic x(01) occurs 5.

       01  wk-tab-indicadores-valores.
           05 filler pic x(27) value "Matricula inicial.........Q".
           05 filler pic x(27) value "Matricula final...........Q".
           05 filler pic x(27) value "Transferencias entrada....Q".
           05 filler pic x(27) value "Transferencias saida......Q".
           05 filler pic x(27) value "Aprovacao (%).............P".
           05 filler pic x(27) value "Retencao (%)..............P".
           05 filler pic x(27) value "Abandono (%)..............P".
           05 filler pic x(27) value "Frequencia media (%)......P".
           05 filler pic x(27) value "Distorcao idade-serie (%).P".
           05 filler pic x(27) value "Bolsistas (%).............P".
       01  wk-tab-indicadores redefines wk-tab-indicadores-valores.
           05  wk-indicador-item occurs 10.
               10  wk-ind-rotulo                    pic x(26).
               10  wk-ind-tipo                      pic x(01).
                   88  wk-ind-quantidade            value "Q".

      *>   Timbre da instituicao
       77  wk-inst-flag                             pic x(01).
           88 wk-inst-carregada                     value "S".
       77  wk-inst-nome                             pic x(50).
       77  wk-inst-endereco                         pic x(60).
       77  wk-inst-diretor                          pic x(40).
       77  wk-inst-inep                             pic x(08).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "anuario_estatistico".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.

       01  wk-linha-titulo.
           05 filler                                pic x(23)
                  value "Anuario Estatistico - ".
           05 wk-tit-ano-inicial                    pic 9(04).
           05 filler                                pic x(03) value " a ".
           05 wk-tit-ano-final                      pic 9(04).
           05 filler                                pic x(15) value " - emitido em ".
           05 wk-tit-data                           pic x(08).
           05 filler                                pic x(23) value space.

       01  wk-linha-bloco.
           05 wk-blo-unidade                        pic x(46).
           05 wk-blo-serie                          pic x(34).

       01  wk-linha-anos.
           05 filler                                pic x(26)
                  value "Indicador".
           05 wk-anos-coluna occurs 5.
               10 filler                            pic x(06).
               10 wk-anos-ano                       pic 9(04).
           05 filler                                pic x(04) value "Tend".

       01  wk-linha-indicador.
           05 wk-lin-rotulo                         pic x(26).
           05 wk-lin-coluna occurs 5.
               10 wk-lin-qtd                        pic z(09)9.
               10 wk-lin-pct redefines wk-lin-qtd.
                   15 filler                        pic x(04).
                   15 wk-lin-pct-valor              pic zz9,9.
                   15 wk-lin-pct-sinal              pic x(01).
               10 wk-lin-vazio redefines wk-lin-qtd.
                   15 filler                        pic x(09).
                   15 wk-lin-vazio-sinal            pic x(01).
           05 filler                                pic x(02) value space.
           05 wk-lin-seta                           pic x(01).
           05 filler                                pic x(01) value space.

       01  wk-linha-csv.
           05 wk-csv-ano                            pic 9(04).
           05 filler                                pic x(01) value ";".
           05 wk-csv-unidade                        pic x(03).
           05 filler                                pic x(01) value ";".
           05 wk-csv-serie                          pic x(02).
           05 filler                                pic x(01) value ";".
           05 wk-csv-mat-inicial                    pic 9(06).
           05 filler                                pic x(01) value ";".
           05 wk-csv-mat-final                      pic 9(06).
           05 filler                                pic x(01) value ";".
           05 wk-csv-entradas                       pic 9(06).
           05 filler                                pic x(01) value ";".
           05 wk-csv-saidas                         pic 9(06).
           05 filler                                pic x(01) value ";".
           05 wk-csv-aprovacao                      pic 9(03),9.
           05 filler                                pic x(01) value ";".
           05 wk-csv-retencao                       pic 9(03),9.
           05 filler                                pic x(01) value ";".
           05 wk-csv-abandono                       pic 9(03),9.
           05 filler                                pic x(01) value ";".
           05 wk-csv-frequencia                     pic 9(03),9.
           05 filler                                pic x(01) value ";".
           05 wk-csv-distorcao                      pic 9(03),9.
           05 filler                                pic x(01) value ";".
           05 wk-csv-bolsistas                      pic 9(03),9.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-montar-eventos.
           perform c-apurar-alunos.
           perform d-imprimir.
           perform e-gravar-csv.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao - janela de cinco anos
      *>   fechados e abertura dos arquivos de consulta
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

           move function current-date(1:8)              to      wk-data-hoje
           accept wk-linha-comando from command-line

           open input arqAnoLetivo
           if   wk-fs-arqAnoLetivo equal "00" then
               read arqAnoLetivo
               if   wk-fs-arqAnoLetivo equal "00" then
                   move fd-ano-letivo-linha             to      wk-ano-letivo
               end-if
               close arqAnoLetivo
           end-if
           if   wk-ano-letivo equal 0 then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqAnoLetivo                  to      wk-msn-erro-cod
               move "Ano letivo de controle nao encontrado" to  wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    so entram anos fechados - o ano de controle ainda esta em
      *>    curso
           if  wk-parm-ano is numeric then
               move wk-parm-ano                         to      wk-ano-final
           end-if
           if  wk-ano-final equal 0
           or  wk-ano-final >= wk-ano-letivo then
               compute wk-ano-final = wk-ano-letivo - 1
           end-if
           compute wk-ano-inicial = wk-ano-final - 4

           display "Anuario estatistico - anos " wk-ano-inicial
                   " a " wk-ano-final

           open input arqAlunosInd
           if   wk-fs-arqAlunosInd not equal "00" then
               move "0002"                               to      wk-msn-erro-adress
               move wk-fs-arqAlunosInd                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlunosInd"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    frequencia, bolsas, turmas e unidades - a ausencia (35)
      *>    apenas zera o indicador ou deixa a unidade padrao 001
           open input arqFrequencia
           if   wk-fs-arqFrequencia not equal "00"
           and  wk-fs-arqFrequencia not equal "35" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqFrequencia                 to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqFrequencia" to    wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqBolsas
           if   wk-fs-arqBolsas not equal "00"
           and  wk-fs-arqBolsas not equal "35" then
               move "0004"                              to      wk-msn-erro-adress
               move wk-fs-arqBolsas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqBolsas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqTurmas
           if   wk-fs-arqTurmas not equal "00"
           and  wk-fs-arqTurmas not equal "35" then
               move "0005"                              to      wk-msn-erro-adress
               move wk-fs-arqTurmas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTurmas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqUnidades
           if   wk-fs-arqUnidades not equal "00"
           and  wk-fs-arqUnidades not equal "35" then
               move "0006"                              to      wk-msn-erro-adress
               move wk-fs-arqUnidades                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqUnidades" to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           initialize wk-tab-celulas
           move "TOT"                                   to      wk-uni-codigo(11)

           perform u-carregar-instituicao

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Junta num arquivo de trabalho os eventos de todas as fontes
      *>   e ordena por aluno e ano
      *>*****************************************************************
       b-montar-eventos section.
       b-montar-eventos-a.

           open output arqEventosTrab
           if   wk-fs-arqEventosTrab not equal "00" then
               move "0007"                              to      wk-msn-erro-adress
               move wk-fs-arqEventosTrab                to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqEventosTrab" to   wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    notas dos anos fechados da janela
           open input arqHistorico
           if   wk-fs-arqHistorico equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqHistorico
                   if   wk-fs-arqHistorico not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-hist-ano >= wk-ano-inicial
                       and fd-hist-ano <= wk-ano-final then
                           initialize fd-evt-linha
                           move fd-hist-cpf             to      fd-evt-cpf
                           move fd-hist-ano             to      fd-evt-ano
                           move "N"                     to      fd-evt-tipo
                           move fd-hist-disciplina      to      fd-evt-disciplina
                           move fd-hist-periodo         to      fd-evt-periodo
                           move fd-hist-valor           to      fd-evt-valor
                           perform ba-gravar-evento
                       end-if
                   end-if
               end-perform
               close arqHistorico
           end-if

      *>    resultado oficial - arqResultados.txt e o da ultima
      *>    apuracao, a do ultimo ano fechado
           open input arqResultados
           if   wk-fs-arqResultados equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqResultados
                   if   wk-fs-arqResultados not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       initialize fd-evt-linha
                       move fd-res-cpf                  to      fd-evt-cpf
                       move wk-ano-final                to      fd-evt-ano
                       move "R"                         to      fd-evt-tipo
                       move fd-res-serie                to      fd-evt-serie
                       move fd-res-resultado            to      fd-evt-situacao
                       perform ba-gravar-evento
                   end-if
               end-perform
               close arqResultados
           end-if

      *>    transferencias de saida e de entrada - as posteriores a
      *>    janela tambem entram, para o ultimo ano do aluno
           open input arqTransfere
           if   wk-fs-arqTransfere equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqTransfere
                   if   wk-fs-arqTransfere not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-transf-data(1:4) is numeric then
                           move fd-transf-data(1:4)     to      wk-ano-evento
                           if  wk-ano-evento >= wk-ano-inicial then
                               initialize fd-evt-linha
                               move fd-transf-cpf       to      fd-evt-cpf
                               move wk-ano-evento       to      fd-evt-ano
                               move "S"                 to      fd-evt-tipo
                               perform ba-gravar-evento
                           end-if
                       end-if
                   end-if
               end-perform
               close arqTransfere
           end-if

           open input arqEntrada
           if   wk-fs-arqEntrada equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqEntrada
                   if   wk-fs-arqEntrada not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       move fd-ent-data(1:4)            to      wk-ano-evento
                       if  wk-ano-evento >= wk-ano-inicial then
                           initialize fd-evt-linha
                           move fd-ent-cpf              to      fd-evt-cpf
                           move wk-ano-evento           to      fd-evt-ano
                           move "E"                     to      fd-evt-tipo
                           perform ba-gravar-evento
                       end-if
                   end-if
               end-perform
               close arqEntrada
           end-if

      *>    alunos que ja sairam do cadastro - arquivados e formados
           open input arqArquivo
           if   wk-fs-arqArquivo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqArquivo
                   if   wk-fs-arqArquivo not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       initialize fd-evt-linha
                       move fd-arq-cpf                  to      fd-evt-cpf
                       move 0                           to      fd-evt-ano
                       move "X"                         to      fd-evt-tipo
                       move fd-arq-serie                to      fd-evt-serie
                       move fd-arq-turma                to      fd-evt-turma
                       move fd-arq-nascimento           to      fd-evt-nascimento
                       move fd-arq-status               to      fd-evt-situacao
                       perform ba-gravar-evento
                   end-if
               end-perform
               close arqArquivo
           end-if

           open input arqFormados
           if   wk-fs-arqFormados equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqFormados
                   if   wk-fs-arqFormados not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       initialize fd-evt-linha
                       move fd-formado-cpf              to      fd-evt-cpf
                       move 0                           to      fd-evt-ano
                       move "F"                         to      fd-evt-tipo
                       move 9                           to      fd-evt-serie
                       perform ba-gravar-evento
                   end-if
               end-perform
               close arqFormados
           end-if

           close arqEventosTrab

           sort sortEventos
               on ascending key sd-evt-cpf
                                sd-evt-ano
                                sd-evt-tipo
                                sd-evt-disciplina
                                sd-evt-periodo
               using arqEventosTrab
               giving arqEventosOrd

           if  wk-ss-sortEventos not equal "00" then
               move "0008"                              to      wk-msn-erro-adress
               move wk-ss-sortEventos                   to      wk-msn-erro-cod
               move "Erro ao ordenar Arquivo arqEventosTrab" to wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       b-montar-eventos-z.
           exit.

      *>*****************************************************************
      *>   Grava um evento no arquivo de trabalho
      *>*****************************************************************
       ba-gravar-evento section.
       ba-gravar-evento-a.

           write fd-evt-linha
           add 1                                        to      wk-qtd-eventos

           .
       ba-gravar-evento-z.
           exit.

      *>*****************************************************************
      *>   Le os eventos ordenados com quebra por aluno - ao fechar
      *>   cada aluno, o ano a ano dele vai para as contagens
      *>*****************************************************************
       c-apurar-alunos section.
       c-apurar-alunos-a.

           open input arqEventosOrd
           if   wk-fs-arqEventosOrd not equal "00" then
               move "0009"                              to      wk-msn-erro-adress
               move wk-fs-arqEventosOrd                 to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqEventosOrd" to    wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move "S"                                     to      wk-primeiro-evento
           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado

               read arqEventosOrd
               if   wk-fs-arqEventosOrd not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  wk-primeiro-evento equal "S"
                   or  fd-eor-cpf not equal wk-cpf-atual then
                       if  wk-primeiro-evento not equal "S" then
                           perform cb-fechar-disciplina
                           perform cc-fechar-aluno
                       end-if
                       move "N"                         to      wk-primeiro-evento
                       perform ca-iniciar-aluno
                   end-if
                   perform cd-tratar-evento
               end-if

           end-perform

           if  wk-primeiro-evento not equal "S" then
               perform cb-fechar-disciplina
               perform cc-fechar-aluno
           end-if

           close arqEventosOrd

           .
       c-apurar-alunos-z.
           exit.

      *>*****************************************************************
      *>   Zera o acumulado do aluno que comeca
      *>*****************************************************************
       ca-iniciar-aluno section.
       ca-iniciar-aluno-a.

           move fd-eor-cpf                              to      wk-cpf-atual
           move 0                                       to      wk-ultimo-ano
           move space                                   to      wk-tem-arquivo
           move space                                   to      wk-tem-formado
           move space                                   to      wk-disc-aberta
           initialize wk-dados-arquivo
           perform varying wk-ind-ano from 1 by 1
                     until wk-ind-ano > 5
               move space                to  wk-aa-notas(wk-ind-ano)
               move 0                    to  wk-aa-max-periodo(wk-ind-ano)
               move space                to  wk-aa-reprovou(wk-ind-ano)
               move space                to  wk-aa-entrada(wk-ind-ano)
               move space                to  wk-aa-saida(wk-ind-ano)
               move 0                    to  wk-aa-res-serie(wk-ind-ano)
               move space                to  wk-aa-resultado(wk-ind-ano)
           end-perform

           .
       ca-iniciar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Fecha a disciplina aberta - media dos periodos, com a
      *>   recuperacao pela formula da escola (maior entre a media e
      *>   a media da media com a recuperacao); abaixo do corte o ano
      *>   fica retido
      *>*****************************************************************
       cb-fechar-disciplina section.
       cb-fechar-disciplina-a.

           if  not wk-tem-disc-aberta then
               exit section
           end-if
           move space                                   to      wk-disc-aberta

           if  wk-disc-qtd equal 0 then
               exit section
           end-if

           compute wk-media-final rounded =
               wk-disc-soma / wk-disc-qtd
           if  wk-disc-tem-rec equal "S" then
               compute wk-media-rec rounded =
                   (wk-media-final + wk-disc-rec) / 2
               if  wk-media-rec > wk-media-final then
                   move wk-media-rec                    to      wk-media-final
               end-if
           end-if

           if  wk-media-final < wk-media-corte then
               compute wk-ind-ano = wk-disc-ano - wk-ano-inicial + 1
               move "S"                     to  wk-aa-reprovou(wk-ind-ano)
           end-if

           .
       cb-fechar-disciplina-z.
           exit.

      *>*****************************************************************
      *>   Fecha o aluno - localiza serie, turma e nascimento (cadastro,
      *>   arquivo morto ou formados) e soma cada ano da janela
      *>*****************************************************************
       cc-fechar-aluno section.
       cc-fechar-aluno-a.

           move wk-cpf-atual                            to      fd-aluno-cpf
           read arqAlunosInd
           evaluate true
               when wk-fs-arqAlunosInd equal "00"
                   move fd-aluno-serie                  to      wk-alu-serie
                   move fd-aluno-turma                  to      wk-alu-turma
                   move fd-aluno-nascimento             to      wk-alu-nascimento
                   move fd-aluno-status                 to      wk-alu-status
               when wk-achou-arquivo
                   move wk-arq-serie                    to      wk-alu-serie
                   move wk-arq-turma                    to      wk-alu-turma
                   move wk-arq-nascimento               to      wk-alu-nascimento
                   move wk-arq-status                   to      wk-alu-status
               when wk-achou-formado
                   move 9                               to      wk-alu-serie
                   move space                           to      wk-alu-turma
                   move 0                               to      wk-alu-nascimento
                   move "F"                             to      wk-alu-status
               when other
                   if  wk-ultimo-ano > 0 then
                       add 1                            to      wk-qtd-sem-cadastro
                   end-if
                   exit section
           end-evaluate

           if  wk-ultimo-ano equal 0 then
               exit section
           end-if
           add 1                                        to      wk-qtd-alunos

      *>    a serie do cadastro e a do ano de controle para o aluno
      *>    ativo; para quem saiu, a do ultimo ano em que apareceu
           if  wk-alu-status equal "A" then
               move wk-ano-letivo                       to      wk-ano-referencia
           else
               move wk-ultimo-ano                       to      wk-ano-referencia
           end-if
           if  wk-alu-nascimento is not numeric then
               move 0                                   to      wk-alu-nascimento
           end-if

           perform cca-buscar-unidade

           move space                                   to      wk-tem-bolsa
           if  wk-fs-arqBolsas not equal "35" then
               move wk-cpf-atual                        to      fd-bolsa-cpf
               read arqBolsas
               if   wk-fs-arqBolsas equal "00" then
                   set wk-aluno-com-bolsa               to      true
                   move fd-bolsa-inicio                 to      wk-bolsa-inicio
                   move fd-bolsa-fim                    to      wk-bolsa-fim
               else
                   move "00"                            to      wk-fs-arqBolsas
               end-if
           end-if

           perform varying wk-ind-ano from 1 by 1
                     until wk-ind-ano > 5
               perform ccb-contar-ano
           end-perform

           .
       cc-fechar-aluno-z.
           exit.

      *>*****************************************************************
      *>   Unidade da turma do aluno - sem o mestre de turmas ou turma
      *>   fora do mestre vale a unidade padrao 001
      *>*****************************************************************
       cca-buscar-unidade section.
       cca-buscar-unidade-a.

           move "001"                                   to      wk-unidade-aluno

           if   wk-fs-arqTurmas not equal "35" then
               move wk-alu-serie                        to      fd-turma-serie
               move wk-alu-turma                        to      fd-turma-letra
               read arqTurmas
               if   wk-fs-arqTurmas equal "00"
               and  fd-turma-unidade not equal spaces then
                   move fd-turma-unidade                to      wk-unidade-aluno
               else
                   move "00"                            to      wk-fs-arqTurmas
               end-if
           end-if

           perform varying wk-ind-unidade from 1 by 1
                     until wk-ind-unidade > wk-qtd-unidades
                        or wk-uni-codigo(wk-ind-unidade)
                           equal wk-unidade-aluno
               continue
           end-perform
           if  wk-ind-unidade > wk-qtd-unidades then
               if  wk-qtd-unidades equal 10 then
                   move "0010"                          to      wk-msn-erro-adress
                   move "00"                            to      wk-msn-erro-cod
                   move "Mais de 10 unidades escolares" to      wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               add 1                                    to      wk-qtd-unidades
               move wk-qtd-unidades                     to      wk-ind-unidade
               move wk-unidade-aluno    to  wk-uni-codigo(wk-ind-unidade)
           end-if

           .
       cca-buscar-unidade-z.
           exit.

      *>*****************************************************************
      *>   Soma um ano da janela do aluno corrente
      *>*****************************************************************
       ccb-contar-ano section.
       ccb-contar-ano-a.

           if  wk-aa-notas(wk-ind-ano)     equal space
           and wk-aa-entrada(wk-ind-ano)   equal space
           and wk-aa-saida(wk-ind-ano)     equal space
           and wk-aa-resultado(wk-ind-ano) equal space then
               exit section
           end-if

           compute wk-ano-trabalho = wk-ano-inicial + wk-ind-ano - 1

      *>    serie inferida: um ano antes da referencia, uma serie a
      *>    menos; o resultado oficial do ano traz a serie certa
           compute wk-serie-ano =
               wk-alu-serie - (wk-ano-referencia - wk-ano-trabalho)
           if  wk-serie-ano < 1 then
               move 1                                   to      wk-serie-ano
           end-if
           if  wk-serie-ano > 9 then
               move 9                                   to      wk-serie-ano
           end-if
           if  wk-aa-res-serie(wk-ind-ano) >= 1
           and wk-aa-res-serie(wk-ind-ano) <= 9 then
               move wk-aa-res-serie(wk-ind-ano)         to      wk-serie-ano
           end-if

           initialize wk-delta

           if  wk-aa-entrada(wk-ind-ano) equal "S" then
               move 1                                   to      wk-dlt-entradas
           end-if

      *>    transferido no ano sai da matricula final
           if  wk-aa-saida(wk-ind-ano) equal "S" then
               move 1                                   to      wk-dlt-saidas
               perform ccc-somar-celulas
               exit section
           end-if

           if  wk-aa-notas(wk-ind-ano)     equal space
           and wk-aa-resultado(wk-ind-ano) equal space then
               perform ccc-somar-celulas
               exit section
           end-if

           evaluate true
               when wk-aa-resultado(wk-ind-ano) equal "A"
               when wk-aa-resultado(wk-ind-ano) equal "D"
                   move 1                               to      wk-dlt-aprovados
               when wk-aa-resultado(wk-ind-ano) equal "R"
                   move 1                               to      wk-dlt-retidos
      *>        sem nota do 4o periodo e sem transferencia - abandono
               when wk-aa-max-periodo(wk-ind-ano) < 4
                   move 1                               to      wk-dlt-abandonos
               when wk-aa-reprovou(wk-ind-ano) equal "S"
                   move 1                               to      wk-dlt-retidos
               when other
                   move 1                               to      wk-dlt-aprovados
           end-evaluate
           move 1                                       to      wk-dlt-final

      *>    idade no ano acima de serie + 6 mais a tolerancia
           if  wk-alu-nascimento > 0 then
               compute wk-idade-ano =
                   wk-ano-trabalho - (wk-alu-nascimento / 10000)
               if  wk-idade-ano > wk-serie-ano + 6 + wk-limite-anos then
                   move 1                               to      wk-dlt-distorcidos
               end-if
           end-if

           compute wk-data-ini-ano = wk-ano-trabalho * 10000 + 0101
           compute wk-data-fim-ano = wk-ano-trabalho * 10000 + 1231

           if  wk-aluno-com-bolsa
           and wk-bolsa-inicio <= wk-data-fim-ano
           and wk-bolsa-fim    >= wk-data-ini-ano then
               move 1                                   to      wk-dlt-bolsistas
           end-if

           perform ccd-contar-frequencia
           perform ccc-somar-celulas

           .
       ccb-contar-ano-z.
           exit.

      *>*****************************************************************
      *>   Soma a parcela do aluno na celula da unidade/serie, no total
      *>   da unidade, no total da serie na escola e no total da escola
      *>*****************************************************************
       ccc-somar-celulas section.
       ccc-somar-celulas-a.

           perform varying wk-ind-alvo from 1 by 1
                     until wk-ind-alvo > 4
               evaluate wk-ind-alvo
                   when 1
                       move wk-ind-unidade              to      wk-alvo-unidade
                       move wk-serie-ano                to      wk-alvo-serie
                   when 2
                       move wk-ind-unidade              to      wk-alvo-unidade
                       move 10                          to      wk-alvo-serie
                   when 3
                       move 11                          to      wk-alvo-unidade
                       move wk-serie-ano                to      wk-alvo-serie
                   when other
                       move 11                          to      wk-alvo-unidade
                       move 10                          to      wk-alvo-serie
               end-evaluate

               add wk-dlt-entradas    to  wk-cel-entradas
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
               add wk-dlt-saidas      to  wk-cel-saidas
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
               add wk-dlt-aprovados   to  wk-cel-aprovados
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
               add wk-dlt-retidos     to  wk-cel-retidos
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
               add wk-dlt-abandonos   to  wk-cel-abandonos
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
               add wk-dlt-final       to  wk-cel-final
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
               add wk-dlt-distorcidos to  wk-cel-distorcidos
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
               add wk-dlt-bolsistas   to  wk-cel-bolsistas
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
               add wk-dlt-dias        to  wk-cel-dias
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
               add wk-dlt-presencas   to  wk-cel-presencas
                                          (wk-ind-ano wk-alvo-unidade wk-alvo-serie)
           end-perform

           .
       ccc-somar-celulas-z.
           exit.

      *>*****************************************************************
      *>   Dias lancados e presencas do aluno no ano - ausencia
      *>   justificada nao conta como falta (regra dos 75% de
      *>   resultados_finais)
      *>*****************************************************************
       ccd-contar-frequencia section.
       ccd-contar-frequencia-a.

           if  wk-fs-arqFrequencia equal "35" then
               exit section
           end-if

           move wk-cpf-atual                            to      fd-freq-cpf
           move wk-data-ini-ano                         to      fd-freq-data
           start arqFrequencia key is not less fd-freq-chave
           if   wk-fs-arqFrequencia not equal "00" then
               move "00"                                to      wk-fs-arqFrequencia
               exit section
           end-if

           move space                                   to      wk-fim-freq
           perform until wk-freq-terminada
               read arqFrequencia next record
               if   wk-fs-arqFrequencia not equal "00"
               or   fd-freq-cpf not equal wk-cpf-atual
               or   fd-freq-data > wk-data-fim-ano then
                   move "F"                             to      wk-fim-freq
               else
                   add 1                                to      wk-dlt-dias
                   if  not fd-freq-ausente then
                       add 1                            to      wk-dlt-presencas
                   end-if
               end-if
           end-perform
           move "00"                                    to      wk-fs-arqFrequencia

           .
       ccd-contar-frequencia-z.
           exit.

      *>*****************************************************************
      *>   Trata um evento do aluno corrente
      *>*****************************************************************
       cd-tratar-evento section.
       cd-tratar-evento-a.

           if  fd-eor-ano > wk-ultimo-ano then
               move fd-eor-ano                          to      wk-ultimo-ano
           end-if

      *>    troca de ano ou de disciplina fecha a disciplina aberta
           if  wk-tem-disc-aberta
           and (not fd-eor-nota
            or  fd-eor-ano not equal wk-disc-ano
            or  fd-eor-disciplina not equal wk-disc-nome) then
               perform cb-fechar-disciplina
           end-if

           if  fd-eor-ano >= wk-ano-inicial
           and fd-eor-ano <= wk-ano-final then
               compute wk-ind-ano = fd-eor-ano - wk-ano-inicial + 1
           else
               move 0                                   to      wk-ind-ano
           end-if

           evaluate true
               when fd-eor-arquivado
                   set wk-achou-arquivo                 to      true
                   move fd-eor-serie                    to      wk-arq-serie
                   move fd-eor-turma                    to      wk-arq-turma
                   move fd-eor-nascimento               to      wk-arq-nascimento
                   move fd-eor-situacao                 to      wk-arq-status
               when fd-eor-formado
                   set wk-achou-formado                 to      true
               when wk-ind-ano equal 0
                   continue
               when fd-eor-nota
                   move "S"                 to  wk-aa-notas(wk-ind-ano)
                   if  not wk-tem-disc-aberta then
                       set wk-tem-disc-aberta           to      true
                       move fd-eor-ano                  to      wk-disc-ano
                       move fd-eor-disciplina           to      wk-disc-nome
                       move 0                           to      wk-disc-soma
                       move 0                           to      wk-disc-qtd
                       move 0                           to      wk-disc-rec
                       move space                       to      wk-disc-tem-rec
                   end-if
                   if  fd-eor-periodo >= 1
                   and fd-eor-periodo <= 4 then
                       add fd-eor-valor                 to      wk-disc-soma
                       add 1                            to      wk-disc-qtd
                       if  fd-eor-periodo > wk-aa-max-periodo(wk-ind-ano) then
                           move fd-eor-periodo
                             to  wk-aa-max-periodo(wk-ind-ano)
                       end-if
                   else
                       if  fd-eor-periodo equal 5 then
                           move fd-eor-valor            to      wk-disc-rec
                           move "S"                     to      wk-disc-tem-rec
                       end-if
                   end-if
               when fd-eor-entrada
                   move "S"                 to  wk-aa-entrada(wk-ind-ano)
               when fd-eor-saida
                   move "S"                 to  wk-aa-saida(wk-ind-ano)
               when fd-eor-resultado
                   move fd-eor-serie        to  wk-aa-res-serie(wk-ind-ano)
                   move fd-eor-situacao     to  wk-aa-resultado(wk-ind-ano)
           end-evaluate

           .
       cd-tratar-evento-z.
           exit.

      *>*****************************************************************
      *>   Imprime o anuario - timbre, um bloco por unidade e serie com
      *>   o total da unidade, e a escola toda ao final
      *>*****************************************************************
       d-imprimir section.
       d-imprimir-a.

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0011"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

      *>    timbre da escola no topo
           if  wk-inst-carregada then
               move wk-inst-nome                        to      fd-relatorio-linha
               write fd-relatorio-linha
               move wk-inst-endereco(1:60)              to      fd-relatorio-linha
               write fd-relatorio-linha
               move spaces                              to      fd-relatorio-linha
               string "INEP: " wk-inst-inep delimited by size
                 into fd-relatorio-linha
               end-string
               write fd-relatorio-linha
               move space                               to      fd-relatorio-linha
               write fd-relatorio-linha
           end-if

           move wk-ano-inicial                          to      wk-tit-ano-inicial
           move wk-ano-final                            to      wk-tit-ano-final
           move wk-data-hoje                            to      wk-tit-data
           write fd-relatorio-linha from wk-linha-titulo
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha

           if  wk-qtd-unidades equal 0 then
               move "Nenhum aluno nos anos do anuario."  to      fd-relatorio-linha
               write fd-relatorio-linha
           else
               perform varying wk-blc-unidade from 1 by 1
                         until wk-blc-unidade > wk-qtd-unidades
                   perform varying wk-blc-serie from 1 by 1
                             until wk-blc-serie > 10
                       perform da-imprimir-bloco
                   end-perform
               end-perform
               move 11                                  to      wk-blc-unidade
               perform varying wk-blc-serie from 1 by 1
                         until wk-blc-serie > 10
                   perform da-imprimir-bloco
               end-perform
           end-if

           close arqRelatorio

           .
       d-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Um bloco unidade/serie - os dez indicadores nos cinco anos
      *>   e a seta do ultimo ano contra o anterior
      *>*****************************************************************
       da-imprimir-bloco section.
       da-imprimir-bloco-a.

           perform db-calcular-bloco
           if  not wk-bloco-com-dados then
               exit section
           end-if

           move spaces                                  to      wk-linha-bloco
           if  wk-blc-unidade equal 11 then
               move "Escola - todas as unidades"        to      wk-blo-unidade
           else
               move space                               to      fd-uni-nome
               if  wk-fs-arqUnidades not equal "35" then
                   move wk-uni-codigo(wk-blc-unidade)   to      fd-uni-codigo
                   read arqUnidades
                   if   wk-fs-arqUnidades not equal "00" then
                       move space                       to      fd-uni-nome
                       move "00"                        to      wk-fs-arqUnidades
                   end-if
               end-if
               string "Unidade " wk-uni-codigo(wk-blc-unidade)
                      " - " fd-uni-nome delimited by size
                 into wk-blo-unidade
               end-string
           end-if
           if  wk-blc-serie equal 10 then
               move "Todas as series"                   to      wk-blo-serie
           else
               string "Serie " wk-blc-serie delimited by size
                 into wk-blo-serie
               end-string
           end-if
           write fd-relatorio-linha from wk-linha-bloco

           perform varying wk-ind-ano from 1 by 1
                     until wk-ind-ano > 5
               compute wk-anos-ano(wk-ind-ano) =
                   wk-ano-inicial + wk-ind-ano - 1
           end-perform
           write fd-relatorio-linha from wk-linha-anos

           perform varying wk-ind-indicador from 1 by 1
                     until wk-ind-indicador > 10
               perform dc-imprimir-indicador
           end-perform

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha

           .
       da-imprimir-bloco-z.
           exit.

      *>*****************************************************************
      *>   Calcula os indicadores da unidade/serie do bloco, ano a ano
      *>   - ano sem aluno fica sem valor
      *>*****************************************************************
       db-calcular-bloco section.
       db-calcular-bloco-a.

           move space                                   to      wk-blc-tem-dados
           initialize wk-tab-matriz

           perform varying wk-ind-ano from 1 by 1
                     until wk-ind-ano > 5

               move space                   to  wk-ano-tem-dados(wk-ind-ano)
               if  wk-cel-final  (wk-ind-ano wk-blc-unidade wk-blc-serie) > 0
               or  wk-cel-saidas (wk-ind-ano wk-blc-unidade wk-blc-serie) > 0
               or  wk-cel-entradas
                                 (wk-ind-ano wk-blc-unidade wk-blc-serie) > 0 then
                   set wk-bloco-com-dados               to      true
                   move "S"                 to  wk-ano-tem-dados(wk-ind-ano)

      *>            matricula inicial = final + saidas - entradas
                   compute wk-inicial-trabalho =
                         wk-cel-final   (wk-ind-ano wk-blc-unidade wk-blc-serie)
                       + wk-cel-saidas  (wk-ind-ano wk-blc-unidade wk-blc-serie)
                       - wk-cel-entradas(wk-ind-ano wk-blc-unidade wk-blc-serie)
                   if  wk-inicial-trabalho < 0 then
                       move 0                           to      wk-inicial-trabalho
                   end-if
                   move wk-inicial-trabalho to  wk-mat-valor(1 wk-ind-ano)
                   move wk-cel-final(wk-ind-ano wk-blc-unidade wk-blc-serie)
                                            to  wk-mat-valor(2 wk-ind-ano)
                   move wk-cel-entradas(wk-ind-ano wk-blc-unidade wk-blc-serie)
                                            to  wk-mat-valor(3 wk-ind-ano)
                   move wk-cel-saidas(wk-ind-ano wk-blc-unidade wk-blc-serie)
                                            to  wk-mat-valor(4 wk-ind-ano)
                   perform varying wk-ind-indicador from 1 by 1
                             until wk-ind-indicador > 4
                       move "S"  to  wk-mat-tem(wk-ind-indicador wk-ind-ano)
                   end-perform

      *>            taxas sobre a matricula final
                   if  wk-cel-final(wk-ind-ano wk-blc-unidade wk-blc-serie) > 0 then
                       compute wk-mat-valor(5 wk-ind-ano) rounded =
                           wk-cel-aprovados(wk-ind-ano wk-blc-unidade wk-blc-serie)
                           * 100
                           / wk-cel-final(wk-ind-ano wk-blc-unidade wk-blc-serie)
                       compute wk-mat-valor(6 wk-ind-ano) rounded =
                           wk-cel-retidos(wk-ind-ano wk-blc-unidade wk-blc-serie)
                           * 100
                           / wk-cel-final(wk-ind-ano wk-blc-unidade wk-blc-serie)
                       compute wk-mat-valor(7 wk-ind-ano) rounded =
                           wk-cel-abandonos(wk-ind-ano wk-blc-unidade wk-blc-serie)
                           * 100
                           / wk-cel-final(wk-ind-ano wk-blc-unidade wk-blc-serie)
                       compute wk-mat-valor(9 wk-ind-ano) rounded =
                           wk-cel-distorcidos(wk-ind-ano wk-blc-unidade wk-blc-serie)
                           * 100
                           / wk-cel-final(wk-ind-ano wk-blc-unidade wk-blc-serie)
                       compute wk-mat-valor(10 wk-ind-ano) rounded =
                           wk-cel-bolsistas(wk-ind-ano wk-blc-unidade wk-blc-serie)
                           * 100
                           / wk-cel-final(wk-ind-ano wk-blc-unidade wk-blc-serie)
                       move "S"                 to  wk-mat-tem(5 wk-ind-ano)
                       move "S"                 to  wk-mat-tem(6 wk-ind-ano)
                       move "S"                 to  wk-mat-tem(7 wk-ind-ano)
                       move "S"                 to  wk-mat-tem(9 wk-ind-ano)
                       move "S"                 to  wk-mat-tem(10 wk-ind-ano)
                   end-if

                   if  wk-cel-dias(wk-ind-ano wk-blc-unidade wk-blc-serie) > 0 then
                       compute wk-mat-valor(8 wk-ind-ano) rounded =
                           wk-cel-presencas(wk-ind-ano wk-blc-unidade wk-blc-serie)
                           * 100
                           / wk-cel-dias(wk-ind-ano wk-blc-unidade wk-blc-serie)
                       move "S"                 to  wk-mat-tem(8 wk-ind-ano)
                   end-if
               end-if

           end-perform

           .
       db-calcular-bloco-z.
           exit.

      *>*****************************************************************
      *>   Uma linha de indicador com os cinco anos e a tendencia
      *>*****************************************************************
       dc-imprimir-indicador section.
       dc-imprimir-indicador-a.

           move wk-ind-rotulo(wk-ind-indicador)         to      wk-lin-rotulo

           perform varying wk-ind-ano from 1 by 1
                     until wk-ind-ano > 5
               move spaces                  to  wk-lin-coluna(wk-ind-ano)
               evaluate true
                   when wk-mat-tem(wk-ind-indicador wk-ind-ano) not equal "S"
                       move "-"             to  wk-lin-vazio-sinal(wk-ind-ano)
                   when wk-ind-quantidade(wk-ind-indicador)
                       move wk-mat-valor(wk-ind-indicador wk-ind-ano)
                                            to  wk-lin-qtd(wk-ind-ano)
                   when other
                       move wk-mat-valor(wk-ind-indicador wk-ind-ano)
                                            to  wk-lin-pct-valor(wk-ind-ano)
                       move "%"             to  wk-lin-pct-sinal(wk-ind-ano)
               end-evaluate
           end-perform

      *>    tendencia: ^ subiu, v caiu, = igual ao ano anterior
           move space                                   to      wk-lin-seta
           if  wk-mat-tem(wk-ind-indicador 5) equal "S"
           and wk-mat-tem(wk-ind-indicador 4) equal "S" then
               evaluate true
                   when wk-mat-valor(wk-ind-indicador 5) >
                        wk-mat-valor(wk-ind-indicador 4)
                       move "^"                         to      wk-lin-seta
                   when wk-mat-valor(wk-ind-indicador 5) <
                        wk-mat-valor(wk-ind-indicador 4)
                       move "v"                         to      wk-lin-seta
                   when other
                       move "="                         to      wk-lin-seta
               end-evaluate
           end-if

           write fd-relatorio-linha from wk-linha-indicador

           .
       dc-imprimir-indicador-z.
           exit.

      *>*****************************************************************
      *>   Grava o CSV do conselho - uma linha por ano, unidade e serie
      *>   (TOT = escola toda, TD = todas as series)
      *>*****************************************************************
       e-gravar-csv section.
       e-gravar-csv-a.

           open output arqCsv
           if   wk-fs-arqCsv not equal "00" then
               move "0012"                               to      wk-msn-erro-adress
               move wk-fs-arqCsv                         to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqCsv"        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move "Ano;Unidade;Serie;MatriculaInicial;MatriculaFinal;TransfEntrada;TransfSaida;Aprovacao;Retencao;Abandono;Frequencia;Distorcao;Bolsistas"
                                                        to      fd-csv-linha
           write fd-csv-linha

           perform varying wk-blc-unidade from 1 by 1
                     until wk-blc-unidade > 11
               if  wk-blc-unidade <= wk-qtd-unidades
               or  wk-blc-unidade equal 11 then
                   perform varying wk-blc-serie from 1 by 1
                             until wk-blc-serie > 10
                       perform db-calcular-bloco
                       if  wk-bloco-com-dados then
                           perform varying wk-ind-ano from 1 by 1
                                     until wk-ind-ano > 5
                               if  wk-ano-tem-dados(wk-ind-ano) equal "S" then
                                   perform ea-gravar-linha-csv
                               end-if
                           end-perform
                       end-if
                   end-perform
               end-if
           end-perform

           close arqCsv

           .
       e-gravar-csv-z.
           exit.

      *>*****************************************************************
      *>   Uma linha do CSV
      *>*****************************************************************
       ea-gravar-linha-csv section.
       ea-gravar-linha-csv-a.

           compute wk-csv-ano = wk-ano-inicial + wk-ind-ano - 1
           move wk-uni-codigo(wk-blc-unidade)           to      wk-csv-unidade
           if  wk-blc-serie equal 10 then
               move "TD"                                to      wk-csv-serie
           else
               move wk-blc-serie                        to      wk-csv-serie
           end-if
           move wk-mat-valor(1 wk-ind-ano)              to      wk-csv-mat-inicial
           move wk-mat-valor(2 wk-ind-ano)              to      wk-csv-mat-final
           move wk-mat-valor(3 wk-ind-ano)              to      wk-csv-entradas
           move wk-mat-valor(4 wk-ind-ano)              to      wk-csv-saidas
           move wk-mat-valor(5 wk-ind-ano)              to      wk-csv-aprovacao
           move wk-mat-valor(6 wk-ind-ano)              to      wk-csv-retencao
           move wk-mat-valor(7 wk-ind-ano)              to      wk-csv-abandono
           move wk-mat-valor(8 wk-ind-ano)              to      wk-csv-frequencia
           move wk-mat-valor(9 wk-ind-ano)              to      wk-csv-distorcao
           move wk-mat-valor(10 wk-ind-ano)             to      wk-csv-bolsistas
           write fd-csv-linha from wk-linha-csv
           add 1                                        to      wk-qtd-linhas-csv

           .
       ea-gravar-linha-csv-z.
           exit.

      *>*****************************************************************
      *>   Carrega os parametros da instituicao para o timbre - a
      *>   ausencia do arquivo apenas deixa o anuario sem timbre
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
           if  wk-fs-arqFrequencia not equal "35" then
               close arqFrequencia
           end-if
           if  wk-fs-arqBolsas not equal "35" then
               close arqBolsas
           end-if
           if  wk-fs-arqTurmas not equal "35" then
               close arqTurmas
           end-if
           if  wk-fs-arqUnidades not equal "35" then
               close arqUnidades
           end-if

           display "Anuario gravado em arqAnuario.txt e arqAnuario.csv"
           display "Eventos lidos     : " wk-qtd-eventos
           display "Alunos apurados   : " wk-qtd-alunos
           display "Sem cadastro      : " wk-qtd-sem-cadastro
           display "Linhas no CSV     : " wk-qtd-linhas-csv

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-alunos
                                          wk-qtd-linhas-csv
                                          wk-qtd-sem-cadastro
                                          wk-run-status

           goback.
           .
       z-finaliza-z.
           exit.
