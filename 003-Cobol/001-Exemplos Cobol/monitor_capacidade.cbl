      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "monitor_capacidade".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Monitor semanal de capacidade das tabelas
      *>                      em memoria: conta os registros de cada
      *>                      arquivo que algum programa carrega numa
      *>                      tabela de tamanho fixo (alunos, vendas da
      *>                      rifa - no total e na maior rifa -, lista
      *>                      de espera, turmas, professores, vinculos
      *>                      usuario/professor, catalogo de retencao e
      *>                      inativacoes da auditoria), compara com o
      *>                      limite de cada tabela do catalogo abaixo,
      *>                      acrescenta a contagem ao historico
      *>                      arqCapacidadeHistorico.txt e projeta pela
      *>                      tendencia das ultimas 13 semanas a data
      *>                      em que cada limite sera atingido. Saida
      *>                      em arqCapacidade.txt (espelhada no spool)
      *>                      e os alertas - limite atingido, acima de
      *>                      80% ou previsto dentro do horizonte - em
      *>                      arqCapacidadeAlertas.txt, que o
      *>                      painel_operacoes imprime. Parametro:
      *>                      horizonte do alerta em dias (999, default
      *>                      090).
      *>   15/10/2026 - IJB - Taloes da rifa (arqRifaTaloes.txt) entram
      *>                      como medida 10, com os limites de
      *>                      taloes_rifa, pendencias_taloes e
      *>                      sorteio_rifa no catalogo.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAlunos assign to "arqAlunosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-aluno-cpf
           file status is wk-fs-arqAlunos.

           select arqVendas assign to "arqRifaVendas.txt"
           organization is line sequential
           file status is wk-fs-arqVendas.

           select arqEspera assign to "arqListaEspera.txt"
           organization is line sequential
           file status is wk-fs-arqEspera.

           select arqTurmas assign to "arqTurmasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-chave
           file status is wk-fs-arqTurmas.

           select arqProfessores assign to "arqProfessoresInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-codigo
           file status is wk-fs-arqProfessores.

           select arqUsuarioProf assign to "arqUsuarioProf.txt"
           organization is line sequential
           file status is wk-fs-arqUsuarioProf.

           select arqCatalogo assign to "arqRetencaoCatalogo.txt"
           organization is line sequential
           file status is wk-fs-arqCatalogo.

           select arqAuditoria assign to "arqAlunosAuditoria.txt"
           organization is line sequential
           file status is wk-fs-arqAuditoria.

           select arqTaloes assign to "arqRifaTaloes.txt"
           organization is line sequential
           file status is wk-fs-arqTaloes.

           select arqHistorico assign to "arqCapacidadeHistorico.txt"
           organization is line sequential
           file status is wk-fs-arqHistorico.

           select arqAlertas assign to "arqCapacidadeAlertas.txt"
           organization is line sequential
           file status is wk-fs-arqAlertas.

           select arqRelatorio assign to "arqCapacidade.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAlunos.
       01  fd-aluno.
           05  fd-aluno-cpf                         pic  x(12).
           05  fd-aluno-resto                       pic  x(166).

       fd arqVendas.
       01  fd-venda-linha.
           05  fd-venda-rifa                        pic  9(03).
           05  fd-venda-resto                       pic  x(53).

       fd arqEspera.
       01  fd-espera-linha                          pic  x(119).

       fd arqTurmas.
       01  fd-turma.
           05  fd-turma-chave.
               10  fd-turma-serie                   pic  9(02).
               10  fd-turma-letra                   pic  x(01).
           05  fd-turma-resto                       pic  x(22).

       fd arqProfessores.
       01  fd-professor.
           05  fd-prof-codigo                       pic  x(05).
           05  fd-prof-resto                        pic  x(61).

       fd arqUsuarioProf.
       01  fd-usuprof-linha                         pic  x(21).

       fd arqCatalogo.
       01  fd-catalogo-linha                        pic  x(73).

       fd arqAuditoria.
       01  fd-audit-linha.
           05  fd-audit-data-hora                   pic  x(14).
           05  filler                               pic  x(01).
           05  fd-audit-cpf                         pic  x(12).
           05  filler                               pic  x(01).
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(358).

       fd arqTaloes.
       01  fd-talao-linha                           pic  x(99).

       fd arqHistorico.
       01  fd-historico-linha.
           05  fd-his-data                          pic  9(08).
           05  filler                               pic  x(01).
           05  fd-his-medida                        pic  9(02).
           05  filler                               pic  x(01).
           05  fd-his-qtd                           pic  9(07).

       fd arqAlertas.
       01  fd-alerta-linha                          pic  x(100).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqVendas                          pic x(02).
       77  wk-fs-arqEspera                          pic x(02).
       77  wk-fs-arqTurmas                          pic x(02).
       77  wk-fs-arqProfessores                     pic x(02).
       77  wk-fs-arqUsuarioProf                     pic x(02).
       77  wk-fs-arqCatalogo                        pic x(02).
       77  wk-fs-arqAuditoria                       pic x(02).
       77  wk-fs-arqTaloes                          pic x(02).
       77  wk-fs-arqHistorico                       pic x(02).
       77  wk-fs-arqAlertas                         pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       01  wk-linha-comando.
           05  wk-parm-horizonte                    pic x(03).
           05  filler                               pic x(17).

       77  wk-horizonte                             pic 9(03) value 90.

      *>   Janela da tendencia: a contagem mais antiga dentro das
      *>   ultimas 13 semanas e a base da projecao
       77  wk-dias-janela                           pic 9(03) value 91.

       77  wk-data-hoje                             pic 9(08).
       77  wk-int-hoje                              pic 9(07).
       77  wk-int-base                              pic 9(07).
       77  wk-int-prevista                          pic 9(07).
       77  wk-dias-base                             pic 9(05).
       77  wk-dias-limite                           pic 9(07).
       77  wk-data-prevista                         pic 9(08).

      *>   Medidas - o que se conta em cada arquivo
       77  wk-qtd-medidas                           pic 9(02) value 10.
       77  wk-ind-medida                            pic 9(02) value 0.
       01  wk-tab-medidas-nomes.
           05 filler pic x(30) value "arqAlunosInd.txt".
           05 filler pic x(30) value "arqRifaVendas.txt".
           05 filler pic x(30) value "arqRifaVendas.txt (maior rifa)".
           05 filler pic x(30) value "arqListaEspera.txt".
           05 filler pic x(30) value "arqTurmasInd.txt".
           05 filler pic x(30) value "arqProfessoresInd.txt".
           05 filler pic x(30) value "arqUsuarioProf.txt".
           05 filler pic x(30) value "arqRetencaoCatalogo.txt".
           05 filler pic x(30) value "arqAlunosAuditoria.txt (E/G)".
           05 filler pic x(30) value "arqRifaTaloes.txt".
       01  wk-tab-medidas-red redefines wk-tab-medidas-nomes.
           05  wk-med-nome                          pic x(30) occurs 10.

       01  wk-tab-medidas.
           05  wk-med-item occurs 10.
               10  wk-med-qtd                       pic 9(07).
               10  wk-med-situacao                  pic x(01).
                   88 wk-med-ausente                value "N".
               10  wk-med-base-data                 pic 9(08).
               10  wk-med-base-qtd                  pic 9(07).

      *>   Catalogo dos limites: medida, programa, tabela e numero
      *>   de entradas do occurs - manter junto com os programas
       77  wk-qtd-limites                           pic 9(02) value 17.
       77  wk-ind-limite                            pic 9(02) value 0.
       01  wk-tab-limites-valores.
           05 filler pic 9(02) value 01.
           05 filler pic x(20) value "arquivo_indexado".
           05 filler pic x(20) value "wk-tab-resultado".
           05 filler pic 9(05) value 00300.
           05 filler pic 9(02) value 01.
           05 filler pic x(20) value "promocao_serie".
           05 filler pic x(20) value "wk-tab-resultados".
           05 filler pic 9(05) value 02000.
           05 filler pic 9(02) value 01.
           05 filler pic x(20) value "quadro_vagas".
           05 filler pic x(20) value "wk-tab-resultados".
           05 filler pic 9(05) value 02000.
           05 filler pic 9(02) value 02.
           05 filler pic x(20) value "vendas_rifa".
           05 filler pic x(20) value "wk-tab-regs".
           05 filler pic 9(05) value 02000.
           05 filler pic 9(02) value 02.
           05 filler pic x(20) value "expirar_reservas".
           05 filler pic x(20) value "wk-tab-regs".
           05 filler pic 9(05) value 02000.
           05 filler pic 9(02) value 03.
           05 filler pic x(20) value "sorteio_rifa".
           05 filler pic x(20) value "wk-tab-vendas".
           05 filler pic 9(05) value 00300.
           05 filler pic 9(02) value 04.
           05 filler pic x(20) value "corrigir_cpf".
           05 filler pic x(20) value "wk-tab-espera".
           05 filler pic 9(05) value 00500.
           05 filler pic 9(02) value 04.
           05 filler pic x(20) value "promover_espera".
           05 filler pic x(20) value "wk-tab-espera".
           05 filler pic 9(05) value 00500.
           05 filler pic 9(02) value 05.
           05 filler pic x(20) value "merenda_diaria".
           05 filler pic x(20) value "wk-tab-turmas".
           05 filler pic 9(05) value 00300.
           05 filler pic 9(02) value 05.
           05 filler pic x(20) value "merenda_pnae".
           05 filler pic x(20) value "wk-tab-turmas".
           05 filler pic 9(05) value 00300.
           05 filler pic 9(02) value 06.
           05 filler pic x(20) value "folha_professores".
           05 filler pic x(20) value "wk-tab-professores".
           05 filler pic 9(05) value 00200.
           05 filler pic 9(02) value 07.
           05 filler pic x(20) value "admin_usuarios".
           05 filler pic x(20) value "wk-tab-vinculos".
           05 filler pic 9(05) value 00200.
           05 filler pic 9(02) value 08.
           05 filler pic x(20) value "reter_logs".
           05 filler pic x(20) value "wk-tab-catalogo".
           05 filler pic 9(05) value 00300.
           05 filler pic 9(02) value 09.
           05 filler pic x(20) value "conciliar_notas".
           05 filler pic x(20) value "wk-tab-inativacoes".
           05 filler pic 9(05) value 02000.
           05 filler pic 9(02) value 10.
           05 filler pic x(20) value "taloes_rifa".
           05 filler pic x(20) value "wk-tab-regs".
           05 filler pic 9(05) value 02000.
           05 filler pic 9(02) value 10.
           05 filler pic x(20) value "pendencias_taloes".
           05 filler pic x(20) value "wk-tab-taloes".
           05 filler pic 9(05) value 00500.
           05 filler pic 9(02) value 10.
           05 filler pic x(20) value "sorteio_rifa".
           05 filler pic x(20) value "wk-tab-faixas".
           05 filler pic 9(05) value 00500.
       01  wk-tab-limites redefines wk-tab-limites-valores.
           05  wk-lim-item occurs 17.
               10  wk-lim-medida                    pic 9(02).
               10  wk-lim-programa                  pic x(20).
               10  wk-lim-tabela                    pic x(20).
               10  wk-lim-limite                    pic 9(05).

      *>   Vendas por rifa, para a maior rifa
       01  wk-tab-rifas.
           05  wk-rifa-qtd occurs 999               pic 9(05).

       77  wk-pct-uso                               pic 9(05).
       77  wk-qtd-alertas                           pic 9(06) value 0.
       77  wk-qtd-lidos                             pic 9(06) value 0.
       77  wk-situacao                              pic x(20).
       77  wk-alerta                                pic x(01).
           88 wk-gera-alerta                        value "S".

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "monitor_capacidade".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

      *>   Controle de execucao (registra_execucao)
       77  wk-run-evento                            pic x(01).
       77  wk-run-status                            pic x(02).
       77  wk-run-zero                              pic 9(06) value 0.

      *>   Espelho de spool do relatorio (espolar_relatorio)
       77  wk-spl-programa                          pic x(20).
       77  wk-spl-arquivo                           pic x(30).
       77  wk-spl-turma                             pic x(04).
       77  wk-spl-retorno                           pic 9(01).

       01  wk-linha-titulo.
           05 filler                                pic x(38)
                  value "Capacidade das Tabelas em Memoria - em".
           05 filler                                pic x(01) value space.
           05 wk-tit-data                           pic x(10).
           05 filler                                pic x(51) value space.

       01  wk-linha-cabecalho.
           05 filler                                pic x(100) value
              "Programa           Tabela             Limite   Atual  Uso%  Previsao   Situacao".

       01  wk-linha-medida.
           05 filler                                pic x(08) value "Arquivo ".
           05 wk-med-det-nome                       pic x(30).
           05 filler                                pic x(10) value " registros".
           05 filler                                pic x(01) value space.
           05 wk-med-det-qtd                        pic zzzzzz9.
           05 filler                                pic x(44) value space.

       01  wk-linha-detalhe.
           05 wk-det-programa                       pic x(18).
           05 filler                                pic x(01) value space.
           05 wk-det-tabela                         pic x(18).
           05 filler                                pic x(01) value space.
           05 wk-det-limite                         pic zzzz9.
           05 filler                                pic x(01) value space.
           05 wk-det-atual                          pic zzzzzz9.
           05 filler                                pic x(01) value space.
           05 wk-det-pct                            pic zzzz9.
           05 filler                                pic x(01) value space.
           05 wk-det-previsao                       pic x(10).
           05 filler                                pic x(01) value space.
           05 wk-det-situacao                       pic x(20).
           05 filler                                pic x(11) value space.

      *>Declaração do corpo do programa
       procedure division.

           perform a-inicializa.
           perform b-contar-arquivos.
           perform c-carregar-historico.
           perform d-imprimir.
           perform e-gravar-historico.
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
           if  wk-parm-horizonte not equal spaces then
               if  wk-parm-horizonte is not numeric then
                   move "0001"                          to      wk-msn-erro-adress
                   move "  "                            to      wk-msn-erro-cod
                   move "Horizonte do alerta (999) invalido" to wk-msn-erro-text
                   perform z-finaliza-anormal
               end-if
               move wk-parm-horizonte                   to      wk-horizonte
           end-if

           move function current-date(1:8)              to      wk-data-hoje
           compute wk-int-hoje = function integer-of-date(wk-data-hoje)

           initialize wk-tab-medidas
           initialize wk-tab-rifas

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0002"                               to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open output arqAlertas
           if   wk-fs-arqAlertas not equal "00" then
               move "0003"                               to      wk-msn-erro-adress
               move wk-fs-arqAlertas                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqAlertas"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Conta os registros de cada arquivo monitorado - arquivo
      *>   ausente fica marcado e conta zero
      *>*****************************************************************
       b-contar-arquivos section.
       b-contar-arquivos-a.

      *>    1 - alunos
           open input arqAlunos
           if   wk-fs-arqAlunos equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAlunos next record
                   if   wk-fs-arqAlunos not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-med-qtd(1)
                   end-if
               end-perform
           else
               set wk-med-ausente(1)                    to      true
           end-if
           close arqAlunos

      *>    2 e 3 - vendas da rifa, no total e na maior rifa
           open input arqVendas
           if   wk-fs-arqVendas equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqVendas
                   if   wk-fs-arqVendas not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-med-qtd(2)
                       if  fd-venda-rifa is numeric
                       and fd-venda-rifa > 0 then
                           add 1                to      wk-rifa-qtd(fd-venda-rifa)
                           if  wk-rifa-qtd(fd-venda-rifa) > wk-med-qtd(3) then
                               move wk-rifa-qtd(fd-venda-rifa)
                                                        to      wk-med-qtd(3)
                           end-if
                       end-if
                   end-if
               end-perform
           else
               set wk-med-ausente(2)                    to      true
               set wk-med-ausente(3)                    to      true
           end-if
           close arqVendas

      *>    4 - lista de espera
           open input arqEspera
           if   wk-fs-arqEspera equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqEspera
                   if   wk-fs-arqEspera not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-med-qtd(4)
                   end-if
               end-perform
           else
               set wk-med-ausente(4)                    to      true
           end-if
           close arqEspera

      *>    5 - turmas
           open input arqTurmas
           if   wk-fs-arqTurmas equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqTurmas next record
                   if   wk-fs-arqTurmas not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-med-qtd(5)
                   end-if
               end-perform
           else
               set wk-med-ausente(5)                    to      true
           end-if
           close arqTurmas

      *>    6 - professores
           open input arqProfessores
           if   wk-fs-arqProfessores equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqProfessores next record
                   if   wk-fs-arqProfessores not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-med-qtd(6)
                   end-if
               end-perform
           else
               set wk-med-ausente(6)                    to      true
           end-if
           close arqProfessores

      *>    7 - vinculos usuario/professor
           open input arqUsuarioProf
           if   wk-fs-arqUsuarioProf equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqUsuarioProf
                   if   wk-fs-arqUsuarioProf not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-med-qtd(7)
                   end-if
               end-perform
           else
               set wk-med-ausente(7)                    to      true
           end-if
           close arqUsuarioProf

      *>    8 - catalogo da retencao de logs
           open input arqCatalogo
           if   wk-fs-arqCatalogo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqCatalogo
                   if   wk-fs-arqCatalogo not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-med-qtd(8)
                   end-if
               end-perform
           else
               set wk-med-ausente(8)                    to      true
           end-if
           close arqCatalogo

      *>    9 - inativacoes (E/G) do jornal do cadastro - teto das
      *>    inativacoes por CPF que a conciliacao de notas carrega
           open input arqAuditoria
           if   wk-fs-arqAuditoria equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAuditoria
                   if   wk-fs-arqAuditoria not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-audit-operacao equal "E"
                       or  fd-audit-operacao equal "G" then
                           add 1                        to      wk-med-qtd(9)
                       end-if
                   end-if
               end-perform
           else
               set wk-med-ausente(9)                    to      true
           end-if
           close arqAuditoria

      *>   10 - taloes da rifa - cada talao definido e uma faixa de
      *>    numeros, de todas as rifas
           open input arqTaloes
           if   wk-fs-arqTaloes equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqTaloes
                   if   wk-fs-arqTaloes not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       add 1                            to      wk-med-qtd(10)
                   end-if
               end-perform
           else
               set wk-med-ausente(10)                   to      true
           end-if
           close arqTaloes

           .
       b-contar-arquivos-z.
           exit.

      *>*****************************************************************
      *>   Historico: a contagem mais antiga de cada medida dentro da
      *>   janela (e de antes de hoje) vira a base da tendencia
      *>*****************************************************************
       c-carregar-historico section.
       c-carregar-historico-a.

           open input arqHistorico
           if   wk-fs-arqHistorico equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqHistorico
                   if   wk-fs-arqHistorico not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-his-data is numeric
                       and fd-his-medida is numeric
                       and fd-his-qtd is numeric
                       and fd-his-medida > 0
                       and fd-his-medida <= wk-qtd-medidas
                       and fd-his-data < wk-data-hoje then
                           compute wk-int-base =
                               function integer-of-date(fd-his-data)
                           if  (wk-int-hoje - wk-int-base) <= wk-dias-janela
                           and wk-med-base-data(fd-his-medida) equal 0 then
                               move fd-his-data
                                 to  wk-med-base-data(fd-his-medida)
                               move fd-his-qtd
                                 to  wk-med-base-qtd(fd-his-medida)
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           close arqHistorico

           .
       c-carregar-historico-z.
           exit.

      *>*****************************************************************
      *>   Relatorio: a contagem por arquivo e, por tabela do
      *>   catalogo, uso, previsao e situacao
      *>*****************************************************************
       d-imprimir section.
       d-imprimir-a.

           string wk-data-hoje(7:2) "/" wk-data-hoje(5:2) "/"
                  wk-data-hoje(1:4)
                  delimited by size into wk-tit-data
           write fd-relatorio-linha from wk-linha-titulo
           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha

           perform varying wk-ind-medida from 1 by 1
                     until wk-ind-medida > wk-qtd-medidas
               move wk-med-nome(wk-ind-medida)          to      wk-med-det-nome
               move wk-med-qtd(wk-ind-medida)           to      wk-med-det-qtd
               write fd-relatorio-linha from wk-linha-medida
               add wk-med-qtd(wk-ind-medida)            to      wk-qtd-lidos
           end-perform

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           write fd-relatorio-linha from wk-linha-cabecalho

           move spaces                                  to      fd-alerta-linha
           string wk-data-hoje " horizonte " wk-horizonte " dias"
                  delimited by size into fd-alerta-linha
           write fd-alerta-linha

           perform varying wk-ind-limite from 1 by 1
                     until wk-ind-limite > wk-qtd-limites
               perform da-avaliar-limite
           end-perform

           move space                                   to      fd-relatorio-linha
           write fd-relatorio-linha
           move spaces                                  to      fd-relatorio-linha
           string "Alertas: " wk-qtd-alertas
                  "   (tendencia das ultimas 13 semanas do historico)"
                  delimited by size into fd-relatorio-linha
           write fd-relatorio-linha

           .
       d-imprimir-z.
           exit.

      *>*****************************************************************
      *>   Uma tabela do catalogo: percentual de uso, data prevista
      *>   para o limite pela tendencia e a situacao - e o alerta
      *>*****************************************************************
       da-avaliar-limite section.
       da-avaliar-limite-a.

           move wk-lim-medida(wk-ind-limite)            to      wk-ind-medida
           move space                                   to      wk-alerta
           move 0                                       to      wk-data-prevista
           move spaces                                  to      wk-det-previsao

           compute wk-pct-uso =
               (wk-med-qtd(wk-ind-medida) * 100) / wk-lim-limite(wk-ind-limite)

      *>    projecao linear: crescimento por dia desde a base
           if  wk-med-base-data(wk-ind-medida) not equal 0
           and wk-med-qtd(wk-ind-medida) > wk-med-base-qtd(wk-ind-medida)
           and wk-med-qtd(wk-ind-medida) < wk-lim-limite(wk-ind-limite) then
               compute wk-int-base =
                   function integer-of-date(wk-med-base-data(wk-ind-medida))
               compute wk-dias-base = wk-int-hoje - wk-int-base
               compute wk-dias-limite =
                   ((wk-lim-limite(wk-ind-limite) - wk-med-qtd(wk-ind-medida))
                    * wk-dias-base)
                   / (wk-med-qtd(wk-ind-medida) - wk-med-base-qtd(wk-ind-medida))
               if  wk-dias-limite < 36500 then
                   compute wk-int-prevista = wk-int-hoje + wk-dias-limite
                   compute wk-data-prevista =
                       function date-of-integer(wk-int-prevista)
                   string wk-data-prevista(7:2) "/"
                          wk-data-prevista(5:2) "/"
                          wk-data-prevista(1:4)
                          delimited by size into wk-det-previsao
               end-if
           end-if

           evaluate true
               when wk-med-ausente(wk-ind-medida)
                   move "ARQUIVO AUSENTE"               to      wk-situacao
               when wk-med-qtd(wk-ind-medida) >= wk-lim-limite(wk-ind-limite)
                   move "LIMITE ATINGIDO"               to      wk-situacao
                   move "S"                             to      wk-alerta
               when wk-pct-uso >= 80
                   move "ACIMA DE 80%"                  to      wk-situacao
                   move "S"                             to      wk-alerta
               when wk-data-prevista not equal 0
                and wk-dias-limite <= wk-horizonte
                   move "LIMITE PREVISTO"               to      wk-situacao
                   move "S"                             to      wk-alerta
               when wk-med-base-data(wk-ind-medida) equal 0
                   move "OK - SEM HISTORICO"            to      wk-situacao
               when other
                   move "OK"                            to      wk-situacao
           end-evaluate

           move wk-lim-programa(wk-ind-limite)          to      wk-det-programa
           move wk-lim-tabela(wk-ind-limite)            to      wk-det-tabela
           move wk-lim-limite(wk-ind-limite)            to      wk-det-limite
           move wk-med-qtd(wk-ind-medida)               to      wk-det-atual
           move wk-pct-uso                              to      wk-det-pct
           move wk-situacao                             to      wk-det-situacao
           write fd-relatorio-linha from wk-linha-detalhe

           if  wk-gera-alerta then
               add 1                                    to      wk-qtd-alertas
               move spaces                              to      fd-alerta-linha
               string wk-lim-programa(wk-ind-limite)(1:16) " "
                      wk-lim-tabela(wk-ind-limite)(1:14) " "
                      wk-det-atual "/" wk-det-limite " "
                      wk-situacao(1:16) " " wk-det-previsao
                      delimited by size into fd-alerta-linha
               write fd-alerta-linha
           end-if

           .
       da-avaliar-limite-z.
           exit.

      *>*****************************************************************
      *>   Acrescenta as contagens de hoje ao historico
      *>*****************************************************************
       e-gravar-historico section.
       e-gravar-historico-a.

           open extend arqHistorico
           if   wk-fs-arqHistorico equal "05"
           or   wk-fs-arqHistorico equal "35" then
               open output arqHistorico
           end-if
           if   wk-fs-arqHistorico not equal "00" then
               move "0004"                                to      wk-msn-erro-adress
               move wk-fs-arqHistorico                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqHistorico"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           perform varying wk-ind-medida from 1 by 1
                     until wk-ind-medida > wk-qtd-medidas
               if  not wk-med-ausente(wk-ind-medida) then
                   move spaces                          to      fd-historico-linha
                   move wk-data-hoje                    to      fd-his-data
                   move wk-ind-medida                   to      fd-his-medida
                   move wk-med-qtd(wk-ind-medida)       to      fd-his-qtd
                   write fd-historico-linha
               end-if
           end-perform

           close arqHistorico

           .
       e-gravar-historico-z.
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

           close arqRelatorio
           close arqAlertas

      *>    espelha a saida no spool datado, antes que a proxima
      *>    rodada regrave o nome fixo
           move "monitor_capacidade"       to   wk-spl-programa
           move "arqCapacidade.txt"        to   wk-spl-arquivo
           move spaces                     to   wk-spl-turma
           call "espolar_relatorio" using wk-spl-programa
                                          wk-spl-arquivo
                                          wk-spl-turma
                                          wk-spl-retorno

           display "Capacidade gravada em arqCapacidade.txt"
           display "Alertas               : " wk-qtd-alertas

           move "F"                     to   wk-run-evento
           move "OK"                    to   wk-run-status
           call "registra_execucao" using wk-erro-programa
                                          wk-run-evento
                                          wk-qtd-lidos
                                          wk-run-zero
                                          wk-qtd-alertas
                                          wk-run-status

           stop run.
           .
       z-finaliza-z.
           exit.
