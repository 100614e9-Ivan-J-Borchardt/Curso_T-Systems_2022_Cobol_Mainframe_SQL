      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lgpd_titular".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Atendimento das solicitacoes do titular
      *>                      (LGPD) para alunos e responsaveis. Pelo
      *>                      CPF, o relatorio numerado
      *>                      arqLgpdTitular.txt reune cadastro (ou a
      *>                      ultima linha do arquivo morto), notas,
      *>                      frequencia por ano, ficha de saude e
      *>                      consultas da clinica, ocorrencias,
      *>                      checklist de documentos, mensalidades,
      *>                      vinculo de familia e a trilha da
      *>                      auditoria; o CPF de um responsavel traz
      *>                      as familias e os alunos vinculados. A
      *>                      anonimizacao (perfil administrador) vale
      *>                      so para aluno arquivado ha mais que o
      *>                      prazo de retencao: mascara nome, nome
      *>                      social, responsavel, telefone e dia/mes
      *>                      do nascimento no arquivo morto e nas
      *>                      imagens da auditoria, apaga ficha de
      *>                      saude, consultas e vinculo de familia e
      *>                      mascara textos de ocorrencias, atestados
      *>                      e o responsavel das mensalidades - notas,
      *>                      frequencia, valores e datas ficam para a
      *>                      estatistica e a escrituracao escolar.
      *>                      Toda solicitacao, atendida ou recusada,
      *>                      entra com protocolo em
      *>                      arqLgpdRegistro.txt.
      *>   15/10/2026 - IJB - Familia no layout de 168 bytes, com o
      *>                      e-mail do responsavel
      *>                      (migra_familias_email.cbl), que passa a
      *>                      constar do relatorio do titular.

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
           alternate record key is fd-aluno-nome with duplicates
           alternate record key is fd-aluno-serie with duplicates
           file status is wk-fs-arqAlunos.

           select arqArquivo assign to "arqAlunosArquivo.txt"
           organization is line sequential
           file status is wk-fs-arqArquivo.

           select arqNotas assign to "arqNotasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-nota-chave
           file status is wk-fs-arqNotas.

           select arqFrequencia assign to "arqFrequenciaInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is wk-fs-arqFrequencia.

           select arqSaude assign to "arqSaudeInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sau-cpf
           file status is wk-fs-arqSaude.

           select arqSaudeConsultas assign to "arqSaudeConsultasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sco-chave
           file status is wk-fs-arqSaudeConsultas.

           select arqOcorrencias assign to "arqOcorrenciasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is wk-fs-arqOcorrencias.

           select arqAtestados assign to "arqAtestadosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-atest-chave
           file status is wk-fs-arqAtestados.

           select arqDocumentos assign to "arqDocumentosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-doc-chave
           file status is wk-fs-arqDocumentos.

           select arqMensalidades assign to "arqMensalidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is wk-fs-arqMensalidades.

           select arqMembros assign to "arqFamiliaMembrosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-mem-cpf
           alternate record key is fd-mem-familia with duplicates
           file status is wk-fs-arqMembros.

           select arqFamilias assign to "arqFamiliasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-fam-codigo
           file status is wk-fs-arqFamilias.

           select arqAuditoria assign to "arqAlunosAuditoria.txt"
           organization is line sequential
           file status is wk-fs-arqAuditoria.

           select arqTemp assign to "arqLgpdTemp.txt"
           organization is line sequential
           file status is wk-fs-arqTemp.

           select arqRelatorio assign to "arqLgpdTitular.txt"
           organization is line sequential
           file status is wk-fs-arqRelatorio.

           select arqRegistro assign to "arqLgpdRegistro.txt"
           organization is line sequential
           file status is wk-fs-arqRegistro.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
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

       fd arqArquivo.
       01  fd-arquivo-linha.
           05  fd-arq-registro                      pic  x(178).
           05  fd-arq-data                          pic  x(08).

       fd arqNotas.
       01  fd-nota.
           05  fd-nota-chave.
               10  fd-nota-cpf                      pic  x(12).
               10  fd-nota-ano                      pic  9(04).
               10  fd-nota-disciplina               pic  x(10).
               10  fd-nota-periodo                  pic  9(01).
           05  fd-nota-valor                        pic  9(02)v9.
           05  fd-nota-data-lanc                    pic  x(14).

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

       fd arqSaude.
       01  fd-saude.
           05  fd-sau-cpf                           pic  x(12).
           05  fd-sau-tipo-sanguineo                pic  x(03).
           05  fd-sau-alergias                      pic  x(60).
           05  fd-sau-medicacao                     pic  x(60).
           05  fd-sau-plano-saude                   pic  x(20).
           05  fd-sau-medico-contato                pic  x(30).
           05  fd-sau-data-atualizacao              pic  x(14).

       fd arqSaudeConsultas.
       01  fd-saude-consulta.
           05  fd-sco-chave.
               10  fd-sco-cpf                       pic  x(12).
               10  fd-sco-num-consulta              pic  9(07).
           05  fd-sco-data                          pic  x(10).
           05  fd-sco-medico                        pic  x(35).
           05  fd-sco-situacao                      pic  x(01).
               88  fd-sco-realizada                 value "Z".
               88  fd-sco-falta                     value "F".
           05  fd-sco-cid                           pic  x(10).
           05  fd-sco-tratamento                    pic  x(100).
           05  fd-sco-data-registro                 pic  x(14).

       fd arqOcorrencias.
       01  fd-ocorrencia.
           05  fd-oco-chave.
               10  fd-oco-cpf                       pic  x(12).
               10  fd-oco-data                      pic  9(08).
               10  fd-oco-seq                       pic  9(02).
           05  fd-oco-tipo                          pic  x(01).
               88  fd-oco-advertencia               value "A".
               88  fd-oco-suspensao                 value "S".
               88  fd-oco-elogio                    value "E".
           05  fd-oco-descricao                     pic  x(60).
           05  fd-oco-operador                      pic  x(15).
           05  fd-oco-data-hora                     pic  x(14).

       fd arqAtestados.
       01  fd-atestado.
           05  fd-atest-chave.
               10  fd-atest-cpf                     pic  x(12).
               10  fd-atest-inicio                  pic  9(08).
           05  fd-atest-fim                         pic  9(08).
           05  fd-atest-motivo                      pic  x(30).
           05  fd-atest-documento                   pic  x(15).
           05  fd-atest-aplicado                    pic  x(01).
               88  fd-atest-ja-aplicado             value "S".
           05  fd-atest-data-registro               pic  x(14).

       fd arqDocumentos.
       01  fd-documento.
           05  fd-doc-chave.
               10  fd-doc-cpf                       pic  x(12).
               10  fd-doc-codigo                    pic  x(03).
           05  fd-doc-nome                          pic  x(30).
           05  fd-doc-entregue                      pic  x(01).
               88  fd-doc-foi-entregue              value "S".
           05  fd-doc-data-entrega                  pic  9(08).

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
           05  fd-mens-bolsa-pct                    pic  9(03).
           05  fd-mens-irmaos-pct                   pic  9(03).
           05  fd-mens-ordem-irmao                  pic  9(02).
           05  fd-mens-reserva                      pic  x(25).

       fd arqMembros.
       01  fd-membro.
           05  fd-mem-cpf                           pic  x(12).
           05  fd-mem-familia                       pic  9(05).

       fd arqFamilias.
       01  fd-familia.
           05  fd-fam-codigo                        pic  9(05).
           05  fd-fam-responsavel                   pic  x(30).
           05  fd-fam-endereco                      pic  x(50).
           05  fd-fam-telefone                      pic  x(11).
           05  fd-fam-cpf-responsavel               pic  x(12).
           05  fd-fam-email                         pic  x(60).

       fd arqAuditoria.
       01  fd-audit-linha.
           05  fd-audit-data-hora                   pic  x(14).
           05  filler                               pic  x(01).
           05  fd-audit-cpf                         pic  x(12).
           05  filler                               pic  x(01).
           05  fd-audit-operacao                    pic  x(01).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-antes                pic  x(178).
           05  filler                               pic  x(01).
           05  fd-audit-imagem-depois               pic  x(178).

       fd arqTemp.
       01  fd-temp-linha                            pic  x(400).

       fd arqRelatorio.
       01  fd-relatorio-linha                       pic  x(132).

       fd arqRegistro.
       01  fd-registro-linha.
           05  fd-reg-protocolo                     pic  9(06).
           05  filler                               pic  x(01).
           05  fd-reg-data-hora                     pic  x(14).
           05  filler                               pic  x(01).
           05  fd-reg-operador                      pic  x(15).
           05  filler                               pic  x(01).
           05  fd-reg-cpf                           pic  x(12).
           05  filler                               pic  x(01).
           05  fd-reg-tipo                          pic  x(01).
           05  filler                               pic  x(01).
           05  fd-reg-solicitante                   pic  x(30).
           05  filler                               pic  x(01).
           05  fd-reg-resultado                     pic  x(40).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqAlunos                          pic x(02).
       77  wk-fs-arqArquivo                         pic x(02).
       77  wk-fs-arqNotas                           pic x(02).
       77  wk-fs-arqFrequencia                      pic x(02).
       77  wk-fs-arqSaude                           pic x(02).
       77  wk-fs-arqSaudeConsultas                  pic x(02).
       77  wk-fs-arqOcorrencias                     pic x(02).
       77  wk-fs-arqAtestados                       pic x(02).
       77  wk-fs-arqDocumentos                      pic x(02).
       77  wk-fs-arqMensalidades                    pic x(02).
       77  wk-fs-arqMembros                         pic x(02).
       77  wk-fs-arqFamilias                        pic x(02).
       77  wk-fs-arqAuditoria                       pic x(02).
       77  wk-fs-arqTemp                            pic x(02).
       77  wk-fs-arqRelatorio                       pic x(02).
       77  wk-fs-arqRegistro                        pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".
       77  wk-fim-membros                           pic x(01).
           88 wk-membros-terminados                 value "F".

      *>   Autenticacao pelo validador do sistema (programa2) - o
      *>   relatorio atende a secretaria, a anonimizacao so o perfil
      *>   administrador
       01  wk-tela-aut-senha.
           05  wk-aut-user-id                      pic x(15).
           05  wk-aut-password                     pic x(20).
           05  wk-status-aut                       pic 9(01) value 9.
               88 wk-acesso-liberado               value 0.
           05  wk-aut-operacao                     pic x(01) value "L".
           05  wk-aut-senha-nova                   pic x(20).
           05  wk-perfil-acesso                    pic x(01).
               88 wk-perfil-administrador          value "A".
               88 wk-perfil-consulta               value "C".
           05  wk-aut-dias-expirar                 pic 9(03).

       77  wk-tentativas-login                      pic 9(01) value 0.
       77  wk-aut-ptr                               usage pointer.
       77  wk-aut-senha-confirma                    pic x(20).
       77  wk-operador                              pic x(15).

      *>   Dados da solicitacao
       77  wk-tipo-solicitacao                      pic x(01).
           88 wk-tipo-relatorio                     value "R" "r".
           88 wk-tipo-anonimizacao                  value "A" "a".
       77  wk-cpf-titular                           pic x(12).
       77  wk-solicitante                           pic x(30).
       77  wk-resultado                             pic x(40).
       77  wk-confirma                              pic x(01).
           88 wk-confirma-sim                       value "S" "s".

       77  wk-protocolo                             pic 9(06) value 0.
       77  wk-data-hora                             pic x(14).

      *>   Prazo de retencao do arquivo morto: passado esse numero de
      *>   anos do arquivamento o aluno pode ser anonimizado
       77  wk-anos-retencao                         pic 9(02) value 5.
       77  wk-ano-corte                             pic 9(04).
       77  wk-data-corte                            pic 9(08).
       77  wk-data-arquivo                          pic 9(08).

      *>   Onde o titular foi encontrado
       77  wk-origem-cadastro                       pic x(01).
           88 wk-no-cadastro                        value "C".
           88 wk-no-arquivo                         value "M".
           88 wk-sem-cadastro                       value " ".
       77  wk-qtd-familias-resp                     pic 9(03) value 0.
       77  wk-familia                               pic 9(05) value 0.

      *>   Imagem do aluno para o relatorio e para a mascara - o
      *>   layout de 178 bytes do cadastro
       01  wk-aluno-mascara.
           05  wk-msc-cpf                          pic x(12).
           05  wk-msc-nome                         pic x(60).
           05  wk-msc-serie                        pic 9(02).
           05  wk-msc-matricula                    pic 9(07).
           05  wk-msc-status                       pic x(01).
           05  wk-msc-responsavel                  pic x(15).
           05  wk-msc-tel-emergencia               pic x(11).
           05  wk-msc-turma                        pic x(01).
           05  wk-msc-nascimento.
               10  wk-msc-nasc-ano                 pic 9(04).
               10  wk-msc-nasc-mes-dia             pic 9(04).
           05  wk-msc-sexo                         pic x(01).
           05  wk-msc-nome-social                  pic x(60).

       77  wk-nome-anonimo                          pic x(60)
                  value "TITULAR ANONIMIZADO - LGPD".
       77  wk-texto-anonimo                         pic x(30)
                  value "ANONIMIZADO - LGPD".

      *>   Frequencia resumida por ano
       77  wk-freq-ano                              pic 9(04) value 0.
       77  wk-qtd-presencas                         pic 9(03) value 0.
       77  wk-qtd-ausencias                         pic 9(03) value 0.
       77  wk-qtd-justificadas                      pic 9(03) value 0.

      *>   Contagens
       77  wk-qtd-itens                             pic 9(05) value 0.
       77  wk-qtd-arquivo                           pic 9(05) value 0.
       77  wk-qtd-auditoria                         pic 9(05) value 0.
       77  wk-qtd-saude                             pic 9(05) value 0.
       77  wk-qtd-ocorrencias                       pic 9(05) value 0.
       77  wk-qtd-atestados                         pic 9(05) value 0.
       77  wk-qtd-mensalidades                      pic 9(05) value 0.
       77  wk-qtd-vinculos                          pic 9(05) value 0.

       77  wk-ed-nota                               pic z9,9.
       77  wk-ed-valor                              pic z.zz9,99.
       77  wk-ed-qtd                                pic zzzz9.

       77  wk-linha                                 pic x(132).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "lgpd_titular".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>   Credenciais ja autenticadas, recebidas quando o programa e
      *>   chamado pelo menu_principal - lancado direto da linha de
      *>   comando o endereco vem nulo e o login proprio acontece
       01  lk-aut-recebida.
           05  lk-aut-user-id                      pic x(15).
           05  lk-aut-password                     pic x(20).
           05  lk-aut-status                       pic 9(01).
               88 lk-aut-liberada                  value 0.
           05  lk-aut-operacao                     pic x(01).
           05  lk-aut-senha-nova                   pic x(20).
           05  lk-aut-perfil                       pic x(01).
           05  lk-aut-dias-expirar                 pic 9(03).

      *>Declaração do corpo do programa
       procedure division using lk-aut-recebida.

           perform a-inicializa.
           perform b-processa.
           perform z-finaliza.

      *>*****************************************************************
      *>   Procedimento de Incializaçao
      *>*****************************************************************
       a-inicializa section.
       a-inicializa-a.

           perform ab-autenticar-operador

           if  wk-perfil-consulta then
               display "Solicitacoes LGPD nao disponiveis para o"
                       " perfil consulta."
               accept temp
               goback
           end-if

      *>    data de corte da retencao: hoje menos o prazo em anos
           move function current-date(1:4)              to      wk-ano-corte
           subtract wk-anos-retencao                    from    wk-ano-corte
           compute wk-data-corte =
               (wk-ano-corte * 10000)
               + function numval(function current-date(5:4))

           perform ae-numerar-protocolo

           open extend arqRegistro
           if   wk-fs-arqRegistro equal "05"
           or   wk-fs-arqRegistro equal "35" then
               open output arqRegistro
           end-if
           if   wk-fs-arqRegistro not equal "00" then
               move "0001"                                to      wk-msn-erro-adress
               move wk-fs-arqRegistro                     to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRegistro"   to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Login pelo autenticador do sistema (programa2) - tres
      *>   tentativas e o programa encerra
      *>*****************************************************************
       ab-autenticar-operador section.
       ab-autenticar-operador-a.

           set wk-aut-ptr                to      address of lk-aut-recebida
           if  wk-aut-ptr not equal null then
               if  lk-aut-liberada then
                   move lk-aut-user-id   to      wk-operador
                   move lk-aut-perfil    to      wk-perfil-acesso
                   move 0                to      wk-status-aut
               end-if
           end-if
           if  wk-acesso-liberado then
               continue
           else

           display erase
           display "Solicitacoes do Titular (LGPD) - Login"

           perform until wk-acesso-liberado
                      or wk-tentativas-login >= 3
               initialize wk-tela-aut-senha
               display "User ID : "
               accept wk-aut-user-id
               display "Password: "
               accept wk-aut-password

               call "programa2" using wk-tela-aut-senha

               evaluate wk-status-aut
                   when 0
                       continue
                   when 4
                       perform ad-troca-obrigatoria
                   when 3
                       display "Usuario temporariamente bloqueado"
                               " por tentativas - aguarde."
                       add 1                    to      wk-tentativas-login
                   when 6
                       display "Usuario desabilitado - procure a"
                               " administracao."
                       add 1                    to      wk-tentativas-login
                   when other
                       display "Acesso negado."
                       add 1                    to      wk-tentativas-login
               end-evaluate
           end-perform

           if   not wk-acesso-liberado then
               display "Tentativas esgotadas. Encerrando."
               stop run
           end-if

           move wk-aut-user-id                   to      wk-operador

           end-if
           .
       ab-autenticar-operador-z.
           exit.

      *>*****************************************************************
      *>   Troca obrigatoria de senha expirada - a mesma conduta do
      *>   login do menu_principal
      *>*****************************************************************
       ad-troca-obrigatoria section.
       ad-troca-obrigatoria-a.

           display "Sua senha expirou - troca obrigatoria."
           display "Nova senha    : "
           accept wk-aut-senha-nova
           display "Confirme a nova senha: "
           accept wk-aut-senha-confirma

           if  wk-aut-senha-nova not equal wk-aut-senha-confirma
           or  wk-aut-senha-nova equal spaces then
               display "Confirmacao nao confere."
               add 1                            to      wk-tentativas-login
           else
               move "C"                         to      wk-aut-operacao
               call "programa2" using wk-tela-aut-senha
               move "L"                         to      wk-aut-operacao

               evaluate wk-status-aut
                   when 0
                       display "Senha trocada - acesso liberado."
                   when 5
                       display "Senha ja usada recentemente -"
                               " escolha outra."
                       add 1                    to      wk-tentativas-login
                   when other
                       display "Troca de senha recusada."
                       add 1                    to      wk-tentativas-login
               end-evaluate
           end-if

           .
       ad-troca-obrigatoria-z.
           exit.

      *>*****************************************************************
      *>   Numero de protocolo: a proxima linha do registro de
      *>   solicitacoes
      *>*****************************************************************
       ae-numerar-protocolo section.
       ae-numerar-protocolo-a.

           move 0                                       to      wk-protocolo

           open input arqRegistro
           if   wk-fs-arqRegistro equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqRegistro
                   if   wk-fs-arqRegistro not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-reg-protocolo is numeric
                       and fd-reg-protocolo > wk-protocolo then
                           move fd-reg-protocolo        to      wk-protocolo
                       end-if
                   end-if
               end-perform
           end-if
           close arqRegistro

           add 1                                        to      wk-protocolo

           .
       ae-numerar-protocolo-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal - tipo da solicitacao, titular e
      *>   solicitante; o atendimento e o registro
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           display erase
           display "Solicitacoes do Titular (LGPD) - operador "
                   wk-operador
           display "Protocolo: " wk-protocolo
           display " "
           display "R - Relatorio dos dados do titular"
           display "A - Anonimizacao de aluno arquivado"
           display "Tipo da solicitacao: "
           accept wk-tipo-solicitacao

           if  not wk-tipo-relatorio
           and not wk-tipo-anonimizacao then
               exit section
           end-if

           display "CPF do titular (aluno ou responsavel): "
           accept wk-cpf-titular
           display "Nome de quem solicita: "
           accept wk-solicitante

           move function upper-case(wk-tipo-solicitacao)
                                                        to      wk-tipo-solicitacao
           move function current-date(1:14)             to      wk-data-hora
           move spaces                                  to      wk-resultado

           if  wk-tipo-relatorio then
               perform ba-relatorio-titular
           else
               perform c-anonimizar
           end-if

           perform d-registrar-solicitacao

           display " "
           display "Protocolo " wk-protocolo ": " wk-resultado
           accept temp

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Relatorio numerado do titular: cabecalho com o protocolo e
      *>   as nove partes do aluno, ou as familias do responsavel
      *>*****************************************************************
       ba-relatorio-titular section.
       ba-relatorio-titular-a.

           open output arqRelatorio
           if   wk-fs-arqRelatorio not equal "00" then
               move "0002"                                to      wk-msn-erro-adress
               move wk-fs-arqRelatorio                    to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqRelatorio"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           string "SOLICITACAO DO TITULAR (LGPD) - PROTOCOLO "
                  wk-protocolo
                  delimited by size into wk-linha
           perform x-gravar-linha
           string "Emitido em " wk-data-hora(7:2) "/"
                  wk-data-hora(5:2) "/" wk-data-hora(1:4) " "
                  wk-data-hora(9:2) ":" wk-data-hora(11:2)
                  " por " wk-operador
                  delimited by size into wk-linha
           perform x-gravar-linha
           string "Titular (CPF): " wk-cpf-titular
                  "   Solicitante: " wk-solicitante
                  delimited by size into wk-linha
           perform x-gravar-linha
           perform x-gravar-linha

           perform baa-localizar-titular

           if  wk-sem-cadastro then
               perform bb-relatorio-responsavel
               if  wk-qtd-familias-resp equal 0 then
                   move "Nenhum dado encontrado para o CPF informado."
                                                        to      wk-linha
                   perform x-gravar-linha
                   move "CPF NAO ENCONTRADO"            to      wk-resultado
               else
                   move "RELATORIO EMITIDO - RESPONSAVEL"
                                                        to      wk-resultado
               end-if
           else
               perform bab-parte-cadastro
               perform bac-parte-notas
               perform bad-parte-frequencia
               perform bae-parte-saude
               perform baf-parte-ocorrencias
               perform bag-parte-documentos
               perform bah-parte-mensalidades
               perform bai-parte-familia
               perform baj-parte-auditoria
               move "RELATORIO EMITIDO - ALUNO"         to      wk-resultado
           end-if

           perform x-gravar-linha
           move "Fim do relatorio."                     to      wk-linha
           perform x-gravar-linha

           close arqRelatorio

           display "Relatorio gravado em arqLgpdTitular.txt"

           .
       ba-relatorio-titular-z.
           exit.

      *>*****************************************************************
      *>   Procura o titular no cadastro; fora dele, a linha mais
      *>   recente do arquivo morto. A imagem fica em wk-aluno-mascara
      *>*****************************************************************
       baa-localizar-titular section.
       baa-localizar-titular-a.

           set wk-sem-cadastro                          to      true
           move spaces                                  to      wk-aluno-mascara
           move 0                                       to      wk-data-arquivo

           open input arqAlunos
           if   wk-fs-arqAlunos equal "00" then
               move wk-cpf-titular                      to      fd-aluno-cpf
               read arqAlunos
               if   wk-fs-arqAlunos equal "00" then
                   move fd-aluno                        to      wk-aluno-mascara
                   set wk-no-cadastro                   to      true
               end-if
           end-if
           close arqAlunos

           if  wk-no-cadastro then
               exit section
           end-if

           open input arqArquivo
           if   wk-fs-arqArquivo equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqArquivo
                   if   wk-fs-arqArquivo not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-arq-registro(1:12) equal wk-cpf-titular
                       and fd-arq-data is numeric then
                           move fd-arq-registro         to      wk-aluno-mascara
                           move fd-arq-data             to      wk-data-arquivo
                           set wk-no-arquivo            to      true
                       end-if
                   end-if
               end-perform
           end-if
           close arqArquivo

           .
       baa-localizar-titular-z.
           exit.

      *>*****************************************************************
      *>   1. Cadastro
      *>*****************************************************************
       bab-parte-cadastro section.
       bab-parte-cadastro-a.

           move "1. CADASTRO"                           to      wk-linha
           perform x-gravar-linha

           if  wk-no-arquivo then
               string "   Situacao     : ARQUIVADO EM "
                      wk-data-arquivo(7:2) "/" wk-data-arquivo(5:2)
                      "/" wk-data-arquivo(1:4)
                      " (arquivo morto)"
                      delimited by size into wk-linha
           else
               string "   Situacao     : NO CADASTRO - status "
                      wk-msc-status
                      delimited by size into wk-linha
           end-if
           perform x-gravar-linha

           string "   Nome         : " wk-msc-nome
                  delimited by size into wk-linha
           perform x-gravar-linha
           string "   Nome social  : " wk-msc-nome-social
                  delimited by size into wk-linha
           perform x-gravar-linha
           string "   Matricula    : " wk-msc-matricula
                  "   Serie: " wk-msc-serie
                  "   Turma: " wk-msc-turma
                  delimited by size into wk-linha
           perform x-gravar-linha
           string "   Nascimento   : " wk-msc-nascimento(7:2) "/"
                  wk-msc-nascimento(5:2) "/" wk-msc-nascimento(1:4)
                  "   Sexo: " wk-msc-sexo
                  delimited by size into wk-linha
           perform x-gravar-linha
           string "   Responsavel  : " wk-msc-responsavel
                  "   Telefone de emergencia: " wk-msc-tel-emergencia
                  delimited by size into wk-linha
           perform x-gravar-linha
           perform x-gravar-linha

           .
       bab-parte-cadastro-z.
           exit.

      *>*****************************************************************
      *>   2. Notas - todas as disciplinas e periodos lancados
      *>*****************************************************************
       bac-parte-notas section.
       bac-parte-notas-a.

           move "2. NOTAS"                              to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens

           open input arqNotas
           if   wk-fs-arqNotas equal "00" then
               move wk-cpf-titular                      to      fd-nota-cpf
               move 0                                   to      fd-nota-ano
               move low-values                          to      fd-nota-disciplina
               move 0                                   to      fd-nota-periodo
               start arqNotas key is greater than or equal fd-nota-chave
               if   wk-fs-arqNotas equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqNotas next record
                       if   wk-fs-arqNotas not equal "00"
                       or   fd-nota-cpf not equal wk-cpf-titular then
                           move "F"                     to      wk-fim-loop
                       else
                           move fd-nota-valor           to      wk-ed-nota
                           string "   " fd-nota-ano "  "
                                  fd-nota-disciplina
                                  "  periodo " fd-nota-periodo
                                  "  nota " wk-ed-nota
                                  delimited by size into wk-linha
                           perform x-gravar-linha
                           add 1                        to      wk-qtd-itens
                       end-if
                   end-perform
               end-if
           end-if
           close arqNotas

           perform x-fechar-parte

           .
       bac-parte-notas-z.
           exit.

      *>*****************************************************************
      *>   3. Frequencia - resumo por ano (presencas, ausencias e
      *>   ausencias justificadas)
      *>*****************************************************************
       bad-parte-frequencia section.
       bad-parte-frequencia-a.

           move "3. FREQUENCIA"                         to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens
           move 0                                       to      wk-freq-ano

           open input arqFrequencia
           if   wk-fs-arqFrequencia equal "00" then
               move wk-cpf-titular                      to      fd-freq-cpf
               move 0                                   to      fd-freq-data
               start arqFrequencia key is greater than or equal
                     fd-freq-chave
               if   wk-fs-arqFrequencia equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqFrequencia next record
                       if   wk-fs-arqFrequencia not equal "00"
                       or   fd-freq-cpf not equal wk-cpf-titular then
                           move "F"                     to      wk-fim-loop
                       else
                           if  fd-freq-data(1:4) not equal wk-freq-ano then
                               if  wk-freq-ano not equal 0 then
                                   perform bada-linha-ano
                               end-if
                               move fd-freq-data(1:4)   to      wk-freq-ano
                               move 0                   to      wk-qtd-presencas
                                                                wk-qtd-ausencias
                                                                wk-qtd-justificadas
                           end-if
                           evaluate true
                               when fd-freq-presente
                                   add 1                to      wk-qtd-presencas
                               when fd-freq-ausente
                                   add 1                to      wk-qtd-ausencias
                               when fd-freq-justificado
                                   add 1                to      wk-qtd-justificadas
                           end-evaluate
                           add 1                        to      wk-qtd-itens
                       end-if
                   end-perform
                   if  wk-freq-ano not equal 0 then
                       perform bada-linha-ano
                   end-if
               end-if
           end-if
           close arqFrequencia

           perform x-fechar-parte

           .
       bad-parte-frequencia-z.
           exit.

       bada-linha-ano section.
       bada-linha-ano-a.

           string "   " wk-freq-ano
                  "  presencas " wk-qtd-presencas
                  "  ausencias " wk-qtd-ausencias
                  "  justificadas " wk-qtd-justificadas
                  delimited by size into wk-linha
           perform x-gravar-linha

           .
       bada-linha-ano-z.
           exit.

      *>*****************************************************************
      *>   4. Saude - ficha de saude e consultas da triagem da clinica
      *>*****************************************************************
       bae-parte-saude section.
       bae-parte-saude-a.

           move "4. SAUDE"                              to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens

           open input arqSaude
           if   wk-fs-arqSaude equal "00" then
               move wk-cpf-titular                      to      fd-sau-cpf
               read arqSaude
               if   wk-fs-arqSaude equal "00" then
                   string "   Tipo sanguineo : " fd-sau-tipo-sanguineo
                          "   Plano: " fd-sau-plano-saude
                          delimited by size into wk-linha
                   perform x-gravar-linha
                   string "   Alergias       : " fd-sau-alergias
                          delimited by size into wk-linha
                   perform x-gravar-linha
                   string "   Medicacao      : " fd-sau-medicacao
                          delimited by size into wk-linha
                   perform x-gravar-linha
                   string "   Medico/contato : " fd-sau-medico-contato
                          delimited by size into wk-linha
                   perform x-gravar-linha
                   add 1                                to      wk-qtd-itens
               end-if
           end-if
           close arqSaude

           open input arqSaudeConsultas
           if   wk-fs-arqSaudeConsultas equal "00" then
               move wk-cpf-titular                      to      fd-sco-cpf
               move 0                                   to      fd-sco-num-consulta
               start arqSaudeConsultas key is greater than or equal
                     fd-sco-chave
               if   wk-fs-arqSaudeConsultas equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqSaudeConsultas next record
                       if   wk-fs-arqSaudeConsultas not equal "00"
                       or   fd-sco-cpf not equal wk-cpf-titular then
                           move "F"                     to      wk-fim-loop
                       else
                           string "   Consulta " fd-sco-num-consulta
                                  " " fd-sco-data " " fd-sco-medico
                                  " situacao " fd-sco-situacao
                                  " CID " fd-sco-cid
                                  delimited by size into wk-linha
                           perform x-gravar-linha
                           add 1                        to      wk-qtd-itens
                       end-if
                   end-perform
               end-if
           end-if
           close arqSaudeConsultas

           perform x-fechar-parte

           .
       bae-parte-saude-z.
           exit.

      *>*****************************************************************
      *>   5. Ocorrencias disciplinares
      *>*****************************************************************
       baf-parte-ocorrencias section.
       baf-parte-ocorrencias-a.

           move "5. OCORRENCIAS"                        to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens

           open input arqOcorrencias
           if   wk-fs-arqOcorrencias equal "00" then
               move wk-cpf-titular                      to      fd-oco-cpf
               move 0                                   to      fd-oco-data
               move 0                                   to      fd-oco-seq
               start arqOcorrencias key is greater than or equal
                     fd-oco-chave
               if   wk-fs-arqOcorrencias equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqOcorrencias next record
                       if   wk-fs-arqOcorrencias not equal "00"
                       or   fd-oco-cpf not equal wk-cpf-titular then
                           move "F"                     to      wk-fim-loop
                       else
                           string "   " fd-oco-data(7:2) "/"
                                  fd-oco-data(5:2) "/"
                                  fd-oco-data(1:4)
                                  " tipo " fd-oco-tipo " "
                                  fd-oco-descricao
                                  delimited by size into wk-linha
                           perform x-gravar-linha
                           add 1                        to      wk-qtd-itens
                       end-if
                   end-perform
               end-if
           end-if
           close arqOcorrencias

           perform x-fechar-parte

           .
       baf-parte-ocorrencias-z.
           exit.

      *>*****************************************************************
      *>   6. Checklist de documentos
      *>*****************************************************************
       bag-parte-documentos section.
       bag-parte-documentos-a.

           move "6. DOCUMENTOS"                         to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens

           open input arqDocumentos
           if   wk-fs-arqDocumentos equal "00" then
               move wk-cpf-titular                      to      fd-doc-cpf
               move low-values                          to      fd-doc-codigo
               start arqDocumentos key is greater than or equal
                     fd-doc-chave
               if   wk-fs-arqDocumentos equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqDocumentos next record
                       if   wk-fs-arqDocumentos not equal "00"
                       or   fd-doc-cpf not equal wk-cpf-titular then
                           move "F"                     to      wk-fim-loop
                       else
                           string "   " fd-doc-codigo " "
                                  fd-doc-nome
                                  " entregue " fd-doc-entregue
                                  " em " fd-doc-data-entrega
                                  delimited by size into wk-linha
                           perform x-gravar-linha
                           add 1                        to      wk-qtd-itens
                       end-if
                   end-perform
               end-if
           end-if
           close arqDocumentos

           perform x-fechar-parte

           .
       bag-parte-documentos-z.
           exit.

      *>*****************************************************************
      *>   7. Mensalidades - pela matricula do aluno
      *>*****************************************************************
       bah-parte-mensalidades section.
       bah-parte-mensalidades-a.

           move "7. MENSALIDADES"                       to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens

           open input arqMensalidades
           if   wk-fs-arqMensalidades equal "00" then
               move wk-msc-matricula                    to      fd-mens-matricula
               move 0                                   to      fd-mens-competencia
               start arqMensalidades key is greater than or equal
                     fd-mens-chave
               if   wk-fs-arqMensalidades equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqMensalidades next record
                       if   wk-fs-arqMensalidades not equal "00"
                       or   fd-mens-matricula not equal wk-msc-matricula then
                           move "F"                     to      wk-fim-loop
                       else
                           move fd-mens-valor           to      wk-ed-valor
                           string "   " fd-mens-competencia(5:2) "/"
                                  fd-mens-competencia(1:4)
                                  " valor " wk-ed-valor
                                  " status " fd-mens-status
                                  " responsavel " fd-mens-responsavel
                                  delimited by size into wk-linha
                           perform x-gravar-linha
                           add 1                        to      wk-qtd-itens
                       end-if
                   end-perform
               end-if
           end-if
           close arqMensalidades

           perform x-fechar-parte

           .
       bah-parte-mensalidades-z.
           exit.

      *>*****************************************************************
      *>   8. Vinculo de familia - a familia e os irmaos vinculados
      *>*****************************************************************
       bai-parte-familia section.
       bai-parte-familia-a.

           move "8. FAMILIA"                            to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens

           open input arqMembros
           open input arqFamilias
           open input arqAlunos
           if   wk-fs-arqMembros equal "00" then
               move wk-cpf-titular                      to      fd-mem-cpf
               read arqMembros
               if   wk-fs-arqMembros equal "00" then
                   perform bba-listar-familia
                   add 1                                to      wk-qtd-itens
               end-if
           end-if
           close arqMembros
           close arqFamilias
           close arqAlunos

           perform x-fechar-parte

           .
       bai-parte-familia-z.
           exit.

      *>*****************************************************************
      *>   9. Trilha da auditoria do cadastro
      *>*****************************************************************
       baj-parte-auditoria section.
       baj-parte-auditoria-a.

           move "9. AUDITORIA DO CADASTRO"              to      wk-linha
           perform x-gravar-linha
           move 0                                       to      wk-qtd-itens

           open input arqAuditoria
           if   wk-fs-arqAuditoria equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqAuditoria
                   if   wk-fs-arqAuditoria not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-audit-cpf equal wk-cpf-titular then
                           string "   " fd-audit-data-hora(7:2) "/"
                                  fd-audit-data-hora(5:2) "/"
                                  fd-audit-data-hora(1:4) " "
                                  fd-audit-data-hora(9:2) ":"
                                  fd-audit-data-hora(11:2)
                                  " operacao " fd-audit-operacao
                                  delimited by size into wk-linha
                           perform x-gravar-linha
                           add 1                        to      wk-qtd-itens
                       end-if
                   end-if
               end-perform
           end-if
           close arqAuditoria

           perform x-fechar-parte

           .
       baj-parte-auditoria-z.
           exit.

      *>*****************************************************************
      *>   CPF que nao e de aluno: procura as familias em que ele e o
      *>   responsavel e lista cada uma com os alunos vinculados
      *>*****************************************************************
       bb-relatorio-responsavel section.
       bb-relatorio-responsavel-a.

           move 0                                       to      wk-qtd-familias-resp

           open input arqFamilias
           open input arqMembros
           open input arqAlunos
           if   wk-fs-arqFamilias equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqFamilias next record
                   if   wk-fs-arqFamilias not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-fam-cpf-responsavel equal wk-cpf-titular then
                           add 1                        to      wk-qtd-familias-resp
                           if  wk-qtd-familias-resp equal 1 then
                               move "RESPONSAVEL - FAMILIAS VINCULADAS"
                                                        to      wk-linha
                               perform x-gravar-linha
                           end-if
                           move fd-fam-codigo           to      fd-mem-familia
                           perform bba-listar-familia
                       end-if
                   end-if
               end-perform
           end-if
           close arqFamilias
           close arqMembros
           close arqAlunos

           .
       bb-relatorio-responsavel-z.
           exit.

      *>*****************************************************************
      *>   Dados da familia de fd-mem-familia e seus alunos - a
      *>   posicao de arqFamilias e refeita para o laco de quem chama
      *>*****************************************************************
       bba-listar-familia section.
       bba-listar-familia-a.

           move fd-mem-familia                          to      fd-fam-codigo
           read arqFamilias key is fd-fam-codigo
           if   wk-fs-arqFamilias equal "00" then
               string "   Familia " fd-fam-codigo
                      "  Responsavel: " fd-fam-responsavel
                      "  CPF: " fd-fam-cpf-responsavel
                      delimited by size into wk-linha
               perform x-gravar-linha
               string "   Endereco: " fd-fam-endereco
                      "  Telefone: " fd-fam-telefone
                      delimited by size into wk-linha
               perform x-gravar-linha
               if  fd-fam-email not equal spaces then
                   string "   E-mail: " fd-fam-email
                          delimited by size into wk-linha
                   perform x-gravar-linha
               end-if
           else
               string "   Familia " fd-mem-familia
                      " (cadastro da familia nao encontrado)"
                      delimited by size into wk-linha
               perform x-gravar-linha
           end-if

           move fd-mem-familia                          to      wk-familia
           start arqMembros key is equal fd-mem-familia
           if   wk-fs-arqMembros equal "00" then
               move space                               to      wk-fim-membros
               perform until wk-membros-terminados
                   read arqMembros next record
                   if   wk-fs-arqMembros not equal "00"
                   or   fd-mem-familia not equal wk-familia then
                       move "F"                         to      wk-fim-membros
                   else
                       move fd-mem-cpf                  to      fd-aluno-cpf
                       read arqAlunos
                       if   wk-fs-arqAlunos not equal "00" then
                           move "(fora do cadastro)"    to      fd-aluno-nome
                       end-if
                       string "      Aluno " fd-mem-cpf " "
                              fd-aluno-nome
                              delimited by size into wk-linha
                       perform x-gravar-linha
                   end-if
               end-perform
           end-if

      *>    a leitura da familia moveu o ponteiro de arqFamilias:
      *>    reposiciona depois do codigo listado para o laco do
      *>    responsavel seguir adiante
           move wk-familia                              to      fd-fam-codigo
           start arqFamilias key is greater than fd-fam-codigo

           .
       bba-listar-familia-z.
           exit.

      *>*****************************************************************
      *>   Anonimizacao de aluno arquivado ha mais que o prazo de
      *>   retencao - perfil administrador
      *>*****************************************************************
       c-anonimizar section.
       c-anonimizar-a.

           if  not wk-perfil-administrador then
               display "Anonimizacao restrita ao perfil administrador."
               move "RECUSADA - PERFIL NAO ADMINISTRADOR"
                                                        to      wk-resultado
               exit section
           end-if

           perform baa-localizar-titular

           if  wk-no-cadastro then
               move "RECUSADA - ALUNO AINDA NO CADASTRO"
                                                        to      wk-resultado
               exit section
           end-if

           if  wk-sem-cadastro then
               move "RECUSADA - CPF NAO CONSTA NO ARQUIVO MORTO"
                                                        to      wk-resultado
               exit section
           end-if

           if  wk-data-arquivo > wk-data-corte then
               move "RECUSADA - DENTRO DO PRAZO DE RETENCAO"
                                                        to      wk-resultado
               exit section
           end-if

           display "Aluno    : " wk-msc-nome
           display "Arquivado: " wk-data-arquivo(7:2) "/"
                   wk-data-arquivo(5:2) "/" wk-data-arquivo(1:4)
           display "Notas, frequencia, valores e datas sao mantidos."
           display "Confirma a anonimizacao (S/N)? "
           accept wk-confirma
           if  not wk-confirma-sim then
               move "DESISTENCIA NA CONFIRMACAO"        to      wk-resultado
               exit section
           end-if

           perform ca-mascarar-arquivo
           perform cb-mascarar-auditoria
           perform cc-apagar-saude
           perform cd-mascarar-ocorrencias
           perform ce-mascarar-atestados
           perform cf-mascarar-mensalidades
           perform cg-apagar-vinculo

           display " "
           display "Anonimizacao concluida."
           display "Linhas do arquivo morto  : " wk-qtd-arquivo
           display "Linhas da auditoria      : " wk-qtd-auditoria
           display "Registros de saude       : " wk-qtd-saude
           display "Ocorrencias              : " wk-qtd-ocorrencias
           display "Atestados                : " wk-qtd-atestados
           display "Mensalidades             : " wk-qtd-mensalidades
           display "Vinculos de familia      : " wk-qtd-vinculos

           move "ANONIMIZADO"                           to      wk-resultado

           .
       c-anonimizar-z.
           exit.

      *>*****************************************************************
      *>   Arquivo morto: copia para o temporario mascarando as linhas
      *>   do titular e regrava a partir dele
      *>*****************************************************************
       ca-mascarar-arquivo section.
       ca-mascarar-arquivo-a.

           open input arqArquivo
           open output arqTemp
           if   wk-fs-arqTemp not equal "00" then
               move "0003"                               to      wk-msn-erro-adress
               move wk-fs-arqTemp                        to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqTemp"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqArquivo
               if   wk-fs-arqArquivo not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  fd-arq-registro(1:12) equal wk-cpf-titular then
                       move fd-arq-registro             to      wk-aluno-mascara
                       perform x-mascarar-imagem
                       move wk-aluno-mascara            to      fd-arq-registro
                       add 1                            to      wk-qtd-arquivo
                   end-if
                   move fd-arquivo-linha                to      fd-temp-linha
                   write fd-temp-linha
               end-if
           end-perform
           close arqArquivo
           close arqTemp

           open input arqTemp
           open output arqArquivo
           if   wk-fs-arqArquivo not equal "00" then
               move "0004"                               to      wk-msn-erro-adress
               move wk-fs-arqArquivo                     to      wk-msn-erro-cod
               move "Erro ao regravar arqArquivo"        to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqTemp
               if   wk-fs-arqTemp not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   move fd-temp-linha                   to      fd-arquivo-linha
                   write fd-arquivo-linha
               end-if
           end-perform
           close arqTemp
           close arqArquivo

           .
       ca-mascarar-arquivo-z.
           exit.

      *>*****************************************************************
      *>   Auditoria do cadastro: as imagens antes/depois do titular
      *>   passam pela mesma mascara - a linha, a data e a operacao
      *>   ficam. As geracoes antigas ja cortadas por reter_logs nao
      *>   sao tocadas
      *>*****************************************************************
       cb-mascarar-auditoria section.
       cb-mascarar-auditoria-a.

           open input arqAuditoria
           if   wk-fs-arqAuditoria not equal "00" then
               close arqAuditoria
               exit section
           end-if

           open output arqTemp
           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqAuditoria
               if   wk-fs-arqAuditoria not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   if  fd-audit-cpf equal wk-cpf-titular then
                       move fd-audit-imagem-antes       to      wk-aluno-mascara
                       perform x-mascarar-imagem
                       move wk-aluno-mascara            to      fd-audit-imagem-antes
                       move fd-audit-imagem-depois      to      wk-aluno-mascara
                       perform x-mascarar-imagem
                       move wk-aluno-mascara            to      fd-audit-imagem-depois
                       add 1                            to      wk-qtd-auditoria
                   end-if
                   move fd-audit-linha                  to      fd-temp-linha
                   write fd-temp-linha
               end-if
           end-perform
           close arqAuditoria
           close arqTemp

           open input arqTemp
           open output arqAuditoria
           if   wk-fs-arqAuditoria not equal "00" then
               move "0005"                               to      wk-msn-erro-adress
               move wk-fs-arqAuditoria                   to      wk-msn-erro-cod
               move "Erro ao regravar arqAuditoria"      to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           move space                                   to      wk-fim-loop
           perform until wk-loop-terminado
               read arqTemp
               if   wk-fs-arqTemp not equal "00" then
                   move "F"                             to      wk-fim-loop
               else
                   move fd-temp-linha                   to      fd-audit-linha
                   write fd-audit-linha
               end-if
           end-perform
           close arqTemp
           close arqAuditoria

           .
       cb-mascarar-auditoria-z.
           exit.

      *>*****************************************************************
      *>   Dado de saude nao e registro escolar: apaga a ficha e a
      *>   copia das consultas da triagem (o prontuario segue guardado
      *>   pela clinica)
      *>*****************************************************************
       cc-apagar-saude section.
       cc-apagar-saude-a.

           open i-o arqSaude
           if   wk-fs-arqSaude equal "00" then
               move wk-cpf-titular                      to      fd-sau-cpf
               delete arqSaude
               if   wk-fs-arqSaude equal "00" then
                   add 1                                to      wk-qtd-saude
               end-if
           end-if
           close arqSaude

           open i-o arqSaudeConsultas
           if   wk-fs-arqSaudeConsultas equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   move wk-cpf-titular                  to      fd-sco-cpf
                   move 0                               to      fd-sco-num-consulta
                   start arqSaudeConsultas key is greater than or equal
                         fd-sco-chave
                   if   wk-fs-arqSaudeConsultas not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       read arqSaudeConsultas next record
                       if   wk-fs-arqSaudeConsultas not equal "00"
                       or   fd-sco-cpf not equal wk-cpf-titular then
                           move "F"                     to      wk-fim-loop
                       else
                           delete arqSaudeConsultas
                           add 1                        to      wk-qtd-saude
                       end-if
                   end-if
               end-perform
           end-if
           close arqSaudeConsultas

           .
       cc-apagar-saude-z.
           exit.

      *>*****************************************************************
      *>   Ocorrencias: data, tipo e operador ficam para a estatistica
      *>   disciplinar, o texto livre e mascarado
      *>*****************************************************************
       cd-mascarar-ocorrencias section.
       cd-mascarar-ocorrencias-a.

           open i-o arqOcorrencias
           if   wk-fs-arqOcorrencias equal "00" then
               move wk-cpf-titular                      to      fd-oco-cpf
               move 0                                   to      fd-oco-data
               move 0                                   to      fd-oco-seq
               start arqOcorrencias key is greater than or equal
                     fd-oco-chave
               if   wk-fs-arqOcorrencias equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqOcorrencias next record
                       if   wk-fs-arqOcorrencias not equal "00"
                       or   fd-oco-cpf not equal wk-cpf-titular then
                           move "F"                     to      wk-fim-loop
                       else
                           move wk-texto-anonimo        to      fd-oco-descricao
                           rewrite fd-ocorrencia
                           add 1                        to      wk-qtd-ocorrencias
                       end-if
                   end-perform
               end-if
           end-if
           close arqOcorrencias

           .
       cd-mascarar-ocorrencias-z.
           exit.

      *>*****************************************************************
      *>   Atestados: o periodo abonado sustenta a frequencia e fica;
      *>   motivo e documento medico sao mascarados
      *>*****************************************************************
       ce-mascarar-atestados section.
       ce-mascarar-atestados-a.

           open i-o arqAtestados
           if   wk-fs-arqAtestados equal "00" then
               move wk-cpf-titular                      to      fd-atest-cpf
               move 0                                   to      fd-atest-inicio
               start arqAtestados key is greater than or equal
                     fd-atest-chave
               if   wk-fs-arqAtestados equal "00" then
                   move space                           to      wk-fim-loop
                   perform until wk-loop-terminado
                       read arqAtestados next record
                       if   wk-fs-arqAtestados not equal "00"
                       or   fd-atest-cpf not equal wk-cpf-titular then
                           move "F"                     to      wk-fim-loop
                       else
                           move wk-texto-anonimo        to      fd-atest-motivo
                           move spaces                  to      fd-atest-documento
                           rewrite fd-atestado
                           add 1                        to      wk-qtd-atestados
                       end-if
                   end-perform
               end-if
           end-if
           close arqAtestados

           .
       ce-mascarar-atestados-z.
           exit.

      *>*****************************************************************
      *>   Mensalidades: valores, datas e status ficam para a
      *>   escrituracao, o nome do responsavel e apagado
      *>*****************************************************************
       cf-mascarar-mensalidades section.
       cf-mascarar-mensalidades-a.

           open i-o arqMensalidades
           if   wk-fs-arqMensalidades equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqMensalidades next record
                   if   wk-fs-arqMensalidades not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-mens-cpf equal wk-cpf-titular then
                           move spaces                  to      fd-mens-responsavel
                           rewrite fd-mensalidade
                           add 1                        to      wk-qtd-mensalidades
                       end-if
                   end-if
               end-perform
           end-if
           close arqMensalidades

           .
       cf-mascarar-mensalidades-z.
           exit.

      *>*****************************************************************
      *>   Vinculo com a familia e desfeito - a familia e dos
      *>   responsaveis e continua para os irmaos
      *>*****************************************************************
       cg-apagar-vinculo section.
       cg-apagar-vinculo-a.

           open i-o arqMembros
           if   wk-fs-arqMembros equal "00" then
               move wk-cpf-titular                      to      fd-mem-cpf
               delete arqMembros
               if   wk-fs-arqMembros equal "00" then
                   add 1                                to      wk-qtd-vinculos
               end-if
           end-if
           close arqMembros

           .
       cg-apagar-vinculo-z.
           exit.

      *>*****************************************************************
      *>   Registro da solicitacao com o protocolo e o resultado
      *>*****************************************************************
       d-registrar-solicitacao section.
       d-registrar-solicitacao-a.

           move spaces                                  to      fd-registro-linha
           move wk-protocolo                            to      fd-reg-protocolo
           move wk-data-hora                            to      fd-reg-data-hora
           move wk-operador                             to      fd-reg-operador
           move wk-cpf-titular                          to      fd-reg-cpf
           move wk-tipo-solicitacao                     to      fd-reg-tipo
           move wk-solicitante                          to      fd-reg-solicitante
           move wk-resultado                            to      fd-reg-resultado
           write fd-registro-linha
           if   wk-fs-arqRegistro not equal "00" then
               move "0006"                                to      wk-msn-erro-adress
               move wk-fs-arqRegistro                     to      wk-msn-erro-cod
               move "Erro ao Gravar Arquivo arqRegistro"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       d-registrar-solicitacao-z.
           exit.

      *>*****************************************************************
      *>   Mascara da imagem do aluno em wk-aluno-mascara: nome,
      *>   nome social, responsavel, telefone e dia/mes do nascimento;
      *>   CPF, matricula, serie, turma, status, ano de nascimento e
      *>   sexo ficam para a escrituracao e a estatistica
      *>*****************************************************************
       x-mascarar-imagem section.
       x-mascarar-imagem-a.

           if  wk-aluno-mascara equal spaces then
               exit section
           end-if

           move wk-nome-anonimo                         to      wk-msc-nome
           move spaces                                  to      wk-msc-nome-social
                                                                wk-msc-responsavel
                                                                wk-msc-tel-emergencia
           if  wk-msc-nasc-ano is numeric
           and wk-msc-nasc-ano not equal 0 then
               move 0101                                to      wk-msc-nasc-mes-dia
           end-if

           .
       x-mascarar-imagem-z.
           exit.

      *>*****************************************************************
      *>   Grava a linha montada no relatorio e limpa para a proxima
      *>*****************************************************************
       x-gravar-linha section.
       x-gravar-linha-a.

           write fd-relatorio-linha from wk-linha
           move spaces                                  to      wk-linha

           .
       x-gravar-linha-z.
           exit.

      *>*****************************************************************
      *>   Fecho de cada parte: a quantidade ou "nenhum registro"
      *>*****************************************************************
       x-fechar-parte section.
       x-fechar-parte-a.

           if  wk-qtd-itens equal 0 then
               move "   Nenhum registro."                 to      wk-linha
           else
               move wk-qtd-itens                        to      wk-ed-qtd
               string "   Registros: " wk-ed-qtd
                      delimited by size into wk-linha
           end-if
           perform x-gravar-linha
           perform x-gravar-linha

           .
       x-fechar-parte-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao Anormal
      *>*****************************************************************
       z-finaliza-anormal section.
       z-finaliza-anormal-a.
           display erase
           display wk-msn-erro


           call "grava_erro" using wk-erro-programa
                                   wk-msn-erro
                                   wk-erro-registro
                                   wk-erro-registro-tam
           stop run.
           .
       z-finaliza-anormal-z.
           exit.

      *>*****************************************************************
      *>   Procedimento de Finaliazaçao normal
      *>*****************************************************************
       z-finaliza section.
       z-finaliza-a.

           close arqRegistro

           goback.
           .
       z-finaliza-z.
           exit.
