      *>                      turma (relatorio_inadimplencia.cbl). O
      *>                      nome do subsistema chamado foi alargado
      *>                      para caber os novos programas.
      *>   15/10/2026 - IJB - Opcao 45: carne anual de mensalidades
      *>                      por familia (gerar_carne.cbl).
      *>   15/10/2026 - IJB - Opcao 46: baixa das mensalidades pelo
      *>                      retorno do banco (retorno_bancario.cbl).
      *>   15/10/2026 - IJB - Opcao 47: acordos de parcelamento
      *>                      (acordos.cbl, com as credenciais por
      *>                      linkage); o perfil consulta so consulta.
      *>   15/10/2026 - IJB - Opcao 26 (rematricula) passa a receber as
      *>                      credenciais por linkage - a liberacao de
      *>                      pendencia financeira e do administrador.
      *>   15/10/2026 - IJB - Opcao 48: declaracao anual de quitacao
      *>                      de debitos (quitacao_anual.cbl).
      *>   15/10/2026 - IJB - Opcao 49: exportacao dos recebimentos de
      *>                      mensalidade para a contabilidade
      *>                      (exportar_recebimentos.cbl).
      *>   15/10/2026 - IJB - Opcoes 50 e 51: lote de RPS das
      *>                      mensalidades pagas (gerar_rps.cbl) e
      *>                      retorno de NFS-e da prefeitura
      *>                      (retorno_nfse.cbl).
      *>   15/10/2026 - IJB - Opcao 52: previsao de recebimentos das
      *>                      proximas 12 competencias
      *>                      (previsao_receitas.cbl).
      *>   15/10/2026 - IJB - Opcao 53: lancamento de notas e
      *>                      frequencia das dependencias da
      *>                      progressao parcial (dependencias.cbl).
      *>   15/10/2026 - IJB - Opcoes 54 a 57: casos de FICAI por
      *>                      infrequencia - abertura em lote
      *>                      (ficai_abertura.cbl), etapas do caso
      *>                      (ficai.cbl), notificacao ao Conselho
      *>                      Tutelar (ficai_notificacao.cbl) e
      *>                      relatorio dos casos em aberto
      *>                      (ficai_relatorio.cbl).
      *>   15/10/2026 - IJB - Opcao 58: certificados de conclusao dos
      *>                      formados com o livro de registro
      *>                      (certificados.cbl).
      *>   15/10/2026 - IJB - Opcoes 59 e 60: emprestimos da
      *>                      biblioteca escolar (biblioteca.cbl) e
      *>                      lista diaria de livros atrasados por
      *>                      turma (biblioteca_atrasos.cbl).
      *>   15/10/2026 - IJB - Opcao 61: calendario de provas por turma
      *>                      com limite diario (provas.cbl).
      *>   15/10/2026 - IJB - Opcao 62: cadastro de salas por unidade
      *>                      (salas.cbl).
      *>   15/10/2026 - IJB - Opcoes 63 e 64: registro de conteudo das
      *>                      aulas pelo professor (registro_conteudo)
      *>                      e aulas dadas x carga horaria
      *>                      (carga_horaria_dada.cbl).
      *>   15/10/2026 - IJB - Opcoes 65 e 66: ausencias de professores
      *>                      e escala de substitutos (substituicoes)
      *>                      e relatorio mensal para o RH
      *>                      (relatorio_ausencias.cbl).
      *>   15/10/2026 - IJB - Opcao 67: interface mensal de horas-aula
      *>                      para a folha (folha_professores.cbl).
      *>   15/10/2026 - IJB - Opcoes 68 a 71: oficinas de contraturno -
      *>                      cadastro (oficinas), inscricao
      *>                      (inscricao_oficinas), listas de presenca
      *>                      (oficinas_chamada) e participacao por
      *>                      serie (participacao_oficina.cbl).
      *>   15/10/2026 - IJB - Opcoes 72 a 74: passeios e respostas dos
      *>                      responsaveis (passeios), cartas de
      *>                      autorizacao (cartas_passeio) e lista do
      *>                      dia do passeio (lista_passeio.cbl).
      *>   15/10/2026 - IJB - Opcoes 75 e 76: contagem diaria da merenda
      *>                      (merenda_diaria) e relatorio mensal do
      *>                      PNAE (merenda_pnae.cbl).
      *>   15/10/2026 - IJB - Opcoes 77 a 80: rotas do transporte escolar
      *>                      (rotas), vinculo aluno/rota/parada
      *>                      (transporte_alunos), lista de embarque
      *>                      (lista_embarque) e relatorio mensal por
      *>                      rota e serie (transporte_mensal.cbl).
      *>   15/10/2026 - IJB - Opcao 81: quadro de vagas do ano letivo
      *>                      seguinte (quadro_vagas.cbl).
      *>   15/10/2026 - IJB - Opcao 82: solicitacoes do titular pela
      *>                      LGPD - relatorio dos dados e anonimizacao
      *>                      de arquivado (lgpd_titular.cbl).
      *>   15/10/2026 - IJB - Opcoes 83 - Plano AEE (aee_planos, o
      *>                      perfil consulta so consulta) e 84 -
      *>                      revisoes de planos AEE do bimestre
      *>                      (aee_revisoes, batch).
      *>   15/10/2026 - IJB - Opcao 85: conflitos de segregacao de
      *>                      funcoes nas concessoes e perfis
      *>                      (conflitos_funcao.cbl, batch, so
      *>                      administrador).
      *>   15/10/2026 - IJB - Opcao 86: recertificacao de acessos pelo
      *>                      gestor (recertificacao, qualquer perfil -
      *>                      a tela so mostra os usuarios do gestor
      *>                      logado); 87 e 88, so administrador:
      *>                      abertura da campanha trimestral
      *>                      (abrir_recertificacao) e encerramento com
      *>                      o relatorio de conclusao
      *>                      (encerrar_recertificacao, batch).
      *>   15/10/2026 - IJB - Opcao 89: anuario estatistico de cinco
      *>                      anos para o conselho escolar
      *>                      (anuario_estatistico.cbl, batch).
      *>   15/10/2026 - IJB - Opcao 90: extrato mensal da familia com
      *>                      todos os filhos (extrato_familia.cbl,
      *>                      batch).

      *>Divisão para configuração do ambiente
       environment division.
                   display "35 - Declaracao de Matricula"
                   display "38 - Cadastro de Unidades"
                   display "40 - Critica do Censo (batch)"
                   display "45 - Carne Anual de Mensalidades (batch)"
                   display "46 - Retorno Bancario (batch)"
                   display "48 - Declaracao Anual de Quitacao (batch)"
                   display "49 - Exportacao Contabil de Recebimentos (batch)"
                   display "50 - Lote de RPS / NFS-e (batch)"
                   display "51 - Retorno de NFS-e (batch)"
                   display "52 - Previsao de Recebimentos (batch)"
                   display "53 - Dependencias - Notas e Frequencia"
                   display "54 - FICAI - Abertura de Casos (batch)"
                   display "55 - FICAI - Etapas do Caso"
                   display "56 - FICAI - Notificacao ao Conselho Tutelar (batch)"
                   display "57 - FICAI - Casos em Aberto por Turma (batch)"
                   display "58 - Certificados de Conclusao (batch)"
                   display "59 - Biblioteca - Emprestimos"
                   display "60 - Biblioteca - Livros Atrasados (batch)"
                   display "61 - Calendario de Provas"
                   display "62 - Cadastro de Salas"
                   display "64 - Aulas Dadas x Carga Horaria (batch)"
                   display "65 - Ausencias e Substituicoes de Professores"
                   display "66 - Ausencias do Mes para o RH (batch)"
                   display "67 - Folha de Horas-Aula dos Professores (batch)"
                   display "68 - Cadastro de Oficinas de Contraturno"
                   display "69 - Inscricao em Oficinas"
                   display "70 - Oficinas - Listas de Presenca (batch)"
                   display "71 - Oficinas - Participacao por Serie (batch)"
                   display "72 - Passeios - Cadastro e Respostas"
                   display "73 - Passeios - Cartas de Autorizacao (batch)"
                   display "74 - Passeios - Lista do Dia (batch)"
                   display "75 - Merenda - Contagem Diaria (batch)"
                   display "76 - Merenda - Relatorio Mensal PNAE (batch)"
                   display "77 - Transporte - Rotas"
                   display "78 - Transporte - Alunos por Rota"
                   display "79 - Transporte - Lista de Embarque (batch)"
                   display "80 - Transporte - Relatorio Mensal (batch)"
                   display "81 - Quadro de Vagas do Ano Seguinte (batch)"
                   display "82 - LGPD - Solicitacoes do Titular"
                   display "84 - Plano AEE - Revisoes do Bimestre (batch)"
                   display "89 - Anuario Estatistico (batch)"
                   display "90 - Extrato Mensal das Familias (batch)"
               end-if
               display "39 - Lancamento do Professor"
               display "63 - Registro de Conteudo do Professor"
               display "47 - Acordos de Parcelamento"
               display "83 - Plano AEE - Atendimento Especializado"
               display "86 - Recertificacao de Acessos (gestor)"
               if  wk-perfil-administrador then
                   display " 9 - Administracao de Usuarios"
                   display "13 - Registro de Bolsas"
                   display "41 - Parametros da Instituicao"
                   display "43 - Fila de Aprovacao"
                   display "44 - Atividade por Operador (batch)"
                   display "85 - Conflitos de Funcoes (batch)"
                   display "87 - Recertificacao - Abrir Campanha (batch)"
                   display "88 - Recertificacao - Encerrar (batch)"
               end-if
               display "36 - Verificar Documento Emitido"
               display "42 - Spool de Relatorios"
                   when "26"
                       if  not wk-perfil-consulta then
                           move "rematricula"       to      wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "27"
                           perform ba-chamar-subsistema
                       end-if

                   when "45"
                       if  not wk-perfil-consulta then
                           move "gerar_carne"       to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "46"
                       if  not wk-perfil-consulta then
                           move "retorno_bancario"  to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "47"
                       move "acordos"               to      wk-nome-subsistema
                       perform bb-chamar-com-credencial

                   when "48"
                       if  not wk-perfil-consulta then
                           move "quitacao_anual"    to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "49"
                       if  not wk-perfil-consulta then
                           move "exportar_recebimentos" to  wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "50"
                       if  not wk-perfil-consulta then
                           move "gerar_rps"         to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "51"
                       if  not wk-perfil-consulta then
                           move "retorno_nfse"      to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "52"
                       if  not wk-perfil-consulta then
                           move "previsao_receitas" to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "53"
                       if  not wk-perfil-consulta then
                           move "dependencias"      to      wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "54"
                       if  not wk-perfil-consulta then
                           move "ficai_abertura"    to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "55"
                       if  not wk-perfil-consulta then
                           move "ficai"             to      wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "56"
                       if  not wk-perfil-consulta then
                           move "ficai_notificacao" to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "57"
                       if  not wk-perfil-consulta then
                           move "ficai_relatorio"   to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "58"
                       if  not wk-perfil-consulta then
                           move "certificados"      to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "59"
                       if  not wk-perfil-consulta then
                           move "biblioteca"        to      wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "60"
                       if  not wk-perfil-consulta then
                           move "biblioteca_atrasos" to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "61"
                       if  not wk-perfil-consulta then
                           move "provas"            to      wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "62"
                       if  not wk-perfil-consulta then
                           move "salas"             to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "63"
                       move "registro_conteudo"     to      wk-nome-subsistema
                       perform bb-chamar-com-credencial

                   when "64"
                       if  not wk-perfil-consulta then
                           move "carga_horaria_dada" to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "65"
                       if  not wk-perfil-consulta then
                           move "substituicoes"     to      wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "66"
                       if  not wk-perfil-consulta then
                           move "relatorio_ausencias" to    wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "67"
                       if  not wk-perfil-consulta then
                           move "folha_professores" to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "68"
                       if  not wk-perfil-consulta then
                           move "oficinas"          to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "69"
                       if  not wk-perfil-consulta then
                           move "inscricao_oficinas" to     wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "70"
                       if  not wk-perfil-consulta then
                           move "oficinas_chamada"  to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "71"
                       if  not wk-perfil-consulta then
                           move "participacao_oficina" to   wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "72"
                       if  not wk-perfil-consulta then
                           move "passeios"          to     wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "73"
                       if  not wk-perfil-consulta then
                           move "cartas_passeio"    to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "74"
                       if  not wk-perfil-consulta then
                           move "lista_passeio"     to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "75"
                       if  not wk-perfil-consulta then
                           move "merenda_diaria"    to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "76"
                       if  not wk-perfil-consulta then
                           move "merenda_pnae"      to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "77"
                       if  not wk-perfil-consulta then
                           move "rotas"             to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "78"
                       if  not wk-perfil-consulta then
                           move "transporte_alunos" to     wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "79"
                       if  not wk-perfil-consulta then
                           move "lista_embarque"    to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "80"
                       if  not wk-perfil-consulta then
                           move "transporte_mensal" to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "81"
                       if  not wk-perfil-consulta then
                           move "quadro_vagas"      to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "82"
                       if  not wk-perfil-consulta then
                           move "lgpd_titular"      to     wk-nome-subsistema
                           perform bb-chamar-com-credencial
                       end-if

                   when "83"
                       move "aee_planos"            to      wk-nome-subsistema
                       perform bb-chamar-com-credencial

                   when "84"
                       if  not wk-perfil-consulta then
                           move "aee_revisoes"      to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "85"
                       if  wk-perfil-administrador then
                           move "conflitos_funcao"  to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "86"
                       move "recertificacao"        to      wk-nome-subsistema
                       perform bb-chamar-com-credencial

                   when "87"
                       if  wk-perfil-administrador then
                           move "abrir_recertificacao"
                                                    to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "88"
                       if  wk-perfil-administrador then
                           move "encerrar_recertificacao"
                                                    to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "89"
                       if  not wk-perfil-consulta then
                           move "anuario_estatistico"
                                                    to      wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "90"
                       if  not wk-perfil-consulta then
                           move "extrato_familia"   to     wk-nome-subsistema
                           perform ba-chamar-subsistema
                       end-if

                   when "X" when "x"
                       continue

