      *                      erros via grava_erro, como os demais
      *                      programas do sistema, antes do rollback ja
      *                      existente.
      *   15/10/2026 - IJB - Feriados e fechamentos da clinica lidos do
      *                      calendario unico da escola
      *                      (arqCalendarioInd.txt, mantido em
      *                      calendario_letivo.cbl - dia com a marca de
      *                      clinica fechada): o agendamento e a
      *                      remarcacao recusam o dia fechado e sugerem
      *                      os proximos slots livres, a sugestao de
      *                      slots segue pelos dias seguintes pulando
      *                      fechamentos e ausencias, a vaga de
      *                      cancelamento em dia fechado nao e
      *                      oferecida a lista de espera e o remanejo
      *                      de ausencia pula os dias fechados. Opcao
      *                      32 lista as consultas vivas que caem em
      *                      dias fechados, para remarcacao.
      *   15/10/2026 - IJB - Guias de cobranca dos convenios: preco de
      *                      exame e troca eletronica (registro ANS,
      *                      layout do lote) no cadastro de convenios,
      *                      opcao 33 de recurso/aceite de glosa.
      *   15/10/2026 - IJB - Receita e atestado medico emitidos da
      *                      consulta realizada (opcao 34, perfil
      *                      medico): numero de controle sequencial
      *                      gravado contra a consulta
      *                      (documento_clinico / documento_item),
      *                      impressao com cabecalho da clinica e CRM
      *                      do medico, reimpressao com o mesmo numero,
      *                      CID no atestado so com o consentimento do
      *                      paciente; opcao 35 confere a autenticidade
      *                      pelo numero.
      *   15/10/2026 - IJB - Repasse medico mensal (opcao 36):
      *                      percentual por medico, geral ou por
      *                      especialidade e/ou pagador, aplicado so ao
      *                      efetivamente recebido - pagamentos de
      *                      sessoes de caixa fechadas e valor pago das
      *                      guias dos convenios (glosa descontada,
      *                      recurso pago depois repassa a diferenca) -
      *                      com demonstrativo por medico em
      *                      arqRepasse_AAAA-MM.txt e fechamento do mes
      *                      em repasse_fechado, travado como o
      *                      faturamento.
      *   15/10/2026 - IJB - Retorno gratuito: janela em dias por
      *                      especialidade (opcao 18); o agendamento, a
      *                      vaga da lista de espera e a remarcacao
      *                      marcam a consulta como retorno quando o
      *                      paciente volta ao mesmo medico dentro da
      *                      janela apos consulta realizada e paga;
      *                      retorno fica fora do faturamento mensal,
      *                      do caixa e das diferencas do dia, e o
      *                      demonstrativo mostra os retornos por
      *                      medico.
      *   15/10/2026 - IJB - Vacinacao (opcao 37): cadastro do paciente
      *                      ganha data de nascimento, responsavel e
      *                      telefone do responsavel; calendario
      *                      nacional de vacinas (vacina, dose, idade
      *                      recomendada em meses) com manutencao,
      *                      registro das doses aplicadas com data,
      *                      lote e profissional - dose tomada fora da
      *                      clinica entra como externa, com o local -
      *                      e caderneta de vacinacao impressa em
      *                      arqCarteiraVacina_NNNNNNN.txt com as doses
      *                      aplicadas e as pendentes com a data
      *                      prevista.
      *   15/10/2026 - IJB - Consulta marcada grava a data de
      *                      agendamento (data_agendamento), base da
      *                      antecedencia media no relatorio de
      *                      ocupacao da agenda.
      *   15/10/2026 - IJB - Resumo clinico do paciente para
      *                      encaminhamento ou transferencia (opcao
      *                      38): identificacao, convenio, consultas,
      *                      prontuario (so no perfil medico), exames e
      *                      vacinas num unico impresso
      *                      (arqResumoClinico_NNNNNNN.txt) e em layout
      *                      fixo de 350 posicoes com registros
      *                      01/02/03/04/05/99
      *                      (arqResumoExport_NNNNNNN.txt); cada
      *                      liberacao e gravada em liberacao_resumo
      *                      com solicitante, motivo, destino e
      *                      operador.
      *   15/10/2026 - IJB - Autorizacao previa do convenio para
      *                      exames: tipos de exame por convenio,
      *                      pedido aguardando autorizacao e registro
      *                      da autorizacao (menu 39).
      *   15/10/2026 - IJB - Estoque de insumos do consultorio (menu
      *                      40): cadastro com custo e estoque minimo,
      *                      entrada de compra, consumo na consulta e
      *                      baixa automatica na dose de vacina
      *                      aplicada na clinica.
      *   15/10/2026 - IJB - Prazo de retorno no prontuario e registro
      *                      do resultado das ligacoes do recall
      *                      semanal (menu 41).

      *Divisao de configuracao do ambiente
       environment division.
      *------- Declaracao de recursos externos
       input-output section.
       file-control.

      *    calendario unico de feriados e fechamentos - escola e clinica
           select arqCalendario assign to "arqCalendarioInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is wk-fs-arqCalendario.

      *    demonstrativo do repasse medico - um arquivo por mes
           select arqRepasse assign to wk-nome-repasse
           organization is line sequential
           file status is wk-fs-arqRepasse.

      *    resumo clinico em layout fixo para carga em outro sistema
           select arqExportacao assign to wk-nome-exportacao
           organization is line sequential
           file status is wk-fs-arqExportacao.

      *    impressao da receita / atestado - um arquivo por documento
           select arqDocumento assign to wk-nome-documento
           organization is line sequential
           file status is wk-fs-arqDocumento.

       i-o-control.


      *Declaracao de variaveis
       data division.
       file section.
       fd arqCalendario.
       01  fd-calendario.
           05  fd-cal-data                  pic  9(08).
           05  fd-cal-tipo                  pic  x(01).
               88  fd-cal-letivo            value "L".
               88  fd-cal-feriado           value "F".
               88  fd-cal-recesso           value "R".
           05  fd-cal-descricao             pic  x(30).
           05  fd-cal-clinica               pic  x(01).
               88  fd-cal-clinica-fechada   value "S".
               88  fd-cal-clinica-aberta    value "N".

       fd arqDocumento.
       01  fd-doc-linha                     pic  x(80).

       fd arqRepasse.
       01  fd-rep-linha                     pic  x(100).

       fd arqExportacao.
       01  fd-exp-linha                     pic  x(350).


      *Variaveis do programa
       01 wk-db-pront-trat               pic x(100).
       01 wk-db-pront-tipo               pic x(01).
       01 wk-db-pront-qtd                pic 9(03).
       01 wk-db-pront-dias-ret           pic 9(03).
       01 wk-db-falta-qtd                pic 9(03).
       01 wk-db-data-janela              pic x(10).
       01 wk-db-falta-tot                pic 9(05).
       01 wk-db-ex-resumo                pic x(100).
       01 wk-db-ex-situacao              pic x(01).
       01 wk-db-ex-pac-nome              pic x(35).
       01 wk-db-ex-exige                 pic x(01).
       01 wk-db-ex-autorizacao           pic x(20).
       01 wk-db-ex-validade              pic x(10).
       01 wk-db-ex-data-aut              pic x(10).
       01 wk-db-ex-limite-aut            pic x(10).
       01 wk-db-ex-aut-qtd               pic 9(05).
       01 wk-db-aus-id                   pic 9(07).
       01 wk-db-aus-medico               pic 9(05).
       01 wk-db-aus-ini                  pic x(10).
       01 wk-db-fus-qc                   pic 9(05).
       01 wk-db-fus-qe                   pic 9(05).
       01 wk-db-fus-qx                   pic 9(05).
       01 wk-db-conv-ans                 pic x(06).
       01 wk-db-conv-layout              pic x(01).
       01 wk-db-gl-guia                  pic 9(09).
       01 wk-db-gl-situacao              pic x(01).
       01 wk-db-gl-conv                  pic 9(05).
       01 wk-db-gl-data-atend            pic x(10).
       01 wk-db-gl-pac-nome              pic x(35).
       01 wk-db-gl-valor                 pic 9(07)v99.
       01 wk-db-gl-glosa                 pic 9(07)v99.
       01 wk-db-gl-cod                   pic x(04).
       01 wk-db-gl-motivo                pic x(40).
       01 wk-db-gl-justif                pic x(60).
       01 wk-db-gl-data-rec              pic x(14).
       01 wk-db-gl-oper                  pic x(15).
       01 wk-db-doc-num                  pic 9(07).
       01 wk-db-doc-tipo                 pic x(01).
       01 wk-db-doc-data                 pic x(14).
       01 wk-db-doc-dias                 pic 9(03).
       01 wk-db-doc-cid                  pic x(10).
       01 wk-db-doc-consent              pic x(01).
       01 wk-db-doc-seq                  pic 9(02).
       01 wk-db-doc-medicamento          pic x(40).
       01 wk-db-doc-posologia            pic x(40).
       01 wk-db-doc-duracao              pic x(20).
       01 wk-db-doc-pac-nome             pic x(35).
       01 wk-db-doc-med-nome             pic x(35).
       01 wk-db-doc-crm                  pic x(15).
       01 wk-db-doc-data-cons            pic x(10).
       01 wk-db-rep-medico               pic 9(05).
       01 wk-db-rep-med-nome             pic x(35).
       01 wk-db-rep-esp                  pic 9(05).
       01 wk-db-rep-conv                 pic s9(05).
       01 wk-db-rep-perc                 pic 9(03)v99.
       01 wk-db-rep-origem               pic x(01).
       01 wk-db-rep-ref                  pic 9(09).
       01 wk-db-rep-consulta             pic 9(07).
       01 wk-db-rep-data                 pic x(10).
       01 wk-db-rep-recebido             pic 9(07)v99.
       01 wk-db-rep-valor                pic 9(07)v99.
       01 wk-db-cons-retorno             pic x(01).
       01 wk-db-ret-origem               pic 9(07).
       01 wk-db-ret-data                 pic x(10).
       01 wk-db-esp-dias-ret             pic 9(03).
       01 wk-db-ret-medico               pic 9(05).
       01 wk-db-ret-qtd                  pic 9(05).
       01 wk-db-ret-total                pic 9(05).
       01 wk-db-pac-nasc                 pic x(10).
       01 wk-db-pac-resp                 pic x(35).
       01 wk-db-pac-tel-resp             pic x(11).
       01 wk-db-vac-cod                  pic x(10).
       01 wk-db-vac-dose                 pic x(05).
       01 wk-db-vac-nome                 pic x(40).
       01 wk-db-vac-idade                pic 9(03).
       01 wk-db-vac-data                 pic x(10).
       01 wk-db-vac-lote                 pic x(15).
       01 wk-db-vac-prof                 pic x(35).
       01 wk-db-vac-externa              pic x(01).
       01 wk-db-vac-local                pic x(30).
       01 wk-db-vac-registro             pic x(14).
       01 wk-db-vac-prevista             pic x(10).
       01 wk-db-vac-qtd                  pic 9(05).
       01 wk-db-data-agend               pic x(10).
       01 wk-db-lib-data                 pic x(14).
       01 wk-db-lib-solicitante          pic 9(05).
       01 wk-db-lib-sol-nome             pic x(35).
       01 wk-db-lib-operador             pic x(15).
       01 wk-db-lib-motivo               pic x(40).
       01 wk-db-lib-destino              pic x(40).
       01 wk-db-lib-pront                pic x(01).
       01 wk-db-ins-cod                  pic 9(05).
       01 wk-db-ins-desc                 pic x(40).
       01 wk-db-ins-unid                 pic x(05).
       01 wk-db-ins-custo                pic 9(07)v99.
       01 wk-db-ins-minimo               pic 9(05).
       01 wk-db-ins-saldo                pic s9(07).
       01 wk-db-ins-vacina               pic x(10).
       01 wk-db-ins-situacao             pic x(01).
       01 wk-db-mov-tipo                 pic x(01).
       01 wk-db-mov-qtd                  pic 9(05).
       01 wk-db-mov-custo                pic 9(07)v99.
       01 wk-db-mov-data                 pic x(10).
       01 wk-db-mov-consulta             pic 9(07).
       01 wk-db-mov-medico               pic 9(05).
       01 wk-db-mov-paciente             pic 9(07).
       01 wk-db-mov-doc                  pic x(20).
       01 wk-db-mov-registro             pic x(14).
       01 wk-db-rec-motivo               pic x(01).
       01 wk-db-rec-referencia           pic 9(07).
       01 wk-db-rec-paciente             pic 9(07).
       01 wk-db-rec-medico               pic 9(05).
       01 wk-db-rec-pac-nome             pic x(35).
       01 wk-db-rec-data                 pic x(10).
       01 wk-db-rec-resultado            pic x(01).
       01 wk-db-rec-operador             pic x(15).
       01 wk-db-rec-obs                  pic x(40).
       exec sql
           end declare section
       end-exec
          05 wk-pac-cpf                 pic x(12).
          05 wk-pac-telefone            pic x(11).
          05 wk-pac-situacao            pic x(01).
          05 wk-pac-nasc                pic x(10).
          05 wk-pac-resp                pic x(35).
          05 wk-pac-tel-resp            pic x(11).

       77 wk-paciente-valido            pic x(01).
          88 wk-paciente-eh-valido      value "S".
          88 wk-horario-fora            value "F".
          88 wk-horario-ocupado         value "X".
          88 wk-horario-ausente          value "A".
          88 wk-horario-fechado         value "H".

       77 wk-qtd-sugestoes              pic 9(01).
       77 wk-sug-dias                   pic 9(02).
       77 wk-sug-base                   pic 9(08).
       77 wk-sug-data-orig              pic x(10).
       77 wk-sug-hora-orig              pic x(05).

      *   Calendario de feriados e fechamentos (arqCalendarioInd.txt)
       77 wk-fs-arqCalendario           pic x(02).
       77 wk-calendario-aberto          pic x(01).
          88 wk-tem-calendario          value "S".
       77 wk-fechamento-flag            pic x(01).
          88 wk-clinica-fechada         value "S".
       77 wk-fech-descricao             pic x(30).
       77 wk-fech-qtd-dias              pic 9(04).
       77 wk-fech-qtd-cons              pic 9(05).
       77 wk-fech-fim                   pic x(01).
          88 wk-fech-terminou           value "F".
       01 wk-fech-data-num              pic 9(08).
       01 wk-fech-data-red redefines wk-fech-data-num.
          05 wk-fd-ano                  pic x(04).
          05 wk-fd-mes                  pic x(02).
          05 wk-fd-dia                  pic x(02).

      *   Faturamento mensal
       77 wk-ano-mes                    pic x(07).
          88 wk-conv-incluir             value "I" "i".
          88 wk-conv-preco               value "P" "p".
          88 wk-conv-listar              value "L" "l".
          88 wk-conv-preco-exame         value "E" "e".
          88 wk-conv-troca               value "T" "t".
          88 wk-conv-autorizacao         value "A" "a".
       77 wk-conv-layout                 pic x(01).
          88 wk-layout-valido            value "P" "D".
       77 wk-fat-conv-ant                pic 9(05).

      *   Prontuario - acesso clinico restrito ao perfil medico
       77 wk-fus-operador                pic x(15).
       77 wk-resp-fundir                 pic x(01).
          88 wk-fundir-sim               value "S" "s".

      *   Recurso de glosa das guias cobradas dos convenios
       77 wk-acao-glosa                  pic x(01).
          88 wk-glosa-listar             value "L" "l".
          88 wk-glosa-recorrer           value "R" "r".
          88 wk-glosa-aceitar            value "A" "a".
       77 wk-gl-guia                     pic 9(09).
       77 wk-gl-qtd                      pic 9(04).

      *   Receita e atestado medico emitidos da consulta - numero de
      *   controle unico, reimpressao com o mesmo numero
       77 wk-acao-doc                    pic x(01).
          88 wk-doc-receita              value "R" "r".
          88 wk-doc-atestado             value "A" "a".
       77 wk-doc-num                     pic 9(07).
       77 wk-doc-itens                   pic 9(02).
       77 wk-doc-fim-itens               pic x(01).
          88 wk-doc-sem-mais-itens       value "S".
       77 wk-doc-resp-cid                pic x(01).
          88 wk-doc-autoriza-cid         value "S" "s".
       77 wk-nome-documento              pic x(40).
       77 wk-fs-arqDocumento             pic x(02).
       77 wk-doc-cab-clinica             pic x(40)
                          value "CLINICA MEDICA - ATENDIMENTO".
       01 wk-doc-data-ed.
          05 wk-doc-ed-dia               pic x(02).
          05 filler                      pic x(01) value "/".
          05 wk-doc-ed-mes               pic x(02).
          05 filler                      pic x(01) value "/".
          05 wk-doc-ed-ano               pic x(04).

      *   Repasse medico - percentual sobre o recebido, mes fechado
      *   travado como o faturamento
       77 wk-acao-rep                    pic x(01).
          88 wk-rep-percentual           value "P" "p".
          88 wk-rep-listar               value "L" "l".
          88 wk-rep-gerar                value "G" "g".
       77 wk-rep-pagador                 pic x(01).
          88 wk-rep-pag-todos            value "T" "t".
          88 wk-rep-pag-particular       value "P" "p".
          88 wk-rep-pag-convenio         value "C" "c".
       77 wk-rep-conv-ed                 pic 9(05).
       77 wk-rep-qtd                     pic 9(04).
       77 wk-rep-sem-perc                pic 9(05).
       77 wk-rep-medico-ant              pic 9(05).
       77 wk-rep-primeiro                pic x(01).
       77 wk-rep-tot-rec                 pic 9(09)v99.
       77 wk-rep-tot-rep                 pic 9(09)v99.
       77 wk-rep-ger-rec                 pic 9(09)v99.
       77 wk-rep-ger-rep                 pic 9(09)v99.
       77 wk-nome-repasse                pic x(40).
       77 wk-fs-arqRepasse               pic x(02).
       01 wk-rep-cabecalho.
          05 filler                      pic x(44) value
             "  ORIGEM      REF CONSULTA DATA       CONV  ".
          05 filler                      pic x(56) value
             " RECEBIDO      %    REPASSE".
       01 wk-rep-linha-det.
          05 filler                      pic x(02) value spaces.
          05 wk-rep-det-origem           pic x(05).
          05 filler                      pic x(01) value space.
          05 wk-rep-det-ref              pic 9(09).
          05 filler                      pic x(01) value space.
          05 wk-rep-det-consulta         pic 9(07).
          05 filler                      pic x(01) value space.
          05 wk-rep-det-data             pic x(10).
          05 filler                      pic x(01) value space.
          05 wk-rep-det-conv             pic 9(05).
          05 filler                      pic x(01) value space.
          05 wk-rep-det-recebido         pic zzzzzz9,99.
          05 filler                      pic x(01) value space.
          05 wk-rep-det-perc             pic zz9,99.
          05 filler                      pic x(01) value space.
          05 wk-rep-det-repasse          pic zzzzzz9,99.
          05 filler                      pic x(29) value spaces.
       01 wk-rep-linha-tot.
          05 wk-rep-tot-rotulo           pic x(43).
          05 wk-rep-tot-recebido         pic zzzzzzzz9,99.
          05 filler                      pic x(06) value spaces.
          05 wk-rep-tot-repasse          pic zzzzzzzz9,99.
          05 filler                      pic x(27) value spaces.

      *   Retorno gratuito - mesmo paciente e medico dentro da janela
      *   da especialidade apos uma consulta paga
       77 wk-ret-perc                    pic 9(03)v99.
       77 wk-ret-primeiro                pic x(01).

      *   Vacinacao - calendario nacional, doses aplicadas na clinica
      *   ou fora dela (externas) e caderneta impressa
       77 wk-nasc-flag                   pic x(01).
          88 wk-nasc-valida              value "S".
       77 wk-acao-vac                    pic x(01).
          88 wk-vac-catalogo             value "C" "c".
          88 wk-vac-listar               value "L" "l".
          88 wk-vac-aplicar              value "A" "a".
          88 wk-vac-carteira             value "K" "k".
       77 wk-vac-resp-externa            pic x(01).
          88 wk-vac-eh-externa           value "S" "s".
       77 wk-vac-qtd                     pic 9(04).
       77 wk-vac-situacao                pic x(09).

      *   Resumo clinico do paciente para encaminhamento/transferencia
      *   - impresso e em layout fixo, liberacao registrada
       77 wk-res-qtd-cons                pic 9(05).
       77 wk-res-qtd-pront               pic 9(05).
       77 wk-res-qtd-exames              pic 9(05).
       77 wk-res-qtd-vacinas             pic 9(05).
       77 wk-nome-exportacao             pic x(40).
       77 wk-fs-arqExportacao            pic x(02).
       01 wk-exp-ident.
          05 filler                      pic x(02) value "01".
          05 wk-exp-id-paciente          pic 9(07).
          05 wk-exp-id-nome              pic x(35).
          05 wk-exp-id-cpf               pic x(12).
          05 wk-exp-id-nasc              pic x(10).
          05 wk-exp-id-telefone          pic x(11).
          05 wk-exp-id-resp              pic x(35).
          05 wk-exp-id-tel-resp          pic x(11).
          05 wk-exp-id-conv              pic 9(05).
          05 wk-exp-id-conv-nome         pic x(30).
          05 wk-exp-id-geracao           pic x(14).
          05 wk-exp-id-solicitante       pic 9(05).
          05 wk-exp-id-sol-nome          pic x(35).
          05 wk-exp-id-motivo            pic x(40).
          05 wk-exp-id-destino           pic x(40).
          05 filler                      pic x(58) value spaces.
       01 wk-exp-consulta.
          05 filler                      pic x(02) value "02".
          05 wk-exp-co-num               pic 9(07).
          05 wk-exp-co-data              pic x(10).
          05 wk-exp-co-hora              pic x(05).
          05 wk-exp-co-medico            pic 9(05).
          05 wk-exp-co-med-nome          pic x(35).
          05 wk-exp-co-status            pic x(01).
          05 wk-exp-co-retorno           pic x(01).
          05 filler                      pic x(284) value spaces.
       01 wk-exp-prontuario.
          05 filler                      pic x(02) value "03".
          05 wk-exp-pr-consulta          pic 9(07).
          05 wk-exp-pr-data              pic x(14).
          05 wk-exp-pr-medico            pic 9(05).
          05 wk-exp-pr-tipo              pic x(01).
          05 wk-exp-pr-cid               pic x(10).
          05 wk-exp-pr-evolucao          pic x(200).
          05 wk-exp-pr-tratamento        pic x(100).
          05 filler                      pic x(11) value spaces.
       01 wk-exp-exame.
          05 filler                      pic x(02) value "04".
          05 wk-exp-ex-id                pic 9(07).
          05 wk-exp-ex-consulta          pic 9(07).
          05 wk-exp-ex-tipo              pic x(30).
          05 wk-exp-ex-data-ped          pic x(10).
          05 wk-exp-ex-data-res          pic x(10).
          05 wk-exp-ex-situacao          pic x(01).
          05 wk-exp-ex-resumo            pic x(100).
          05 filler                      pic x(183) value spaces.
       01 wk-exp-vacina.
          05 filler                      pic x(02) value "05".
          05 wk-exp-va-data              pic x(10).
          05 wk-exp-va-nome              pic x(40).
          05 wk-exp-va-dose              pic x(05).
          05 wk-exp-va-lote              pic x(15).
          05 wk-exp-va-externa           pic x(01).
          05 wk-exp-va-local             pic x(30).
          05 wk-exp-va-prof              pic x(35).
          05 filler                      pic x(212) value spaces.
       01 wk-exp-trailer.
          05 filler                      pic x(02) value "99".
          05 wk-exp-tr-consultas         pic 9(05).
          05 wk-exp-tr-prontuarios       pic 9(05).
          05 wk-exp-tr-exames            pic 9(05).
          05 wk-exp-tr-vacinas           pic 9(05).
          05 wk-exp-tr-com-pront         pic x(01).
          05 filler                      pic x(327) value spaces.

      *   Estoque de insumos do consultorio - entradas de compra e
      *   consumo por consulta e por dose de vacina aplicada
       77 wk-acao-ins                    pic x(01).
          88 wk-ins-cadastro             value "I" "i".
          88 wk-ins-entrada              value "E" "e".
          88 wk-ins-consumo              value "C" "c".
          88 wk-ins-listar               value "L" "l".
       77 wk-ins-continua                pic x(01).
          88 wk-ins-outro-item           value "S" "s".
       77 wk-ins-qtd                     pic 9(04).
       77 wk-ins-saldo-ant               pic s9(07).
       77 wk-ins-saldo-disp              pic -(06)9.
       77 wk-ins-custo-disp              pic z(06)9,99.
       77 wk-ins-aviso                   pic x(05).

      *   Recall de pacientes - resultado da ligacao da lista semanal
      *   (exame com resultado sem consulta / retorno vencido)
       77 wk-rec-motivo                  pic x(01).
          88 wk-rec-motivo-exame         value "E" "e".
          88 wk-rec-motivo-retorno       value "R" "r".
       77 wk-rec-resultado               pic x(01).
          88 wk-rec-agendou              value "A" "a".
          88 wk-rec-recusou              value "D" "d".
          88 wk-rec-nao-atendeu          value "N" "n".

      *   Autorizacao previa do convenio para exames - pedido fica
      *   aguardando (A) ate o registro do numero e da validade
       77 wk-aut-dias-aviso              pic 9(02) value 7.
       77 wk-aut-data-ok                 pic x(01).
          88 wk-aut-data-valida          value "S".
       77 wk-tot-conv-qtd                pic 9(06).
       77 wk-tot-conv-valor              pic 9(08)v99.

           perform aa-obter-versao-schema
           perform ab-migrar-schema

      *    sem calendario lancado nenhum dia e fechado
           move "N"                         to wk-calendario-aberto
           open input arqCalendario
           if wk-fs-arqCalendario = "00"
               move "S"                     to wk-calendario-aberto
           else
               if wk-fs-arqCalendario not = "35"
                   display "Erro ao abrir arqCalendarioInd "
                           wk-fs-arqCalendario
                   stop run
               end-if
           end-if

           display "Perfil da sessao (M = medico / R = recepcao): "
           accept wk-perfil-sessao

               perform ac-gravar-versao-schema
           end-if

      *    cobranca dos convenios por guias e lotes, com o retorno de
      *    glosas (faturar_guias, retorno_guias, glosas_convenio)
           if wk-schema-versao < 16
               EXEC SQL
                   alter table convenio add column registro_ans char(6)
               END-EXEC
               EXEC SQL
                   alter table convenio add column layout_lote char(1)
               END-EXEC
               EXEC SQL
                   update convenio set registro_ans = ' ',
                                       layout_lote  = 'P'
                    where layout_lote is null
               END-EXEC
               EXEC SQL
                   create table if not exists preco_exame (
                       cod_convenio integer,
                       tipo_exame char(30),
                       preco numeric,
                       primary key (cod_convenio, tipo_exame))
               END-EXEC
               EXEC SQL
                   create table if not exists lote_guia (
                       num_lote integer primary key,
                       cod_convenio integer,
                       ano_mes char(7),
                       tipo char(1),
                       data_geracao char(14),
                       qtd_guias integer,
                       valor numeric,
                       arquivo char(40),
                       situacao char(1))
               END-EXEC
               EXEC SQL
                   create table if not exists guia (
                       num_guia integer primary key,
                       num_lote integer,
                       num_lote_recurso integer,
                       cod_convenio integer,
                       ano_mes char(7),
                       tipo_item char(1),
                       num_consulta integer,
                       id_exame integer,
                       id_paciente integer,
                       cod_medico integer,
                       data_atendimento char(10),
                       valor numeric,
                       situacao char(1),
                       valor_pago numeric,
                       valor_glosa numeric,
                       cod_glosa char(4),
                       motivo_glosa char(40),
                       data_retorno char(10),
                       justificativa_recurso char(60),
                       data_recurso char(14),
                       operador_recurso char(15))
               END-EXEC
               move 16                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

      *    receitas e atestados emitidos da consulta, numerados
           if wk-schema-versao < 17
               EXEC SQL
                   create table if not exists documento_clinico (
                       num_documento integer primary key,
                       tipo char(1),
                       num_consulta integer,
                       id_paciente integer,
                       cod_medico integer,
                       data_emissao char(14),
                       dias_afastamento integer,
                       consentimento_cid char(1),
                       cid char(10))
               END-EXEC
               EXEC SQL
                   create table if not exists documento_item (
                       num_documento integer,
                       seq integer,
                       medicamento char(40),
                       posologia char(40),
                       duracao char(20),
                       primary key (num_documento, seq))
               END-EXEC
               move 17                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

      *    repasse medico sobre o recebido - percentual por medico
      *    (especialidade 0 = todas, convenio -1 = todos os pagadores)
           if wk-schema-versao < 18
               EXEC SQL
                   create table if not exists repasse_percentual (
                       cod_medico integer,
                       cod_esp integer,
                       cod_convenio integer,
                       percentual numeric,
                       primary key (cod_medico, cod_esp, cod_convenio))
               END-EXEC
               EXEC SQL
                   create table if not exists repasse (
                       ano_mes char(7),
                       cod_medico integer,
                       origem char(1),
                       referencia integer,
                       num_consulta integer,
                       data_recebimento char(10),
                       cod_convenio integer,
                       valor_recebido numeric,
                       percentual numeric,
                       valor_repasse numeric)
               END-EXEC
               EXEC SQL
                   create table if not exists repasse_fechado (
                       ano_mes char(7) primary key,
                       data_fechamento char(14))
               END-EXEC
               move 18                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

      *    retorno gratuito - janela em dias por especialidade e a
      *    marca na consulta, com a consulta paga de origem
           if wk-schema-versao < 19
               EXEC SQL
                   alter table especialidade add column
                       dias_retorno integer
               END-EXEC
               EXEC SQL
                   update especialidade set dias_retorno = 30
                    where dias_retorno is null
               END-EXEC
               EXEC SQL
                   alter table consulta add column retorno char(1)
               END-EXEC
               EXEC SQL
                   alter table consulta add column
                       consulta_origem integer
               END-EXEC
               EXEC SQL
                   update consulta set retorno = 'N',
                                       consulta_origem = 0
                    where retorno is null
               END-EXEC
               move 19                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

      *    vacinacao - nascimento e responsavel do paciente, calendario
      *    nacional de vacinas (idade recomendada em meses) e as doses
      *    aplicadas, na clinica ou externas
           if wk-schema-versao < 20
               EXEC SQL
                   alter table paciente add column
                       data_nascimento char(10)
               END-EXEC
               EXEC SQL
                   alter table paciente add column responsavel char(35)
               END-EXEC
               EXEC SQL
                   alter table paciente add column
                       telefone_responsavel char(11)
               END-EXEC
               EXEC SQL
                   update paciente set data_nascimento      = ' ',
                                       responsavel          = ' ',
                                       telefone_responsavel = ' '
                    where data_nascimento is null
               END-EXEC
               EXEC SQL
                   create table if not exists vacina (
                       cod_vacina char(10),
                       dose char(5),
                       nome char(40),
                       idade_meses integer,
                       primary key (cod_vacina, dose))
               END-EXEC
               EXEC SQL
                   insert into vacina (cod_vacina, dose, nome,
                                       idade_meses) values
                       ('BCG',       'UNICA', 'BCG', 0),
                       ('HEPB',      'NASC',  'Hepatite B', 0),
                       ('PENTA',     'D1',
                        'Pentavalente (DTP/Hib/Hepatite B)', 2),
                       ('PENTA',     'D2',
                        'Pentavalente (DTP/Hib/Hepatite B)', 4),
                       ('PENTA',     'D3',
                        'Pentavalente (DTP/Hib/Hepatite B)', 6),
                       ('VIP',       'D1',
                        'Poliomielite inativada (VIP)', 2),
                       ('VIP',       'D2',
                        'Poliomielite inativada (VIP)', 4),
                       ('VIP',       'D3',
                        'Poliomielite inativada (VIP)', 6),
                       ('PNEUMO10',  'D1', 'Pneumococica 10-valente', 2),
                       ('PNEUMO10',  'D2', 'Pneumococica 10-valente', 4),
                       ('PNEUMO10',  'REF', 'Pneumococica 10-valente',
                        12),
                       ('ROTAVIRUS', 'D1', 'Rotavirus humano', 2),
                       ('ROTAVIRUS', 'D2', 'Rotavirus humano', 4),
                       ('MENINGOC',  'D1', 'Meningococica C', 3),
                       ('MENINGOC',  'D2', 'Meningococica C', 5),
                       ('MENINGOC',  'REF', 'Meningococica C', 12),
                       ('FEBREAMAR', 'D1', 'Febre amarela', 9),
                       ('FEBREAMAR', 'REF', 'Febre amarela', 48),
                       ('TRIPLICEV', 'D1',
                        'Triplice viral (sarampo/caxumba/rubeola)', 12),
                       ('TETRAVIR',  'D1', 'Tetra viral', 15),
                       ('DTP',       'REF1',
                        'DTP (triplice bacteriana)', 15),
                       ('DTP',       'REF2',
                        'DTP (triplice bacteriana)', 48),
                       ('VOP',       'REF1',
                        'Poliomielite oral (VOP)', 15),
                       ('VOP',       'REF2',
                        'Poliomielite oral (VOP)', 48),
                       ('HEPA',      'UNICA', 'Hepatite A', 15),
                       ('VARICELA',  'D2', 'Varicela', 48),
                       ('HPV',       'D1', 'HPV quadrivalente', 108),
                       ('MENACWY',   'UNICA', 'Meningococica ACWY', 132)
               END-EXEC
               EXEC SQL
                   create table if not exists vacina_aplicada (
                       id integer primary key autoincrement,
                       id_paciente integer,
                       cod_vacina char(10),
                       dose char(5),
                       data_aplicacao char(10),
                       lote char(15),
                       profissional char(35),
                       externa char(1),
                       local_aplicacao char(30),
                       data_registro char(14))
               END-EXEC
               move 20                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

      *    data em que a consulta foi marcada, para a antecedencia da
      *    agenda no relatorio de ocupacao - as consultas anteriores
      *    ficam sem data e fora da media
           if wk-schema-versao < 21
               EXEC SQL
                   alter table consulta add column
                       data_agendamento char(10)
               END-EXEC
               move 21                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

      *    registro de liberacao do resumo clinico do paciente - quem
      *    pediu, por que, para onde e se levou o prontuario
           if wk-schema-versao < 22
               EXEC SQL
                   create table if not exists liberacao_resumo (
                       id integer primary key autoincrement,
                       id_paciente integer,
                       data_liberacao char(14),
                       cod_medico_solicitante integer,
                       nome_solicitante char(35),
                       operador char(15),
                       motivo char(40),
                       destino char(40),
                       com_prontuario char(1))
               END-EXEC
               move 22                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

           if wk-schema-versao < 23
               EXEC SQL
                   create table if not exists exame_autorizacao (
                       cod_convenio integer,
                       tipo_exame char(30),
                       primary key (cod_convenio, tipo_exame))
               END-EXEC
               EXEC SQL
                   alter table pedido_exame
                     add column exige_autorizacao char(1)
               END-EXEC
               EXEC SQL
                   alter table pedido_exame
                     add column num_autorizacao char(20)
               END-EXEC
               EXEC SQL
                   alter table pedido_exame
                     add column validade_autorizacao char(10)
               END-EXEC
               EXEC SQL
                   alter table pedido_exame
                     add column data_autorizacao char(10)
               END-EXEC
               EXEC SQL
                   update pedido_exame
                      set exige_autorizacao    = 'N',
                          num_autorizacao      = ' ',
                          validade_autorizacao = ' ',
                          data_autorizacao     = ' '
                    where exige_autorizacao is null
               END-EXEC
               move 23                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

           if wk-schema-versao < 24
               EXEC SQL
                   create table if not exists insumo (
                       cod integer primary key,
                       descricao char(40),
                       unidade char(5),
                       custo_unitario numeric,
                       estoque_minimo integer,
                       saldo integer,
                       cod_vacina char(10),
                       situacao char(1))
               END-EXEC
               EXEC SQL
                   create table if not exists movimento_insumo (
                       id integer primary key autoincrement,
                       cod_insumo integer,
                       tipo char(1),
                       quantidade integer,
                       custo_unitario numeric,
                       data_movimento char(10),
                       num_consulta integer,
                       cod_medico integer,
                       id_paciente integer,
                       documento char(20),
                       data_registro char(14))
               END-EXEC
               move 24                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

           if wk-schema-versao < 25
               EXEC SQL
                   alter table prontuario add column dias_retorno integer
               END-EXEC
               EXEC SQL
                   update prontuario set dias_retorno = 0
                    where dias_retorno is null
               END-EXEC
               EXEC SQL
                   create table if not exists recall_contato (
                       id integer primary key autoincrement,
                       id_paciente integer,
                       motivo char(1),
                       referencia integer,
                       cod_medico integer,
                       data_contato char(10),
                       resultado char(1),
                       operador char(15),
                       observacao char(40))
               END-EXEC
               move 25                      to wk-schema-versao
               perform ac-gravar-versao-schema
           end-if

           .
       ab-migrar-schema-z.
           exit.
               display "29 - Ausencias do Medico"
               display "30 - Caixa do Dia"
               display "31 - Fundir Pacientes Duplicados"
               display "32 - Consultas em Dias de Fechamento"
               display "33 - Glosas dos Convenios - Recurso"
               display "34 - Receita / Atestado da Consulta"
                       " (perfil medico)"
               display "35 - Conferir Receita / Atestado pelo Numero"
               display "36 - Repasse Medico Mensal"
               display "37 - Vacinacao - Calendario / Doses / Caderneta"
               display "38 - Resumo Clinico do Paciente (encaminhamento)"
               display "39 - Autorizacao do Convenio para Exame"
               display "40 - Insumos - Cadastro / Entrada / Consumo"
               display "41 - Recall - Resultado da Ligacao"

               accept wk-menu

                   when "31"
                       perform f-fundir-pacientes

                   when "32"
                       perform h-consultas-fechamento

                   when "33"
                       perform g-recurso-glosa

                   when "34"
                       perform k-emitir-documento

                   when "35"
                       perform k-conferir-documento

                   when "36"
                       perform n-repasse-medico

                   when "37"
                       perform j-vacinacao

                   when "38"
                       perform l-resumo-clinico

                   when "39"
                       perform ec-autorizar-exame

                   when "40"
                       perform i-insumos

                   when "41"
                       perform o-registrar-recall

                   when other
                       display "Opcao incalida"
               end-evaluate
               display "Telefone: "
               accept wk-pac-telefone

               display "Data de nascimento (AAAA-MM-DD): "
               accept wk-pac-nasc
               perform sc-validar-nascimento
               if not wk-nasc-valida then
                   display "Data de nascimento invalida"
                   exit section
               end-if
               display "Responsavel (menor de idade): "
               accept wk-pac-resp
               display "Telefone do responsavel: "
               accept wk-pac-tel-resp

               display "Convenio (0 = particular): "
               accept wk-conv-cod
               perform ya-validar-convenio
                   move wk-pac-cpf      to    wk-db-pac-cpf
                   move wk-pac-telefone to    wk-db-pac-telefone
                   move wk-conv-cod     to    wk-db-pac-convenio
                   move wk-pac-nasc     to    wk-db-pac-nasc
                   move wk-pac-resp     to    wk-db-pac-resp
                   move wk-pac-tel-resp to    wk-db-pac-tel-resp

                   EXEC SQL
                      insert into paciente(id, nome, cpf, telefone,
                                           situacao, cod_convenio,
                                           data_nascimento,
                                           responsavel,
                                           telefone_responsavel)
                                  values (:wk-db-pac-id,
                                          :wk-db-pac-nome,
                                          :wk-db-pac-cpf,
                                          :wk-db-pac-telefone,
                                          'A',
                                          :wk-db-pac-convenio,
                                          :wk-db-pac-nasc,
                                          :wk-db-pac-resp,
                                          :wk-db-pac-tel-resp)
                   END-EXEC
                   if sqlcode not = 0
                   and sqlcode not = 19 then

           EXEC SQL
              SELECT nome, cpf, telefone, situacao,
                     COALESCE(cod_convenio, 0),
                     COALESCE(data_nascimento, ' '),
                     COALESCE(responsavel, ' '),
                     COALESCE(telefone_responsavel, ' ')
                INTO :wk-db-pac-nome,
                     :wk-db-pac-cpf,
                     :wk-db-pac-telefone,
                     :wk-db-pac-situacao,
                     :wk-db-pac-convenio,
                     :wk-db-pac-nasc,
                     :wk-db-pac-resp,
                     :wk-db-pac-tel-resp
                FROM paciente
               WHERE id = :wk-db-pac-id
           END-EXEC
               move wk-db-pac-convenio              to    wk-conv-cod
               perform vd-nome-convenio
               display "Convenio: " wk-conv-nome
               display "Nascimento : " wk-db-pac-nasc
               display "Responsavel: " wk-db-pac-resp
               display "Tel. resp. : " wk-db-pac-tel-resp
           end-if

           .
               accept wk-pac-nome
               display "Telefone: "
               accept wk-pac-telefone
               display "Data de nascimento (AAAA-MM-DD): "
               accept wk-pac-nasc
               perform sc-validar-nascimento
               if not wk-nasc-valida then
                   display "Data de nascimento invalida"
                   exit section
               end-if
               display "Responsavel (menor de idade): "
               accept wk-pac-resp
               display "Telefone do responsavel: "
               accept wk-pac-tel-resp
               display "Convenio (0 = particular): "
               accept wk-conv-cod

                   move wk-pac-nome                 to    wk-db-pac-nome
                   move wk-pac-telefone             to    wk-db-pac-telefone
                   move wk-conv-cod                 to    wk-db-pac-convenio
                   move wk-pac-nasc                 to    wk-db-pac-nasc
                   move wk-pac-resp                 to    wk-db-pac-resp
                   move wk-pac-tel-resp             to    wk-db-pac-tel-resp

                   EXEC SQL
                      update paciente
                         set nome         = :wk-db-pac-nome,
                             telefone     = :wk-db-pac-telefone,
                             cod_convenio = :wk-db-pac-convenio,
                             data_nascimento = :wk-db-pac-nasc,
                             responsavel  = :wk-db-pac-resp,
                             telefone_responsavel =
                                            :wk-db-pac-tel-resp
                       where id           = :wk-db-pac-id
                   END-EXEC
                   if sqlcode not = 0 then
       s-situacao-paciente-z.
           exit.

      ******************************************************************
      *   Valida a data de nascimento AAAA-MM-DD - em branco e aceita
      *   (adulto sem cadastro de vacinacao), data futura nao
      ******************************************************************
       sc-validar-nascimento section.
       sc-validar-nascimento-a.

           move "S"                                 to    wk-nasc-flag

           if wk-pac-nasc = spaces
               exit section
           end-if

           if wk-pac-nasc(1:4) is not numeric
           or wk-pac-nasc(5:1) not = "-"
           or wk-pac-nasc(6:2) is not numeric
           or wk-pac-nasc(8:1) not = "-"
           or wk-pac-nasc(9:2) is not numeric
               move "N"                             to    wk-nasc-flag
               exit section
           end-if

           compute wk-data-int =
               (function numval(wk-pac-nasc(1:4)) * 10000)
               + (function numval(wk-pac-nasc(6:2)) * 100)
               + function numval(wk-pac-nasc(9:2))
           if function test-date-yyyymmdd(wk-data-int) not = 0
               move "N"                             to    wk-nasc-flag
               exit section
           end-if

           perform eb-data-de-hoje
           if wk-pac-nasc > wk-data-hoje
               move "N"                             to    wk-nasc-flag
           end-if

           .
       sc-validar-nascimento-z.
           exit.

      ******************************************************************
      *   Valida se o paciente informado existe e esta ativo
      ******************************************************************
                       display "Medico ausente na data ("
                               wk-db-aus-motivo ")"
                   end-if
                   if wk-horario-fechado then
                       display "Clinica fechada na data ("
                               wk-fech-descricao ") - proximos livres:"
                       perform ub-sugerir-slots
                   end-if
                   if wk-horario-sem-grade then
                       display "Medico nao atende neste dia da semana"
                   end-if
      *            texto solto digitado na hora
                   move wk-db-pac-nome               to    wk-db-paciente

      *            volta ao mesmo medico dentro da janela da
      *            especialidade apos consulta paga: retorno gratuito
                   perform uf-conferir-retorno

      *            data em que foi marcada - antecedencia da agenda
                   perform eb-data-de-hoje
                   move wk-data-hoje                 to    wk-db-data-agend

                   EXEC SQL
                      insert into consulta(num_consulta,
                                           cod_medico,
                                           hora_consulta,
                                           paciente,
                                           id_paciente,
                                           status,
                                           retorno,
                                           consulta_origem,
                                           data_agendamento)
                                   values (:wk-db-num-consulta,
                                           :wk-db-cod-medico-cons,
                                           :wk-db-data-cons,
                                           :wk-db-hora-cons,
                                           :wk-db-paciente,
                                           :wk-db-id-paciente-cons,
                                           'M',
                                           :wk-db-cons-retorno,
                                           :wk-db-ret-origem,
                                           :wk-db-data-agend)
                   END-EXEC
                   if sqlcode not = 0 then
                       perform z-finaliza-erro
       r-agendar-consulta-z.
           exit.

      ******************************************************************
      *   Retorno gratuito - o paciente volta ao mesmo medico dentro
      *   da janela da especialidade (dias_retorno) depois de uma
      *   consulta realizada e paga (caixa ou convenio), que nao seja
      *   ela propria um retorno. Devolve a marca e a consulta de
      *   origem para a gravacao
      ******************************************************************
       uf-conferir-retorno section.
       uf-conferir-retorno-a.

           move "N"                                 to    wk-db-cons-retorno
           move 0                                   to    wk-db-ret-origem

           EXEC SQL
              SELECT c.num_consulta, c.data_consulta
                INTO :wk-db-ret-origem, :wk-db-ret-data
                FROM consulta c, medico m, especialidade e
               WHERE c.cod_medico   = :wk-db-cod-medico-cons
                 AND c.id_paciente  = :wk-db-id-paciente-cons
                 AND c.num_consulta <> :wk-db-num-consulta
                 AND c.status       = 'Z'
                 AND COALESCE(c.retorno, 'N') <> 'S'
                 AND m.cod          = c.cod_medico
                 AND e.cod          = m.cod_esp
                 AND julianday(:wk-db-data-cons)
                     - julianday(c.data_consulta)
                     BETWEEN 1 AND COALESCE(e.dias_retorno, 30)
                 AND (EXISTS (SELECT 1 FROM caixa_pagamento cp
                               WHERE cp.num_consulta = c.num_consulta)
                      OR COALESCE((SELECT pa.cod_convenio
                                     FROM paciente pa
                                    WHERE pa.id = c.id_paciente), 0)
                         <> 0)
            ORDER BY c.data_consulta DESC
               LIMIT 1
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if

           if sqlcode = 0 then
               move "S"                             to    wk-db-cons-retorno
               display "Retorno gratuito da consulta "
                       wk-db-ret-origem " de " wk-db-ret-data
                       " - sem cobranca"
           else
               move 0                               to    wk-db-ret-origem
           end-if

           .
       uf-conferir-retorno-z.
           exit.

      ******************************************************************
      *   Valida o horario pedido contra a grade do medico: dia da
      *   semana com atendimento, hora dentro da faixa e slot livre
               set wk-horario-ausente               to    true
           end-if

      *    dia fechado no calendario vale para todos os medicos
           perform ha-conferir-fechamento
           if wk-clinica-fechada then
               set wk-horario-fechado               to    true
           end-if

           perform uc-calcular-dia-semana
           move wk-dia-semana                       to    wk-db-dia-semana

               perform z-finaliza-erro
           end-if

           if wk-horario-ausente
           or wk-horario-fechado then
               continue
           else
           if sqlcode = 100 then
           exit.

      ******************************************************************
      *   Sugere ate tres proximos slots livres - primeiro no resto do
      *   dia pedido (slot ocupado), depois nos 14 dias seguintes,
      *   pulando dias fechados, ausencias e dias sem grade
      ******************************************************************
       ub-sugerir-slots section.
       ub-sugerir-slots-a.

           move 0                                   to    wk-qtd-sugestoes
           move wk-data-cons                        to    wk-sug-data-orig
           move wk-hora-cons                        to    wk-sug-hora-orig
           if wk-db-slot-min = 0 then
               move 30                              to    wk-db-slot-min
           end-if

           if wk-horario-ocupado then
               compute wk-min-livre = wk-min-hora + wk-db-slot-min
               perform uba-slots-do-dia
           end-if

           perform uc-calcular-dia-semana
           move wk-dias-corridos                    to    wk-sug-base

           perform varying wk-sug-dias from 1 by 1
                     until wk-sug-dias > 14
                        or wk-qtd-sugestoes >= 3
               compute wk-real-data-num =
                   function date-of-integer(
                       wk-sug-base + wk-sug-dias)
               move spaces                          to    wk-data-cons
               string wk-rd-ano "-" wk-rd-mes "-" wk-rd-dia
                                delimited by size
                 into wk-data-cons
               end-string

               perform ha-conferir-fechamento
               perform ma-conferir-ausencia
               if wk-clinica-fechada
               or wk-db-aus-qtd > 0 then
                   continue
               else
                   perform uc-calcular-dia-semana
                   move wk-dia-semana               to    wk-db-dia-semana

                   EXEC SQL
                      SELECT hora_ini, hora_fim, slot_min
                        INTO :wk-db-hora-ini,
                             :wk-db-hora-fim,
                             :wk-db-slot-min
                        FROM horario_atendimento
                       WHERE cod_medico = :wk-db-cod-medico-cons
                         AND dia_semana = :wk-db-dia-semana
                   END-EXEC
                   if sqlcode not = 0
                   and sqlcode not = 100 then
                       perform z-finaliza-erro
                   end-if

                   if sqlcode = 0 then
                       if wk-db-slot-min = 0 then
                           move 30                  to    wk-db-slot-min
                       end-if
                       move wk-db-hora-ini(1:2)     to    wk-hh
                       move wk-db-hora-ini(4:2)     to    wk-mm
                       compute wk-min-livre =
                               (wk-hh * 60) + wk-mm
                       move wk-db-hora-fim(1:2)     to    wk-hh
                       move wk-db-hora-fim(4:2)     to    wk-mm
                       compute wk-min-fim =
                               (wk-hh * 60) + wk-mm
                       perform uba-slots-do-dia
                   end-if
               end-if
           end-perform

           if wk-qtd-sugestoes = 0 then
               display "  Nenhum slot livre nos proximos 14 dias."
           end-if

      *    devolve a data e a hora pedidas a quem chamou
           move wk-sug-data-orig                    to    wk-data-cons
           move wk-sug-hora-orig                    to    wk-hora-cons

           .
       ub-sugerir-slots-z.
           exit.

      ******************************************************************
      *   Slots livres do dia em wk-data-cons, de wk-min-livre ate o
      *   fim da faixa, ate completar tres sugestoes
      ******************************************************************
       uba-slots-do-dia section.
       uba-slots-do-dia-a.

           perform until wk-qtd-sugestoes >= 3
                      or wk-min-livre >= wk-min-fim
               compute wk-hh = wk-min-livre / 60
               compute wk-mm =
                   function mod(wk-min-livre, 60)
               move spaces                          to    wk-db-hora-slot
               string wk-hh ":" wk-mm
                      delimited by size
                 into wk-db-hora-slot
               end-string

               move wk-db-hora-slot                 to    wk-hora-cons
               perform ud-conferir-slot-livre
               if wk-db-qtd-ocupadas = 0 then
                   display "  Livre: " wk-data-cons " "
                           wk-db-hora-slot
                   add 1                            to    wk-qtd-sugestoes
               end-if
               add wk-db-slot-min                   to    wk-min-livre
           end-perform

           .
       uba-slots-do-dia-z.
           exit.

      ******************************************************************
      *   Manutencao da grade de atendimento do medico - inclui ou
      *   substitui a faixa de um dia da semana e lista a grade
      ******************************************************************
       u-manter-horarios section.
       u-manter-horarios-a.

           display "Codigo do medico: "
           accept wk-cod-medico-cons
           move wk-cod-medico-cons                  to    wk-db-cod-medico-cons
           perform rc-validar-medico

           if not wk-medico-eh-valido then
               display "Medico informado nao existe ou inativo"
           else
               display "(I)ncluir/alterar faixa ou (L)istar grade: "
               accept wk-acao-consulta

               if wk-acao-consulta = "L" or "l" then

           EXEC SQL
              SELECT data_consulta, hora_consulta, status,
                     cod_medico, COALESCE(id_paciente, 0)
                INTO :wk-db-data-cons,
                     :wk-db-hora-cons,
                     :wk-db-cons-status,
                     :wk-db-cod-medico-cons,
                     :wk-db-id-paciente-cons
                FROM consulta
               WHERE num_consulta = :wk-db-num-consulta
           END-EXEC
                               display "Medico ausente na data ("
                                       wk-db-aus-motivo ")"
                           end-if
                           if wk-horario-fechado
                               display "Clinica fechada na data ("
                                       wk-fech-descricao ") - livres:"
                               perform ub-sugerir-slots
                           end-if
                           if wk-horario-sem-grade
                               display "Medico nao atende neste dia."
                           end-if

                           move wk-data-cons        to    wk-db-data-cons
                           move wk-hora-cons        to    wk-db-hora-cons
      *                    a nova data pode entrar ou sair da janela
      *                    de retorno gratuito
                           perform uf-conferir-retorno
                           EXEC SQL
                              update consulta
                                 set data_consulta = :wk-db-data-cons,
                                     hora_consulta = :wk-db-hora-cons,
                                     status        = 'R',
                                     retorno       = :wk-db-cons-retorno,
                                     consulta_origem =
                                                     :wk-db-ret-origem
                               where num_consulta  = :wk-db-num-consulta
                           END-EXEC
                           end-if
           else
               display "Preco da consulta: "
               accept wk-db-preco
               display "Dias para retorno gratuito (0 = sem"
                       " retorno): "
               accept wk-db-esp-dias-ret

               EXEC SQL
                  update especialidade
                     set preco        = :wk-db-preco,
                         dias_retorno = :wk-db-esp-dias-ret
                   where cod   = :wk-db-cod-esp
               END-EXEC
               if sqlcode not = 0 then
                  WHERE m.cod = c.cod_medico
                    AND c.status = 'Z'
                    AND substr(c.data_consulta, 1, 7) = :wk-db-ano-mes
                    AND COALESCE(c.retorno, 'N') <> 'S'
               GROUP BY 1, 2, 3
               ORDER BY 1, 2, 3
           END-EXEC
           display "Total da clinica: " wk-tot-clinica-qtd
                   " consultas, R$ " wk-tot-clinica-valor

           perform vf-retornos-medico

           .
       vb-demonstrativo-z.
           exit.

      ******************************************************************
      *   Retornos gratuitos do mes por medico - fora do faturamento,
      *   com a proporcao sobre as consultas realizadas para o gerente
      *   acompanhar o uso da regra
      ******************************************************************
       vf-retornos-medico section.
       vf-retornos-medico-a.

           move "S"                                 to    wk-ret-primeiro

           EXEC SQL
              DECLARE cursor_ret_med CURSOR FOR
                 SELECT cod_medico,
                        SUM(CASE WHEN retorno = 'S'
                                 THEN 1 ELSE 0 END),
                        COUNT(*)
                   FROM consulta
                  WHERE status = 'Z'
                    AND substr(data_consulta, 1, 7) = :wk-db-ano-mes
               GROUP BY cod_medico
                 HAVING SUM(CASE WHEN retorno = 'S'
                                 THEN 1 ELSE 0 END) > 0
               ORDER BY cod_medico
           END-EXEC

           exec sql
              open cursor_ret_med
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_ret_med
                  into :wk-db-ret-medico,
                       :wk-db-ret-qtd,
                       :wk-db-ret-total
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if

              if sqlcode = 0 then
                 if wk-ret-primeiro = "S"
                     display "Retornos gratuitos (fora do"
                             " faturamento):"
                     move "N"                       to    wk-ret-primeiro
                 end-if
                 compute wk-ret-perc rounded =
                         wk-db-ret-qtd * 100 / wk-db-ret-total
                 display "  Medico " wk-db-ret-medico ": "
                         wk-db-ret-qtd " retorno(s) de "
                         wk-db-ret-total " consultas (" wk-ret-perc
                         "%)"
              end-if
           end-perform

           exec sql
              close cursor_ret_med
           end-exec

           if wk-ret-primeiro = "S"
               display "Nenhum retorno gratuito no mes"
           end-if

           .
       vf-retornos-medico-z.
           exit.

      ******************************************************************
      *   Nome do pagador para o demonstrativo - convenio da tabela,
      *   ou "Particular" para o codigo 0

           move "N"                                 to    wk-espera-achada

      *    vaga liberada em dia fechado nao e vaga
           move wk-db-data-cons                     to    wk-data-cons
           perform ha-conferir-fechamento
           if wk-clinica-fechada then
               display "Vaga em dia de fechamento da clinica ("
                       wk-fech-descricao ") - nao oferecida."
           else

           EXEC SQL
              SELECT e.id, e.id_paciente, p.nome, p.telefone
                INTO :wk-db-esp-id,
                   move wk-db-esp-nome           to    wk-db-paciente
                   move wk-db-esp-paciente
                                            to    wk-db-id-paciente-cons
                   perform uf-conferir-retorno

      *            data em que foi marcada - antecedencia da agenda
                   perform eb-data-de-hoje
                   move wk-data-hoje                 to    wk-db-data-agend

                   EXEC SQL
                      insert into consulta(num_consulta,
                                           hora_consulta,
                                           paciente,
                                           id_paciente,
                                           status,
                                           retorno,
                                           consulta_origem,
                                           data_agendamento)
                                   values (:wk-db-num-consulta,
                                           :wk-db-cod-medico-cons,
                                           :wk-db-data-cons,
                                           :wk-db-hora-cons,
                                           :wk-db-paciente,
                                           :wk-db-id-paciente-cons,
                                           'M',
                                           :wk-db-cons-retorno,
                                           :wk-db-ret-origem,
                                           :wk-db-data-agend)
                   END-EXEC
                   if sqlcode not = 0 then
                       perform z-finaliza-erro
                           wk-db-num-consulta
               end-if
           end-if
           end-if

           .
       xb-oferecer-vaga-z.
       y-manter-convenios section.
       y-manter-convenios-a.

           display "Acao (I incluir / P preco / E preco de exame /"
                   " A exame com autorizacao /"
                   " T troca eletronica / L listar): "
           accept wk-acao-conv

           evaluate true
                       move wk-conv-cod             to    wk-db-conv-cod
                       move wk-conv-nome            to    wk-db-conv-nome
                       EXEC SQL
                          insert into convenio (cod, nome,
                                                registro_ans,
                                                layout_lote)
                              values (:wk-db-conv-cod,
                                      :wk-db-conv-nome,
                                      ' ', 'P')
                       END-EXEC
                       if sqlcode not = 0
                       and sqlcode not = 19 then
                       end-if
                   end-if

               when wk-conv-preco-exame
                   perform yc-preco-exame

               when wk-conv-troca
                   perform yd-troca-eletronica

               when wk-conv-autorizacao
                   perform ye-exame-autorizacao

               when wk-conv-listar
                   perform yb-listar-convenios

       yb-listar-convenios-z.
           exit.

      ******************************************************************
      *   Preco de um tipo de exame pelo convenio - exame sem preco
      *   na tabela do convenio nao vira guia
      ******************************************************************
       yc-preco-exame section.
       yc-preco-exame-a.

           display "Codigo do convenio: "
           accept wk-conv-cod
           perform ya-validar-convenio
           if not wk-conv-eh-valido
           or wk-conv-cod = 0 then
               display "Convenio invalido - exame particular nao"
                       " gera guia"
           else
               display "Tipo de exame (como no pedido): "
               accept wk-db-ex-tipo
               display "Preco do exame pelo convenio: "
               accept wk-db-preco
               move wk-conv-cod                     to    wk-db-conv-cod
               EXEC SQL
                  delete from preco_exame
                   where cod_convenio = :wk-db-conv-cod
                     and tipo_exame   = :wk-db-ex-tipo
               END-EXEC
               if sqlcode not = 0
               and sqlcode not = 100 then
                   perform z-finaliza-erro
               end-if
               EXEC SQL
                  insert into preco_exame
                      (cod_convenio, tipo_exame, preco)
                      values (:wk-db-conv-cod,
                              :wk-db-ex-tipo,
                              :wk-db-preco)
               END-EXEC
               if sqlcode not = 0 then
                   perform z-finaliza-erro
               end-if
               exec sql
                  commit transaction
               end-exec
               if sqlcode not = 0
                   perform z-finaliza-erro
               end-if
               display "Preco do exame gravado!"
           end-if

           .
       yc-preco-exame-z.
           exit.

      ******************************************************************
      *   Tipos de exame que o convenio so cobre com autorizacao
      *   previa - o pedido desses exames fica aguardando autorizacao
      ******************************************************************
       ye-exame-autorizacao section.
       ye-exame-autorizacao-a.

           display "Codigo do convenio: "
           accept wk-conv-cod
           perform ya-validar-convenio
           if not wk-conv-eh-valido
           or wk-conv-cod = 0 then
               display "Convenio invalido"
               exit section
           end-if

           display "Tipo de exame (como no pedido): "
           accept wk-db-ex-tipo
           display "Exige autorizacao (S inclui / N retira): "
           accept wk-db-ex-exige
           move wk-conv-cod                         to    wk-db-conv-cod

           EXEC SQL
              delete from exame_autorizacao
               where cod_convenio = :wk-db-conv-cod
                 and tipo_exame   = :wk-db-ex-tipo
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if

           if wk-db-ex-exige = "S" or "s"
               EXEC SQL
                  insert into exame_autorizacao
                      (cod_convenio, tipo_exame)
                      values (:wk-db-conv-cod, :wk-db-ex-tipo)
               END-EXEC
               if sqlcode not = 0 then
                   perform z-finaliza-erro
               end-if
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           if wk-db-ex-exige = "S" or "s"
               display "Exame passa a exigir autorizacao do convenio"
           else
               display "Exame nao exige mais autorizacao"
           end-if

           .
       ye-exame-autorizacao-z.
           exit.

      ******************************************************************
      *   Dados da troca eletronica com o convenio: registro ANS e o
      *   layout do arquivo de lote (P posicional / D delimitado)
      ******************************************************************
       yd-troca-eletronica section.
       yd-troca-eletronica-a.

           display "Codigo do convenio: "
           accept wk-conv-cod
           perform ya-validar-convenio
           if not wk-conv-eh-valido
           or wk-conv-cod = 0 then
               display "Convenio invalido"
           else
               display "Registro ANS do convenio: "
               accept wk-db-conv-ans
               display "Layout do lote (P posicional /"
                       " D delimitado por ;): "
               accept wk-conv-layout
               move function upper-case(wk-conv-layout)
                                                    to    wk-conv-layout
               if not wk-layout-valido then
                   display "Layout invalido"
               else
                   move wk-conv-cod                 to    wk-db-conv-cod
                   move wk-conv-layout              to    wk-db-conv-layout
                   EXEC SQL
                      update convenio
                         set registro_ans = :wk-db-conv-ans,
                             layout_lote  = :wk-db-conv-layout
                       where cod          = :wk-db-conv-cod
                   END-EXEC
                   if sqlcode not = 0 then
                       perform z-finaliza-erro
                   end-if
                   exec sql
                      commit transaction
                   end-exec
                   if sqlcode not = 0
                       perform z-finaliza-erro
                   end-if
                   display "Troca eletronica gravada!"
               end-if
           end-if

           .
       yd-troca-eletronica-z.
           exit.

      ******************************************************************
      *   Registrar prontuario - so perfil medico, so consulta
      *   realizada (Z); nunca deleta - correcao entra como novo
           accept wk-db-pront-cid
           display "Tratamento prescrito: "
           accept wk-db-pront-trat
      *    prazo de retorno - vencido sem consulta marcada, o paciente
      *    entra na lista semanal de recall
           display "Retorno em quantos dias (0 = sem retorno): "
           accept wk-db-pront-dias-ret

           move function current-date(1:14)         to    wk-db-pront-data

           EXEC SQL
              insert into prontuario
                  (num_consulta, data_registro, cod_medico,
                   evolucao, cid, tratamento, tipo, dias_retorno)
                  values
                  (:wk-db-num-consulta,
                   :wk-db-pront-data,
                   :wk-db-pront-evolucao,
                   :wk-db-pront-cid,
                   :wk-db-pront-trat,
                   :wk-db-pront-tipo,
                   :wk-db-pront-dias-ret)
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
                   perform eb-data-de-hoje
                   move wk-data-hoje                to    wk-db-ex-data-ped

      *            exame que o convenio do paciente so cobre com
      *            autorizacao previa fica aguardando autorizacao (A)
                   EXEC SQL
                      SELECT COUNT(*) INTO :wk-db-ex-aut-qtd
                        FROM exame_autorizacao ea, paciente pa
                       WHERE pa.id            = :wk-db-ex-paciente
                         AND ea.cod_convenio  =
                                          COALESCE(pa.cod_convenio, 0)
                         AND ea.tipo_exame    = :wk-db-ex-tipo
                   END-EXEC
                   if sqlcode not = 0 then
                       perform z-finaliza-erro
                   end-if
                   if wk-db-ex-aut-qtd > 0
                       move "A"                     to    wk-db-ex-situacao
                       move "S"                     to    wk-db-ex-exige
                   else
                       move "P"                     to    wk-db-ex-situacao
                       move "N"                     to    wk-db-ex-exige
                   end-if

                   EXEC SQL
                      insert into pedido_exame
                          (num_consulta, id_paciente, cod_medico,
                           tipo_exame, data_pedido, data_resultado,
                           resumo_resultado, situacao,
                           exige_autorizacao, num_autorizacao,
                           validade_autorizacao, data_autorizacao)
                          values
                          (:wk-db-ex-consulta,
                           :wk-db-ex-paciente,
                           :wk-db-ex-medico,
                           :wk-db-ex-tipo,
                           :wk-db-ex-data-ped,
                           ' ', ' ', :wk-db-ex-situacao,
                           :wk-db-ex-exige, ' ', ' ', ' ')
                   END-EXEC
                   if sqlcode not = 0 then
                       perform z-finaliza-erro
                   end-if

                   display "Pedido de exame gravado!"
                   if wk-db-ex-exige = "S"
                       display "Exame exige autorizacao do convenio -"
                               " pedido aguardando autorizacao"
                   end-if
           end-evaluate

           .
           accept wk-ex-id
           move wk-ex-id                            to    wk-db-ex-id

           perform eb-data-de-hoje

           EXEC SQL
              SELECT situacao,
                     COALESCE(exige_autorizacao, 'N'),
                     COALESCE(validade_autorizacao, ' ')
                INTO :wk-db-ex-situacao,
                     :wk-db-ex-exige,
                     :wk-db-ex-validade
                FROM pedido_exame
               WHERE id = :wk-db-ex-id
           END-EXEC
                   display "Pedido nao encontrado..."
               when wk-db-ex-situacao = "R"
                   display "Resultado ja registrado para o pedido"
               when wk-db-ex-situacao = "A"
                   display "Pedido aguardando autorizacao do convenio"
                           " - exame nao pode ser realizado"
               when wk-db-ex-exige = "S"
               and  wk-db-ex-validade < wk-data-hoje
                   display "Autorizacao do convenio vencida em "
                           wk-db-ex-validade " - renove antes"
               when other
                   display "Resumo do resultado: "
                   accept wk-db-ex-resumo
           move wk-cod-medico                       to    wk-db-ex-medico
           move 0                                   to    wk-ex-qtd

      *    autorizacao que vence nos proximos dias tambem e avisada
           compute wk-data-int =
                   function integer-of-date(
                       function numval(
                           function current-date(1:8)))
                   + wk-aut-dias-aviso
           compute wk-falta-janela-num =
                   function date-of-integer(wk-data-int)
           move spaces                              to    wk-db-ex-limite-aut
           string wk-fj-ano "-" wk-fj-mes "-" wk-fj-dia
                                    delimited by size
             into wk-db-ex-limite-aut
           end-string

           EXEC SQL
              DECLARE cursor_exped CURSOR FOR
                 SELECT pe.id, pe.num_consulta, pe.tipo_exame,
                        pe.data_pedido,
                        COALESCE(pa.nome, pe.id_paciente),
                        pe.situacao,
                        COALESCE(pe.exige_autorizacao, 'N'),
                        COALESCE(pe.num_autorizacao, ' '),
                        COALESCE(pe.validade_autorizacao, ' ')
                   FROM pedido_exame pe
                        LEFT JOIN paciente pa
                               ON pa.id = pe.id_paciente
                  WHERE pe.cod_medico = :wk-db-ex-medico
                    AND pe.situacao   IN ('P', 'A')
               ORDER BY pe.data_pedido, pe.id
           END-EXEC

                       :wk-db-ex-consulta,
                       :wk-db-ex-tipo,
                       :wk-db-ex-data-ped,
                       :wk-db-ex-pac-nome,
                       :wk-db-ex-situacao,
                       :wk-db-ex-exige,
                       :wk-db-ex-autorizacao,
                       :wk-db-ex-validade
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                         " de " wk-db-ex-data-ped
                 display "  Paciente: " wk-db-ex-pac-nome
                 display "  Exame   : " wk-db-ex-tipo
                 evaluate true
                     when wk-db-ex-situacao = "A"
                         display "  ** AGUARDANDO AUTORIZACAO DO"
                                 " CONVENIO"
                     when wk-db-ex-exige = "S"
                     and  wk-db-ex-validade <= wk-db-ex-limite-aut
                         display "  ** Autorizacao "
                                 wk-db-ex-autorizacao
                                 " vence em " wk-db-ex-validade
                 end-evaluate
              end-if
           end-perform

                 SELECT id, tipo_exame, data_pedido
                   FROM pedido_exame
                  WHERE id_paciente = :wk-db-ex-paciente
                    AND situacao    IN ('P', 'A')
               ORDER BY data_pedido, id
           END-EXEC

           exit.

      ******************************************************************
      *   Autorizacao do convenio para exame (menu 39) - registra o
      *   numero e a validade e libera o pedido aguardando (A) para
      *   realizacao; tambem renova autorizacao vencida
      ******************************************************************
       ec-autorizar-exame section.
       ec-autorizar-exame-a.

           display "Numero do pedido de exame: "
           accept wk-ex-id
           move wk-ex-id                            to    wk-db-ex-id

           EXEC SQL
              SELECT situacao,
                     COALESCE(exige_autorizacao, 'N'),
                     tipo_exame
                INTO :wk-db-ex-situacao,
                     :wk-db-ex-exige,
                     :wk-db-ex-tipo
                FROM pedido_exame
               WHERE id = :wk-db-ex-id
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if

           evaluate true
               when sqlcode = 100
                   display "Pedido nao encontrado..."
                   exit section
               when wk-db-ex-situacao = "R"
                   display "Resultado ja registrado para o pedido"
                   exit section
               when wk-db-ex-exige not = "S"
                   display "Exame nao exige autorizacao do convenio"
                   exit section
           end-evaluate

           display "Exame: " wk-db-ex-tipo
           display "Numero da autorizacao: "
           accept wk-db-ex-autorizacao
           if wk-db-ex-autorizacao = spaces
               display "Numero da autorizacao obrigatorio"
               exit section
           end-if

           display "Validade da autorizacao (AAAA-MM-DD): "
           accept wk-db-ex-validade
           perform ed-validar-validade
           if not wk-aut-data-valida
               display "Validade invalida ou ja vencida"
               exit section
           end-if

           perform eb-data-de-hoje
           move wk-data-hoje                        to    wk-db-ex-data-aut

           EXEC SQL
              update pedido_exame
                 set situacao             = 'P',
                     num_autorizacao      = :wk-db-ex-autorizacao,
                     validade_autorizacao = :wk-db-ex-validade,
                     data_autorizacao     = :wk-db-ex-data-aut
               where id = :wk-db-ex-id
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           display "Autorizacao registrada - exame liberado"

           .
       ec-autorizar-exame-z.
           exit.

      ******************************************************************
      *   Valida a validade da autorizacao: data AAAA-MM-DD valida e
      *   nao anterior a hoje
      ******************************************************************
       ed-validar-validade section.
       ed-validar-validade-a.

           move "N"                                 to    wk-aut-data-ok

           if wk-db-ex-validade(1:4) is not numeric
           or wk-db-ex-validade(5:1) not = "-"
           or wk-db-ex-validade(6:2) is not numeric
           or wk-db-ex-validade(8:1) not = "-"
           or wk-db-ex-validade(9:2) is not numeric
               exit section
           end-if

           compute wk-data-int =
               (function numval(wk-db-ex-validade(1:4)) * 10000)
               + (function numval(wk-db-ex-validade(6:2)) * 100)
               + function numval(wk-db-ex-validade(9:2))
           if function test-date-yyyymmdd(wk-data-int) not = 0
               exit section
           end-if

           perform eb-data-de-hoje
           if wk-db-ex-validade < wk-data-hoje
               exit section
           end-if

           move "S"                                 to    wk-aut-data-ok

           .
       ed-validar-validade-z.
           exit.

      ******************************************************************
      *   Data de hoje no formato AAAA-MM-DD das colunas de data
      ******************************************************************
       eb-data-de-hoje section.
       eb-data-de-hoje-a.

           move spaces                              to    wk-data-hoje
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2)
                                   delimited by size
             into wk-data-hoje
           end-string

           .
       eb-data-de-hoje-z.
           exit.

      ******************************************************************
      *   Ausencias do medico - registro (com remanejo das consultas
      *   atingidas) e listagem (menu 29)
      ******************************************************************
       m-manter-ausencias section.
       m-manter-ausencias-a.

               move wk-data-cons                    to    wk-db-data-cons
               move wk-hora-cons                    to    wk-db-hora-cons

      *        o remanejo e da clinica: a marca de retorno gratuito
      *        da consulta e preservada
               EXEC SQL
                  update consulta
                     set data_consulta = :wk-db-data-cons,
      ******************************************************************
      *   Primeiro slot livre do medico apos o fim da ausencia
      *   (ate 30 dias de procura), fora de qualquer outra ausencia
      *   e dos dias de fechamento da clinica
      ******************************************************************
       md-buscar-slot-novo section.
       md-buscar-slot-novo-a.
               end-string

               perform ma-conferir-ausencia
               perform ha-conferir-fechamento
               if wk-db-aus-qtd = 0
               and not wk-clinica-fechada then
                   perform uc-calcular-dia-semana
                   move wk-dia-semana               to    wk-db-dia-semana

               move wk-num-consulta                 to    wk-db-num-consulta

               EXEC SQL
                  SELECT status, COALESCE(retorno, 'N')
                    INTO :wk-db-cons-status,
                         :wk-db-cons-retorno
                    FROM consulta
                   WHERE num_consulta = :wk-db-num-consulta
               END-EXEC

               if sqlcode = 100 then
                   display "Consulta nao encontrada..."
               else
               if wk-db-cons-retorno = "S" then
                   display "Consulta de retorno gratuito - nada a"
                           " receber"
               else
                   display "Forma (D dinheiro / C cartao / P pix): "
                   accept wk-cx-forma
                       display "Pagamento registrado!"
                   end-if
               end-if
               end-if
           end-if

           .
                               ON p.id = c.id_paciente
                  WHERE c.data_consulta = :wk-db-cx-data
                    AND c.status        = 'Z'
                    AND COALESCE(c.retorno, 'N') <> 'S'
                    AND NOT EXISTS
                        (SELECT 1 FROM caixa_pagamento cp
                          WHERE cp.num_consulta = c.num_consulta)
           exit.

      ******************************************************************
      *   Dia AAAA-MM-DD de wk-data-cons fechado para a clinica no
      *   calendario unico (arqCalendarioInd.txt)
      ******************************************************************
       ha-conferir-fechamento section.
       ha-conferir-fechamento-a.

           move "N"                                 to    wk-fechamento-flag
           move spaces                              to    wk-fech-descricao

           if wk-tem-calendario then
               move wk-data-cons(1:4)               to    wk-fd-ano
               move wk-data-cons(6:2)               to    wk-fd-mes
               move wk-data-cons(9:2)               to    wk-fd-dia
               move wk-fech-data-num                to    fd-cal-data
               read arqCalendario
               if wk-fs-arqCalendario = "00"
               and fd-cal-clinica-fechada then
                   move "S"                         to    wk-fechamento-flag
                   move fd-cal-descricao            to    wk-fech-descricao
               end-if
           end-if

           .
       ha-conferir-fechamento-z.
           exit.

      ******************************************************************
      *   Consultas vivas (marcadas ou remarcadas) em dias fechados a
      *   partir de hoje - lista para avisar o paciente e remarcar
      *   pela opcao 16 (menu 32)
      ******************************************************************
       h-consultas-fechamento section.
       h-consultas-fechamento-a.

           move 0                                   to    wk-fech-qtd-dias
           move 0                                   to    wk-fech-qtd-cons

           if not wk-tem-calendario then
               display "Calendario de fechamentos nao lancado."
           else
               move function current-date(1:8)      to    wk-fech-data-num
               move wk-fech-data-num                to    fd-cal-data
               start arqCalendario key is not less fd-cal-data
               if wk-fs-arqCalendario not = "00" then
                   move "F"                         to    wk-fech-fim
               else
                   move space                       to    wk-fech-fim
               end-if

               perform until wk-fech-terminou
                   read arqCalendario next record
                   if wk-fs-arqCalendario not = "00" then
                       move "F"                     to    wk-fech-fim
                   else
                       if fd-cal-clinica-fechada then
                           add 1                    to    wk-fech-qtd-dias
                           perform ha-listar-consultas-dia
                       end-if
                   end-if
               end-perform

               display "Dias fechados a frente: " wk-fech-qtd-dias
                       "  consultas a remarcar: " wk-fech-qtd-cons
               if wk-fech-qtd-cons > 0 then
                   display "Remarcar pela opcao 16."
               end-if
           end-if

           .
       h-consultas-fechamento-z.
           exit.

      ******************************************************************
      *   Consultas vivas de um dia fechado, com o telefone do
      *   paciente
      ******************************************************************
       ha-listar-consultas-dia section.
       ha-listar-consultas-dia-a.

           move fd-cal-data                         to    wk-fech-data-num
           move spaces                              to    wk-db-data-cons
           string wk-fd-ano "-" wk-fd-mes "-" wk-fd-dia
                            delimited by size
             into wk-db-data-cons
           end-string

           EXEC SQL
              DECLARE cursor_fechamento CURSOR FOR
                 SELECT c.num_consulta, c.hora_consulta,
                        c.cod_medico, c.paciente,
                        COALESCE(p.telefone, ' ')
                   FROM consulta c
                   LEFT JOIN paciente p ON p.id = c.id_paciente
                  WHERE c.data_consulta = :wk-db-data-cons
                    AND c.status IN ('M', 'R')
               ORDER BY c.hora_consulta, c.cod_medico
           END-EXEC

           exec sql
              open cursor_fechamento
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           display wk-db-data-cons " - " fd-cal-descricao

           perform until sqlcode = 100
              exec sql
                 fetch cursor_fechamento
                  into :wk-db-num-consulta,
                       :wk-db-hora-cons,
                       :wk-db-cod-medico-cons,
                       :wk-db-paciente,
                       :wk-db-pac-telefone
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-fech-qtd-cons
                 display "  " wk-db-num-consulta " "
                         wk-db-hora-cons " med "
                         wk-db-cod-medico-cons " "
                         wk-db-paciente " tel "
                         wk-db-pac-telefone
              end-if
           end-perform

           exec sql
              close cursor_fechamento
           end-exec

           .
       ha-listar-consultas-dia-z.
           exit.

      ******************************************************************
      *   Recurso de glosa - as guias glosadas no retorno do convenio
      *   (retorno_guias) sao recorridas, com justificativa, e voltam
      *   no lote de recurso do proximo faturar_guias; ou a glosa e
      *   aceita e a guia sai da cobranca
      ******************************************************************
       g-recurso-glosa section.
       g-recurso-glosa-a.

           display "Acao (L listar glosadas / R recorrer /"
                   " A aceitar glosa): "
           accept wk-acao-glosa

           evaluate true
               when wk-glosa-listar
                   perform ga-listar-glosas

               when wk-glosa-recorrer
               when wk-glosa-aceitar
                   perform gb-decidir-glosa

               when other
                   display "Acao invalida"
           end-evaluate

           .
       g-recurso-glosa-z.
           exit.

      ******************************************************************
      *   Lista as guias glosadas de um convenio, ainda sem decisao
      ******************************************************************
       ga-listar-glosas section.
       ga-listar-glosas-a.

           display "Codigo do convenio: "
           accept wk-conv-cod
           move wk-conv-cod                         to    wk-db-gl-conv
           move 0                                   to    wk-gl-qtd

           EXEC SQL
              DECLARE cursor_glosa CURSOR FOR
              SELECT g.num_guia, g.data_atendimento, p.nome,
                     g.valor, g.valor_glosa, g.cod_glosa,
                     g.motivo_glosa
                FROM guia g, paciente p
               WHERE g.cod_convenio = :wk-db-gl-conv
                 AND g.situacao     = 'G'
                 AND p.id           = g.id_paciente
               ORDER BY g.data_atendimento, g.num_guia
           END-EXEC

           EXEC SQL
              OPEN cursor_glosa
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_glosa
                  into :wk-db-gl-guia,
                       :wk-db-gl-data-atend,
                       :wk-db-gl-pac-nome,
                       :wk-db-gl-valor,
                       :wk-db-gl-glosa,
                       :wk-db-gl-cod,
                       :wk-db-gl-motivo
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-gl-qtd
                 display wk-db-gl-guia " " wk-db-gl-data-atend " "
                         wk-db-gl-pac-nome
                 display "   valor " wk-db-gl-valor
                         " glosa " wk-db-gl-glosa " "
                         wk-db-gl-cod " " wk-db-gl-motivo
              end-if
           end-perform

           exec sql
              close cursor_glosa
           end-exec

           display wk-gl-qtd " guia(s) glosada(s) sem decisao"

           .
       ga-listar-glosas-z.
           exit.

      ******************************************************************
      *   Recorre (com justificativa) ou aceita a glosa de uma guia
      ******************************************************************
       gb-decidir-glosa section.
       gb-decidir-glosa-a.

           display "Numero da guia: "
           accept wk-gl-guia
           move wk-gl-guia                          to    wk-db-gl-guia

           EXEC SQL
              SELECT situacao, valor_glosa, cod_glosa, motivo_glosa
                INTO :wk-db-gl-situacao, :wk-db-gl-glosa,
                     :wk-db-gl-cod, :wk-db-gl-motivo
                FROM guia
               WHERE num_guia = :wk-db-gl-guia
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 100
               display "Guia nao encontrada..."
               exit section
           end-if
           if wk-db-gl-situacao not = "G"
               display "A guia nao esta glosada (situacao "
                       wk-db-gl-situacao ")"
               exit section
           end-if

           display "Glosa " wk-db-gl-glosa " " wk-db-gl-cod " "
                   wk-db-gl-motivo

           if wk-glosa-recorrer
               display "Justificativa do recurso: "
               accept wk-db-gl-justif
               if wk-db-gl-justif = spaces
                   display "Recurso sem justificativa nao e aceito"
                   exit section
               end-if
               display "Operador: "
               accept wk-db-gl-oper
               if wk-db-gl-oper = spaces
                   display "Informe o operador"
                   exit section
               end-if
               move function current-date(1:14)
                                                    to    wk-db-gl-data-rec
               EXEC SQL
                  update guia
                     set situacao              = 'A',
                         justificativa_recurso = :wk-db-gl-justif,
                         data_recurso          = :wk-db-gl-data-rec,
                         operador_recurso      = :wk-db-gl-oper
                   where num_guia = :wk-db-gl-guia
               END-EXEC
               if sqlcode not = 0 then
                   perform z-finaliza-erro
               end-if
           else
               EXEC SQL
                  update guia
                     set situacao = 'N'
                   where num_guia = :wk-db-gl-guia
               END-EXEC
               if sqlcode not = 0 then
                   perform z-finaliza-erro
               end-if
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           if wk-glosa-recorrer
               display "Recurso registrado - a guia volta no proximo"
                       " lote de recurso do convenio"
           else
               display "Glosa aceita - guia encerrada"
           end-if

           .
       gb-decidir-glosa-z.
           exit.

      ******************************************************************
      *   Receita / atestado da consulta - so perfil medico, so
      *   consulta realizada com prontuario gravado. Um documento de
      *   cada tipo por consulta: se ja existe, e reimpresso com o
      *   mesmo numero de controle
      ******************************************************************
       k-emitir-documento section.
       k-emitir-documento-a.

           if not wk-perfil-medico
               display "Acesso restrito ao perfil medico"
               exit section
           end-if

           display "Numero da consulta: "
           accept wk-num-consulta
           move wk-num-consulta                     to    wk-db-num-consulta

           EXEC SQL
              SELECT status, cod_medico,
                     COALESCE(id_paciente, 0)
                INTO :wk-db-cons-status,
                     :wk-db-pront-medico,
                     :wk-db-ex-paciente
                FROM consulta
               WHERE num_consulta = :wk-db-num-consulta
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 100
               display "Consulta nao encontrada..."
               exit section
           end-if
           if wk-db-cons-status not = "Z"
               display "Documento so pode ser emitido para consulta"
                       " realizada"
               exit section
           end-if

           EXEC SQL
              SELECT COUNT(*) INTO :wk-db-pront-qtd
                FROM prontuario
               WHERE num_consulta = :wk-db-num-consulta
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if
           if wk-db-pront-qtd = 0
               display "Registre o prontuario da consulta antes de"
                       " emitir o documento"
               exit section
           end-if

           display "Documento (R receita / A atestado): "
           accept wk-acao-doc
           evaluate true
               when wk-doc-receita
                   move "R"                         to    wk-db-doc-tipo
               when wk-doc-atestado
                   move "A"                         to    wk-db-doc-tipo
               when other
                   display "Documento invalido"
                   exit section
           end-evaluate

           EXEC SQL
              SELECT num_documento INTO :wk-db-doc-num
                FROM documento_clinico
               WHERE num_consulta = :wk-db-num-consulta
                 AND tipo         = :wk-db-doc-tipo
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if

           if sqlcode = 0
               display "Documento ja emitido para a consulta -"
                       " reimpressao do numero " wk-db-doc-num
           else
               if wk-doc-receita
                   perform ka-gravar-receita
               else
                   perform kb-gravar-atestado
               end-if
               if wk-db-doc-num = 0
                   exit section
               end-if
           end-if

           perform kc-imprimir-documento

           .
       k-emitir-documento-z.
           exit.

      ******************************************************************
      *   Receita - medicamentos com posologia e duracao (ate 10)
      ******************************************************************
       ka-gravar-receita section.
       ka-gravar-receita-a.

           move 0                                   to    wk-db-doc-num
           move 0                                   to    wk-doc-itens
           move "N"                                 to    wk-doc-fim-itens
           perform kd-numerar-documento

           perform until wk-doc-sem-mais-itens
              display "Medicamento (em branco encerra): "
              move spaces                           to    wk-db-doc-medicamento
              accept wk-db-doc-medicamento
              if wk-db-doc-medicamento = spaces
                 move "S"                           to    wk-doc-fim-itens
              else
                 display "Posologia: "
                 move spaces                        to    wk-db-doc-posologia
                 accept wk-db-doc-posologia
                 display "Duracao do tratamento: "
                 move spaces                        to    wk-db-doc-duracao
                 accept wk-db-doc-duracao
                 add 1                              to    wk-doc-itens
                 move wk-doc-itens                  to    wk-db-doc-seq
                 EXEC SQL
                    insert into documento_item
                        (num_documento, seq, medicamento,
                         posologia, duracao)
                        values
                        (:wk-db-doc-num,
                         :wk-db-doc-seq,
                         :wk-db-doc-medicamento,
                         :wk-db-doc-posologia,
                         :wk-db-doc-duracao)
                 END-EXEC
                 if sqlcode not = 0 then
                     perform z-finaliza-erro
                 end-if
                 if wk-doc-itens = 10
                    move "S"                        to    wk-doc-fim-itens
                 end-if
              end-if
           end-perform

           if wk-doc-itens = 0
               display "Receita sem medicamento - nada emitido"
               exec sql
                  rollback transaction
               end-exec
               move 0                               to    wk-db-doc-num
               exit section
           end-if

           move 0                                   to    wk-db-doc-dias
           move "N"                                 to    wk-db-doc-consent
           move spaces                              to    wk-db-doc-cid
           perform ke-gravar-documento

           .
       ka-gravar-receita-z.
           exit.

      ******************************************************************
      *   Atestado - dias de afastamento; o CID so sai no atestado com
      *   o consentimento do paciente
      ******************************************************************
       kb-gravar-atestado section.
       kb-gravar-atestado-a.

           move 0                                   to    wk-db-doc-num
           display "Dias de afastamento: "
           accept wk-db-doc-dias
           if wk-db-doc-dias = 0
               display "Informe os dias de afastamento"
               exit section
           end-if

           move "N"                                 to    wk-db-doc-consent
           move spaces                              to    wk-db-doc-cid
           display "Paciente autoriza o CID no atestado (S/N)? "
           accept wk-doc-resp-cid
           if wk-doc-autoriza-cid
               move "S"                             to    wk-db-doc-consent
      *        CID do ultimo registro do prontuario (a correcao
      *        mais recente prevalece)
               EXEC SQL
                  SELECT cid INTO :wk-db-doc-cid
                    FROM prontuario
                   WHERE num_consulta = :wk-db-num-consulta
                ORDER BY id DESC
                   LIMIT 1
               END-EXEC
               if sqlcode not = 0
               and sqlcode not = 100 then
                   perform z-finaliza-erro
               end-if
           end-if

           perform kd-numerar-documento
           perform ke-gravar-documento

           .
       kb-gravar-atestado-z.
           exit.

      ******************************************************************
      *   Proximo numero de controle - sequencia unica de receitas e
      *   atestados
      ******************************************************************
       kd-numerar-documento section.
       kd-numerar-documento-a.

           EXEC SQL
              SELECT COALESCE(MAX(num_documento), 0) + 1
                INTO :wk-db-doc-num
                FROM documento_clinico
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           .
       kd-numerar-documento-z.
           exit.

      ******************************************************************
      *   Grava o documento contra a consulta
      ******************************************************************
       ke-gravar-documento section.
       ke-gravar-documento-a.

           move function current-date(1:14)         to    wk-db-doc-data

           EXEC SQL
              insert into documento_clinico
                  (num_documento, tipo, num_consulta, id_paciente,
                   cod_medico, data_emissao, dias_afastamento,
                   consentimento_cid, cid)
                  values
                  (:wk-db-doc-num,
                   :wk-db-doc-tipo,
                   :wk-db-num-consulta,
                   :wk-db-ex-paciente,
                   :wk-db-pront-medico,
                   :wk-db-doc-data,
                   :wk-db-doc-dias,
                   :wk-db-doc-consent,
                   :wk-db-doc-cid)
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           display "Documento numero " wk-db-doc-num " emitido"

           .
       ke-gravar-documento-z.
           exit.

      ******************************************************************
      *   Le o documento pelo numero, com paciente e medico (CRM)
      ******************************************************************
       kf-ler-documento section.
       kf-ler-documento-a.

           EXEC SQL
              SELECT d.tipo, d.num_consulta, d.data_emissao,
                     COALESCE(d.dias_afastamento, 0),
                     d.consentimento_cid, d.cid,
                     COALESCE(p.nome, ' '), m.nome, m.crm,
                     c.data_consulta
                INTO :wk-db-doc-tipo, :wk-db-num-consulta,
                     :wk-db-doc-data, :wk-db-doc-dias,
                     :wk-db-doc-consent, :wk-db-doc-cid,
                     :wk-db-doc-pac-nome, :wk-db-doc-med-nome,
                     :wk-db-doc-crm, :wk-db-doc-data-cons
                FROM documento_clinico d
                JOIN medico m   ON m.cod = d.cod_medico
                JOIN consulta c ON c.num_consulta = d.num_consulta
                LEFT JOIN paciente p ON p.id = d.id_paciente
               WHERE d.num_documento = :wk-db-doc-num
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if

           .
       kf-ler-documento-z.
           exit.

      ******************************************************************
      *   Impressao com o cabecalho da clinica, o CRM do medico e o
      *   numero de controle (arqDocumento_NNNNNNN.txt)
      ******************************************************************
       kc-imprimir-documento section.
       kc-imprimir-documento-a.

           perform kf-ler-documento

           move spaces                              to    wk-nome-documento
           string "arqDocumento_" wk-db-doc-num ".txt"
                  delimited by size
             into wk-nome-documento
           end-string

           open output arqDocumento
           if wk-fs-arqDocumento not = "00"
               display "Erro ao abrir " wk-nome-documento " "
                       wk-fs-arqDocumento
               exit section
           end-if

           move wk-db-doc-data(7:2)                 to    wk-doc-ed-dia
           move wk-db-doc-data(5:2)                 to    wk-doc-ed-mes
           move wk-db-doc-data(1:4)                 to    wk-doc-ed-ano

           move wk-doc-cab-clinica                  to    fd-doc-linha
           write fd-doc-linha
           move all "="                             to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           if wk-db-doc-tipo = "R"
               string "RECEITA MEDICA          Numero de controle: "
                      wk-db-doc-num
                      delimited by size
                 into fd-doc-linha
               end-string
           else
               string "ATESTADO MEDICO         Numero de controle: "
                      wk-db-doc-num
                      delimited by size
                 into fd-doc-linha
               end-string
           end-if
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Paciente: " wk-db-doc-pac-nome
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Consulta: " wk-db-num-consulta
                  " de " wk-db-doc-data-cons(9:2) "/"
                  wk-db-doc-data-cons(6:2) "/"
                  wk-db-doc-data-cons(1:4)
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           write fd-doc-linha

           if wk-db-doc-tipo = "R"
               perform kg-imprimir-itens
           else
               move spaces                          to    fd-doc-linha
               string "Atesto, para os devidos fins, que o paciente"
                      " acima necessita de " wk-db-doc-dias
                      delimited by size
                 into fd-doc-linha
               end-string
               write fd-doc-linha
               move spaces                          to    fd-doc-linha
               string "dia(s) de afastamento de suas atividades"
                      " a partir desta data."
                      delimited by size
                 into fd-doc-linha
               end-string
               write fd-doc-linha
               if wk-db-doc-consent = "S"
               and wk-db-doc-cid not = spaces
                   move spaces                      to    fd-doc-linha
                   string "CID: " wk-db-doc-cid
                          " (informado com autorizacao do paciente)"
                          delimited by size
                     into fd-doc-linha
                   end-string
                   write fd-doc-linha
               end-if
           end-if

           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Emitido em " wk-doc-data-ed
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move "________________________________________"
                                                    to    fd-doc-linha
           write fd-doc-linha
           move wk-db-doc-med-nome                  to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "CRM " wk-db-doc-crm
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Autenticidade: confira o numero " wk-db-doc-num
                  " na clinica"
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha

           close arqDocumento

           display "Documento impresso em " wk-nome-documento

           .
       kc-imprimir-documento-z.
           exit.

      ******************************************************************
      *   Medicamentos da receita
      ******************************************************************
       kg-imprimir-itens section.
       kg-imprimir-itens-a.

           EXEC SQL
              DECLARE cursor_doc_item CURSOR FOR
                 SELECT seq, medicamento, posologia, duracao
                   FROM documento_item
                  WHERE num_documento = :wk-db-doc-num
               ORDER BY seq
           END-EXEC

           exec sql
              open cursor_doc_item
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_doc_item
                  into :wk-db-doc-seq,
                       :wk-db-doc-medicamento,
                       :wk-db-doc-posologia,
                       :wk-db-doc-duracao
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 move spaces                        to    fd-doc-linha
                 string wk-db-doc-seq ") " wk-db-doc-medicamento
                        delimited by size
                   into fd-doc-linha
                 end-string
                 write fd-doc-linha
                 move spaces                        to    fd-doc-linha
                 string "    " wk-db-doc-posologia " - "
                        wk-db-doc-duracao
                        delimited by size
                   into fd-doc-linha
                 end-string
                 write fd-doc-linha
              end-if
           end-perform

           exec sql
              close cursor_doc_item
           end-exec

           .
       kg-imprimir-itens-z.
           exit.

      ******************************************************************
      *   Conferencia de autenticidade pelo numero - para farmacia ou
      *   empregador; o CID so aparece quando o paciente autorizou
      ******************************************************************
       k-conferir-documento section.
       k-conferir-documento-a.

           display "Numero de controle do documento: "
           accept wk-doc-num
           move wk-doc-num                          to    wk-db-doc-num

           perform kf-ler-documento
           if sqlcode = 100
               display "Documento " wk-doc-num " NAO emitido por esta"
                       " clinica"
               exit section
           end-if

           move wk-db-doc-data(7:2)                 to    wk-doc-ed-dia
           move wk-db-doc-data(5:2)                 to    wk-doc-ed-mes
           move wk-db-doc-data(1:4)                 to    wk-doc-ed-ano

           if wk-db-doc-tipo = "R"
               display "Receita medica AUTENTICA - numero "
                       wk-db-doc-num
           else
               display "Atestado medico AUTENTICO - numero "
                       wk-db-doc-num
           end-if
           display "Emitido em: " wk-doc-data-ed
           display "Paciente..: " wk-db-doc-pac-nome
           display "Medico....: " wk-db-doc-med-nome
                   " CRM " wk-db-doc-crm

           if wk-db-doc-tipo = "R"
               EXEC SQL
                  DECLARE cursor_conf_item CURSOR FOR
                     SELECT seq, medicamento, posologia, duracao
                       FROM documento_item
                      WHERE num_documento = :wk-db-doc-num
                   ORDER BY seq
               END-EXEC
               exec sql
                  open cursor_conf_item
               end-exec
               if sqlcode not = 0 then
                   perform z-finaliza-erro
               end-if
               perform until sqlcode = 100
                  exec sql
                     fetch cursor_conf_item
                      into :wk-db-doc-seq,
                           :wk-db-doc-medicamento,
                           :wk-db-doc-posologia,
                           :wk-db-doc-duracao
                  end-exec
                  if  sqlcode not = 0
                  and sqlcode not = 100 then
                     perform z-finaliza-erro
                  end-if
                  if sqlcode = 0 then
                     display "  " wk-db-doc-seq ") "
                             wk-db-doc-medicamento
                     display "      " wk-db-doc-posologia " - "
                             wk-db-doc-duracao
                  end-if
               end-perform
               exec sql
                  close cursor_conf_item
               end-exec
           else
               display "Afastamento: " wk-db-doc-dias " dia(s)"
               if wk-db-doc-consent = "S"
                   display "CID........: " wk-db-doc-cid
               end-if
           end-if

           .
       k-conferir-documento-z.
           exit.

      ******************************************************************
      *   Repasse medico - percentual do medico sobre o que a clinica
      *   efetivamente recebeu (caixa fechado e guias pagas, ja sem a
      *   glosa); fechamento mensal como o do faturamento
      ******************************************************************
       n-repasse-medico section.
       n-repasse-medico-a.

           display "Acao (P percentual / L listar percentuais /"
                   " G gerar demonstrativo do mes): "
           accept wk-acao-rep

           evaluate true
               when wk-rep-percentual
                   perform na-manter-percentual

               when wk-rep-listar
                   perform nb-listar-percentuais

               when wk-rep-gerar
                   perform nc-repasse-mensal

               when other
                   display "Acao invalida"
           end-evaluate

           .
       n-repasse-medico-z.
           exit.

      ******************************************************************
      *   Percentual de repasse do medico - geral ou so para uma
      *   especialidade (0 = todas) e/ou um pagador (T = todos)
      ******************************************************************
       na-manter-percentual section.
       na-manter-percentual-a.

           display "Codigo do medico: "
           accept wk-db-cod-medico-cons
           perform rc-validar-medico
           if not wk-medico-eh-valido
               display "Medico nao cadastrado ou inativo"
               exit section
           end-if
           move wk-db-cod-medico-cons               to    wk-db-rep-medico

           display "Especialidade (0 = todas): "
           accept wk-db-rep-esp
           if wk-db-rep-esp not = 0
               move wk-db-rep-esp                   to    wk-db-cod-esp
               perform rb-validar-especialidade
               if not wk-esp-eh-valida
                   display "Especialidade nao cadastrada"
                   exit section
               end-if
           end-if

           display "Pagador (T todos / P particular /"
                   " C um convenio): "
           accept wk-rep-pagador
           evaluate true
               when wk-rep-pag-todos
                   move -1                          to    wk-db-rep-conv
               when wk-rep-pag-particular
                   move 0                           to    wk-db-rep-conv
               when wk-rep-pag-convenio
                   display "Codigo do convenio: "
                   accept wk-conv-cod
                   perform ya-validar-convenio
                   if not wk-conv-eh-valido
                   or wk-conv-cod = 0
                       display "Convenio nao cadastrado"
                       exit section
                   end-if
                   move wk-conv-cod                 to    wk-db-rep-conv
               when other
                   display "Pagador invalido"
                   exit section
           end-evaluate

           display "Percentual de repasse (0 a 100): "
           accept wk-db-rep-perc
           if wk-db-rep-perc > 100
               display "Percentual invalido"
               exit section
           end-if

           EXEC SQL
              delete from repasse_percentual
               where cod_medico   = :wk-db-rep-medico
                 and cod_esp      = :wk-db-rep-esp
                 and cod_convenio = :wk-db-rep-conv
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           EXEC SQL
              insert into repasse_percentual
                  (cod_medico, cod_esp, cod_convenio, percentual)
                  values (:wk-db-rep-medico, :wk-db-rep-esp,
                          :wk-db-rep-conv, :wk-db-rep-perc)
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           display "Percentual de repasse gravado!"

           .
       na-manter-percentual-z.
           exit.

      ******************************************************************
      *   Percentuais de repasse de um medico
      ******************************************************************
       nb-listar-percentuais section.
       nb-listar-percentuais-a.

           display "Codigo do medico: "
           accept wk-db-rep-medico
           move 0                                   to    wk-rep-qtd

           EXEC SQL
              DECLARE cursor_rep_perc CURSOR FOR
                 SELECT cod_esp, cod_convenio, percentual
                   FROM repasse_percentual
                  WHERE cod_medico = :wk-db-rep-medico
               ORDER BY cod_esp, cod_convenio
           END-EXEC

           exec sql
              open cursor_rep_perc
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_rep_perc
                  into :wk-db-rep-esp,
                       :wk-db-rep-conv,
                       :wk-db-rep-perc
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-rep-qtd
                 if wk-db-rep-conv < 0
                     display "  esp " wk-db-rep-esp
                             " pagador TODOS  " wk-db-rep-perc "%"
                 else
                     move wk-db-rep-conv            to    wk-rep-conv-ed
                     display "  esp " wk-db-rep-esp
                             " pagador " wk-rep-conv-ed "  "
                             wk-db-rep-perc "%"
                 end-if
              end-if
           end-perform

           exec sql
              close cursor_rep_perc
           end-exec

           if wk-rep-qtd = 0
               display "Medico sem percentual de repasse"
           end-if

           .
       nb-listar-percentuais-z.
           exit.

      ******************************************************************
      *   Repasse do mes - mes fechado so reemite o demonstrativo
      ******************************************************************
       nc-repasse-mensal section.
       nc-repasse-mensal-a.

           display "Mes do repasse (AAAA-MM): "
           accept wk-ano-mes
           move wk-ano-mes                          to    wk-db-ano-mes

           move "N"                                 to    wk-mes-fechado
           EXEC SQL
              SELECT ano_mes INTO :wk-db-ano-mes-chk
                FROM repasse_fechado
               WHERE ano_mes = :wk-db-ano-mes
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 0 then
               move "S"                             to    wk-mes-fechado
           end-if

           if wk-mes-esta-fechado then
               display "Mes ja fechado - recalculo recusado,"
                       " reemitindo o demonstrativo."
               perform nf-demonstrativo
               exit section
           end-if

      *    refaz as linhas do mes ainda aberto
           EXEC SQL
              delete from repasse
               where ano_mes = :wk-db-ano-mes
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if

           move 0                                   to    wk-rep-sem-perc
           perform nd-repasse-caixa
           perform ne-repasse-guias
           perform nf-demonstrativo

           if wk-rep-sem-perc > 0
               display wk-rep-sem-perc " recebimento(s) de medico sem"
                       " percentual cadastrado - repasse zero"
           end-if

           display "Fechar o mes (S/N)? "
           accept wk-confirma-fechar
           if wk-fechar-sim then
               move function current-date(1:14)
                                                    to    wk-db-data-fechamento
               EXEC SQL
                  insert into repasse_fechado
                      (ano_mes, data_fechamento) values
                      (:wk-db-ano-mes, :wk-db-data-fechamento)
               END-EXEC
               if sqlcode not = 0 then
                   perform z-finaliza-erro
               end-if
               display "Mes fechado."
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           .
       nc-repasse-mensal-z.
           exit.

      ******************************************************************
      *   Recebido no caixa - so sessoes fechadas do mes (pagamento
      *   particular)
      ******************************************************************
       nd-repasse-caixa section.
       nd-repasse-caixa-a.

           EXEC SQL
              DECLARE cursor_rep_caixa CURSOR FOR
                 SELECT cp.id, cp.num_consulta, c.cod_medico,
                        m.cod_esp, cs.data_sessao, cp.valor
                   FROM caixa_pagamento cp,
                        caixa_sessao cs,
                        consulta c,
                        medico m
                  WHERE cs.id           = cp.id_sessao
                    AND cs.situacao     = 'F'
                    AND substr(cs.data_sessao, 1, 7) = :wk-db-ano-mes
                    AND c.num_consulta  = cp.num_consulta
                    AND m.cod           = c.cod_medico
               ORDER BY cp.id
           END-EXEC

           exec sql
              open cursor_rep_caixa
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_rep_caixa
                  into :wk-db-rep-ref,
                       :wk-db-rep-consulta,
                       :wk-db-rep-medico,
                       :wk-db-rep-esp,
                       :wk-db-rep-data,
                       :wk-db-rep-recebido
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 move "C"                           to    wk-db-rep-origem
                 move 0                             to    wk-db-rep-conv
                 perform ng-gravar-linha
              end-if
           end-perform

           exec sql
              close cursor_rep_caixa
           end-exec

           .
       nd-repasse-caixa-z.
           exit.

      ******************************************************************
      *   Recebido dos convenios - valor pago das guias (a glosa nao
      *   entra); pagamento de recurso em mes seguinte repassa so a
      *   diferenca ainda nao repassada
      ******************************************************************
       ne-repasse-guias section.
       ne-repasse-guias-a.

           EXEC SQL
              DECLARE cursor_rep_guia CURSOR FOR
                 SELECT g.num_guia, g.num_consulta, g.cod_medico,
                        m.cod_esp, g.data_retorno, g.cod_convenio,
                        g.valor_pago -
                        COALESCE((SELECT SUM(r.valor_recebido)
                                    FROM repasse r
                                   WHERE r.origem     = 'G'
                                     AND r.referencia = g.num_guia
                                     AND r.ano_mes   <> :wk-db-ano-mes),
                                 0)
                   FROM guia g,
                        medico m
                  WHERE m.cod         = g.cod_medico
                    AND g.valor_pago  > 0
                    AND substr(g.data_retorno, 1, 7) <= :wk-db-ano-mes
                    AND g.valor_pago >
                        COALESCE((SELECT SUM(r.valor_recebido)
                                    FROM repasse r
                                   WHERE r.origem     = 'G'
                                     AND r.referencia = g.num_guia
                                     AND r.ano_mes   <> :wk-db-ano-mes),
                                 0)
               ORDER BY g.num_guia
           END-EXEC

           exec sql
              open cursor_rep_guia
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_rep_guia
                  into :wk-db-rep-ref,
                       :wk-db-rep-consulta,
                       :wk-db-rep-medico,
                       :wk-db-rep-esp,
                       :wk-db-rep-data,
                       :wk-db-rep-conv,
                       :wk-db-rep-recebido
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 move "G"                           to    wk-db-rep-origem
                 perform ng-gravar-linha
              end-if
           end-perform

           exec sql
              close cursor_rep_guia
           end-exec

           .
       ne-repasse-guias-z.
           exit.

      ******************************************************************
      *   Linha de repasse - percentual mais especifico do medico
      *   (especialidade e pagador, depois so um deles, depois geral)
      ******************************************************************
       ng-gravar-linha section.
       ng-gravar-linha-a.

           move 0                                   to    wk-db-rep-perc
           EXEC SQL
              SELECT percentual INTO :wk-db-rep-perc
                FROM repasse_percentual
               WHERE cod_medico   = :wk-db-rep-medico
                 AND cod_esp      IN (:wk-db-rep-esp, 0)
                 AND cod_convenio IN (:wk-db-rep-conv, -1)
            ORDER BY cod_esp DESC, cod_convenio DESC
               LIMIT 1
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 100
               add 1                                to    wk-rep-sem-perc
           end-if

           compute wk-db-rep-valor rounded =
                   wk-db-rep-recebido * wk-db-rep-perc / 100

           EXEC SQL
              insert into repasse
                  (ano_mes, cod_medico, origem, referencia,
                   num_consulta, data_recebimento, cod_convenio,
                   valor_recebido, percentual, valor_repasse)
                  values
                  (:wk-db-ano-mes, :wk-db-rep-medico,
                   :wk-db-rep-origem, :wk-db-rep-ref,
                   :wk-db-rep-consulta, :wk-db-rep-data,
                   :wk-db-rep-conv, :wk-db-rep-recebido,
                   :wk-db-rep-perc, :wk-db-rep-valor)
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           .
       ng-gravar-linha-z.
           exit.

      ******************************************************************
      *   Demonstrativo de repasse por medico, com as linhas e totais
      *   (arqRepasse_AAAA-MM.txt)
      ******************************************************************
       nf-demonstrativo section.
       nf-demonstrativo-a.

           move spaces                              to    wk-nome-repasse
           string "arqRepasse_" wk-ano-mes ".txt"
                  delimited by size
             into wk-nome-repasse
           end-string

           open output arqRepasse
           if wk-fs-arqRepasse not = "00"
               display "Erro ao abrir " wk-nome-repasse " "
                       wk-fs-arqRepasse
               exit section
           end-if

           move spaces                              to    fd-rep-linha
           string wk-doc-cab-clinica
                  "DEMONSTRATIVO DE REPASSE MEDICO " wk-ano-mes
                  delimited by size
             into fd-rep-linha
           end-string
           write fd-rep-linha
           move all "="                             to    fd-rep-linha
           write fd-rep-linha

           move 0                                   to    wk-rep-tot-rec
           move 0                                   to    wk-rep-tot-rep
           move 0                                   to    wk-rep-ger-rec
           move 0                                   to    wk-rep-ger-rep
           move 0                                   to    wk-rep-medico-ant
           move "S"                                 to    wk-rep-primeiro

           EXEC SQL
              DECLARE cursor_rep_dem CURSOR FOR
                 SELECT r.cod_medico, m.nome, r.origem, r.referencia,
                        r.num_consulta, r.data_recebimento,
                        r.cod_convenio, r.valor_recebido,
                        r.percentual, r.valor_repasse
                   FROM repasse r,
                        medico m
                  WHERE m.cod      = r.cod_medico
                    AND r.ano_mes  = :wk-db-ano-mes
               ORDER BY r.cod_medico, r.origem, r.data_recebimento,
                        r.referencia
           END-EXEC

           exec sql
              open cursor_rep_dem
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_rep_dem
                  into :wk-db-rep-medico,
                       :wk-db-rep-med-nome,
                       :wk-db-rep-origem,
                       :wk-db-rep-ref,
                       :wk-db-rep-consulta,
                       :wk-db-rep-data,
                       :wk-db-rep-conv,
                       :wk-db-rep-recebido,
                       :wk-db-rep-perc,
                       :wk-db-rep-valor
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if

              if sqlcode = 0 then
                 if wk-rep-primeiro = "S"
                 or wk-db-rep-medico not = wk-rep-medico-ant
                     if wk-rep-primeiro not = "S"
                         perform nh-total-medico
                     end-if
                     move "N"                       to    wk-rep-primeiro
                     move wk-db-rep-medico          to    wk-rep-medico-ant
                     move spaces                    to    fd-rep-linha
                     write fd-rep-linha
                     move spaces                    to    fd-rep-linha
                     string "Medico " wk-db-rep-medico " - "
                            wk-db-rep-med-nome
                            delimited by size
                       into fd-rep-linha
                     end-string
                     write fd-rep-linha
                     move wk-rep-cabecalho          to    fd-rep-linha
                     write fd-rep-linha
                 end-if

                 if wk-db-rep-origem = "C"
                     move "CAIXA"                   to    wk-rep-det-origem
                 else
                     move "GUIA "                   to    wk-rep-det-origem
                 end-if
                 move wk-db-rep-ref                 to    wk-rep-det-ref
                 move wk-db-rep-consulta            to    wk-rep-det-consulta
                 move wk-db-rep-data                to    wk-rep-det-data
                 move wk-db-rep-conv                to    wk-rep-det-conv
                 move wk-db-rep-recebido            to    wk-rep-det-recebido
                 move wk-db-rep-perc                to    wk-rep-det-perc
                 move wk-db-rep-valor               to    wk-rep-det-repasse
                 write fd-rep-linha from wk-rep-linha-det

                 add wk-db-rep-recebido             to    wk-rep-tot-rec
                 add wk-db-rep-valor                to    wk-rep-tot-rep
              end-if
           end-perform

           exec sql
              close cursor_rep_dem
           end-exec

           if wk-rep-primeiro = "S"
               move "Nenhum recebimento no mes"     to    fd-rep-linha
               write fd-rep-linha
           else
               perform nh-total-medico
               move spaces                          to    fd-rep-linha
               write fd-rep-linha
               move "TOTAL DA CLINICA"              to    wk-rep-tot-rotulo
               move wk-rep-ger-rec                  to    wk-rep-tot-recebido
               move wk-rep-ger-rep                  to    wk-rep-tot-repasse
               write fd-rep-linha from wk-rep-linha-tot
           end-if

           close arqRepasse

           display "Demonstrativo de repasse em " wk-nome-repasse
           display "  Recebido: R$ " wk-rep-ger-rec
                   "  Repasse: R$ " wk-rep-ger-rep

           .
       nf-demonstrativo-z.
           exit.

       nh-total-medico section.
       nh-total-medico-a.

           move "  Total do medico"                 to    wk-rep-tot-rotulo
           move wk-rep-tot-rec                      to    wk-rep-tot-recebido
           move wk-rep-tot-rep                      to    wk-rep-tot-repasse
           write fd-rep-linha from wk-rep-linha-tot

           add wk-rep-tot-rec                       to    wk-rep-ger-rec
           add wk-rep-tot-rep                       to    wk-rep-ger-rep
           move 0                                   to    wk-rep-tot-rec
           move 0                                   to    wk-rep-tot-rep

           .
       nh-total-medico-z.
           exit.

      ******************************************************************
      *   Vacinacao (menu 37) - calendario nacional de vacinas,
      *   registro da dose aplicada na clinica ou fora dela (externa)
      *   e caderneta de vacinacao do paciente
      ******************************************************************
       j-vacinacao section.
       j-vacinacao-a.

           display "Acao (C calendario / L listar calendario /"
                   " A registrar dose / K caderneta): "
           accept wk-acao-vac

           evaluate true
               when wk-vac-catalogo
                   perform ja-manter-calendario

               when wk-vac-listar
                   perform jb-listar-calendario

               when wk-vac-aplicar
                   perform jc-registrar-dose

               when wk-vac-carteira
                   perform jd-imprimir-caderneta

               when other
                   display "Acao invalida"
           end-evaluate

           .
       j-vacinacao-z.
           exit.

      ******************************************************************
      *   Inclui ou altera uma dose do calendario - vacina, dose e
      *   idade recomendada em meses
      ******************************************************************
       ja-manter-calendario section.
       ja-manter-calendario-a.

           display "Codigo da vacina: "
           accept wk-db-vac-cod
           display "Dose (UNICA / NASC / D1 / D2 / D3 / REF / REF1 /"
                   " REF2): "
           accept wk-db-vac-dose
           if wk-db-vac-cod = spaces
           or wk-db-vac-dose = spaces
               display "Vacina e dose obrigatorias"
               exit section
           end-if
           display "Nome da vacina: "
           accept wk-db-vac-nome
           display "Idade recomendada (meses): "
           accept wk-db-vac-idade

           EXEC SQL
              delete from vacina
               where cod_vacina = :wk-db-vac-cod
                 and dose       = :wk-db-vac-dose
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           EXEC SQL
              insert into vacina (cod_vacina, dose, nome, idade_meses)
                  values (:wk-db-vac-cod, :wk-db-vac-dose,
                          :wk-db-vac-nome, :wk-db-vac-idade)
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           display "Dose do calendario gravada!"

           .
       ja-manter-calendario-z.
           exit.

      ******************************************************************
      *   Calendario de vacinas em ordem de idade recomendada
      ******************************************************************
       jb-listar-calendario section.
       jb-listar-calendario-a.

           move 0                                   to    wk-vac-qtd

           EXEC SQL
              DECLARE cursor_vacina CURSOR FOR
                 SELECT cod_vacina, dose, nome, idade_meses
                   FROM vacina
               ORDER BY idade_meses, cod_vacina, dose
           END-EXEC

           exec sql
              open cursor_vacina
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           display "IDADE(M) VACINA     DOSE  NOME"
           perform until sqlcode = 100
              exec sql
                 fetch cursor_vacina
                  into :wk-db-vac-cod,
                       :wk-db-vac-dose,
                       :wk-db-vac-nome,
                       :wk-db-vac-idade
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-vac-qtd
                 display "     " wk-db-vac-idade " "
                         wk-db-vac-cod " "
                         wk-db-vac-dose " "
                         wk-db-vac-nome
              end-if
           end-perform

           exec sql
              close cursor_vacina
           end-exec

           if wk-vac-qtd = 0
               display "Calendario de vacinas vazio"
           end-if

           .
       jb-listar-calendario-z.
           exit.

      ******************************************************************
      *   Registra a dose aplicada - na clinica exige lote e
      *   profissional; a externa (posto, outra clinica) exige o local
      ******************************************************************
       jc-registrar-dose section.
       jc-registrar-dose-a.

           display "Id do paciente: "
           accept wk-db-id-paciente-cons
           perform sb-validar-paciente
           if not wk-paciente-eh-valido
               display "Paciente nao cadastrado ou inativo"
               exit section
           end-if

           EXEC SQL
              SELECT COALESCE(data_nascimento, ' ')
                INTO :wk-db-pac-nasc
                FROM paciente
               WHERE id = :wk-db-id-paciente-cons
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           display "Codigo da vacina: "
           accept wk-db-vac-cod
           display "Dose: "
           accept wk-db-vac-dose

           EXEC SQL
              SELECT nome INTO :wk-db-vac-nome
                FROM vacina
               WHERE cod_vacina = :wk-db-vac-cod
                 AND dose       = :wk-db-vac-dose
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 100
               display "Vacina/dose fora do calendario"
               exit section
           end-if

           EXEC SQL
              SELECT COUNT(*) INTO :wk-db-vac-qtd
                FROM vacina_aplicada
               WHERE id_paciente = :wk-db-id-paciente-cons
                 AND cod_vacina  = :wk-db-vac-cod
                 AND dose        = :wk-db-vac-dose
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if
           if wk-db-vac-qtd > 0
               display "Dose ja registrada para o paciente"
               exit section
           end-if

           display "Dose aplicada fora da clinica (S/N): "
           accept wk-vac-resp-externa

      *    data da aplicacao - mesma regra da data de nascimento
           perform eb-data-de-hoje
           display "Data da aplicacao (AAAA-MM-DD, branco = hoje): "
           accept wk-db-vac-data
           if wk-db-vac-data = spaces
               move wk-data-hoje                    to    wk-db-vac-data
           end-if
           move wk-db-vac-data                      to    wk-pac-nasc
           perform sc-validar-nascimento
           if not wk-nasc-valida
           or (wk-db-pac-nasc not = spaces
               and wk-db-vac-data < wk-db-pac-nasc)
               display "Data da aplicacao invalida"
               exit section
           end-if

           display "Lote: "
           accept wk-db-vac-lote

           if wk-vac-eh-externa
               move "S"                             to    wk-db-vac-externa
               display "Local da aplicacao (posto / outra clinica): "
               accept wk-db-vac-local
               if wk-db-vac-local = spaces
                   display "Local obrigatorio para dose externa"
                   exit section
               end-if
               display "Profissional (se constar no comprovante): "
               accept wk-db-vac-prof
           else
               move "N"                             to    wk-db-vac-externa
               move spaces                          to    wk-db-vac-local
               if wk-db-vac-lote = spaces
                   display "Lote obrigatorio para dose da clinica"
                   exit section
               end-if
               display "Profissional que aplicou: "
               accept wk-db-vac-prof
               if wk-db-vac-prof = spaces
                   display "Profissional obrigatorio"
                   exit section
               end-if
           end-if

           move function current-date(1:14)         to    wk-db-vac-registro

           EXEC SQL
              insert into vacina_aplicada
                  (id_paciente, cod_vacina, dose, data_aplicacao,
                   lote, profissional, externa, local_aplicacao,
                   data_registro)
                  values (:wk-db-id-paciente-cons, :wk-db-vac-cod,
                          :wk-db-vac-dose, :wk-db-vac-data,
                          :wk-db-vac-lote, :wk-db-vac-prof,
                          :wk-db-vac-externa, :wk-db-vac-local,
                          :wk-db-vac-registro)
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           display "Dose registrada: " wk-db-vac-nome " "
                   wk-db-vac-dose

           if not wk-vac-eh-externa
               perform ie-baixar-insumo-vacina
           end-if

           .
       jc-registrar-dose-z.
           exit.

      ******************************************************************
      *   Caderneta de vacinacao impressa - doses aplicadas e doses
      *   do calendario ainda pendentes, com a data prevista pela
      *   idade do paciente
      ******************************************************************
       jd-imprimir-caderneta section.
       jd-imprimir-caderneta-a.

           display "Id do paciente: "
           accept wk-db-pac-id

           EXEC SQL
              SELECT nome, COALESCE(data_nascimento, ' '),
                     COALESCE(responsavel, ' '),
                     COALESCE(telefone_responsavel, ' ')
                INTO :wk-db-pac-nome, :wk-db-pac-nasc,
                     :wk-db-pac-resp, :wk-db-pac-tel-resp
                FROM paciente
               WHERE id = :wk-db-pac-id
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 100
               display "Paciente nao cadastrado..."
               exit section
           end-if

           perform eb-data-de-hoje

           move spaces                              to    wk-nome-documento
           string "arqCarteiraVacina_" wk-db-pac-id ".txt"
                  delimited by size
             into wk-nome-documento
           end-string

           open output arqDocumento
           if wk-fs-arqDocumento not = "00"
               display "Erro ao abrir " wk-nome-documento " "
                       wk-fs-arqDocumento
               exit section
           end-if

           move wk-doc-cab-clinica                  to    fd-doc-linha
           write fd-doc-linha
           move all "="                             to    fd-doc-linha
           write fd-doc-linha
           move "CADERNETA DE VACINACAO"            to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Paciente   : " wk-db-pac-nome " (" wk-db-pac-id ")"
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           if wk-db-pac-nasc not = spaces
               string "Nascimento : " wk-db-pac-nasc(9:2) "/"
                      wk-db-pac-nasc(6:2) "/" wk-db-pac-nasc(1:4)
                      delimited by size
                 into fd-doc-linha
               end-string
           else
               move "Nascimento : nao informado"    to    fd-doc-linha
           end-if
           write fd-doc-linha
           if wk-db-pac-resp not = spaces
               move spaces                          to    fd-doc-linha
               string "Responsavel: " wk-db-pac-resp " Tel. "
                      wk-db-pac-tel-resp
                      delimited by size
                 into fd-doc-linha
               end-string
               write fd-doc-linha
           end-if

           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move "DOSES APLICADAS"                   to    fd-doc-linha
           write fd-doc-linha
           move all "-"                             to    fd-doc-linha
           write fd-doc-linha
           perform je-caderneta-aplicadas

           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move "DOSES PENDENTES DO CALENDARIO"     to    fd-doc-linha
           write fd-doc-linha
           move all "-"                             to    fd-doc-linha
           write fd-doc-linha
           perform jf-caderneta-pendentes

           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Emitida em " wk-data-hoje(9:2) "/"
                  wk-data-hoje(6:2) "/" wk-data-hoje(1:4)
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha

           close arqDocumento

           display "Caderneta impressa em " wk-nome-documento

           .
       jd-imprimir-caderneta-z.
           exit.

      ******************************************************************
      *   Doses ja aplicadas, em ordem de data - a externa sai com o
      *   local onde foi aplicada
      ******************************************************************
       je-caderneta-aplicadas section.
       je-caderneta-aplicadas-a.

           move 0                                   to    wk-vac-qtd

           EXEC SQL
              DECLARE cursor_vac_aplicada CURSOR FOR
                 SELECT a.data_aplicacao,
                        COALESCE(v.nome, a.cod_vacina),
                        a.dose, a.lote,
                        COALESCE(a.profissional, ' '),
                        a.externa,
                        COALESCE(a.local_aplicacao, ' ')
                   FROM vacina_aplicada a
                   LEFT JOIN vacina v
                     ON v.cod_vacina = a.cod_vacina
                    AND v.dose       = a.dose
                  WHERE a.id_paciente = :wk-db-pac-id
               ORDER BY a.data_aplicacao, a.id
           END-EXEC

           exec sql
              open cursor_vac_aplicada
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_vac_aplicada
                  into :wk-db-vac-data,
                       :wk-db-vac-nome,
                       :wk-db-vac-dose,
                       :wk-db-vac-lote,
                       :wk-db-vac-prof,
                       :wk-db-vac-externa,
                       :wk-db-vac-local
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-vac-qtd
                 move spaces                        to    fd-doc-linha
                 string wk-db-vac-data(9:2) "/" wk-db-vac-data(6:2)
                        "/" wk-db-vac-data(1:4) "  "
                        wk-db-vac-nome " " wk-db-vac-dose
                        delimited by size
                   into fd-doc-linha
                 end-string
                 write fd-doc-linha
                 move spaces                        to    fd-doc-linha
                 if wk-db-vac-externa = "S"
                    string "            EXTERNA - " wk-db-vac-local
                           " Lote " wk-db-vac-lote
                           delimited by size
                      into fd-doc-linha
                    end-string
                 else
                    string "            Lote " wk-db-vac-lote " "
                           wk-db-vac-prof
                           delimited by size
                      into fd-doc-linha
                    end-string
                 end-if
                 write fd-doc-linha
              end-if
           end-perform

           exec sql
              close cursor_vac_aplicada
           end-exec

           if wk-vac-qtd = 0
               move "Nenhuma dose registrada"        to    fd-doc-linha
               write fd-doc-linha
           end-if

           .
       je-caderneta-aplicadas-z.
           exit.

      ******************************************************************
      *   Doses do calendario sem registro - data prevista pela idade
      *   recomendada, ATRASADA quando ja passou
      ******************************************************************
       jf-caderneta-pendentes section.
       jf-caderneta-pendentes-a.

           move 0                                   to    wk-vac-qtd

           EXEC SQL
              DECLARE cursor_vac_pendente CURSOR FOR
                 SELECT v.nome, v.dose,
                        COALESCE(date(:wk-db-pac-nasc,
                             '+' || v.idade_meses || ' months'), ' ')
                   FROM vacina v
                  WHERE NOT EXISTS
                        (SELECT 1 FROM vacina_aplicada a
                          WHERE a.id_paciente = :wk-db-pac-id
                            AND a.cod_vacina  = v.cod_vacina
                            AND a.dose        = v.dose)
               ORDER BY v.idade_meses, v.cod_vacina, v.dose
           END-EXEC

           exec sql
              open cursor_vac_pendente
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_vac_pendente
                  into :wk-db-vac-nome,
                       :wk-db-vac-dose,
                       :wk-db-vac-prevista
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-vac-qtd
                 move spaces                        to    wk-vac-situacao
                 if wk-db-vac-prevista not = spaces
                 and wk-db-vac-prevista < wk-data-hoje
                     move "ATRASADA"                to    wk-vac-situacao
                 end-if
                 move spaces                        to    fd-doc-linha
                 if wk-db-vac-prevista = spaces
                    string wk-db-vac-nome " " wk-db-vac-dose
                           delimited by size
                      into fd-doc-linha
                    end-string
                 else
                    string wk-db-vac-nome " " wk-db-vac-dose
                           " prevista " wk-db-vac-prevista(9:2) "/"
                           wk-db-vac-prevista(6:2) "/"
                           wk-db-vac-prevista(1:4) " "
                           wk-vac-situacao
                           delimited by size
                      into fd-doc-linha
                    end-string
                 end-if
                 write fd-doc-linha
              end-if
           end-perform

           exec sql
              close cursor_vac_pendente
           end-exec

           if wk-vac-qtd = 0
               move "Calendario completo"            to    fd-doc-linha
               write fd-doc-linha
           end-if

           .
       jf-caderneta-pendentes-z.
           exit.

      ******************************************************************
      *   Resumo clinico do paciente (menu 38) para encaminhamento ou
      *   transferencia - identificacao, convenio, consultas,
      *   prontuario (so no perfil medico), exames e vacinas, impresso
      *   em arqResumoClinico_NNNNNNN.txt e em layout fixo em
      *   arqResumoExport_NNNNNNN.txt; cada liberacao fica registrada
      *   com quem pediu e por que (liberacao_resumo)
      ******************************************************************
       l-resumo-clinico section.
       l-resumo-clinico-a.

           display "Id do paciente: "
           accept wk-db-pac-id

           EXEC SQL
              SELECT nome, cpf, telefone, COALESCE(cod_convenio, 0),
                     COALESCE(data_nascimento, ' '),
                     COALESCE(responsavel, ' '),
                     COALESCE(telefone_responsavel, ' ')
                INTO :wk-db-pac-nome,
                     :wk-db-pac-cpf,
                     :wk-db-pac-telefone,
                     :wk-db-pac-convenio,
                     :wk-db-pac-nasc,
                     :wk-db-pac-resp,
                     :wk-db-pac-tel-resp
                FROM paciente
               WHERE id = :wk-db-pac-id
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 100
               display "Paciente nao cadastrado..."
               exit section
           end-if

      *    quem pediu: medico da casa ou solicitante externo (0)
           display "Medico solicitante (0 = solicitante externo): "
           accept wk-db-lib-solicitante
           if wk-db-lib-solicitante = 0
               display "Nome do solicitante: "
               accept wk-db-lib-sol-nome
               if wk-db-lib-sol-nome = spaces
                   display "Solicitante obrigatorio"
                   exit section
               end-if
           else
               move wk-db-lib-solicitante           to    wk-db-cod-medico-cons
               perform rc-validar-medico
               if not wk-medico-eh-valido
                   display "Medico nao cadastrado ou inativo"
                   exit section
               end-if
               EXEC SQL
                  SELECT nome INTO :wk-db-lib-sol-nome
                    FROM medico
                   WHERE cod = :wk-db-lib-solicitante
               END-EXEC
               if sqlcode not = 0 then
                   perform z-finaliza-erro
               end-if
           end-if

           display "Motivo (encaminhamento / transferencia ...): "
           accept wk-db-lib-motivo
           if wk-db-lib-motivo = spaces
               display "Motivo obrigatorio"
               exit section
           end-if
           display "Destino (hospital / clinica): "
           accept wk-db-lib-destino
           display "Operador que libera: "
           accept wk-db-lib-operador

           if wk-perfil-medico
               move "S"                             to    wk-db-lib-pront
           else
               move "N"                             to    wk-db-lib-pront
           end-if
           move function current-date(1:14)         to    wk-db-lib-data

           move spaces                              to    wk-nome-documento
           string "arqResumoClinico_" wk-db-pac-id ".txt"
                  delimited by size
             into wk-nome-documento
           end-string
           move spaces                              to    wk-nome-exportacao
           string "arqResumoExport_" wk-db-pac-id ".txt"
                  delimited by size
             into wk-nome-exportacao
           end-string

           open output arqDocumento
           if wk-fs-arqDocumento not = "00"
               display "Erro ao abrir " wk-nome-documento " "
                       wk-fs-arqDocumento
               exit section
           end-if
           open output arqExportacao
           if wk-fs-arqExportacao not = "00"
               display "Erro ao abrir " wk-nome-exportacao " "
                       wk-fs-arqExportacao
               close arqDocumento
               exit section
           end-if

           move 0                                   to    wk-res-qtd-cons
                                                          wk-res-qtd-pront
                                                          wk-res-qtd-exames
                                                          wk-res-qtd-vacinas

           perform la-resumo-identificacao
           perform lb-resumo-consultas
           perform lc-resumo-prontuario
           perform ld-resumo-exames
           perform le-resumo-vacinas

           move wk-res-qtd-cons                     to    wk-exp-tr-consultas
           move wk-res-qtd-pront                    to    wk-exp-tr-prontuarios
           move wk-res-qtd-exames                   to    wk-exp-tr-exames
           move wk-res-qtd-vacinas                  to    wk-exp-tr-vacinas
           move wk-db-lib-pront                     to    wk-exp-tr-com-pront
           write fd-exp-linha from wk-exp-trailer

           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Liberado em " wk-db-lib-data(7:2) "/"
                  wk-db-lib-data(5:2) "/" wk-db-lib-data(1:4)
                  " por " wk-db-lib-operador
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha

           close arqDocumento
           close arqExportacao

           EXEC SQL
              insert into liberacao_resumo
                  (id_paciente, data_liberacao, cod_medico_solicitante,
                   nome_solicitante, operador, motivo, destino,
                   com_prontuario)
                  values (:wk-db-pac-id, :wk-db-lib-data,
                          :wk-db-lib-solicitante, :wk-db-lib-sol-nome,
                          :wk-db-lib-operador, :wk-db-lib-motivo,
                          :wk-db-lib-destino, :wk-db-lib-pront)
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           display "Resumo impresso em " wk-nome-documento
           display "Layout fixo em " wk-nome-exportacao
           if wk-db-lib-pront = "N"
               display "Prontuario omitido - acesso restrito ao"
                       " perfil medico"
           end-if

           .
       l-resumo-clinico-z.
           exit.

      ******************************************************************
      *   Identificacao e convenio do paciente
      ******************************************************************
       la-resumo-identificacao section.
       la-resumo-identificacao-a.

           move wk-db-pac-convenio                  to    wk-conv-cod
           perform vd-nome-convenio

           move wk-doc-cab-clinica                  to    fd-doc-linha
           write fd-doc-linha
           move all "="                             to    fd-doc-linha
           write fd-doc-linha
           move "RESUMO CLINICO DO PACIENTE"        to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Solicitante: " wk-db-lib-sol-nome
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Motivo     : " wk-db-lib-motivo
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Destino    : " wk-db-lib-destino
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Paciente   : " wk-db-pac-nome " (" wk-db-pac-id ")"
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "CPF        : " wk-db-pac-cpf
                  "   Telefone: " wk-db-pac-telefone
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           move spaces                              to    fd-doc-linha
           string "Nascimento : " wk-db-pac-nasc
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha
           if wk-db-pac-resp not = spaces
               move spaces                          to    fd-doc-linha
               string "Responsavel: " wk-db-pac-resp " Tel. "
                      wk-db-pac-tel-resp
                      delimited by size
                 into fd-doc-linha
               end-string
               write fd-doc-linha
           end-if
           move spaces                              to    fd-doc-linha
           string "Convenio   : " wk-conv-nome
                  delimited by size
             into fd-doc-linha
           end-string
           write fd-doc-linha

           move wk-db-pac-id                        to    wk-exp-id-paciente
           move wk-db-pac-nome                      to    wk-exp-id-nome
           move wk-db-pac-cpf                       to    wk-exp-id-cpf
           move wk-db-pac-nasc                      to    wk-exp-id-nasc
           move wk-db-pac-telefone                  to    wk-exp-id-telefone
           move wk-db-pac-resp                      to    wk-exp-id-resp
           move wk-db-pac-tel-resp                  to    wk-exp-id-tel-resp
           move wk-db-pac-convenio                  to    wk-exp-id-conv
           move wk-conv-nome                        to    wk-exp-id-conv-nome
           move wk-db-lib-data                      to    wk-exp-id-geracao
           move wk-db-lib-solicitante               to    wk-exp-id-solicitante
           move wk-db-lib-sol-nome                  to    wk-exp-id-sol-nome
           move wk-db-lib-motivo                    to    wk-exp-id-motivo
           move wk-db-lib-destino                   to    wk-exp-id-destino
           write fd-exp-linha from wk-exp-ident

           .
       la-resumo-identificacao-z.
           exit.

      ******************************************************************
      *   Historico de consultas do paciente, todas as situacoes
      ******************************************************************
       lb-resumo-consultas section.
       lb-resumo-consultas-a.

           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move "CONSULTAS"                         to    fd-doc-linha
           write fd-doc-linha
           move all "-"                             to    fd-doc-linha
           write fd-doc-linha

           EXEC SQL
              DECLARE cursor_res_consulta CURSOR FOR
                 SELECT c.num_consulta, c.data_consulta,
                        c.hora_consulta, c.cod_medico,
                        COALESCE(m.nome, ' '),
                        COALESCE(c.status, 'M'),
                        COALESCE(c.retorno, 'N')
                   FROM consulta c
                   LEFT JOIN medico m ON m.cod = c.cod_medico
                  WHERE c.id_paciente = :wk-db-pac-id
               ORDER BY c.data_consulta, c.hora_consulta
           END-EXEC

           exec sql
              open cursor_res_consulta
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_res_consulta
                  into :wk-db-num-consulta,
                       :wk-db-data-cons,
                       :wk-db-hora-cons,
                       :wk-db-cod-medico-cons,
                       :wk-db-nome,
                       :wk-db-cons-status,
                       :wk-db-cons-retorno
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-res-qtd-cons
                 move spaces                        to    fd-doc-linha
                 string wk-db-data-cons(9:2) "/" wk-db-data-cons(6:2)
                        "/" wk-db-data-cons(1:4) " " wk-db-hora-cons
                        " " wk-db-num-consulta " " wk-db-nome
                        " " wk-db-cons-status
                        delimited by size
                   into fd-doc-linha
                 end-string
                 write fd-doc-linha

                 move wk-db-num-consulta            to    wk-exp-co-num
                 move wk-db-data-cons               to    wk-exp-co-data
                 move wk-db-hora-cons               to    wk-exp-co-hora
                 move wk-db-cod-medico-cons         to    wk-exp-co-medico
                 move wk-db-nome                    to    wk-exp-co-med-nome
                 move wk-db-cons-status             to    wk-exp-co-status
                 move wk-db-cons-retorno            to    wk-exp-co-retorno
                 write fd-exp-linha from wk-exp-consulta
              end-if
           end-perform

           exec sql
              close cursor_res_consulta
           end-exec

           if wk-res-qtd-cons = 0
               move "Nenhuma consulta"               to    fd-doc-linha
               write fd-doc-linha
           end-if

           .
       lb-resumo-consultas-z.
           exit.

      ******************************************************************
      *   Prontuario das consultas do paciente - originais e
      *   correcoes; fora do perfil medico a secao sai so com o aviso
      ******************************************************************
       lc-resumo-prontuario section.
       lc-resumo-prontuario-a.

           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move "PRONTUARIO"                        to    fd-doc-linha
           write fd-doc-linha
           move all "-"                             to    fd-doc-linha
           write fd-doc-linha

           if not wk-perfil-medico
               move "Conteudo clinico restrito ao perfil medico"
                                                    to    fd-doc-linha
               write fd-doc-linha
               exit section
           end-if

           EXEC SQL
              DECLARE cursor_res_pront CURSOR FOR
                 SELECT p.num_consulta, p.data_registro,
                        p.cod_medico, p.evolucao, p.cid,
                        p.tratamento, p.tipo
                   FROM prontuario p, consulta c
                  WHERE c.num_consulta = p.num_consulta
                    AND c.id_paciente  = :wk-db-pac-id
               ORDER BY p.id
           END-EXEC

           exec sql
              open cursor_res_pront
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_res_pront
                  into :wk-db-num-consulta,
                       :wk-db-pront-data,
                       :wk-db-pront-medico,
                       :wk-db-pront-evolucao,
                       :wk-db-pront-cid,
                       :wk-db-pront-trat,
                       :wk-db-pront-tipo
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-res-qtd-pront
                 move spaces                        to    fd-doc-linha
                 string "Consulta " wk-db-num-consulta " em "
                        wk-db-pront-data(7:2) "/"
                        wk-db-pront-data(5:2) "/"
                        wk-db-pront-data(1:4) " medico "
                        wk-db-pront-medico " tipo " wk-db-pront-tipo
                        " CID " wk-db-pront-cid
                        delimited by size
                   into fd-doc-linha
                 end-string
                 write fd-doc-linha
                 move spaces                        to    fd-doc-linha
                 string "  " wk-db-pront-evolucao(1:70)
                        delimited by size
                   into fd-doc-linha
                 end-string
                 write fd-doc-linha
                 if wk-db-pront-evolucao(71:130) not = spaces
                    move spaces                     to    fd-doc-linha
                    string "  " wk-db-pront-evolucao(71:70)
                           delimited by size
                      into fd-doc-linha
                    end-string
                    write fd-doc-linha
                 end-if
                 if wk-db-pront-evolucao(141:60) not = spaces
                    move spaces                     to    fd-doc-linha
                    string "  " wk-db-pront-evolucao(141:60)
                           delimited by size
                      into fd-doc-linha
                    end-string
                    write fd-doc-linha
                 end-if
                 move spaces                        to    fd-doc-linha
                 string "  Tratamento: " wk-db-pront-trat(1:64)
                        delimited by size
                   into fd-doc-linha
                 end-string
                 write fd-doc-linha
                 if wk-db-pront-trat(65:36) not = spaces
                    move spaces                     to    fd-doc-linha
                    string "              " wk-db-pront-trat(65:36)
                           delimited by size
                      into fd-doc-linha
                    end-string
                    write fd-doc-linha
                 end-if

                 move wk-db-num-consulta            to    wk-exp-pr-consulta
                 move wk-db-pront-data              to    wk-exp-pr-data
                 move wk-db-pront-medico            to    wk-exp-pr-medico
                 move wk-db-pront-tipo              to    wk-exp-pr-tipo
                 move wk-db-pront-cid               to    wk-exp-pr-cid
                 move wk-db-pront-evolucao          to    wk-exp-pr-evolucao
                 move wk-db-pront-trat              to    wk-exp-pr-tratamento
                 write fd-exp-linha from wk-exp-prontuario
              end-if
           end-perform

           exec sql
              close cursor_res_pront
           end-exec

           if wk-res-qtd-pront = 0
               move "Sem registros de prontuario"   to    fd-doc-linha
               write fd-doc-linha
           end-if

           .
       lc-resumo-prontuario-z.
           exit.

      ******************************************************************
      *   Pedidos de exame e resultados
      ******************************************************************
       ld-resumo-exames section.
       ld-resumo-exames-a.

           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move "EXAMES"                            to    fd-doc-linha
           write fd-doc-linha
           move all "-"                             to    fd-doc-linha
           write fd-doc-linha

           EXEC SQL
              DECLARE cursor_res_exame CURSOR FOR
                 SELECT id, COALESCE(num_consulta, 0), tipo_exame,
                        data_pedido, COALESCE(data_resultado, ' '),
                        COALESCE(resumo_resultado, ' '), situacao
                   FROM pedido_exame
                  WHERE id_paciente = :wk-db-pac-id
               ORDER BY data_pedido, id
           END-EXEC

           exec sql
              open cursor_res_exame
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_res_exame
                  into :wk-db-ex-id,
                       :wk-db-ex-consulta,
                       :wk-db-ex-tipo,
                       :wk-db-ex-data-ped,
                       :wk-db-ex-data-res,
                       :wk-db-ex-resumo,
                       :wk-db-ex-situacao
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-res-qtd-exames
                 move spaces                        to    fd-doc-linha
                 string wk-db-ex-data-ped(9:2) "/"
                        wk-db-ex-data-ped(6:2) "/"
                        wk-db-ex-data-ped(1:4) " " wk-db-ex-tipo
                        " situacao " wk-db-ex-situacao
                        delimited by size
                   into fd-doc-linha
                 end-string
                 write fd-doc-linha
                 if wk-db-ex-data-res not = spaces
                    move spaces                     to    fd-doc-linha
                    string "  Resultado " wk-db-ex-data-res(9:2) "/"
                           wk-db-ex-data-res(6:2) "/"
                           wk-db-ex-data-res(1:4) ": "
                           wk-db-ex-resumo(1:54)
                           delimited by size
                      into fd-doc-linha
                    end-string
                    write fd-doc-linha
                    if wk-db-ex-resumo(55:46) not = spaces
                       move spaces                  to    fd-doc-linha
                       string "  " wk-db-ex-resumo(55:46)
                              delimited by size
                         into fd-doc-linha
                       end-string
                       write fd-doc-linha
                    end-if
                 end-if

                 move wk-db-ex-id                   to    wk-exp-ex-id
                 move wk-db-ex-consulta             to    wk-exp-ex-consulta
                 move wk-db-ex-tipo                 to    wk-exp-ex-tipo
                 move wk-db-ex-data-ped             to    wk-exp-ex-data-ped
                 move wk-db-ex-data-res             to    wk-exp-ex-data-res
                 move wk-db-ex-situacao             to    wk-exp-ex-situacao
                 move wk-db-ex-resumo               to    wk-exp-ex-resumo
                 write fd-exp-linha from wk-exp-exame
              end-if
           end-perform

           exec sql
              close cursor_res_exame
           end-exec

           if wk-res-qtd-exames = 0
               move "Nenhum exame"                   to    fd-doc-linha
               write fd-doc-linha
           end-if

           .
       ld-resumo-exames-z.
           exit.

      ******************************************************************
      *   Vacinas aplicadas, na clinica e externas
      ******************************************************************
       le-resumo-vacinas section.
       le-resumo-vacinas-a.

           move spaces                              to    fd-doc-linha
           write fd-doc-linha
           move "VACINAS"                           to    fd-doc-linha
           write fd-doc-linha
           move all "-"                             to    fd-doc-linha
           write fd-doc-linha

           EXEC SQL
              DECLARE cursor_res_vacina CURSOR FOR
                 SELECT a.data_aplicacao,
                        COALESCE(v.nome, a.cod_vacina),
                        a.dose, a.lote,
                        COALESCE(a.profissional, ' '),
                        a.externa,
                        COALESCE(a.local_aplicacao, ' ')
                   FROM vacina_aplicada a
                   LEFT JOIN vacina v
                     ON v.cod_vacina = a.cod_vacina
                    AND v.dose       = a.dose
                  WHERE a.id_paciente = :wk-db-pac-id
               ORDER BY a.data_aplicacao, a.id
           END-EXEC

           exec sql
              open cursor_res_vacina
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           perform until sqlcode = 100
              exec sql
                 fetch cursor_res_vacina
                  into :wk-db-vac-data,
                       :wk-db-vac-nome,
                       :wk-db-vac-dose,
                       :wk-db-vac-lote,
                       :wk-db-vac-prof,
                       :wk-db-vac-externa,
                       :wk-db-vac-local
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-res-qtd-vacinas
                 move spaces                        to    fd-doc-linha
                 string wk-db-vac-data(9:2) "/" wk-db-vac-data(6:2)
                        "/" wk-db-vac-data(1:4) "  "
                        wk-db-vac-nome " " wk-db-vac-dose
                        delimited by size
                   into fd-doc-linha
                 end-string
                 write fd-doc-linha
                 if wk-db-vac-externa = "S"
                    move spaces                     to    fd-doc-linha
                    string "            EXTERNA - " wk-db-vac-local
                           delimited by size
                      into fd-doc-linha
                    end-string
                    write fd-doc-linha
                 end-if

                 move wk-db-vac-data                to    wk-exp-va-data
                 move wk-db-vac-nome                to    wk-exp-va-nome
                 move wk-db-vac-dose                to    wk-exp-va-dose
                 move wk-db-vac-lote                to    wk-exp-va-lote
                 move wk-db-vac-externa             to    wk-exp-va-externa
                 move wk-db-vac-local               to    wk-exp-va-local
                 move wk-db-vac-prof                to    wk-exp-va-prof
                 write fd-exp-linha from wk-exp-vacina
              end-if
           end-perform

           exec sql
              close cursor_res_vacina
           end-exec

           if wk-res-qtd-vacinas = 0
               move "Nenhuma vacina registrada"      to    fd-doc-linha
               write fd-doc-linha
           end-if

           .
       le-resumo-vacinas-z.
           exit.

      ******************************************************************
      *   Insumos do consultorio (menu 40) - seringas, vacinas,
      *   curativos: cadastro com custo e estoque minimo, entrada de
      *   compra e consumo na consulta
      ******************************************************************
       i-insumos section.
       i-insumos-a.

           display "Acao (I incluir/alterar / E entrada de compra /"
                   " C consumo na consulta / L listar saldos): "
           accept wk-acao-ins

           evaluate true
               when wk-ins-cadastro
                   perform ia-manter-insumo

               when wk-ins-entrada
                   perform ib-entrada-insumo

               when wk-ins-consumo
                   perform ic-consumo-consulta

               when wk-ins-listar
                   perform id-listar-insumos

               when other
                   display "Acao invalida"
           end-evaluate

           .
       i-insumos-z.
           exit.

      ******************************************************************
      *   Inclui ou altera o insumo - o saldo so muda por entrada ou
      *   consumo; a vacina informada liga o insumo a baixa automatica
      *   da dose aplicada na clinica
      ******************************************************************
       ia-manter-insumo section.
       ia-manter-insumo-a.

           display "Codigo do insumo: "
           accept wk-db-ins-cod
           if wk-db-ins-cod = 0
               display "Codigo do insumo obrigatorio"
               exit section
           end-if

           EXEC SQL
              SELECT descricao, unidade, custo_unitario,
                     estoque_minimo, saldo,
                     COALESCE(cod_vacina, ' '), situacao
                INTO :wk-db-ins-desc, :wk-db-ins-unid,
                     :wk-db-ins-custo, :wk-db-ins-minimo,
                     :wk-db-ins-saldo, :wk-db-ins-vacina,
                     :wk-db-ins-situacao
                FROM insumo
               WHERE cod = :wk-db-ins-cod
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if

           if sqlcode = 0
               move wk-db-ins-saldo                 to    wk-ins-saldo-disp
               move wk-db-ins-custo                 to    wk-ins-custo-disp
               display "Insumo: " wk-db-ins-desc
               display "  Saldo " wk-ins-saldo-disp " " wk-db-ins-unid
                       " - custo unitario " wk-ins-custo-disp
                       " - minimo " wk-db-ins-minimo
           end-if

           display "Descricao: "
           accept wk-db-ins-desc
           if wk-db-ins-desc = spaces
               display "Descricao obrigatoria"
               exit section
           end-if
           display "Unidade (UN / CX / FR / ML / PCT): "
           accept wk-db-ins-unid
           display "Custo unitario: "
           accept wk-db-ins-custo
           display "Estoque minimo: "
           accept wk-db-ins-minimo
           display "Codigo da vacina (branco se nao for vacina): "
           accept wk-db-ins-vacina
           display "Situacao (A ativo / I inativo): "
           accept wk-db-ins-situacao
           if wk-db-ins-situacao not = "I" and not = "i"
               move "A"                             to    wk-db-ins-situacao
           else
               move "I"                             to    wk-db-ins-situacao
           end-if

           if sqlcode = 100
               EXEC SQL
                  insert into insumo
                      (cod, descricao, unidade, custo_unitario,
                       estoque_minimo, saldo, cod_vacina, situacao)
                      values (:wk-db-ins-cod, :wk-db-ins-desc,
                              :wk-db-ins-unid, :wk-db-ins-custo,
                              :wk-db-ins-minimo, 0,
                              :wk-db-ins-vacina, :wk-db-ins-situacao)
               END-EXEC
           else
               EXEC SQL
                  update insumo
                     set descricao      = :wk-db-ins-desc,
                         unidade        = :wk-db-ins-unid,
                         custo_unitario = :wk-db-ins-custo,
                         estoque_minimo = :wk-db-ins-minimo,
                         cod_vacina     = :wk-db-ins-vacina,
                         situacao       = :wk-db-ins-situacao
                   where cod = :wk-db-ins-cod
               END-EXEC
           end-if
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           display "Insumo gravado!"

           .
       ia-manter-insumo-z.
           exit.

      ******************************************************************
      *   Entrada de compra - soma ao saldo e recalcula o custo
      *   unitario pela media ponderada do saldo com a nota
      ******************************************************************
       ib-entrada-insumo section.
       ib-entrada-insumo-a.

           display "Codigo do insumo: "
           accept wk-db-ins-cod
           perform ii-ler-insumo
           if sqlcode = 100
               display "Insumo nao cadastrado ou inativo"
               exit section
           end-if

           display "Quantidade comprada (" wk-db-ins-unid "): "
           accept wk-ins-qtd
           if wk-ins-qtd = 0
               display "Quantidade invalida"
               exit section
           end-if
           display "Custo unitario na nota: "
           accept wk-db-mov-custo
           display "Nota fiscal / documento: "
           accept wk-db-mov-doc

           move wk-db-ins-saldo                     to    wk-ins-saldo-ant
           if wk-ins-saldo-ant > 0
               compute wk-db-ins-custo rounded =
                   ((wk-ins-saldo-ant * wk-db-ins-custo)
                  + (wk-ins-qtd * wk-db-mov-custo))
                  / (wk-ins-saldo-ant + wk-ins-qtd)
           else
               move wk-db-mov-custo                 to    wk-db-ins-custo
           end-if

           move "E"                                 to    wk-db-mov-tipo
           move wk-ins-qtd                          to    wk-db-mov-qtd
           move 0                                   to    wk-db-mov-consulta
           move 0                                   to    wk-db-mov-medico
           move 0                                   to    wk-db-mov-paciente
           perform ig-gravar-movimento

           EXEC SQL
              update insumo
                 set saldo          = saldo + :wk-db-mov-qtd,
                     custo_unitario = :wk-db-ins-custo
               where cod = :wk-db-ins-cod
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           compute wk-ins-saldo-disp = wk-ins-saldo-ant + wk-ins-qtd
           move wk-db-ins-custo                     to    wk-ins-custo-disp
           display "Entrada gravada - saldo " wk-ins-saldo-disp " "
                   wk-db-ins-unid " - custo medio " wk-ins-custo-disp

           .
       ib-entrada-insumo-z.
           exit.

      ******************************************************************
      *   Consumo de insumos na consulta - item a item, pelo medico da
      *   consulta; nao baixa alem do saldo
      ******************************************************************
       ic-consumo-consulta section.
       ic-consumo-consulta-a.

           display "Numero da consulta: "
           accept wk-num-consulta
           move wk-num-consulta                     to    wk-db-num-consulta

           EXEC SQL
              SELECT status, cod_medico,
                     COALESCE(id_paciente, 0)
                INTO :wk-db-cons-status,
                     :wk-db-mov-medico,
                     :wk-db-mov-paciente
                FROM consulta
               WHERE num_consulta = :wk-db-num-consulta
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 100
               display "Consulta nao encontrada..."
               exit section
           end-if
           if wk-db-cons-status not = "M"
           and wk-db-cons-status not = "Z"
               display "Consumo so para consulta marcada ou realizada"
               exit section
           end-if

           move "S"                                 to    wk-ins-continua
           perform until not wk-ins-outro-item
               perform ica-baixar-item-consulta
               display "Outro insumo na consulta (S/N): "
               accept wk-ins-continua
           end-perform

           .
       ic-consumo-consulta-z.
           exit.

      ******************************************************************
      *   Baixa de um item consumido na consulta
      ******************************************************************
       ica-baixar-item-consulta section.
       ica-baixar-item-consulta-a.

           display "Codigo do insumo: "
           accept wk-db-ins-cod
           perform ii-ler-insumo
           if sqlcode = 100
               display "Insumo nao cadastrado ou inativo"
               exit section
           end-if

           display "Quantidade usada (" wk-db-ins-unid "): "
           accept wk-ins-qtd
           if wk-ins-qtd = 0
               display "Quantidade invalida"
               exit section
           end-if
           if wk-ins-qtd > wk-db-ins-saldo
               move wk-db-ins-saldo                 to    wk-ins-saldo-disp
               display "Saldo insuficiente: " wk-ins-saldo-disp " "
                       wk-db-ins-unid " - registre a entrada antes"
               exit section
           end-if

           move "C"                                 to    wk-db-mov-tipo
           move wk-ins-qtd                          to    wk-db-mov-qtd
           move wk-db-ins-custo                     to    wk-db-mov-custo
           move wk-db-num-consulta                  to    wk-db-mov-consulta
           move spaces                              to    wk-db-mov-doc
           perform ig-gravar-movimento
           perform ih-baixar-saldo

           move wk-db-ins-saldo                     to    wk-ins-saldo-disp
           display "Baixado - saldo " wk-ins-saldo-disp " "
                   wk-db-ins-unid

           .
       ica-baixar-item-consulta-z.
           exit.

      ******************************************************************
      *   Saldos dos insumos ativos - REPOR abaixo do minimo
      ******************************************************************
       id-listar-insumos section.
       id-listar-insumos-a.

           move 0                                   to    wk-ins-qtd

           EXEC SQL
              DECLARE cursor_insumo CURSOR FOR
                 SELECT cod, descricao, unidade, custo_unitario,
                        estoque_minimo, saldo
                   FROM insumo
                  WHERE situacao = 'A'
               ORDER BY descricao, cod
           END-EXEC

           exec sql
              open cursor_insumo
           end-exec
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           display "CODIGO DESCRICAO                                "
                   "UNID    SALDO MINIMO     CUSTO"
           perform until sqlcode = 100
              exec sql
                 fetch cursor_insumo
                  into :wk-db-ins-cod,
                       :wk-db-ins-desc,
                       :wk-db-ins-unid,
                       :wk-db-ins-custo,
                       :wk-db-ins-minimo,
                       :wk-db-ins-saldo
              end-exec
              if  sqlcode not = 0
              and sqlcode not = 100 then
                 perform z-finaliza-erro
              end-if
              if sqlcode = 0 then
                 add 1                              to    wk-ins-qtd
                 move wk-db-ins-saldo               to    wk-ins-saldo-disp
                 move wk-db-ins-custo               to    wk-ins-custo-disp
                 if wk-db-ins-saldo < wk-db-ins-minimo
                     move "REPOR"                   to    wk-ins-aviso
                 else
                     move spaces                    to    wk-ins-aviso
                 end-if
                 display wk-db-ins-cod "  " wk-db-ins-desc " "
                         wk-db-ins-unid " " wk-ins-saldo-disp " "
                         wk-db-ins-minimo " " wk-ins-custo-disp " "
                         wk-ins-aviso
              end-if
           end-perform

           exec sql
              close cursor_insumo
           end-exec

           if wk-ins-qtd = 0
               display "Nenhum insumo cadastrado"
           end-if

           .
       id-listar-insumos-z.
           exit.

      ******************************************************************
      *   Baixa automatica do insumo da vacina na dose aplicada na
      *   clinica - a dose ja foi dada, entao baixa mesmo sem saldo e
      *   avisa para conferir o estoque
      ******************************************************************
       ie-baixar-insumo-vacina section.
       ie-baixar-insumo-vacina-a.

           EXEC SQL
              SELECT cod, unidade, custo_unitario, saldo
                INTO :wk-db-ins-cod, :wk-db-ins-unid,
                     :wk-db-ins-custo, :wk-db-ins-saldo
                FROM insumo
               WHERE cod_vacina = :wk-db-vac-cod
                 AND situacao   = 'A'
               ORDER BY cod
               LIMIT 1
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 100
               display "Vacina sem insumo cadastrado - estoque nao"
                       " baixado"
               exit section
           end-if

           move "C"                                 to    wk-db-mov-tipo
           move 1                                   to    wk-db-mov-qtd
           move wk-db-ins-custo                     to    wk-db-mov-custo
           move 0                                   to    wk-db-mov-consulta
           move 0                                   to    wk-db-mov-medico
           move wk-db-id-paciente-cons              to    wk-db-mov-paciente
           move spaces                              to    wk-db-mov-doc
           string "VACINA " wk-db-vac-cod " " wk-db-vac-dose
                                    delimited by "  "
             into wk-db-mov-doc
           end-string
           move wk-db-vac-data                      to    wk-db-mov-data
           perform ig-gravar-movimento
           perform ih-baixar-saldo

           if wk-db-ins-saldo < 0
               display "Estoque da vacina sem saldo - conferir o"
                       " insumo " wk-db-ins-cod
           end-if

           .
       ie-baixar-insumo-vacina-z.
           exit.

      ******************************************************************
      *   Le o insumo ativo de wk-db-ins-cod (sqlcode 100 se nao ha)
      ******************************************************************
       ii-ler-insumo section.
       ii-ler-insumo-a.

           EXEC SQL
              SELECT descricao, unidade, custo_unitario, saldo
                INTO :wk-db-ins-desc, :wk-db-ins-unid,
                     :wk-db-ins-custo, :wk-db-ins-saldo
                FROM insumo
               WHERE cod      = :wk-db-ins-cod
                 AND situacao = 'A'
           END-EXEC
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if

           .
       ii-ler-insumo-z.
           exit.

      ******************************************************************
      *   Grava o movimento do insumo - data de hoje se nao informada
      ******************************************************************
       ig-gravar-movimento section.
       ig-gravar-movimento-a.

           if wk-db-mov-tipo = "E"
           or wk-db-mov-consulta not = 0
               perform eb-data-de-hoje
               move wk-data-hoje                    to    wk-db-mov-data
           end-if
           move function current-date(1:14)         to    wk-db-mov-registro

           EXEC SQL
              insert into movimento_insumo
                  (cod_insumo, tipo, quantidade, custo_unitario,
                   data_movimento, num_consulta, cod_medico,
                   id_paciente, documento, data_registro)
                  values (:wk-db-ins-cod, :wk-db-mov-tipo,
                          :wk-db-mov-qtd, :wk-db-mov-custo,
                          :wk-db-mov-data, :wk-db-mov-consulta,
                          :wk-db-mov-medico, :wk-db-mov-paciente,
                          :wk-db-mov-doc, :wk-db-mov-registro)
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           .
       ig-gravar-movimento-z.
           exit.

      ******************************************************************
      *   Baixa a quantidade do saldo do insumo e confirma
      ******************************************************************
       ih-baixar-saldo section.
       ih-baixar-saldo-a.

           EXEC SQL
              update insumo
                 set saldo = saldo - :wk-db-mov-qtd
               where cod = :wk-db-ins-cod
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           compute wk-db-ins-saldo = wk-db-ins-saldo - wk-db-mov-qtd

           .
       ih-baixar-saldo-z.
           exit.

      ******************************************************************
      *   Resultado da ligacao do recall (menu 41) - pela referencia
      *   da lista: pedido de exame (E) ou consulta com retorno (R).
      *   Agendou ou recusou tira o motivo da lista; nao atendeu
      *   volta na semana seguinte ate o limite de tentativas
      ******************************************************************
       o-registrar-recall section.
       o-registrar-recall-a.

           display "Motivo (E exame sem consulta / R retorno"
                   " vencido): "
           accept wk-rec-motivo
           display "Referencia da lista (pedido de exame ou consulta): "
           accept wk-db-rec-referencia

           evaluate true
               when wk-rec-motivo-exame
                   move "E"                         to    wk-db-rec-motivo
                   EXEC SQL
                      SELECT pe.id_paciente, pe.cod_medico,
                             COALESCE(pa.nome, ' ')
                        INTO :wk-db-rec-paciente,
                             :wk-db-rec-medico,
                             :wk-db-rec-pac-nome
                        FROM pedido_exame pe
                             LEFT JOIN paciente pa
                                    ON pa.id = pe.id_paciente
                       WHERE pe.id = :wk-db-rec-referencia
                   END-EXEC
               when wk-rec-motivo-retorno
                   move "R"                         to    wk-db-rec-motivo
                   EXEC SQL
                      SELECT c.id_paciente, c.cod_medico,
                             COALESCE(pa.nome, ' ')
                        INTO :wk-db-rec-paciente,
                             :wk-db-rec-medico,
                             :wk-db-rec-pac-nome
                        FROM consulta c
                             LEFT JOIN paciente pa
                                    ON pa.id = c.id_paciente
                       WHERE c.num_consulta = :wk-db-rec-referencia
                   END-EXEC
               when other
                   display "Motivo invalido"
                   exit section
           end-evaluate
           if sqlcode not = 0
           and sqlcode not = 100 then
               perform z-finaliza-erro
           end-if
           if sqlcode = 100
               display "Referencia nao encontrada..."
               exit section
           end-if

           display "Paciente: " wk-db-rec-pac-nome
           display "Resultado (A agendou / D recusou /"
                   " N nao atendeu): "
           accept wk-rec-resultado
           evaluate true
               when wk-rec-agendou
                   move "A"                         to    wk-db-rec-resultado
               when wk-rec-recusou
                   move "D"                         to    wk-db-rec-resultado
               when wk-rec-nao-atendeu
                   move "N"                         to    wk-db-rec-resultado
               when other
                   display "Resultado invalido"
                   exit section
           end-evaluate

           display "Operador: "
           accept wk-db-rec-operador
           display "Observacao: "
           accept wk-db-rec-obs

           perform eb-data-de-hoje
           move wk-data-hoje                        to    wk-db-rec-data

           EXEC SQL
              insert into recall_contato
                  (id_paciente, motivo, referencia, cod_medico,
                   data_contato, resultado, operador, observacao)
                  values (:wk-db-rec-paciente, :wk-db-rec-motivo,
                          :wk-db-rec-referencia, :wk-db-rec-medico,
                          :wk-db-rec-data, :wk-db-rec-resultado,
                          :wk-db-rec-operador, :wk-db-rec-obs)
           END-EXEC
           if sqlcode not = 0 then
               perform z-finaliza-erro
           end-if

           exec sql
              commit transaction
           end-exec
           if sqlcode not = 0
               perform z-finaliza-erro
           end-if

           display "Resultado da ligacao gravado!"

           .
       o-registrar-recall-z.
           exit.

      ******************************************************************
      *   Procedimento de Finaliazaçao em caso de erro
      ******************************************************************
       z-finaliza-erro section.
       z-finaliza-erro-a.
           display erase
           display "Finalizando Programa com erro ..."
           display sqlcode
           display sqlerrmc

      *    o sqlcode original e capturado antes do rollback, que
      *    sobrescreve a SQLCA
           move sqlcode                          to    wk-sqlcode-disp
           move spaces                           to    wk-erro-msn
           string "Erro SQL - sqlcode " wk-sqlcode-disp
                  delimited by size
             into wk-erro-msn
           end-string

           exec sql
              rollback transaction
           end-exec

           call "grava_erro" using wk-erro-programa
                                   wk-erro-msn
                                   wk-erro-registro
                                   wk-erro-registro-tam

           stop run.
           .
       z-finaliza-erro-z.
           exit.



      ******************************************************************
      *   Procedimento de Finaliazaçao
      ******************************************************************
       z-finaliza-normal section.
       z-finaliza-normal-a.
           display "Finalizando Programa..."

           if wk-tem-calendario then
               close arqCalendario
           end-if

           stop run.
           .
