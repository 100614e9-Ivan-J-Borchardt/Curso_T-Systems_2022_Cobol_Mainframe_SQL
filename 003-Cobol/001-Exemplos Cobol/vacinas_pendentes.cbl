      $set ms(2)
      $set sourceformat"free"
      $SET SQL(dbman=ODBC)

     *>Divisão de identificação do programa
      identification division.
      program-id. "vacinas_pendentes".
      author. "Ivan J. Borchardt".
      installation. "PC".
      date-written. 15/10/2026.
      date-compiled. 15/10/2026.

     *>   Modificacoes
     *>   15/10/2026 - IJB - Lista semanal de vacinas das criancas da
     *>                      clinica, no molde de lembretes_consultas:
     *>                      cruza os pacientes ativos menores de 12
     *>                      anos (pela data de nascimento do
     *>                      cadastro) com o calendario nacional da
     *>                      tabela vacina e imprime em
     *>                      arqVacinasPendentes.txt as doses sem
     *>                      registro em vacina_aplicada que ja
     *>                      venceram (ATRASADA) ou vencem nos proximos
     *>                      30 dias (A VENCER), com o responsavel e o
     *>                      telefone para a recepcao ligar - dose
     *>                      externa registrada conta como aplicada.

     *>Divisão para configuração do ambiente
      environment division.
      configuration section.

     *>-----Declaração dos recursos externos
      input-output section.
      file-control.

          select arqVacinasPendentes assign to "arqVacinasPendentes.txt"
          organization is line sequential
          file status is wk-fs-arqVacinasPendentes.

     *>Declaração de variáveis
      data division.

     *>----Variaveis de arquivos
      file section.
      fd arqVacinasPendentes.
      01  fd-vacina-linha                           pic  x(80).

     *>----Variaveis de trabalho
      working-storage section.

      77  wk-fs-arqVacinasPendentes                 pic x(02).

     *>   janela das doses a vencer e idade limite da lista
      77  wk-dias-janela                            pic 9(03) value 30.
      77  wk-anos-limite                            pic 9(02) value 12.

      77  wk-data-int                               pic 9(08) value 0.
      01  wk-data-aaaammdd                          pic 9(08) value 0.
      01  wk-data-red redefines wk-data-aaaammdd.
          05  wk-dt-ano                             pic 9(04).
          05  wk-dt-mes                             pic x(02).
          05  wk-dt-dia                             pic x(02).

      77  wk-paciente-anterior                      pic 9(07) value 0.
      77  wk-primeiro                               pic x(01) value "S".
      77  wk-qtd-criancas                           pic 9(05) value 0.
      77  wk-qtd-atrasadas                          pic 9(05) value 0.
      77  wk-qtd-a-vencer                           pic 9(05) value 0.

      EXEC SQL
          INCLUDE SQLCA
      END-EXEC

      EXEC SQL
          BEGIN DECLARE SECTION
      END-EXEC.
      01  wk-db-data-hoje      pic x(10).
      01  wk-db-data-limite    pic x(10).
      01  wk-db-data-corte     pic x(10).
      01  wk-db-pac-id         pic 9(07).
      01  wk-db-pac-nome       pic x(35).
      01  wk-db-pac-nasc       pic x(10).
      01  wk-db-pac-resp       pic x(35).
      01  wk-db-pac-telefone   pic x(11).
      01  wk-db-vac-nome       pic x(40).
      01  wk-db-vac-dose       pic x(05).
      01  wk-db-vac-prevista   pic x(10).
      EXEC SQL
          END DECLARE SECTION
      END-EXEC.

      01  wk-linha-paciente.
          05 filler                                 pic x(10) value "Paciente: ".
          05 wk-pac-nome                            pic x(35).
          05 filler                                 pic x(02) value " (".
          05 wk-pac-id                              pic 9(07).
          05 filler                                 pic x(07) value ") nasc ".
          05 wk-pac-nasc                            pic x(10).
          05 filler                                 pic x(09) value space.

      01  wk-linha-responsavel.
          05 filler                                 pic x(04) value space.
          05 filler                                 pic x(13) value "Responsavel: ".
          05 wk-resp-nome                           pic x(35).
          05 filler                                 pic x(06) value " tel ".
          05 wk-resp-telefone                       pic x(11).
          05 filler                                 pic x(11) value space.

      01  wk-linha-dose.
          05 filler                                 pic x(04) value space.
          05 wk-dose-vacina                         pic x(40).
          05 filler                                 pic x(01) value space.
          05 wk-dose-dose                           pic x(05).
          05 filler                                 pic x(01) value space.
          05 wk-dose-prevista                       pic x(10).
          05 filler                                 pic x(01) value space.
          05 wk-dose-situacao                       pic x(08).
          05 filler                                 pic x(10) value space.

      01  wk-linha-total.
          05 wk-tot-rotulo                          pic x(30).
          05 wk-tot-qtd                             pic zzzz9.
          05 filler                                 pic x(45) value space.

     *>Declaração do corpo do programa
      procedure division.

          perform a-inicializa.
          perform b-processa.
          perform z-finaliza.

     *>*****************************************************************
     *>   Procedimento de Incializaçao - conexao, a data de hoje, o
     *>   limite da janela e o corte de nascimento (12 anos atras) no
     *>   formato AAAA-MM-DD das colunas de data
     *>*****************************************************************
      a-inicializa section.
      a-inicializa-a.

          EXEC SQL
               CONNECT TO "clinica.db"
          END-EXEC
          if sqlcode not = 0
               display "Erro: nao foi possivel conectar ao banco"
               display sqlcode
               display sqlerrmc
               stop run
          end-if

          move function current-date(1:8)           to wk-data-aaaammdd
          move spaces                               to wk-db-data-hoje
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-data-hoje
          end-string

          subtract wk-anos-limite                   from wk-dt-ano
          move spaces                               to wk-db-data-corte
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-data-corte
          end-string

          compute wk-data-int =
              function integer-of-date(
                  function numval(function current-date(1:8)))
              + wk-dias-janela
          compute wk-data-aaaammdd =
              function date-of-integer(wk-data-int)
          move spaces                               to wk-db-data-limite
          string wk-dt-ano "-" wk-dt-mes "-" wk-dt-dia
                                   delimited by size
            into wk-db-data-limite
          end-string

          open output arqVacinasPendentes
          if   wk-fs-arqVacinasPendentes not equal "00" then
              display "Erro ao abrir arqVacinasPendentes "
                      wk-fs-arqVacinasPendentes
              stop run
          end-if

          move spaces                               to fd-vacina-linha
          string "Vacinas atrasadas e a vencer ate " wk-db-data-limite
                 " - posicao de " wk-db-data-hoje
                                   delimited by size
            into fd-vacina-linha
          end-string
          write fd-vacina-linha
          move space                                to fd-vacina-linha
          write fd-vacina-linha

          .
      a-inicializa-z.
          exit.

     *>*****************************************************************
     *>   Doses do calendario sem registro para cada crianca, com a
     *>   data prevista pela idade recomendada - quebra por paciente
     *>   com o responsavel (na falta do telefone do responsavel vai
     *>   o do proprio paciente)
     *>*****************************************************************
      b-processa section.
      b-processa-a.

          EXEC SQL
             DECLARE cursor_vac_pendentes CURSOR FOR
                SELECT p.id, p.nome, p.data_nascimento,
                       COALESCE(p.responsavel, ' '),
                       CASE WHEN TRIM(COALESCE(p.telefone_responsavel,
                                               '')) = ''
                            THEN p.telefone
                            ELSE p.telefone_responsavel END,
                       v.nome, v.dose,
                       date(p.data_nascimento,
                            '+' || v.idade_meses || ' months')
                  FROM paciente p, vacina v
                 WHERE p.situacao = 'A'
                   AND TRIM(COALESCE(p.data_nascimento, '')) <> ''
                   AND p.data_nascimento > :wk-db-data-corte
                   AND date(p.data_nascimento,
                            '+' || v.idade_meses || ' months')
                       <= :wk-db-data-limite
                   AND NOT EXISTS
                       (SELECT 1 FROM vacina_aplicada a
                         WHERE a.id_paciente = p.id
                           AND a.cod_vacina  = v.cod_vacina
                           AND a.dose        = v.dose)
              ORDER BY p.nome, p.id, v.idade_meses, v.cod_vacina
          END-EXEC

          exec sql
             open cursor_vac_pendentes
          end-exec
          if sqlcode not = 0 then
              perform z-finaliza-erro
          end-if

          perform until sqlcode not = 0
              EXEC SQL
                 FETCH cursor_vac_pendentes
                  INTO :wk-db-pac-id,
                       :wk-db-pac-nome,
                       :wk-db-pac-nasc,
                       :wk-db-pac-resp,
                       :wk-db-pac-telefone,
                       :wk-db-vac-nome,
                       :wk-db-vac-dose,
                       :wk-db-vac-prevista
              END-EXEC
              if sqlcode = 0 then
                  if  wk-primeiro equal "S"
                  or  wk-db-pac-id not equal wk-paciente-anterior then
                      if  wk-primeiro not equal "S" then
                          move space                to fd-vacina-linha
                          write fd-vacina-linha
                      end-if
                      move "N"                      to wk-primeiro
                      move wk-db-pac-id             to wk-paciente-anterior
                      add 1                         to wk-qtd-criancas
                      move wk-db-pac-nome           to wk-pac-nome
                      move wk-db-pac-id             to wk-pac-id
                      move spaces                   to wk-pac-nasc
                      string wk-db-pac-nasc(9:2) "/" wk-db-pac-nasc(6:2)
                             "/" wk-db-pac-nasc(1:4)
                                   delimited by size
                        into wk-pac-nasc
                      end-string
                      write fd-vacina-linha from wk-linha-paciente
                      move wk-db-pac-resp           to wk-resp-nome
                      move wk-db-pac-telefone       to wk-resp-telefone
                      write fd-vacina-linha from wk-linha-responsavel
                  end-if

                  move wk-db-vac-nome               to wk-dose-vacina
                  move wk-db-vac-dose               to wk-dose-dose
                  move spaces                       to wk-dose-prevista
                  string wk-db-vac-prevista(9:2) "/"
                         wk-db-vac-prevista(6:2) "/"
                         wk-db-vac-prevista(1:4)
                                   delimited by size
                    into wk-dose-prevista
                  end-string
                  if  wk-db-vac-prevista < wk-db-data-hoje then
                      move "ATRASADA"               to wk-dose-situacao
                      add 1                         to wk-qtd-atrasadas
                  else
                      move "A VENCER"               to wk-dose-situacao
                      add 1                         to wk-qtd-a-vencer
                  end-if
                  write fd-vacina-linha from wk-linha-dose
              end-if
          end-perform
          if sqlcode not = 0
          and sqlcode not = 100 then
              perform z-finaliza-erro
          end-if

          exec sql
             close cursor_vac_pendentes
          end-exec

          move space                                to fd-vacina-linha
          write fd-vacina-linha
          move "Criancas a contatar:"               to wk-tot-rotulo
          move wk-qtd-criancas                      to wk-tot-qtd
          write fd-vacina-linha from wk-linha-total
          move "Doses atrasadas:"                   to wk-tot-rotulo
          move wk-qtd-atrasadas                     to wk-tot-qtd
          write fd-vacina-linha from wk-linha-total
          move "Doses a vencer na janela:"          to wk-tot-rotulo
          move wk-qtd-a-vencer                      to wk-tot-qtd
          write fd-vacina-linha from wk-linha-total

          .
      b-processa-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao em caso de erro
     *>*****************************************************************
      z-finaliza-erro section.
      z-finaliza-erro-a.
          display "Erro de banco - sqlcode " sqlcode
          EXEC SQL
              ROLLBACK
          END-EXEC
          stop run.
          .
      z-finaliza-erro-z.
          exit.

     *>*****************************************************************
     *>   Procedimento de Finaliazaçao normal
     *>*****************************************************************
      z-finaliza section.
      z-finaliza-a.

          close arqVacinasPendentes

          EXEC SQL
              DISCONNECT ALL
          END-EXEC

          display "Vacinas pendentes em arqVacinasPendentes.txt"
          display "Criancas a contatar: " wk-qtd-criancas

          stop run.
          .
      z-finaliza-z.
          exit.
