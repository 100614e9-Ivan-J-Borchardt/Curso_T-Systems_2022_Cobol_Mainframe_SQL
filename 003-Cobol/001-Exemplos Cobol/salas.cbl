      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "salas".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Modificacoes
      *>   15/10/2026 - IJB - Cadastro do mestre de salas por unidade
      *>                      escolar (arqSalasInd.txt), chaveado por
      *>                      unidade + codigo da sala: descricao,
      *>                      capacidade em lugares e tipo (R=regular,
      *>                      L=laboratorio, G=ginasio). A unidade tem
      *>                      de existir em arqUnidadesInd.txt. Cada
      *>                      vaga de grade_horarios.cbl passa a levar
      *>                      uma sala; a exclusao e recusada enquanto
      *>                      a sala estiver escalada na grade.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqSalas assign to "arqSalasInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-sala-chave
           file status is wk-fs-arqSalas.

           select arqUnidades assign to "arqUnidadesInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-uni-codigo
           file status is wk-fs-arqUnidades.

           select arqHorarios assign to "arqHorariosInd.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-hor-chave
           file status is wk-fs-arqHorarios.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqSalas.
       01  fd-sala.
           05  fd-sala-chave.
               10  fd-sala-unidade                  pic  x(03).
               10  fd-sala-codigo                   pic  x(05).
           05  fd-sala-descricao                    pic  x(30).
           05  fd-sala-capacidade                   pic  9(03).
           05  fd-sala-tipo                         pic  x(01).
               88  fd-sala-regular                  value "R".
               88  fd-sala-laboratorio              value "L".
               88  fd-sala-ginasio                  value "G".

       fd arqUnidades.
       01  fd-unidade.
           05  fd-uni-codigo                        pic  x(03).
           05  fd-uni-nome                          pic  x(30).
           05  fd-uni-endereco                      pic  x(50).

       fd arqHorarios.
       01  fd-horario.
           05  fd-hor-chave.
               10  fd-hor-serie                     pic  9(02).
               10  fd-hor-letra                     pic  x(01).
               10  fd-hor-dia                       pic  9(01).
               10  fd-hor-periodo                   pic  9(01).
           05  fd-hor-disciplina                    pic  x(10).
           05  fd-hor-professor                     pic  x(05).
           05  fd-hor-sala.
               10  fd-hor-sala-unidade              pic  x(03).
               10  fd-hor-sala-codigo               pic  x(05).

      *>----Variaveis de trabalho
       working-storage section.

       77  wk-fs-arqSalas                           pic x(02).
       77  wk-fs-arqUnidades                        pic x(02).
       77  wk-fs-arqHorarios                        pic x(02).

       77  wk-fim-loop                              pic x(01).
           88 wk-loop-terminado                     value "F".

       77  wk-opcao                                 pic x(01).
           88 wk-sair                               value "X" "x".
           88 wk-op-cadastrar                       value "C" "c".
           88 wk-op-listar                          value "L" "l".
           88 wk-op-alterar                         value "A" "a".
           88 wk-op-excluir                         value "E" "e".

       77  wk-unidade                               pic x(03).
       77  wk-codigo                                pic x(05).
       77  wk-descricao                             pic x(30).
       77  wk-capacidade                            pic 9(03) value 0.
       77  wk-tipo                                  pic x(01).
           88 wk-tipo-valido                        value "R" "L" "G".

       77  wk-entrada-flag                          pic x(01).
           88 wk-entrada-valida                     value "v".
           88 wk-entrada-invalida                   value "i".

       77  wk-sala-em-uso-flag                      pic x(01).
           88 wk-sala-em-uso                        value "S".

       77  wk-tipo-descricao                        pic x(12).

       77  temp                                     pic x(01).

       01  wk-msn-erro.
           05 wk-msn-erro-adress                    pic x(04).
           05 filler                                pic x(03) value " - ".
           05 wk-msn-erro-cod                       pic x(02).
           05 filler                                pic x(01) value space.
           05 wk-msn-erro-text                      pic x(40).

       77  wk-erro-programa                         pic x(20)
                  value "salas".
       01  wk-erro-registro                         pic x(200)
                  value spaces.
       77  wk-erro-registro-tam                     pic 9(04) value 0.

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

           open i-o arqSalas
           if   wk-fs-arqSalas equal "05"
           or   wk-fs-arqSalas equal "35" then
               open output arqSalas
               close arqSalas
               open i-o arqSalas
           end-if
           if   wk-fs-arqSalas not equal "00" then
               move "0001"                              to      wk-msn-erro-adress
               move wk-fs-arqSalas                      to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqSalas"    to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqUnidades
           if   wk-fs-arqUnidades not equal "00"
           and  wk-fs-arqUnidades not equal "35" then
               move "0002"                              to      wk-msn-erro-adress
               move wk-fs-arqUnidades                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqUnidades"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           open input arqHorarios
           if   wk-fs-arqHorarios not equal "00"
           and  wk-fs-arqHorarios not equal "35" then
               move "0003"                              to      wk-msn-erro-adress
               move wk-fs-arqHorarios                   to      wk-msn-erro-cod
               move "Erro ao abrir Arquivo arqHorarios"  to      wk-msn-erro-text
               perform z-finaliza-anormal
           end-if

           .
       a-inicializa-z.
           exit.

      *>*****************************************************************
      *>   Procedimento Principal
      *>*****************************************************************
       b-processa section.
       b-processa-a.

           perform until wk-sair
               display erase
               display "Cadastro de Salas"
               display " "
               display "(C) Cadastrar sala"
               display "(L) Listar salas de uma unidade"
               display "(A) Alterar sala"
               display "(E) Excluir sala"
               display "(X) Sair"
               accept wk-opcao

               evaluate true
                   when wk-op-cadastrar
                       perform ba-cadastrar
                   when wk-op-listar
                       perform bb-listar
                   when wk-op-alterar
                       perform bc-alterar
                   when wk-op-excluir
                       perform bd-excluir
                   when other
                       continue
               end-evaluate
           end-perform

           .
       b-processa-z.
           exit.

      *>*****************************************************************
      *>   Cadastro de uma sala nova - unidade cadastrada, capacidade
      *>   maior que zero e tipo R, L ou G
      *>*****************************************************************
       ba-cadastrar section.
       ba-cadastrar-a.

           set wk-entrada-valida                        to      true

           display "Unidade: "
           accept wk-unidade
           display "Codigo da sala (5 posicoes): "
           accept wk-codigo
           display "Descricao: "
           accept wk-descricao
           display "Capacidade (lugares): "
           accept wk-capacidade
           display "Tipo (R=regular, L=laboratorio, G=ginasio): "
           accept wk-tipo

           if  wk-codigo equal space then
               display "Codigo da sala obrigatorio."
               set wk-entrada-invalida                  to      true
           end-if

           if  wk-entrada-valida then
               perform be-criticar-unidade
           end-if

           if  wk-entrada-valida then
               if  wk-capacidade equal 0 then
                   display "Capacidade deve ser maior que zero."
                   set wk-entrada-invalida              to      true
               end-if
           end-if

           if  wk-entrada-valida then
               if  not wk-tipo-valido then
                   display "Tipo invalido."
                   set wk-entrada-invalida              to      true
               end-if
           end-if

           if  wk-entrada-valida then
               move wk-unidade                          to      fd-sala-unidade
               move wk-codigo                           to      fd-sala-codigo
               move wk-descricao                        to      fd-sala-descricao
               move wk-capacidade                       to      fd-sala-capacidade
               move wk-tipo                             to      fd-sala-tipo

               write fd-sala
               if   wk-fs-arqSalas equal "22" then
                   display "Sala ja cadastrada nesta unidade."
               else
                   if   wk-fs-arqSalas not equal "00" then
                       move "0004"                              to      wk-msn-erro-adress
                       move wk-fs-arqSalas                      to      wk-msn-erro-cod
                       move "Erro ao Gravar Arquivo arqSalas"   to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   display "Sala cadastrada."
               end-if
           end-if
           accept temp

           .
       ba-cadastrar-z.
           exit.

      *>*****************************************************************
      *>   Lista as salas de uma unidade
      *>*****************************************************************
       bb-listar section.
       bb-listar-a.

           display "Unidade: "
           accept wk-unidade

           move wk-unidade                              to      fd-sala-unidade
           move low-values                              to      fd-sala-codigo
           start arqSalas key is not less fd-sala-chave
           if   wk-fs-arqSalas not equal "00" then
               display "Nenhuma sala cadastrada."
           else
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqSalas next record
                   if   wk-fs-arqSalas not equal "00"
                   or   fd-sala-unidade not equal wk-unidade then
                       move "F"                         to      wk-fim-loop
                   else
                       perform bf-descrever-tipo
                       display fd-sala-codigo " " fd-sala-descricao
                               " " wk-tipo-descricao
                               " Lugares: " fd-sala-capacidade
                   end-if
               end-perform
               move "00"                                to      wk-fs-arqSalas
           end-if

           display "Pressione ENTER para voltar..."
           accept temp

           .
       bb-listar-z.
           exit.

      *>*****************************************************************
      *>   Alteracao de uma sala - campos em branco (ou zero) mantem o
      *>   valor atual
      *>*****************************************************************
       bc-alterar section.
       bc-alterar-a.

           display "Unidade: "
           accept wk-unidade
           display "Codigo da sala: "
           accept wk-codigo

           move wk-unidade                              to      fd-sala-unidade
           move wk-codigo                               to      fd-sala-codigo
           read arqSalas
           if   wk-fs-arqSalas not equal "00" then
               display "Sala nao cadastrada."
           else
               perform bf-descrever-tipo
               display "Descricao atual: " fd-sala-descricao
               display "Capacidade atual: " fd-sala-capacidade
               display "Tipo atual: " wk-tipo-descricao
               display "Nova descricao: "
               accept wk-descricao
               display "Nova capacidade: "
               accept wk-capacidade
               display "Novo tipo (R/L/G): "
               accept wk-tipo

               if  wk-tipo not equal space
               and not wk-tipo-valido then
                   display "Tipo invalido - sala nao alterada."
               else
                   if  wk-descricao not equal space then
                       move wk-descricao                to      fd-sala-descricao
                   end-if
                   if  wk-capacidade not equal 0 then
                       move wk-capacidade               to      fd-sala-capacidade
                   end-if
                   if  wk-tipo not equal space then
                       move wk-tipo                     to      fd-sala-tipo
                   end-if

                   rewrite fd-sala
                   if   wk-fs-arqSalas not equal "00" then
                       move "0005"                              to      wk-msn-erro-adress
                       move wk-fs-arqSalas                      to      wk-msn-erro-cod
                       move "Erro ao Regravar arqSalas"         to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   display "Sala alterada."
               end-if
           end-if
           accept temp

           .
       bc-alterar-z.
           exit.

      *>*****************************************************************
      *>   Exclusao de uma sala - recusada se escalada na grade
      *>*****************************************************************
       bd-excluir section.
       bd-excluir-a.

           display "Unidade: "
           accept wk-unidade
           display "Codigo da sala: "
           accept wk-codigo

           perform bg-verificar-uso
           if  wk-sala-em-uso then
               display "Sala escalada na grade de horarios da turma "
                       fd-hor-serie "/" fd-hor-letra
                       " - exclusao recusada."
           else
               move wk-unidade                          to      fd-sala-unidade
               move wk-codigo                           to      fd-sala-codigo
               delete arqSalas
               if   wk-fs-arqSalas equal "23" then
                   display "Sala nao cadastrada."
               else
                   if   wk-fs-arqSalas not equal "00" then
                       move "0006"                              to      wk-msn-erro-adress
                       move wk-fs-arqSalas                      to      wk-msn-erro-cod
                       move "Erro ao Excluir arqSalas"          to      wk-msn-erro-text
                       perform z-finaliza-anormal
                   end-if
                   display "Sala excluida."
               end-if
           end-if
           accept temp

           .
       bd-excluir-z.
           exit.

      *>*****************************************************************
      *>   Confere a unidade da sala no mestre de unidades
      *>*****************************************************************
       be-criticar-unidade section.
       be-criticar-unidade-a.

           if   wk-fs-arqUnidades equal "35" then
               display "Mestre de unidades vazio."
               set wk-entrada-invalida                  to      true
           else
               move wk-unidade                          to      fd-uni-codigo
               read arqUnidades
               if   wk-fs-arqUnidades not equal "00" then
                   display "Unidade nao cadastrada."
                   set wk-entrada-invalida              to      true
                   move "00"                            to      wk-fs-arqUnidades
               end-if
           end-if

           .
       be-criticar-unidade-z.
           exit.

      *>*****************************************************************
      *>   Descricao do tipo da sala para as telas
      *>*****************************************************************
       bf-descrever-tipo section.
       bf-descrever-tipo-a.

           evaluate true
               when fd-sala-regular
                   move "Regular"                       to      wk-tipo-descricao
               when fd-sala-laboratorio
                   move "Laboratorio"                   to      wk-tipo-descricao
               when fd-sala-ginasio
                   move "Ginasio"                       to      wk-tipo-descricao
               when other
                   move "?"                             to      wk-tipo-descricao
           end-evaluate

           .
       bf-descrever-tipo-z.
           exit.

      *>*****************************************************************
      *>   Varre a grade de horarios procurando a sala escalada em
      *>   alguma vaga
      *>*****************************************************************
       bg-verificar-uso section.
       bg-verificar-uso-a.

           move space                                   to      wk-sala-em-uso-flag

           if   wk-fs-arqHorarios equal "35" then
               exit section
           end-if

           move low-values                              to      fd-hor-chave
           start arqHorarios key is not less fd-hor-chave
           if   wk-fs-arqHorarios equal "00" then
               move space                               to      wk-fim-loop
               perform until wk-loop-terminado
                   read arqHorarios next record
                   if   wk-fs-arqHorarios not equal "00" then
                       move "F"                         to      wk-fim-loop
                   else
                       if  fd-hor-sala-unidade equal wk-unidade
                       and fd-hor-sala-codigo equal wk-codigo then
                           set wk-sala-em-uso           to      true
                           move "F"                     to      wk-fim-loop
                       end-if
                   end-if
               end-perform
               move "00"                                to      wk-fs-arqHorarios
           end-if

           .
       bg-verificar-uso-z.
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

           close arqSalas
           close arqUnidades
           close arqHorarios

           goback.
           .
       z-finaliza-z.
           exit.
