      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.Concurso".
       Author. "Evelyn Yasmin Pereira".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.


      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.
           select concurso-calendario assign to "CONCLOT"
               organization is indexed
               access mode is dynamic
               record key is conc-chave
               file status is ws-conc-status.
           select oper-mestre assign to "OPERMST"
               organization is indexed
               access mode is dynamic
               record key is oper-codigo
               file status is ws-oper-status.
           select segu-log assign to "SEGULOG"
               organization is sequential
               file status is ws-segu-status.
       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.

       fd  concurso-calendario.
           copy CONCREC.

       fd  oper-mestre.
           copy OPERREC.

       fd  segu-log.
           copy SEGREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-conc-status                      pic  x(02).
           05  ws-oper-status                      pic  x(02).
           05  ws-segu-status                      pic  x(02).

       01  ws-uso-comum.
           05  ws-opcao-menu                       pic  9(02).
               88  opcao-incluir                   value 1.
               88  opcao-alterar                   value 2.
               88  opcao-consultar                 value 3.
               88  opcao-listar                    value 4.
               88  opcao-sair                      value 9.
           05  ws-ind-lot-informado                pic  9(02).
               88  ind-lot-conhecido               value 1 2 3.
           05  ws-concurso-informado               pic  9(05).
           05  ws-sw-fim-menu                      pic  x(01).
               88  fim-menu                        value "S".
           05  ws-sw-conc-achado                   pic  x(01).
               88  conc-achado                     value "S".
           05  ws-sw-fim-listagem                  pic  x(01).
               88  fim-listagem                    value "S".
           05  ws-sw-datas-validas                 pic  x(01).
               88  datas-validas                   value "S".
           05  ws-qtd-listados                     pic  9(05).
           05  ws-supervisor-informado             pic  x(10).
           05  ws-senha-supervisor                 pic  x(04).
           05  ws-sw-autorizado                    pic  x(01).
               88  autorizado                      value "S".
           05  ws-evento-seguranca                 pic  x(20).
           05  ws-detalhe-seguranca                pic  x(20).

      *> datas e horario digitados, conferidos antes de ir ao registro
       01  ws-datas-digitadas.
           05  ws-data-sorteio                     pic  9(08).
           05  ws-data-sorteio-r redefines ws-data-sorteio.
               10  ws-sorteio-ano                  pic  9(04).
               10  ws-sorteio-mes                  pic  9(02).
               10  ws-sorteio-dia                  pic  9(02).
           05  ws-data-encerramento                pic  9(08).
           05  ws-data-encerramento-r redefines ws-data-encerramento.
               10  ws-encerra-ano                  pic  9(04).
               10  ws-encerra-mes                  pic  9(02).
               10  ws-encerra-dia                  pic  9(02).
           05  ws-hora-encerramento                pic  9(04).
           05  ws-hora-encerramento-r redefines ws-hora-encerramento.
               10  ws-encerra-hh                   pic  9(02).
               10  ws-encerra-mm                   pic  9(02).

       01  ws-descricao-jogo                       pic  x(12).


       Linkage section.

      *>--Declaração de tela
       Screen section.

      *>Declaração do corpo programa
       Procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>---------------------------------------------------------------------------------
       inicializa section.

           move "N" to ws-sw-fim-menu

      *> o calendario decide ate quando cada concurso aceita aposta,
      *> entao so um supervisor ou gerente abre a manutencao; a
      *> tentativa, concedida ou negada, vai para o log de seguranca
           move "ALTERA CALENDARIO" to ws-evento-seguranca
           move spaces              to ws-detalhe-seguranca

           perform autoriza-supervisor

           if not autorizado
              display "Manutencao do calendario encerrada sem autorizacao."
              move 8 to return-code
              stop run
           end-if

      *> abre o calendario em I-O; na primeira execucao o arquivo
      *> ainda nao existe (status 35) e e criado vazio aqui
           open i-o concurso-calendario

           if ws-conc-status = "35"
              open output concurso-calendario
              close concurso-calendario
              open i-o concurso-calendario
           end-if

           if ws-conc-status <> "00"
              display "Erro ao abrir o calendario de concursos (CONCLOT): "
                  ws-conc-status
              move 12 to return-code
              move "S" to ws-sw-fim-menu
           end-if
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           perform until fim-menu
               display "   ***************************************   "
               display "   *      CALENDARIO DE CONCURSOS        *   "
               display "   ***************************************   "
               display "1 - Incluir concurso"
               display "2 - Alterar data do sorteio/encerramento das vendas"
               display "3 - Consultar um concurso"
               display "4 - Listar os concursos de um jogo"
               display "9 - Sair"
               accept ws-opcao-menu
               display " "

               evaluate true
                   when opcao-incluir
                        perform inclui-concurso
                   when opcao-alterar
                        perform altera-concurso
                   when opcao-consultar
                        perform consulta-concurso
                   when opcao-listar
                        perform lista-concursos
                   when opcao-sair
                        move "S" to ws-sw-fim-menu
                   when other
                        display "Opcao invalida, tente novamente."
                        display " "
               end-evaluate
           end-perform
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede o jogo (1-Mega-Sena 2-Quina 3-Lotofacil),
      *> repetindo ate ser um formato conhecido
      *>---------------------------------------------------------------------------------
       informa-jogo section.

           move 0 to ws-ind-lot-informado

           perform until ind-lot-conhecido
               display "Informe o jogo (1-Mega-Sena 2-Quina 3-Lotofacil): "
               accept ws-ind-lot-informado
               display " "

               if not ind-lot-conhecido
                  display "Jogo invalido, tente novamente."
                  display " "
               end-if
           end-perform
            .
       informa-jogo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede jogo e numero de concurso e tenta le-lo no
      *> calendario
      *>---------------------------------------------------------------------------------
       le-concurso-informado section.

           move "N" to ws-sw-conc-achado

           perform informa-jogo

           display "Informe o numero do concurso: "
           accept ws-concurso-informado
           display " "

           move ws-ind-lot-informado  to conc-ind-lot
           move ws-concurso-informado to conc-concurso

           read concurso-calendario
               invalid key     move "N" to ws-sw-conc-achado
               not invalid key move "S" to ws-sw-conc-achado
           end-read
            .
       le-concurso-informado-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede a data do sorteio e o encerramento das vendas
      *> (data e hora) e confere se fazem sentido: datas e hora
      *> validas e vendas encerrando no maximo no dia do sorteio
      *>---------------------------------------------------------------------------------
       informa-datas-concurso section.

           move "N" to ws-sw-datas-validas

           perform until datas-validas
               display "Informe a data do sorteio (AAAAMMDD): "
               accept ws-data-sorteio
               display "Informe a data de encerramento das vendas (AAAAMMDD): "
               accept ws-data-encerramento
               display "Informe a hora de encerramento das vendas (HHMM): "
               accept ws-hora-encerramento
               display " "

               move "S" to ws-sw-datas-validas

               if ws-sorteio-ano < 2000
                  or ws-sorteio-mes < 1 or ws-sorteio-mes > 12
                  or ws-sorteio-dia < 1 or ws-sorteio-dia > 31
                  or ws-encerra-ano < 2000
                  or ws-encerra-mes < 1 or ws-encerra-mes > 12
                  or ws-encerra-dia < 1 or ws-encerra-dia > 31
                  display "Data invalida, tente novamente."
                  move "N" to ws-sw-datas-validas
               end-if

               if datas-validas
                  if ws-encerra-hh > 23 or ws-encerra-mm > 59
                     display "Hora invalida, tente novamente."
                     move "N" to ws-sw-datas-validas
                  end-if
               end-if

               if datas-validas
                  if ws-data-encerramento > ws-data-sorteio
                     display "As vendas precisam encerrar ate o dia do "
                         "sorteio, tente novamente."
                     move "N" to ws-sw-datas-validas
                  end-if
               end-if

               if not datas-validas
                  display " "
               end-if
           end-perform

           move ws-data-sorteio      to conc-data-sorteio
           move ws-data-encerramento to conc-data-encerramento
           move ws-hora-encerramento to conc-hora-encerramento
            .
       informa-datas-concurso-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que inclui um concurso novo no calendario
      *>---------------------------------------------------------------------------------
       inclui-concurso section.

           perform le-concurso-informado

           evaluate true
               when ws-concurso-informado = 0
                    display "Numero de concurso invalido."
               when conc-achado
                    display "Concurso " ws-concurso-informado
                        " ja cadastrado para este jogo."
               when other
                    move ws-ind-lot-informado  to conc-ind-lot
                    move ws-concurso-informado to conc-concurso

                    perform informa-datas-concurso

                    write conc-registro
                        invalid key
                            display "Erro ao gravar o concurso: "
                                ws-conc-status
                        not invalid key
                            display "Concurso " ws-concurso-informado
                                " incluido."
                    end-write
           end-evaluate
           display " "
            .
       inclui-concurso-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que altera a data do sorteio e o encerramento das
      *> vendas de um concurso ja cadastrado (sorteio adiado, horario
      *> especial de fim de ano)
      *>---------------------------------------------------------------------------------
       altera-concurso section.

           perform le-concurso-informado

           if not conc-achado
              display "Concurso " ws-concurso-informado
                  " nao cadastrado para este jogo."
           else
              perform exibe-concurso
              display " "

              perform informa-datas-concurso

              rewrite conc-registro
                  invalid key
                      display "Erro ao regravar o concurso: " ws-conc-status
                  not invalid key
                      display "Concurso " ws-concurso-informado " alterado."
              end-rewrite
           end-if
           display " "
            .
       altera-concurso-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que exibe os dados de um unico concurso
      *>---------------------------------------------------------------------------------
       consulta-concurso section.

           perform le-concurso-informado

           if not conc-achado
              display "Concurso " ws-concurso-informado
                  " nao cadastrado para este jogo."
           else
              perform exibe-concurso
           end-if
           display " "
            .
       consulta-concurso-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que lista, em ordem de numero, os concursos de um jogo
      *>---------------------------------------------------------------------------------
       lista-concursos section.

           perform informa-jogo

           move "N"                  to ws-sw-fim-listagem
           move 0                    to ws-qtd-listados
           move ws-ind-lot-informado to conc-ind-lot
           move 0                    to conc-concurso

           start concurso-calendario key >= conc-chave
               invalid key move "S" to ws-sw-fim-listagem
           end-start

           perform until fim-listagem
               read concurso-calendario next
                   at end move "S" to ws-sw-fim-listagem
                   not at end
                       if conc-ind-lot <> ws-ind-lot-informado
                          move "S" to ws-sw-fim-listagem
                       else
                          add 1 to ws-qtd-listados
                          perform exibe-concurso
                       end-if
               end-read
           end-perform

           if ws-qtd-listados = 0
              display "Nenhum concurso cadastrado para este jogo."
           end-if
           display " "
            .
       lista-concursos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que mostra, em uma linha, o registro corrente do
      *> calendario
      *>---------------------------------------------------------------------------------
       exibe-concurso section.

           evaluate conc-ind-lot
               when 1     move "MEGA-SENA" to ws-descricao-jogo
               when 2     move "QUINA"     to ws-descricao-jogo
               when 3     move "LOTOFACIL" to ws-descricao-jogo
               when other move "?"         to ws-descricao-jogo
           end-evaluate

           display "Jogo: "              ws-descricao-jogo
               " Concurso: "             conc-concurso
               " Sorteio: "              conc-data-sorteio
               " Vendas ate: "           conc-data-encerramento
               " "                       conc-hora-encerramento(1:2)
               ":"                       conc-hora-encerramento(3:2)
            .
       exibe-concurso-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede a identificacao de um supervisor ou gerente
      *> para liberar a manutencao: codigo cadastrado, ativo, nivel
      *> alto e senha certa; o desfecho, concedido ou negado, vai para
      *> o log de seguranca
      *>---------------------------------------------------------------------------------
       autoriza-supervisor section.

           move "N" to ws-sw-autorizado

           display "Operacao sensivel - confirmacao de supervisor."
           display "Informe o codigo do supervisor: "
           accept ws-supervisor-informado
           display "Informe a senha do supervisor: "
           accept ws-senha-supervisor
           display " "

           open input oper-mestre

           if ws-oper-status = "00"
              move ws-supervisor-informado to oper-codigo

              read oper-mestre
                  invalid key
                      continue
                  not invalid key
                      if oper-ativo and oper-nivel-alto
                         if oper-senha = spaces
                            or oper-senha = ws-senha-supervisor
                            move "S" to ws-sw-autorizado
                         end-if
                      end-if
              end-read

              close oper-mestre
           end-if

           if autorizado
              display "Autorizado pelo supervisor "
                  ws-supervisor-informado "."
           else
              display "Autorizacao NEGADA - supervisor invalido, "
                  "inativo, sem nivel ou com senha errada."
           end-if
           display " "

           perform grava-evento-seguranca
            .
       autoriza-supervisor-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava o evento de autorizacao no log de
      *> seguranca (SEGULOG), separado da trilha de jogos
      *>---------------------------------------------------------------------------------
       grava-evento-seguranca section.

           open extend segu-log

           if ws-segu-status = "35"
              open output segu-log
           end-if

           move function current-date(1:8)     to segu-data
           move function current-date(9:6)     to segu-hora
           move "Desafio.Concurso"             to segu-programa
           move ws-evento-seguranca            to segu-evento
           move ws-supervisor-informado        to segu-operador
           move ws-supervisor-informado        to segu-supervisor

           if autorizado
              move "AUTORIZADO" to segu-resultado
           else
              move "NEGADO"     to segu-resultado
           end-if

           move ws-detalhe-seguranca           to segu-detalhe

           write segu-registro

           if ws-segu-status <> "00"
              display "Erro ao gravar o log de seguranca (SEGULOG): "
                  ws-segu-status
              move 12 to return-code
           end-if

           close segu-log
            .
       grava-evento-seguranca-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Finalização
      *>---------------------------------------------------------------------------------
       finaliza section.
           close concurso-calendario
           stop run.
            .
       finaliza-exit.
           exit.
