      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.Prescricao".
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
           select audit-trilha assign to "AUDITLOG"
               organization is sequential
               file status is ws-audit-status.
           select resultado-oficial assign to "RESULOFI"
               organization is indexed
               access mode is dynamic
               record key is resul-chave
               file status is ws-resul-status.
           select rateio-oficial assign to "RATEOFI"
               organization is indexed
               access mode is dynamic
               record key is rate-chave
               file status is ws-rate-status.
           select pagto-livro assign to "PAGTOLOT"
               organization is sequential
               file status is ws-pagto-status.
           select bolao-cotas assign to "BOLAOLOT"
               organization is indexed
               access mode is dynamic
               record key is bolao-chave
               file status is ws-bolao-status.
           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.

       fd  audit-trilha.
           copy AUDITREC.

       fd  resultado-oficial.
           copy RESULREC.

       fd  rateio-oficial.
           copy RATEREC.

       fd  pagto-livro.
           copy PAGTOREC.

       fd  bolao-cotas.
           copy BOLAREC.

       fd  job-log.
           copy JOBREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-audit-status                     pic  x(02).
           05  ws-resul-status                     pic  x(02).
           05  ws-rate-status                      pic  x(02).
           05  ws-pagto-status                     pic  x(02).
           05  ws-bolao-status                     pic  x(02).
           05  ws-job-status                       pic  x(02).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
           05  ws-ind2                             pic  9(02).
           05  ws-idx-cli                          pic  9(03).
           05  ws-ind-lot                          pic  9(02).
           05  ws-concurso                         pic  9(05).
           05  ws-qtd-acertos                      pic  9(02).
           05  ws-min-acertos                      pic  9(02).
           05  ws-data-hoje                        pic  9(08).
           05  ws-dias-sorteio                     pic s9(07).
           05  ws-idx-idade                        pic  9(01).
               88  idade-prescrita                 value 4.
           05  ws-valor-premio                     pic  9(09)v9(02).
           05  ws-valor-pendente                   pic  9(09)v9(02).
           05  ws-cliente-pendente                 pic  x(10).
           05  ws-cota-pendente                    pic  9(03).
           05  ws-nome-idade                       pic  x(14).
           05  ws-sw-fim-trilha                    pic  x(01).
               88  fim-trilha                      value "S".
           05  ws-sw-fim-arquivo                   pic  x(01).
               88  fim-arquivo                     value "S".
           05  ws-sw-resultado-achado              pic  x(01).
               88  resultado-achado                value "S".
           05  ws-sw-rateio-aberto                 pic  x(01).
               88  rateio-aberto                   value "S".
           05  ws-sw-bolao-aberto                  pic  x(01).
               88  bolao-aberto                    value "S".
           05  ws-sw-pago-achado                   pic  x(01).
               88  pago-achado                     value "S".
           05  ws-sw-oper-achado                   pic  x(01).
               88  oper-achado                     value "S".
           05  ws-sw-cli-achado                    pic  x(01).
               88  cli-achado                      value "S".
           05  ws-sw-ticket-prescrito              pic  x(01).
               88  ticket-prescrito                value "S".
           05  ws-qtd-conferidas                   pic  9(07).
           05  ws-qtd-pendentes                    pic  9(07).
           05  ws-qtd-prescritos                   pic  9(07).
           05  ws-qtd-cotas-prescritas             pic  9(07).
           05  ws-qtd-sem-rateio                   pic  9(07).
           05  ws-qtd-pagas-sem-baixa              pic  9(07).
           05  ws-qtd-bolao-sem-cotas              pic  9(07).

      *> ultimo resultado oficial lido, para nao reler o mesmo
      *> concurso a cada aposta
       01  ws-resultado-lido.
           05  ws-resul-ind-lot                    pic  9(02).
           05  ws-resul-concurso                   pic  9(05).

      *> cotas do bolao do ticket premiado, com a parte de cada uma no
      *> premio repartida como no Desafio.Pagamento (proporcional ao
      *> valor da cota, a ultima fica com a sobra dos centavos) e a
      *> marca das cotas que ja tem pagamento em PAGTOLOT
       01  ws-bolao.
           05  ws-qtd-cotas                        pic  9(03).
           05  ws-idx-cota                         pic  9(03).
           05  ws-valor-bolao                      pic  9(07)v9(02).
           05  ws-valor-repartido                  pic  9(09)v9(02).
           05  ws-cota                             occurs 20 times.
               10  ws-cota-cliente                 pic  x(10).
               10  ws-cota-valor                   pic  9(05)v9(02).
               10  ws-cota-situacao                pic  x(01).
               10  ws-cota-parte                   pic  9(09)v9(02).
               10  ws-cota-tem-pagto               pic  x(01).

      *> premios pendentes da banca inteira por faixa de idade: 1 de 0
      *> a 30 dias do sorteio, 2 de 31 a 60, 3 de 61 a 90 e 4 os
      *> prescritos nesta execucao
       01  ws-totais-idade.
           05  ws-tot-idade occurs 4 times.
               10  ws-idd-qtd                      pic  9(07).
               10  ws-idd-valor                    pic  9(11)v9(02).

      *> os mesmos totais por operador que vendeu o jogo (cinquenta
      *> operadores dao folga para a banca, como na conferencia)
       01  ws-totais-operador.
           05  ws-qtd-operadores                   pic  9(02).
           05  ws-tot-operador occurs 50 times.
               10  ws-opr-codigo                   pic  x(10).
               10  ws-opr-idade occurs 4 times.
                   15  ws-opr-qtd                  pic  9(05).
                   15  ws-opr-valor                pic  9(11)v9(02).

      *> e por cliente apostador (no bolao, o cliente de cada cota);
      *> o premio sem cliente vinculado fica numa linha em branco
       01  ws-totais-cliente.
           05  ws-qtd-clientes                     pic  9(03).
           05  ws-tot-cliente occurs 200 times.
               10  ws-cli-codigo                   pic  x(10).
               10  ws-cli-idade occurs 4 times.
                   15  ws-cli-qtd                  pic  9(05).
                   15  ws-cli-valor                pic  9(11)v9(02).

       01  ws-valor-exibe                          pic  zz.zzz.zzz.zz9,99.

      *> prazo da Caixa para o resgate do premio, em dias do sorteio
       77  ws-prazo-prescricao                     pic  9(03) value 90.


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

           move "N" to ws-sw-fim-trilha
           move 0   to ws-qtd-conferidas
           move 0   to ws-qtd-pendentes
           move 0   to ws-qtd-prescritos
           move 0   to ws-qtd-cotas-prescritas
           move 0   to ws-qtd-sem-rateio
           move 0   to ws-qtd-pagas-sem-baixa
           move 0   to ws-qtd-bolao-sem-cotas
           move 0   to ws-qtd-operadores
           move 0   to ws-qtd-clientes
           move 0   to ws-resul-ind-lot
           move 0   to ws-resul-concurso
           move "N" to ws-sw-resultado-achado

           perform varying ws-ind from 1 by 1 until ws-ind > 4
               move 0 to ws-idd-qtd(ws-ind)
               move 0 to ws-idd-valor(ws-ind)
           end-perform

           move function current-date(1:8) to ws-data-hoje

           perform grava-joblog-inicio
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           display "   ***************************************   "
           display "   *  PRESCRICAO DE PREMIOS NAO PAGOS    *   "
           display "   ***************************************   "
           display "Data de referencia .........: " ws-data-hoje
           display "Prazo de resgate ...........: " ws-prazo-prescricao
               " dias do sorteio"
           display " "

           open input resultado-oficial

           if ws-resul-status <> "00"
              display "Nenhum resultado oficial carregado (RESULOFI)."
              display "Carregue-os antes pelo Desafio.Resultado."
              move 8 to return-code
           else
      *> sem o rateio os premios pendentes saem sem valor, mas a idade
      *> e a prescricao continuam valendo
              move "N" to ws-sw-rateio-aberto

              open input rateio-oficial

              if ws-rate-status = "00"
                 move "S" to ws-sw-rateio-aberto
              end-if

              move "N" to ws-sw-bolao-aberto

              open i-o bolao-cotas

              if ws-bolao-status = "00"
                 move "S" to ws-sw-bolao-aberto
              end-if

              perform varre-trilha

              close resultado-oficial

              if rateio-aberto
                 close rateio-oficial
              end-if

              if bolao-aberto
                 close bolao-cotas
              end-if
           end-if
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que percorre a trilha de auditoria atras das apostas
      *> ativas premiadas; a trilha fica aberta em I-O para a marcacao
      *> de prescrito regravar o registro no lugar
      *>---------------------------------------------------------------------------------
       varre-trilha section.

           open i-o audit-trilha

           if ws-audit-status <> "00"
              display "Nao ha apostas gravadas ainda (AUDITLOG)."
           else
              perform ler-trilha

      *> so a aposta ativa tem premio a resgatar; os jogos de antes do
      *> calendario nao tem concurso para medir o prazo
              perform until fim-trilha
                  if audit-ativa and audit-concurso > 0
                     perform confere-aposta
                  end-if
                  perform ler-trilha
              end-perform

              close audit-trilha

              perform imprime-resumo-prescricao
           end-if
            .
       varre-trilha-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que lê um registro da trilha de auditoria
      *>---------------------------------------------------------------------------------
       ler-trilha section.

           read audit-trilha
               at end move "S" to ws-sw-fim-trilha
           end-read
            .
       ler-trilha-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere uma aposta ativa contra o resultado do seu
      *> concurso e, premiada, mede a idade do premio pela data do
      *> sorteio
      *>---------------------------------------------------------------------------------
       confere-aposta section.

           move audit-ind-lot  to ws-ind-lot
           move audit-concurso to ws-concurso

           perform busca-resultado-oficial

           if resultado-achado
              add 1 to ws-qtd-conferidas

              evaluate ws-ind-lot
                  when 1
                       move 4  to ws-min-acertos
                  when 2
                       move 2  to ws-min-acertos
                  when 3
                       move 11 to ws-min-acertos
                  when other
                       move 99 to ws-min-acertos
              end-evaluate

              perform conta-acertos

              if ws-qtd-acertos >= ws-min-acertos
                 compute ws-dias-sorteio =
                         function integer-of-date(ws-data-hoje)
                       - function integer-of-date(resul-data)

                 evaluate true
                     when ws-dias-sorteio <= 30
                          move 1 to ws-idx-idade
                     when ws-dias-sorteio <= 60
                          move 2 to ws-idx-idade
                     when ws-dias-sorteio <= ws-prazo-prescricao
                          move 3 to ws-idx-idade
                     when other
                          move 4 to ws-idx-idade
                 end-evaluate

                 perform busca-valor-rateio
                 perform procura-pagamentos

                 if audit-qtd-cotas = 0
                    perform analisa-ticket-comum
                 else
                    perform analisa-ticket-bolao
                 end-if
              end-if
           end-if
            .
       confere-aposta-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que busca no arquivo oficial o concurso da aposta, so
      *> relendo quando o formato ou o concurso mudam
      *>---------------------------------------------------------------------------------
       busca-resultado-oficial section.

           if ws-ind-lot <> ws-resul-ind-lot
              or ws-concurso <> ws-resul-concurso
              move ws-ind-lot  to ws-resul-ind-lot
              move ws-concurso to ws-resul-concurso
              move ws-ind-lot  to resul-ind-lot
              move ws-concurso to resul-concurso

              read resultado-oficial
                  invalid key     move "N" to ws-sw-resultado-achado
                  not invalid key move "S" to ws-sw-resultado-achado
              end-read
           end-if
            .
       busca-resultado-oficial-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que conta os acertos da aposta contra as dezenas
      *> oficiais do concurso
      *>---------------------------------------------------------------------------------
       conta-acertos section.

           move 0 to ws-qtd-acertos

           perform varying ws-ind from 1 by 1 until ws-ind > 10
               perform varying ws-ind2 from 1 by 1
                       until ws-ind2 > resul-qtd-dezenas
                   if audit-num-tab(ws-ind) = resul-dezena(ws-ind2)
                      add 1 to ws-qtd-acertos
                   end-if
               end-perform
           end-perform
            .
       conta-acertos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que busca no rateio oficial o valor da faixa do
      *> premio; sem o rateio o premio entra nos totais com valor zero
      *>---------------------------------------------------------------------------------
       busca-valor-rateio section.

           move 0 to ws-valor-premio

           if rateio-aberto
              move ws-ind-lot     to rate-ind-lot
              move ws-concurso    to rate-concurso
              move ws-qtd-acertos to rate-acertos

              read rateio-oficial
                  invalid key
                      add 1 to ws-qtd-sem-rateio
                  not invalid key
                      move rate-valor-premio to ws-valor-premio
              end-read
           else
              add 1 to ws-qtd-sem-rateio
           end-if
            .
       busca-valor-rateio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que varre o livro de pagamentos atras dos pagamentos do
      *> ticket premiado: na aposta comum basta um, no bolao marca cada
      *> cota ja paga; premiadas ativas sao poucas por noite, entao a
      *> varredura por ticket nao pesa
      *>---------------------------------------------------------------------------------
       procura-pagamentos section.

           move "N" to ws-sw-fim-arquivo
           move "N" to ws-sw-pago-achado

           perform varying ws-idx-cota from 1 by 1 until ws-idx-cota > 20
               move "N" to ws-cota-tem-pagto(ws-idx-cota)
           end-perform

           open input pagto-livro

           if ws-pagto-status = "00"
              perform until fim-arquivo
                  read pagto-livro
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if pagto-ticket = audit-ticket
                             move "S" to ws-sw-pago-achado

                             if pagto-cota >= 1 and pagto-cota <= 20
                                move "S" to ws-cota-tem-pagto(pagto-cota)
                             end-if
                          end-if
                  end-read
              end-perform

              close pagto-livro
           end-if
            .
       procura-pagamentos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que trata o premio de uma aposta comum: com pagamento
      *> no livro ele so nao teve a baixa na trilha e fica de fora;
      *> sem pagamento e um premio pendente, que prescreve passado o
      *> prazo
      *>---------------------------------------------------------------------------------
       analisa-ticket-comum section.

           if pago-achado
              add 1 to ws-qtd-pagas-sem-baixa
              display "AVISO - ticket " audit-ticket
                  " ativo na trilha porem pago em PAGTOLOT - "
                  "confira pelo Desafio.Ticket."
           else
              move audit-cliente   to ws-cliente-pendente
              move 0               to ws-cota-pendente
              move ws-valor-premio to ws-valor-pendente
              perform acumula-pendencia

              if idade-prescrita
                 perform marca-ticket-prescrito
              end-if
           end-if
            .
       analisa-ticket-comum-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que trata o premio de um bolao: cada cota ainda ativa e
      *> sem pagamento e uma pendencia do cliente da cota; passado o
      *> prazo essas cotas prescrevem e o ticket sai de circulacao
      *>---------------------------------------------------------------------------------
       analisa-ticket-bolao section.

           perform carrega-cotas-bolao

           if ws-qtd-cotas = 0 or ws-qtd-cotas <> audit-qtd-cotas
              add 1 to ws-qtd-bolao-sem-cotas
              display "AVISO - bolao do ticket " audit-ticket
                  " sem as cotas em BOLAOLOT - nao analisado."
           else
              move "N" to ws-sw-ticket-prescrito

              perform varying ws-idx-cota from 1 by 1
                      until ws-idx-cota > ws-qtd-cotas
                  if ws-cota-situacao(ws-idx-cota) = "A"
                     if ws-cota-tem-pagto(ws-idx-cota) = "S"
                        add 1 to ws-qtd-pagas-sem-baixa
                        display "AVISO - cota " ws-idx-cota
                            " do ticket " audit-ticket
                            " ativa porem paga em PAGTOLOT."
                     else
                        move ws-cota-cliente(ws-idx-cota)
                          to ws-cliente-pendente
                        move ws-idx-cota to ws-cota-pendente
                        move ws-cota-parte(ws-idx-cota)
                          to ws-valor-pendente
                        perform acumula-pendencia

                        if idade-prescrita
                           perform marca-cota-prescrita
                        end-if
                     end-if
                  end-if
              end-perform

              if ticket-prescrito
                 perform marca-ticket-prescrito
              end-if
           end-if
            .
       analisa-ticket-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le as cotas do bolao do ticket e reparte o premio
      *> entre elas
      *>---------------------------------------------------------------------------------
       carrega-cotas-bolao section.

           move 0   to ws-qtd-cotas
           move 0   to ws-valor-bolao
           move 0   to ws-valor-repartido
           move "N" to ws-sw-fim-arquivo

           if bolao-aberto
              move audit-ticket to bolao-ticket
              move 0            to bolao-cota

              start bolao-cotas key is greater than bolao-chave
                  invalid key move "S" to ws-sw-fim-arquivo
              end-start

              perform until fim-arquivo
                  read bolao-cotas next record
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if bolao-ticket <> audit-ticket
                             or bolao-cota > 20
                             move "S" to ws-sw-fim-arquivo
                          else
                             add 1 to ws-qtd-cotas
                             move bolao-cliente
                               to ws-cota-cliente(bolao-cota)
                             move bolao-valor-cota
                               to ws-cota-valor(bolao-cota)
                             move bolao-situacao
                               to ws-cota-situacao(bolao-cota)
                             add bolao-valor-cota to ws-valor-bolao
                          end-if
                  end-read
              end-perform
           end-if

           if ws-qtd-cotas > 0 and ws-valor-bolao > 0
              perform varying ws-idx-cota from 1 by 1
                      until ws-idx-cota > ws-qtd-cotas
                  if ws-idx-cota = ws-qtd-cotas
                     compute ws-cota-parte(ws-idx-cota) =
                             ws-valor-premio - ws-valor-repartido
                  else
                     compute ws-cota-parte(ws-idx-cota) =
                             ws-valor-premio * ws-cota-valor(ws-idx-cota)
                             / ws-valor-bolao
                     add ws-cota-parte(ws-idx-cota) to ws-valor-repartido
                  end-if
              end-perform
           else
              move 0 to ws-qtd-cotas
           end-if
            .
       carrega-cotas-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que lista o premio pendente e o soma nos totais por
      *> idade, por operador e por cliente
      *>---------------------------------------------------------------------------------
       acumula-pendencia section.

           add 1 to ws-qtd-pendentes

           perform nomeia-idade

           move ws-valor-pendente to ws-valor-exibe
           display ws-nome-idade
               " - ticket "   audit-ticket
               " - cota "     ws-cota-pendente
               " - concurso " audit-concurso
               " - sorteio "  resul-data
               " - operador " audit-operador
               " - cliente "  ws-cliente-pendente
               " - valor "    ws-valor-exibe

           add 1                 to ws-idd-qtd(ws-idx-idade)
           add ws-valor-pendente to ws-idd-valor(ws-idx-idade)

           move "N" to ws-sw-oper-achado

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-operadores or oper-achado
               if ws-opr-codigo(ws-ind) = audit-operador
                  move "S" to ws-sw-oper-achado
                  add 1 to ws-opr-qtd(ws-ind, ws-idx-idade)
                  add ws-valor-pendente
                    to ws-opr-valor(ws-ind, ws-idx-idade)
               end-if
           end-perform

           if not oper-achado
              if ws-qtd-operadores < 50
                 add 1 to ws-qtd-operadores
                 move audit-operador to ws-opr-codigo(ws-qtd-operadores)
                 perform varying ws-ind2 from 1 by 1 until ws-ind2 > 4
                     move 0 to ws-opr-qtd(ws-qtd-operadores, ws-ind2)
                     move 0 to ws-opr-valor(ws-qtd-operadores, ws-ind2)
                 end-perform
                 add 1 to ws-opr-qtd(ws-qtd-operadores, ws-idx-idade)
                 add ws-valor-pendente
                   to ws-opr-valor(ws-qtd-operadores, ws-idx-idade)
              else
                 display "Mais de 50 operadores com premios pendentes - "
                     "operador " audit-operador " ficou fora dos totais."
              end-if
           end-if

           move "N" to ws-sw-cli-achado

           perform varying ws-idx-cli from 1 by 1
                   until ws-idx-cli > ws-qtd-clientes or cli-achado
               if ws-cli-codigo(ws-idx-cli) = ws-cliente-pendente
                  move "S" to ws-sw-cli-achado
                  add 1 to ws-cli-qtd(ws-idx-cli, ws-idx-idade)
                  add ws-valor-pendente
                    to ws-cli-valor(ws-idx-cli, ws-idx-idade)
               end-if
           end-perform

           if not cli-achado
              if ws-qtd-clientes < 200
                 add 1 to ws-qtd-clientes
                 move ws-cliente-pendente to ws-cli-codigo(ws-qtd-clientes)
                 perform varying ws-ind2 from 1 by 1 until ws-ind2 > 4
                     move 0 to ws-cli-qtd(ws-qtd-clientes, ws-ind2)
                     move 0 to ws-cli-valor(ws-qtd-clientes, ws-ind2)
                 end-perform
                 add 1 to ws-cli-qtd(ws-qtd-clientes, ws-idx-idade)
                 add ws-valor-pendente
                   to ws-cli-valor(ws-qtd-clientes, ws-idx-idade)
              else
                 display "Mais de 200 clientes com premios pendentes - "
                     "cliente " ws-cliente-pendente
                     " ficou fora dos totais."
              end-if
           end-if
            .
       acumula-pendencia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que marca a cota do bolao como prescrita em BOLAOLOT;
      *> o ticket inteiro prescreve junto, ao fim das cotas
      *>---------------------------------------------------------------------------------
       marca-cota-prescrita section.

           move audit-ticket to bolao-ticket
           move ws-idx-cota  to bolao-cota

           read bolao-cotas
               invalid key
                   display "Cota " ws-idx-cota " do ticket " audit-ticket
                       " sumiu de BOLAOLOT durante a prescricao."
                   move 12 to return-code
               not invalid key
                   move "V" to bolao-situacao
                   rewrite bolao-registro

                   if ws-bolao-status <> "00"
                      display "Erro ao marcar a cota como prescrita "
                          "(BOLAOLOT): " ws-bolao-status
                      move 12 to return-code
                   else
                      add 1   to ws-qtd-cotas-prescritas
                      move "S" to ws-sw-ticket-prescrito
                   end-if
           end-read
            .
       marca-cota-prescrita-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que marca o ticket como prescrito na trilha,
      *> regravando o registro no lugar; o Desafio.Pagamento passa a
      *> recusar o canhoto
      *>---------------------------------------------------------------------------------
       marca-ticket-prescrito section.

           move "V" to audit-situacao

           rewrite audit-registro

           if ws-audit-status <> "00"
              display "Erro ao marcar o ticket " audit-ticket
                  " como prescrito (AUDITLOG): " ws-audit-status
              move 12 to return-code
           else
              add 1 to ws-qtd-prescritos
           end-if
            .
       marca-ticket-prescrito-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que da nome a faixa de idade corrente do premio
      *>---------------------------------------------------------------------------------
       nomeia-idade section.

           evaluate ws-idx-idade
               when 1
                    move "0 A 30 DIAS"    to ws-nome-idade
               when 2
                    move "31 A 60 DIAS"   to ws-nome-idade
               when 3
                    move "61 A 90 DIAS"   to ws-nome-idade
               when other
                    move "PRESCRITO"      to ws-nome-idade
           end-evaluate
            .
       nomeia-idade-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime os totais de premios pendentes por idade,
      *> por operador e por cliente, apos varrer a trilha inteira
      *>---------------------------------------------------------------------------------
       imprime-resumo-prescricao section.

           display " "
           display "Apostas ativas conferidas ....: " ws-qtd-conferidas
           display "Premios pendentes ............: " ws-qtd-pendentes
           display "Tickets prescritos agora .....: " ws-qtd-prescritos
           display "Cotas de bolao prescritas ....: " ws-qtd-cotas-prescritas

           if ws-qtd-sem-rateio > 0
              display "Premios sem rateio carregado .: " ws-qtd-sem-rateio
                  " (valor zero nos totais)"
           end-if

           if ws-qtd-pagas-sem-baixa > 0
              display "Pagos sem baixa na trilha ....: "
                  ws-qtd-pagas-sem-baixa " (fora dos totais)"
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if

           if ws-qtd-bolao-sem-cotas > 0
              display "Boloes sem cotas em BOLAOLOT .: "
                  ws-qtd-bolao-sem-cotas " (fora dos totais)"
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if

           if ws-qtd-pendentes > 0
              display " "
              display "--- PREMIOS PENDENTES POR IDADE ---"

              perform varying ws-idx-idade from 1 by 1
                      until ws-idx-idade > 4
                  perform nomeia-idade
                  move ws-idd-valor(ws-idx-idade) to ws-valor-exibe
                  display "  " ws-nome-idade ": "
                      ws-idd-qtd(ws-idx-idade) " premio(s) - "
                      ws-valor-exibe
              end-perform

              display " "
              display "--- PREMIOS PENDENTES POR OPERADOR ---"

              perform varying ws-ind from 1 by 1
                      until ws-ind > ws-qtd-operadores
                  display "Operador " ws-opr-codigo(ws-ind) ":"

                  perform varying ws-idx-idade from 1 by 1
                          until ws-idx-idade > 4
                      if ws-opr-qtd(ws-ind, ws-idx-idade) > 0
                         perform nomeia-idade
                         move ws-opr-valor(ws-ind, ws-idx-idade)
                           to ws-valor-exibe
                         display "  " ws-nome-idade ": "
                             ws-opr-qtd(ws-ind, ws-idx-idade)
                             " premio(s) - " ws-valor-exibe
                      end-if
                  end-perform
              end-perform

              display " "
              display "--- PREMIOS PENDENTES POR CLIENTE ---"

              perform varying ws-idx-cli from 1 by 1
                      until ws-idx-cli > ws-qtd-clientes
                  if ws-cli-codigo(ws-idx-cli) = spaces
                     display "Sem cliente vinculado:"
                  else
                     display "Cliente " ws-cli-codigo(ws-idx-cli) ":"
                  end-if

                  perform varying ws-idx-idade from 1 by 1
                          until ws-idx-idade > 4
                      if ws-cli-qtd(ws-idx-cli, ws-idx-idade) > 0
                         perform nomeia-idade
                         move ws-cli-valor(ws-idx-cli, ws-idx-idade)
                           to ws-valor-exibe
                         display "  " ws-nome-idade ": "
                             ws-cli-qtd(ws-idx-cli, ws-idx-idade)
                             " premio(s) - " ws-valor-exibe
                      end-if
                  end-perform
              end-perform
           end-if
            .
       imprime-resumo-prescricao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava no log de execucao (JOBLOG) o registro de
      *> inicio desta execucao, para o relatorio do Desafio.Plantao
      *>---------------------------------------------------------------------------------
       grava-joblog-inicio section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Prescricao"           to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "I"                            to job-evento
           move 0                              to job-qtd-processados
           move 0                              to job-retorno

           write job-registro

           close job-log
            .
       grava-joblog-inicio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava no log de execucao o registro de fim, com a
      *> quantidade de apostas ativas conferidas e o RETURN-CODE final
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Prescricao"           to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-conferidas              to job-qtd-processados
           move return-code                    to job-retorno

           write job-registro

           close job-log
            .
       grava-joblog-fim-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Finalização
      *>---------------------------------------------------------------------------------
       finaliza section.
           perform grava-joblog-fim
           stop run.
            .
       finaliza-exit.
           exit.
