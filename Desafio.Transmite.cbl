      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.Transmite".
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
           select mov-caixa assign to "MOVTOLOT"
               organization is sequential
               file status is ws-mov-status.
           select concurso-calendario assign to "CONCLOT"
               organization is indexed
               access mode is dynamic
               record key is conc-chave
               file status is ws-conc-status.
           select trn-interface assign to dynamic ws-transmissao-nome
               organization is sequential
               file status is ws-trn-status.
           select trn-controle assign to "TRANSCTL"
               organization is sequential
               file status is ws-tctl-status.
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

       fd  mov-caixa.
           copy MOVREC.

       fd  concurso-calendario.
           copy CONCREC.

       fd  trn-interface.
       01  trn-registro                            pic  x(100).

       fd  trn-controle.
           copy TCTLREC.

       fd  job-log.
           copy JOBREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-audit-status                     pic  x(02).
           05  ws-mov-status                       pic  x(02).
           05  ws-conc-status                      pic  x(02).
           05  ws-trn-status                       pic  x(02).
           05  ws-tctl-status                      pic  x(02).
           05  ws-job-status                       pic  x(02).

      *> nome do arquivo de transmissao do dia: TRN + AAAAMMDD
       01  ws-transmissao-nome                     pic  x(12).

      *> identificacao da banca no cabecalho, a mesma da interface
      *> contabil, combinada com o sistema central
       01  ws-banca-id                             pic  x(10)
                                                    value "BANCA00001".

       01  ws-uso-comum.
           05  ws-ind                              pic  9(04).
           05  ws-ind-lot                          pic  9(02).
           05  ws-data-movimento                   pic  9(08).
           05  ws-lote                             pic  9(06).
           05  ws-lote-anterior                    pic  9(06).
           05  ws-data-envio-anterior              pic  9(08).
           05  ws-sw-fim-arquivo                   pic  x(01).
               88  fim-arquivo                     value "S".
           05  ws-sw-fim-calendario                pic  x(01).
               88  fim-calendario                  value "S".
           05  ws-sw-lote-enviado                  pic  x(01).
               88  lote-enviado                    value "S".
           05  ws-sw-achado                        pic  x(01).
               88  achado                          value "S".
           05  ws-qtd-concursos                    pic  9(01).
           05  ws-qtd-detalhes                     pic  9(07).
           05  ws-qtd-sem-cobranca                 pic  9(05).
           05  ws-qtd-fora-tabela                  pic  9(05).
           05  ws-qtd-marcados                     pic  9(07).
           05  ws-valor-total                      pic  9(11)v9(02).

      *> concurso aberto no dia do movimento, por formato de jogo:
      *> o primeiro do calendario cujas vendas encerram nesse dia ou
      *> depois (zero = formato sem concurso no calendario)
       01  ws-tabela-concursos.
           05  ws-conc-aberto                      pic  9(05)
                                                    occurs 3 times.

       01  ws-tabela-formatos.
           05  ws-fmt occurs 3 times.
               10  ws-fmt-qtd                      pic  9(07).
               10  ws-fmt-valor                    pic  9(09)v9(02).

      *> tickets ativos do concurso aberto ainda nao transmitidos,
      *> com o valor cobrado e estornado somado do caixa
       01  ws-tabela-tickets.
           05  ws-qtd-tickets                      pic  9(04).
           05  ws-tkt occurs 5000 times.
               10  ws-tkt-ticket                   pic  9(08).
               10  ws-tkt-ind-lot                  pic  9(02).
               10  ws-tkt-concurso                 pic  9(05).
               10  ws-tkt-data                     pic  9(08).
               10  ws-tkt-operador                 pic  x(10).
               10  ws-tkt-numeros                  pic  x(20).
               10  ws-tkt-qtd-cotas                pic  9(03).
               10  ws-tkt-cobrado                  pic  9(07)v9(02).
               10  ws-tkt-estornado                pic  9(07)v9(02).
               10  ws-tkt-enviar                   pic  x(01).

      *> layouts fixos do arquivo de transmissao: cabecalho, um
      *> detalhe por ticket e rodape com contagem e valores por
      *> formato para o sistema central conferir o lote
       01  ws-trn-header.
           05  ws-hdr-tipo                         pic  x(01) value "H".
           05  ws-hdr-banca                        pic  x(10).
           05  ws-hdr-lote                         pic  9(06).
           05  ws-hdr-data                         pic  9(08).
           05  ws-hdr-geracao                      pic  9(08).
           05  ws-hdr-hora                         pic  9(06).
           05  filler                              pic  x(61) value spaces.

       01  ws-trn-detalhe.
           05  ws-det-tipo                         pic  x(01) value "D".
           05  ws-det-lote                         pic  9(06).
           05  ws-det-ticket                       pic  9(08).
           05  ws-det-ind-lot                      pic  9(02).
           05  ws-det-concurso                     pic  9(05).
           05  ws-det-data                         pic  9(08).
           05  ws-det-operador                     pic  x(10).
           05  ws-det-numeros                      pic  x(20).
           05  ws-det-qtd-cotas                    pic  9(03).
           05  ws-det-valor                        pic  9(07)v9(02).
           05  filler                              pic  x(28) value spaces.

       01  ws-trn-trailer.
           05  ws-trl-tipo                         pic  x(01) value "T".
           05  ws-trl-lote                         pic  9(06).
           05  ws-trl-qtd                          pic  9(07).
           05  ws-trl-valor                        pic  9(11)v9(02).
           05  ws-trl-formato occurs 3 times.
               10  ws-trl-fmt-qtd                  pic  9(07).
               10  ws-trl-fmt-valor                pic  9(09)v9(02).
           05  filler                              pic  x(19) value spaces.

       01  ws-valor-exibe                          pic  zzz.zzz.zz9,99.


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

           move 0 to ws-qtd-tickets
           move 0 to ws-qtd-detalhes
           move 0 to ws-qtd-sem-cobranca
           move 0 to ws-qtd-fora-tabela
           move 0 to ws-qtd-marcados
           move 0 to ws-valor-total
           move 0 to ws-qtd-concursos

           perform varying ws-ind-lot from 1 by 1 until ws-ind-lot > 3
               move 0 to ws-conc-aberto(ws-ind-lot)
               move 0 to ws-fmt-qtd(ws-ind-lot)
               move 0 to ws-fmt-valor(ws-ind-lot)
           end-perform

           perform grava-joblog-inicio

           display "Informe a data do movimento (AAAAMMDD, vazio = hoje): "
           accept ws-data-movimento
           display " "

           if ws-data-movimento = 0
              move function current-date(1:8) to ws-data-movimento
           end-if

           move spaces to ws-transmissao-nome
           string "TRN" ws-data-movimento
               delimited by size into ws-transmissao-nome
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           display "   ***************************************   "
           display "   *  TRANSMISSAO AO SISTEMA CENTRAL     *   "
           display "   ***************************************   "
           display "Data do movimento ..........: " ws-data-movimento
           display "Arquivo de transmissao .....: " ws-transmissao-nome
           display " "

           perform confere-lote-enviado

           if lote-enviado
              display "O movimento de " ws-data-movimento
                  " ja foi transmitido no lote " ws-lote-anterior
                  " em " ws-data-envio-anterior "."
              display "Transmissao recusada - um lote nunca e enviado "
                  "duas vezes."
              move 4 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           perform localiza-concursos

           if ws-qtd-concursos = 0
              display "Nenhum concurso aberto no calendario (CONCLOT) "
                  "para a data - nada a transmitir."
              move 8 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           perform seleciona-tickets
           perform soma-movimento-caixa
           perform gera-transmissao
           perform registra-lote
           perform marca-transmitidos
           perform imprime-resumo-transmissao
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere no controle TRANSCTL se a data ja saiu em
      *> algum lote e numera o lote novo (o maior mais um)
      *>---------------------------------------------------------------------------------
       confere-lote-enviado section.

           move "N" to ws-sw-fim-arquivo
           move "N" to ws-sw-lote-enviado
           move 0   to ws-lote

           open input trn-controle

           if ws-tctl-status <> "00"
              move "S" to ws-sw-fim-arquivo
           else
              perform until fim-arquivo
                  read trn-controle
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if tctl-lote > ws-lote
                             move tctl-lote to ws-lote
                          end-if

                          if tctl-data-movimento = ws-data-movimento
                             move "S"               to ws-sw-lote-enviado
                             move tctl-lote         to ws-lote-anterior
                             move tctl-data-geracao to ws-data-envio-anterior
                          end-if
                  end-read
              end-perform

              close trn-controle
           end-if

           add 1 to ws-lote
            .
       confere-lote-enviado-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que acha no calendario o concurso aberto no dia de
      *> cada formato, como o Desafio.Loteria acha o concurso da venda
      *>---------------------------------------------------------------------------------
       localiza-concursos section.

           open input concurso-calendario

           if ws-conc-status <> "00"
              display "Calendario de concursos (CONCLOT) indisponivel: "
                  ws-conc-status
           else
              perform varying ws-ind-lot from 1 by 1 until ws-ind-lot > 3
                  perform localiza-concurso-formato
              end-perform

              close concurso-calendario
           end-if
            .
       localiza-concursos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que acha o concurso aberto no dia do formato ws-ind-lot
      *>---------------------------------------------------------------------------------
       localiza-concurso-formato section.

           move "N" to ws-sw-fim-calendario

           move ws-ind-lot to conc-ind-lot
           move 0          to conc-concurso

           start concurso-calendario key >= conc-chave
               invalid key move "S" to ws-sw-fim-calendario
           end-start

           perform until fim-calendario
               read concurso-calendario next
                   at end move "S" to ws-sw-fim-calendario
                   not at end
                       if conc-ind-lot <> ws-ind-lot
                          move "S" to ws-sw-fim-calendario
                       else
                          if conc-data-encerramento >= ws-data-movimento
                             move conc-concurso to ws-conc-aberto(ws-ind-lot)
                             add 1 to ws-qtd-concursos
                             move "S" to ws-sw-fim-calendario
                             display "Concurso aberto do jogo " ws-ind-lot
                                 " .: " conc-concurso
                                 " (sorteio " conc-data-sorteio ")"
                          end-if
                       end-if
               end-read
           end-perform
            .
       localiza-concurso-formato-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que separa na trilha os tickets ativos do concurso
      *> aberto, vendidos ate a data do movimento e ainda nao
      *> transmitidos; cancelados, pagos e prescritos ficam de fora
      *>---------------------------------------------------------------------------------
       seleciona-tickets section.

           move "N" to ws-sw-fim-arquivo

           open input audit-trilha

           if ws-audit-status <> "00"
              display "Trilha de auditoria (AUDITLOG) indisponivel: "
                  ws-audit-status
              move 8 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           perform until fim-arquivo
               read audit-trilha
                   at end move "S" to ws-sw-fim-arquivo
                   not at end
                       if audit-ativa
                          and audit-nao-transmitida
                          and audit-ind-lot >= 1 and audit-ind-lot <= 3
                          and audit-concurso > 0
                          and audit-concurso = ws-conc-aberto(audit-ind-lot)
                          and audit-data <= ws-data-movimento
                          perform guarda-ticket
                       end-if
               end-read
           end-perform

           close audit-trilha
            .
       seleciona-tickets-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que guarda um ticket selecionado na tabela do lote
      *>---------------------------------------------------------------------------------
       guarda-ticket section.

           if ws-qtd-tickets >= 5000
              add 1 to ws-qtd-fora-tabela
           else
              add 1 to ws-qtd-tickets
              move audit-ticket    to ws-tkt-ticket(ws-qtd-tickets)
              move audit-ind-lot   to ws-tkt-ind-lot(ws-qtd-tickets)
              move audit-concurso  to ws-tkt-concurso(ws-qtd-tickets)
              move audit-data      to ws-tkt-data(ws-qtd-tickets)
              move audit-operador  to ws-tkt-operador(ws-qtd-tickets)
              move audit-numeros   to ws-tkt-numeros(ws-qtd-tickets)
              move audit-qtd-cotas to ws-tkt-qtd-cotas(ws-qtd-tickets)
              move 0               to ws-tkt-cobrado(ws-qtd-tickets)
              move 0               to ws-tkt-estornado(ws-qtd-tickets)
              move "N"             to ws-tkt-enviar(ws-qtd-tickets)
           end-if
            .
       guarda-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que soma do caixa o valor cobrado e o estornado de
      *> cada ticket do lote (no bolao, uma cobranca por cota)
      *>---------------------------------------------------------------------------------
       soma-movimento-caixa section.

           move "N" to ws-sw-fim-arquivo

           open input mov-caixa

           if ws-mov-status <> "00"
              display "Movimento de caixa (MOVTOLOT) indisponivel: "
                  ws-mov-status
              move 8 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           perform until fim-arquivo
               read mov-caixa
                   at end move "S" to ws-sw-fim-arquivo
                   not at end
                       if mov-data <= ws-data-movimento
                          perform localiza-ticket-movimento
                       end-if
               end-read
           end-perform

           close mov-caixa
            .
       soma-movimento-caixa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que acha na tabela o ticket do movimento lido e soma
      *> o valor no cobrado ou no estornado
      *>---------------------------------------------------------------------------------
       localiza-ticket-movimento section.

           move "N" to ws-sw-achado

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-tickets or achado
               if ws-tkt-ticket(ws-ind) = mov-ticket
                  move "S" to ws-sw-achado

                  if mov-estorno
                     add mov-valor to ws-tkt-estornado(ws-ind)
                  else
                     add mov-valor to ws-tkt-cobrado(ws-ind)
                  end-if
               end-if
           end-perform
            .
       localiza-ticket-movimento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que gera o arquivo de transmissao do dia: cabecalho,
      *> um detalhe por ticket com valor liquido no caixa e rodape com
      *> as contagens e os valores por formato
      *>---------------------------------------------------------------------------------
       gera-transmissao section.

           open output trn-interface

           if ws-trn-status <> "00"
              display "Erro ao criar o arquivo de transmissao ("
                  ws-transmissao-nome "): " ws-trn-status
              move 12 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           move ws-banca-id                    to ws-hdr-banca
           move ws-lote                        to ws-hdr-lote
           move ws-data-movimento              to ws-hdr-data
           move function current-date(1:8)     to ws-hdr-geracao
           move function current-date(9:6)     to ws-hdr-hora

           write trn-registro from ws-trn-header

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-tickets
               perform transmite-um-ticket
           end-perform

           move ws-lote                        to ws-trl-lote
           move ws-qtd-detalhes                to ws-trl-qtd
           move ws-valor-total                 to ws-trl-valor

           perform varying ws-ind-lot from 1 by 1 until ws-ind-lot > 3
               move ws-fmt-qtd(ws-ind-lot)   to ws-trl-fmt-qtd(ws-ind-lot)
               move ws-fmt-valor(ws-ind-lot) to ws-trl-fmt-valor(ws-ind-lot)
           end-perform

           write trn-registro from ws-trn-trailer

           if ws-trn-status <> "00"
              display "Erro ao gravar o arquivo de transmissao ("
                  ws-transmissao-nome "): " ws-trn-status
              move 12 to return-code
           end-if

           close trn-interface
            .
       gera-transmissao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava o detalhe do ticket ws-ind; sem valor
      *> liquido no caixa (nunca cobrado ou todo estornado) o ticket nao
      *> sai e fica para o Desafio.Concilia apontar
      *>---------------------------------------------------------------------------------
       transmite-um-ticket section.

           if ws-tkt-cobrado(ws-ind) <= ws-tkt-estornado(ws-ind)
              add 1 to ws-qtd-sem-cobranca
              display "Ticket " ws-tkt-ticket(ws-ind)
                  " sem valor liquido no caixa - nao transmitido."
           else
              move ws-lote                     to ws-det-lote
              move ws-tkt-ticket(ws-ind)       to ws-det-ticket
              move ws-tkt-ind-lot(ws-ind)      to ws-det-ind-lot
              move ws-tkt-concurso(ws-ind)     to ws-det-concurso
              move ws-tkt-data(ws-ind)         to ws-det-data
              move ws-tkt-operador(ws-ind)     to ws-det-operador
              move ws-tkt-numeros(ws-ind)      to ws-det-numeros
              move ws-tkt-qtd-cotas(ws-ind)    to ws-det-qtd-cotas
              compute ws-det-valor =
                      ws-tkt-cobrado(ws-ind) - ws-tkt-estornado(ws-ind)

              write trn-registro from ws-trn-detalhe

              move "S" to ws-tkt-enviar(ws-ind)

              add 1            to ws-qtd-detalhes
              add ws-det-valor to ws-valor-total
              add 1            to ws-fmt-qtd(ws-tkt-ind-lot(ws-ind))
              add ws-det-valor to ws-fmt-valor(ws-tkt-ind-lot(ws-ind))
           end-if
            .
       transmite-um-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que registra o lote no controle TRANSCTL, o que impede
      *> a mesma data de ser transmitida de novo
      *>---------------------------------------------------------------------------------
       registra-lote section.

           open extend trn-controle

           if ws-tctl-status = "35"
              open output trn-controle
           end-if

           move ws-lote                        to tctl-lote
           move ws-data-movimento              to tctl-data-movimento
           move function current-date(1:8)     to tctl-data-geracao
           move function current-date(9:6)     to tctl-hora-geracao
           move ws-transmissao-nome            to tctl-arquivo
           move ws-qtd-detalhes                to tctl-qtd-tickets
           move ws-valor-total                 to tctl-valor-total
           move "E"                            to tctl-situacao
           move 0                              to tctl-data-retorno
           move 0                              to tctl-qtd-aceitos
           move 0                              to tctl-qtd-rejeitados

           write tctl-registro

           if ws-tctl-status <> "00"
              display "Erro ao gravar o controle de transmissao (TRANSCTL): "
                  ws-tctl-status
              move 12 to return-code
           end-if

           close trn-controle
            .
       registra-lote-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que marca na trilha os tickets que sairam no lote,
      *> regravando o registro no lugar, para nao sairem de novo e para
      *> o Desafio.Retorno achar o lote de cada um
      *>---------------------------------------------------------------------------------
       marca-transmitidos section.

           if ws-qtd-detalhes > 0
              move "N" to ws-sw-fim-arquivo

              open i-o audit-trilha

              if ws-audit-status <> "00"
                 display "Erro ao abrir a trilha para marcar o lote "
                     "(AUDITLOG): " ws-audit-status
                 move 12 to return-code
              else
                 perform until fim-arquivo
                     read audit-trilha
                         at end move "S" to ws-sw-fim-arquivo
                         not at end
                             if audit-nao-transmitida
                                perform marca-um-ticket
                             end-if
                     end-read
                 end-perform

                 close audit-trilha
              end-if
           end-if
            .
       marca-transmitidos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que marca o ticket lido quando ele saiu no lote
      *>---------------------------------------------------------------------------------
       marca-um-ticket section.

           move "N" to ws-sw-achado

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-tickets or achado
               if ws-tkt-ticket(ws-ind) = audit-ticket
                  and ws-tkt-enviar(ws-ind) = "S"
                  move "S" to ws-sw-achado
               end-if
           end-perform

           if achado
              move "T"     to audit-transmissao
              move ws-lote to audit-lote-transmissao

              rewrite audit-registro

              if ws-audit-status <> "00"
                 display "Erro ao marcar o ticket " audit-ticket
                     " como transmitido (AUDITLOG): " ws-audit-status
                 move 12 to return-code
              else
                 add 1 to ws-qtd-marcados
              end-if
           end-if
            .
       marca-um-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que resume o lote transmitido
      *>---------------------------------------------------------------------------------
       imprime-resumo-transmissao section.

           display " "
           display "Lote transmitido ...........: " ws-lote
           display "Tickets transmitidos .......: " ws-qtd-detalhes

           perform varying ws-ind-lot from 1 by 1 until ws-ind-lot > 3
               move ws-fmt-valor(ws-ind-lot) to ws-valor-exibe
               display "  jogo " ws-ind-lot " ...............: "
                   ws-fmt-qtd(ws-ind-lot) " - " ws-valor-exibe
           end-perform

           move ws-valor-total to ws-valor-exibe
           display "Valor total ................: " ws-valor-exibe
           display "Tickets marcados na trilha .: " ws-qtd-marcados

           if ws-qtd-sem-cobranca > 0
              display "Sem valor liquido no caixa .: " ws-qtd-sem-cobranca
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if

           if ws-qtd-fora-tabela > 0
              display "Tickets que nao couberam ...: " ws-qtd-fora-tabela
                  " (ficam para o proximo lote)"
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if
            .
       imprime-resumo-transmissao-exit.
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

           move "Desafio.Transmite"            to job-programa
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
      *> quantidade de tickets transmitidos e o RETURN-CODE final
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Transmite"            to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-detalhes                to job-qtd-processados
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
