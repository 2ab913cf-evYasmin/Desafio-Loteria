      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.Retorno".
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
           select ret-interface assign to dynamic ws-retorno-nome
               organization is sequential
               file status is ws-ret-status.
           select ret-listagem assign to dynamic ws-listagem-nome
               organization is sequential
               file status is ws-lst-status.
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

       fd  ret-interface.
       01  ret-registro                            pic  x(100).

       fd  ret-listagem.
       01  lst-linha                               pic  x(132).

       fd  trn-controle.
           copy TCTLREC.

       fd  job-log.
           copy JOBREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-audit-status                     pic  x(02).
           05  ws-ret-status                       pic  x(02).
           05  ws-lst-status                       pic  x(02).
           05  ws-tctl-status                      pic  x(02).
           05  ws-job-status                       pic  x(02).

      *> arquivo de retorno do sistema central (RET + AAAAMMDD) e
      *> listagem impressa dos rejeitados (LRET + AAAAMMDD)
       01  ws-retorno-nome                         pic  x(12).
       01  ws-listagem-nome                        pic  x(12).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(04).
           05  ws-data-movimento                   pic  9(08).
           05  ws-data-movimento-r redefines ws-data-movimento.
               10  ws-mov-ano                      pic  9(04).
               10  ws-mov-mes                      pic  9(02).
               10  ws-mov-dia                      pic  9(02).
           05  ws-lote                             pic  9(06).
           05  ws-sw-fim-arquivo                   pic  x(01).
               88  fim-arquivo                     value "S".
           05  ws-sw-lote-achado                   pic  x(01).
               88  lote-achado                     value "S".
           05  ws-sw-achado                        pic  x(01).
               88  achado                          value "S".
           05  ws-sw-tem-header                    pic  x(01).
               88  tem-header                      value "S".
           05  ws-sw-tem-trailer                   pic  x(01).
               88  tem-trailer                     value "S".
           05  ws-qtd-aceitos                      pic  9(07).
           05  ws-qtd-rejeitados                   pic  9(07).
           05  ws-qtd-sem-resposta                 pic  9(07).
           05  ws-qtd-desconhecidos                pic  9(07).
           05  ws-qtd-invalidos                    pic  9(07).
           05  ws-qtd-fora-tabela                  pic  9(07).
           05  ws-qtd-linhas                       pic  9(03).
           05  ws-qtd-paginas                      pic  9(04).

      *> linhas por pagina da listagem impressa
       77  ws-linhas-pagina                        pic  9(03)
                                                    value 55.

      *> respostas do sistema central para os tickets do lote
       01  ws-tabela-respostas.
           05  ws-qtd-respostas                    pic  9(04).
           05  ws-resp occurs 5000 times.
               10  ws-resp-ticket                  pic  9(08).
               10  ws-resp-situacao                pic  x(01).
               10  ws-resp-motivo                  pic  x(30).
               10  ws-resp-usada                   pic  x(01).

      *> layouts fixos do arquivo de retorno: cabecalho com o lote a
      *> que responde, um detalhe por ticket ("A" aceito ou "R"
      *> rejeitado com o motivo) e rodape com as contagens
       01  ws-ret-header.
           05  ws-hdr-tipo                         pic  x(01).
           05  ws-hdr-banca                        pic  x(10).
           05  ws-hdr-lote                         pic  9(06).
           05  ws-hdr-data                         pic  9(08).
           05  filler                              pic  x(75).

       01  ws-ret-detalhe redefines ws-ret-header.
           05  ws-det-tipo                         pic  x(01).
           05  ws-det-lote                         pic  9(06).
           05  ws-det-ticket                       pic  9(08).
           05  ws-det-situacao                     pic  x(01).
           05  ws-det-motivo                       pic  x(30).
           05  filler                              pic  x(54).

       01  ws-ret-trailer redefines ws-ret-header.
           05  ws-trl-tipo                         pic  x(01).
           05  ws-trl-lote                         pic  9(06).
           05  ws-trl-aceitos                      pic  9(07).
           05  ws-trl-rejeitados                   pic  9(07).
           05  filler                              pic  x(79).

      *> linhas da listagem impressa de 132 colunas
       01  ws-lst-titulo.
           05  filler                              pic  x(50)
               value "RETORNO DO SISTEMA CENTRAL - TICKETS REJEITADOS".
           05  filler                              pic  x(07) value "LOTE: ".
           05  ws-tit-lote                         pic  9(06).
           05  filler                              pic  x(14)
               value "   MOVIMENTO: ".
           05  ws-tit-dia                          pic  9(02).
           05  filler                              pic  x(01) value "/".
           05  ws-tit-mes                          pic  9(02).
           05  filler                              pic  x(01) value "/".
           05  ws-tit-ano                          pic  9(04).
           05  filler                              pic  x(33) value spaces.
           05  filler                              pic  x(08) value "PAGINA: ".
           05  ws-tit-pagina                       pic  zzz9.

       01  ws-lst-instrucao.
           05  filler                              pic  x(70)
               value "ESTORNAR AO CLIENTE (Desafio.Cancela) OU REGISTRAR O JOGO DE NOVO".
           05  filler                              pic  x(62) value spaces.

       01  ws-lst-colunas.
           05  filler                              pic  x(10) value "TICKET".
           05  filler                              pic  x(06) value "JOGO".
           05  filler                              pic  x(07) value "CONC.".
           05  filler                              pic  x(12) value "OPERADOR".
           05  filler                              pic  x(12) value "CLIENTE".
           05  filler                              pic  x(31) value "NUMEROS".
           05  filler                              pic  x(54) value "MOTIVO".

       01  ws-lst-detalhe.
           05  ws-lin-ticket                       pic  9(08).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-ind-lot                      pic  9(02).
           05  filler                              pic  x(04) value spaces.
           05  ws-lin-concurso                     pic  9(05).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-operador                     pic  x(10).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-cliente                      pic  x(10).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-numeros.
               10  ws-lin-num                      pic  z9b
                                                    occurs 10 times.
           05  filler                              pic  x(01) value spaces.
           05  ws-lin-motivo                       pic  x(30).
           05  filler                              pic  x(24) value spaces.

       01  ws-lst-total.
           05  filler                              pic  x(30)
               value "TOTAL DE TICKETS REJEITADOS: ".
           05  ws-tot-rejeitados                   pic  zzz.zz9.
           05  filler                              pic  x(29)
               value "   SEM RESPOSTA DO CENTRAL: ".
           05  ws-tot-sem-resposta                 pic  zzz.zz9.
           05  filler                              pic  x(59) value spaces.


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

           move 0 to ws-qtd-respostas
           move 0 to ws-qtd-aceitos
           move 0 to ws-qtd-rejeitados
           move 0 to ws-qtd-sem-resposta
           move 0 to ws-qtd-desconhecidos
           move 0 to ws-qtd-invalidos
           move 0 to ws-qtd-fora-tabela
           move 0 to ws-qtd-linhas
           move 0 to ws-qtd-paginas
           move 0 to ws-lote

           perform grava-joblog-inicio

           display "Informe a data do movimento transmitido (AAAAMMDD, vazio = hoje): "
           accept ws-data-movimento
           display " "

           if ws-data-movimento = 0
              move function current-date(1:8) to ws-data-movimento
           end-if

           move spaces to ws-retorno-nome
           string "RET" ws-data-movimento
               delimited by size into ws-retorno-nome

           move spaces to ws-listagem-nome
           string "LRET" ws-data-movimento
               delimited by size into ws-listagem-nome
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           display "   ***************************************   "
           display "   *  RETORNO DO SISTEMA CENTRAL         *   "
           display "   ***************************************   "
           display "Data do movimento ..........: " ws-data-movimento
           display "Arquivo de retorno .........: " ws-retorno-nome
           display " "

           perform localiza-lote

           if not lote-achado
              display "Nenhum lote transmitido para o movimento de "
                  ws-data-movimento " (TRANSCTL) - nada a importar."
              move 8 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           if tctl-retorno-processado
              display "O retorno do lote " ws-lote " ja foi importado em "
                  tctl-data-retorno " (" tctl-qtd-aceitos " aceitos, "
                  tctl-qtd-rejeitados " rejeitados)."
              display "Importacao recusada - o retorno de um lote e "
                  "processado uma vez so."
              move 4 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           display "Lote .......................: " ws-lote
               " (" tctl-qtd-tickets " tickets em " tctl-arquivo ")"

           perform carrega-retorno
           perform abre-listagem
           perform atualiza-trilha
           perform confere-respostas-sem-ticket
           perform fecha-listagem
           perform atualiza-controle
           perform imprime-resumo-retorno
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que acha no controle TRANSCTL o lote transmitido da
      *> data do movimento; o registro fica na area do arquivo
      *>---------------------------------------------------------------------------------
       localiza-lote section.

           move "N" to ws-sw-fim-arquivo
           move "N" to ws-sw-lote-achado

           open input trn-controle

           if ws-tctl-status <> "00"
              move "S" to ws-sw-fim-arquivo
           else
              perform until fim-arquivo or lote-achado
                  read trn-controle
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if tctl-data-movimento = ws-data-movimento
                             move "S"       to ws-sw-lote-achado
                             move tctl-lote to ws-lote
                          end-if
                  end-read
              end-perform

              close trn-controle
           end-if
            .
       localiza-lote-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le o arquivo de retorno do sistema central e
      *> guarda a resposta de cada ticket; o cabecalho tem de ser do
      *> mesmo lote, para nunca marcar a trilha com o retorno de outro
      *>---------------------------------------------------------------------------------
       carrega-retorno section.

           move "N" to ws-sw-fim-arquivo
           move "N" to ws-sw-tem-header
           move "N" to ws-sw-tem-trailer

           open input ret-interface

           if ws-ret-status <> "00"
              display "Arquivo de retorno (" ws-retorno-nome
                  ") indisponivel: " ws-ret-status
              move 8 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           perform until fim-arquivo
               read ret-interface into ws-ret-header
                   at end move "S" to ws-sw-fim-arquivo
                   not at end
                       evaluate ws-hdr-tipo
                           when "H"
                               move "S" to ws-sw-tem-header
                               if ws-hdr-lote <> ws-lote
                                  display "Arquivo de retorno e do lote "
                                      ws-hdr-lote " e nao do lote "
                                      ws-lote " - importacao recusada."
                                  close ret-interface
                                  move 8 to return-code
                                  perform grava-joblog-fim
                                  stop run
                               end-if
                           when "D"
                               perform guarda-resposta
                           when "T"
                               move "S" to ws-sw-tem-trailer
                               display "Rodape do retorno ..........: "
                                   ws-trl-aceitos " aceitos, "
                                   ws-trl-rejeitados " rejeitados"
                           when other
                               add 1 to ws-qtd-invalidos
                       end-evaluate
               end-read
           end-perform

           close ret-interface

           if not tem-header
              display "Arquivo de retorno sem cabecalho - importacao "
                  "recusada."
              move 8 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           if not tem-trailer
              display "Arquivo de retorno sem rodape - o central pode "
                  "ter mandado o arquivo incompleto."
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if
            .
       carrega-retorno-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que guarda a resposta de um ticket na tabela
      *>---------------------------------------------------------------------------------
       guarda-resposta section.

           if ws-det-lote <> ws-lote
              or (ws-det-situacao <> "A" and ws-det-situacao <> "R")
              add 1 to ws-qtd-invalidos
              display "Detalhe invalido no retorno: ticket "
                  ws-det-ticket " lote " ws-det-lote
                  " situacao " ws-det-situacao
           else
              if ws-qtd-respostas >= 5000
                 add 1 to ws-qtd-fora-tabela
              else
                 add 1 to ws-qtd-respostas
                 move ws-det-ticket   to ws-resp-ticket(ws-qtd-respostas)
                 move ws-det-situacao to ws-resp-situacao(ws-qtd-respostas)
                 move ws-det-motivo   to ws-resp-motivo(ws-qtd-respostas)
                 move "N"             to ws-resp-usada(ws-qtd-respostas)
              end-if
           end-if
            .
       guarda-resposta-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que abre a listagem impressa dos rejeitados
      *>---------------------------------------------------------------------------------
       abre-listagem section.

           open output ret-listagem

           if ws-lst-status <> "00"
              display "Erro ao criar a listagem ("
                  ws-listagem-nome "): " ws-lst-status
              move 12 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           perform imprime-cabecalho
            .
       abre-listagem-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que marca na trilha, regravando no lugar, cada ticket
      *> do lote como aceito ou rejeitado pelo central; o ticket sem
      *> resposta continua transmitido e sai na listagem
      *>---------------------------------------------------------------------------------
       atualiza-trilha section.

           move "N" to ws-sw-fim-arquivo

           open i-o audit-trilha

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
                       if audit-transmitida
                          and audit-lote-transmissao = ws-lote
                          perform marca-resposta
                       end-if
               end-read
           end-perform

           close audit-trilha
            .
       atualiza-trilha-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que aplica ao ticket lido a resposta do central
      *>---------------------------------------------------------------------------------
       marca-resposta section.

           move "N" to ws-sw-achado

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-respostas or achado
               if ws-resp-ticket(ws-ind) = audit-ticket
                  move "S" to ws-sw-achado
               end-if
           end-perform

           if not achado
              add 1 to ws-qtd-sem-resposta
              move "*** SEM RESPOSTA DO CENTRAL" to ws-lin-motivo
              perform imprime-detalhe
           else
              subtract 1 from ws-ind
              move "S" to ws-resp-usada(ws-ind)
              move ws-resp-situacao(ws-ind) to audit-transmissao

              rewrite audit-registro

              if ws-audit-status <> "00"
                 display "Erro ao marcar o retorno do ticket " audit-ticket
                     " (AUDITLOG): " ws-audit-status
                 move 12 to return-code
              else
                 if audit-rejeitada-central
                    add 1 to ws-qtd-rejeitados
                    move ws-resp-motivo(ws-ind) to ws-lin-motivo
                    perform imprime-detalhe
                 else
                    add 1 to ws-qtd-aceitos
                 end-if
              end-if
           end-if
            .
       marca-resposta-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que aponta as respostas do central para tickets que
      *> nao sairam neste lote
      *>---------------------------------------------------------------------------------
       confere-respostas-sem-ticket section.

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-respostas
               if ws-resp-usada(ws-ind) = "N"
                  add 1 to ws-qtd-desconhecidos
                  display "Resposta para ticket fora do lote: "
                      ws-resp-ticket(ws-ind) " situacao "
                      ws-resp-situacao(ws-ind)
               end-if
           end-perform
            .
       confere-respostas-sem-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime o cabecalho de uma pagina da listagem
      *>---------------------------------------------------------------------------------
       imprime-cabecalho section.

           add 1 to ws-qtd-paginas

           move ws-lote                        to ws-tit-lote
           move ws-mov-dia                     to ws-tit-dia
           move ws-mov-mes                     to ws-tit-mes
           move ws-mov-ano                     to ws-tit-ano
           move ws-qtd-paginas                 to ws-tit-pagina

           if ws-qtd-paginas > 1
              move spaces to lst-linha
              write lst-linha after advancing page
           end-if

           write lst-linha from ws-lst-titulo
           write lst-linha from ws-lst-instrucao
           move spaces to lst-linha
           write lst-linha
           write lst-linha from ws-lst-colunas
           move all "-" to lst-linha
           write lst-linha

           move 5 to ws-qtd-linhas
            .
       imprime-cabecalho-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime a linha do ticket lido na listagem (o
      *> motivo ja vem em ws-lin-motivo), abrindo pagina nova quando a
      *> corrente enche; sai tambem na tela para o balconista
      *>---------------------------------------------------------------------------------
       imprime-detalhe section.

           if ws-qtd-linhas >= ws-linhas-pagina
              perform imprime-cabecalho
           end-if

           move audit-ticket                   to ws-lin-ticket
           move audit-ind-lot                  to ws-lin-ind-lot
           move audit-concurso                 to ws-lin-concurso
           move audit-operador                 to ws-lin-operador
           move audit-cliente                  to ws-lin-cliente

           perform varying ws-ind from 1 by 1 until ws-ind > 10
               move audit-num-tab(ws-ind) to ws-lin-num(ws-ind)
           end-perform

           write lst-linha from ws-lst-detalhe

           add 1 to ws-qtd-linhas

           display "Ticket " audit-ticket " operador " audit-operador
               " cliente " audit-cliente ": " ws-lin-motivo
            .
       imprime-detalhe-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que fecha a listagem com os totais
      *>---------------------------------------------------------------------------------
       fecha-listagem section.

           if ws-qtd-linhas >= ws-linhas-pagina
              perform imprime-cabecalho
           end-if

           move all "-" to lst-linha
           write lst-linha

           move ws-qtd-rejeitados              to ws-tot-rejeitados
           move ws-qtd-sem-resposta            to ws-tot-sem-resposta
           write lst-linha from ws-lst-total

           close ret-listagem
            .
       fecha-listagem-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que regrava o lote no controle TRANSCTL como retorno
      *> processado, com as contagens, para nao ser importado de novo
      *>---------------------------------------------------------------------------------
       atualiza-controle section.

           move "N" to ws-sw-fim-arquivo
           move "N" to ws-sw-achado

           open i-o trn-controle

           if ws-tctl-status <> "00"
              display "Erro ao abrir o controle de transmissao (TRANSCTL): "
                  ws-tctl-status
              move 12 to return-code
           else
              perform until fim-arquivo or achado
                  read trn-controle
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if tctl-lote = ws-lote
                             move "S" to ws-sw-achado
                          end-if
                  end-read
              end-perform

              if achado
                 move "P"                        to tctl-situacao
                 move function current-date(1:8) to tctl-data-retorno
                 move ws-qtd-aceitos             to tctl-qtd-aceitos
                 move ws-qtd-rejeitados          to tctl-qtd-rejeitados

                 rewrite tctl-registro

                 if ws-tctl-status <> "00"
                    display "Erro ao regravar o lote " ws-lote
                        " no controle (TRANSCTL): " ws-tctl-status
                    move 12 to return-code
                 end-if
              end-if

              close trn-controle
           end-if
            .
       atualiza-controle-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que resume o retorno importado
      *>---------------------------------------------------------------------------------
       imprime-resumo-retorno section.

           display " "
           display "Respostas no retorno .......: " ws-qtd-respostas
           display "Tickets aceitos ............: " ws-qtd-aceitos
           display "Tickets rejeitados .........: " ws-qtd-rejeitados
           display "Tickets sem resposta .......: " ws-qtd-sem-resposta
           display "Respostas fora do lote .....: " ws-qtd-desconhecidos
           display "Registros invalidos ........: " ws-qtd-invalidos
           display "Listagem impressa ..........: " ws-listagem-nome

           if ws-qtd-fora-tabela > 0
              display "Respostas que nao couberam .: " ws-qtd-fora-tabela
           end-if

           if ws-qtd-rejeitados > 0
              or ws-qtd-sem-resposta > 0
              or ws-qtd-desconhecidos > 0
              or ws-qtd-invalidos > 0
              or ws-qtd-fora-tabela > 0
              display " "
              display "Ha tickets a tratar no balcao - ver a listagem "
                  ws-listagem-nome "."
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if
            .
       imprime-resumo-retorno-exit.
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

           move "Desafio.Retorno"              to job-programa
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
      *> quantidade de respostas lidas e o RETURN-CODE final
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Retorno"              to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-respostas               to job-qtd-processados
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
