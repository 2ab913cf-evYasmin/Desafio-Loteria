           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
           select rateio-entrada assign to "RATEIN"
               organization is sequential
               file status is ws-rate-ent-status.
           select rateio-oficial assign to "RATEOFI"
               organization is indexed
               access mode is dynamic
               record key is rate-chave
               file status is ws-rate-status.
       I-O-Control.


       fd  job-log.
           copy JOBREC.

      *> rateio publicado pela Caixa junto com o resultado: um registro
      *> por faixa premiada, com o numero de ganhadores e o valor pago
      *> a cada aposta ganhadora
       fd  rateio-entrada.
       01  rateio-entrada-registro.
           05  rent-ind-lot                        pic  9(02).
           05  rent-concurso                       pic  9(05).
           05  rent-acertos                        pic  9(02).
           05  rent-qtd-ganhadores                 pic  9(07).
           05  rent-valor-premio                   pic  9(09)v9(02).

       fd  rateio-oficial.
           copy RATEREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-entrada-status                   pic  x(02).
           05  ws-resul-status                     pic  x(02).
           05  ws-job-status                       pic  x(02).
           05  ws-rate-ent-status                  pic  x(02).
           05  ws-rate-status                      pic  x(02).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
           05  ws-qtd-incluidos                    pic  9(05).
           05  ws-qtd-atualizados                  pic  9(05).
           05  ws-qtd-rejeitados                   pic  9(05).
           05  ws-min-acertos                      pic  9(02).
           05  ws-max-acertos                      pic  9(02).
           05  ws-sw-fim-rateio                    pic  x(01).
               88  fim-rateio                      value "S".
           05  ws-sw-rateio-valido                 pic  x(01).
               88  rateio-valido                   value "S".
           05  ws-qtd-rateio-lidos                 pic  9(05).
           05  ws-qtd-rateio-incluidos             pic  9(05).
           05  ws-qtd-rateio-atualizados           pic  9(05).
           05  ws-qtd-rateio-rejeitados            pic  9(05).


       Linkage section.
           move 0   to ws-qtd-incluidos
           move 0   to ws-qtd-atualizados
           move 0   to ws-qtd-rejeitados
           move "N" to ws-sw-fim-rateio
           move 0   to ws-qtd-rateio-lidos
           move 0   to ws-qtd-rateio-incluidos
           move 0   to ws-qtd-rateio-atualizados
           move 0   to ws-qtd-rateio-rejeitados

           perform grava-joblog-inicio

                 perform imprime-resumo-carga
              end-if

      *> o rateio confere cada concurso contra o RESULOFI, entao so e
      *> carregado depois dos resultados, com o arquivo ainda aberto
              perform carrega-rateio

              close resultado-oficial
           end-if
            .
       imprime-resumo-carga-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que carrega o rateio oficial (RATEIN) no arquivo
      *> RATEOFI; sem arquivo de carga o rateio simplesmente nao muda
      *> nesta execucao, pois a Caixa pode publica-lo depois do resultado
      *>---------------------------------------------------------------------------------
       carrega-rateio section.

           open input rateio-entrada

           if ws-rate-ent-status <> "00"
              display " "
              display "Arquivo de carga do rateio (RATEIN) nao encontrado "
                  "- valores por faixa nao atualizados."
           else
      *> na primeira carga o RATEOFI ainda nao existe (status 35) e e
      *> criado vazio aqui
              open i-o rateio-oficial

              if ws-rate-status = "35"
                 open output rateio-oficial
                 close rateio-oficial
                 open i-o rateio-oficial
              end-if

              if ws-rate-status <> "00"
                 display "Erro ao abrir o rateio oficial (RATEOFI): "
                     ws-rate-status
                 move 12 to return-code
              else
                 perform ler-rateio

                 perform until fim-rateio
                     add 1 to ws-qtd-rateio-lidos
                     perform valida-rateio

                     if rateio-valido
                        perform grava-rateio
                     else
                        add 1 to ws-qtd-rateio-rejeitados
                        display "Rateio rejeitado - jogo " rent-ind-lot
                            " concurso " rent-concurso
                            " acertos " rent-acertos
                            " (faixa invalida ou concurso sem resultado)."
                     end-if

                     perform ler-rateio
                 end-perform

                 close rateio-oficial

                 perform imprime-resumo-rateio
              end-if

              close rateio-entrada
           end-if
            .
       carrega-rateio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que lê uma faixa do arquivo de carga do rateio
      *>---------------------------------------------------------------------------------
       ler-rateio section.

           read rateio-entrada
               at end move "S" to ws-sw-fim-rateio
           end-read
            .
       ler-rateio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere uma faixa do rateio: formato conhecido,
      *> acertos dentro das faixas premiadas do formato, valor
      *> informado e concurso com resultado ja carregado no RESULOFI
      *>---------------------------------------------------------------------------------
       valida-rateio section.

           move "S" to ws-sw-rateio-valido

           evaluate rent-ind-lot
               when 1
                    move 4  to ws-min-acertos
                    move 6  to ws-max-acertos
               when 2
                    move 2  to ws-min-acertos
                    move 5  to ws-max-acertos
               when 3
                    move 11 to ws-min-acertos
                    move 15 to ws-max-acertos
               when other
                    move "N" to ws-sw-rateio-valido
           end-evaluate

           if rateio-valido
              if rent-acertos < ws-min-acertos
                 or rent-acertos > ws-max-acertos
                 or rent-valor-premio = 0
                 move "N" to ws-sw-rateio-valido
              end-if
           end-if

           if rateio-valido
              move rent-ind-lot  to resul-ind-lot
              move rent-concurso to resul-concurso

              read resultado-oficial
                  invalid key move "N" to ws-sw-rateio-valido
              end-read
           end-if
            .
       valida-rateio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que inclui a faixa no rateio oficial, ou regrava
      *> quando a mesma faixa do concurso ja havia sido carregada
      *>---------------------------------------------------------------------------------
       grava-rateio section.

           move rent-ind-lot          to rate-ind-lot
           move rent-concurso         to rate-concurso
           move rent-acertos          to rate-acertos
           move rent-qtd-ganhadores   to rate-qtd-ganhadores
           move rent-valor-premio     to rate-valor-premio

           perform nomeia-faixa-rateio

           write rate-registro
               invalid key
                   rewrite rate-registro
                   add 1 to ws-qtd-rateio-atualizados
               not invalid key
                   add 1 to ws-qtd-rateio-incluidos
           end-write
            .
       grava-rateio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que da nome a faixa do rateio conforme o formato do
      *> jogo e a quantidade de acertos, como no Desafio.Conferencia;
      *> no Lotofacil a faixa e a propria quantidade de acertos
      *>---------------------------------------------------------------------------------
       nomeia-faixa-rateio section.

           evaluate true
               when rate-ind-lot = 1 and rate-acertos = 6
                    move "SENA"         to rate-faixa
               when rate-ind-lot = 1 and rate-acertos = 5
                    move "QUINA"        to rate-faixa
               when rate-ind-lot = 1 and rate-acertos = 4
                    move "QUADRA"       to rate-faixa
               when rate-ind-lot = 2 and rate-acertos = 5
                    move "QUINA"        to rate-faixa
               when rate-ind-lot = 2 and rate-acertos = 4
                    move "QUADRA"       to rate-faixa
               when rate-ind-lot = 2 and rate-acertos = 3
                    move "TERNO"        to rate-faixa
               when rate-ind-lot = 2 and rate-acertos = 2
                    move "DUQUE"        to rate-faixa
               when other
                    move spaces         to rate-faixa
                    string rate-acertos " ACERTOS"
                        delimited by size into rate-faixa
           end-evaluate
            .
       nomeia-faixa-rateio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que resume a carga do rateio realizada
      *>---------------------------------------------------------------------------------
       imprime-resumo-rateio section.

           display " "
           display "   ***************************************   "
           display "   *     CARGA DO RATEIO POR FAIXA       *   "
           display "   ***************************************   "
           display "Faixas lidas ...............: " ws-qtd-rateio-lidos
           display "Faixas incluidas ...........: " ws-qtd-rateio-incluidos
           display "Faixas atualizadas .........: " ws-qtd-rateio-atualizados
           display "Faixas rejeitadas ..........: " ws-qtd-rateio-rejeitados

           if ws-qtd-rateio-rejeitados > 0 and return-code < 4
              move 4 to return-code
           end-if
            .
       imprime-resumo-rateio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava no log de execucao (JOBLOG) o registro de
      *> inicio desta execucao, para o relatorio do Desafio.Plantao
