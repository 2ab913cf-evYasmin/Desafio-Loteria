      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.Varredura".
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
           select pagto-livro assign to "PAGTOLOT"
               organization is sequential
               file status is ws-pagto-status.
           select segu-log assign to "SEGULOG"
               organization is sequential
               file status is ws-segu-status.
           select resultado-oficial assign to "RESULOFI"
               organization is indexed
               access mode is dynamic
               record key is resul-chave
               file status is ws-resul-status.
           select preco-tabela assign to "PRECOLT"
               organization is sequential
               file status is ws-preco-status.
           select excecoes-relatorio assign to "VARREXC"
               organization is sequential
               file status is ws-exc-status.
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

       fd  pagto-livro.
           copy PAGTOREC.

       fd  segu-log.
           copy SEGREC.

       fd  resultado-oficial.
           copy RESULREC.

       fd  preco-tabela.
           copy PRECOREC.

      *> relatorio de excecoes da varredura, refeito a cada execucao,
      *> agrupado por operador para o gerente seguir cada caso pelo
      *> Desafio.Ticket
       fd  excecoes-relatorio.
       01  exc-linha                               pic  x(132).

       fd  job-log.
           copy JOBREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-audit-status                     pic  x(02).
           05  ws-mov-status                       pic  x(02).
           05  ws-pagto-status                     pic  x(02).
           05  ws-segu-status                      pic  x(02).
           05  ws-resul-status                     pic  x(02).
           05  ws-preco-status                     pic  x(02).
           05  ws-exc-status                       pic  x(02).
           05  ws-job-status                       pic  x(02).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(04).
           05  ws-ind2                             pic  9(04).
           05  ws-idx-opr                          pic  9(03).
           05  ws-data-inicial                     pic  9(08).
           05  ws-data-final                       pic  9(08).
           05  ws-data-hoje                        pic  9(08).
           05  ws-sw-fim-arquivo                   pic  x(01).
               88  fim-arquivo                     value "S".
           05  ws-sw-resul-aberto                  pic  x(01).
               88  resul-aberto                    value "S".
           05  ws-sw-achado                        pic  x(01).
               88  achado                          value "S".
           05  ws-qtd-lidos                        pic  9(09).
           05  ws-qtd-fora-tabela                  pic  9(07).
           05  ws-valor-exibe                      pic  zz.zz9,99.
           05  ws-preco-exibe                      pic  zz.zz9,99.
           05  ws-qtd-exibe                        pic  zzz9.

      *> uma ocorrencia suspeita, montada antes de entrar na tabela
       01  ws-ocorrencia.
           05  ws-oco-operador                     pic  x(10).
           05  ws-oco-data                         pic  9(08).
           05  ws-oco-hora                         pic  9(06).
           05  ws-oco-ticket                       pic  9(08).
           05  ws-oco-programa                     pic  x(20).
           05  ws-oco-evento                       pic  x(20).
           05  ws-oco-descricao                    pic  x(45).

      *> ocorrencias achadas, impressas depois agrupadas por operador
       01  ws-tabela-ocorrencias.
           05  ws-qtd-ocorrencias                  pic  9(04).
           05  ws-oco-tab occurs 2000 times.
               10  ws-tab-operador                 pic  x(10).
               10  ws-tab-data                     pic  9(08).
               10  ws-tab-hora                     pic  9(06).
               10  ws-tab-ticket                   pic  9(08).
               10  ws-tab-programa                 pic  x(20).
               10  ws-tab-evento                   pic  x(20).
               10  ws-tab-descricao                pic  x(45).

      *> operadores com ocorrencias, na ordem em que apareceram
       01  ws-tabela-operadores.
           05  ws-qtd-operadores                   pic  9(03).
           05  ws-opr-tab occurs 200 times.
               10  ws-opr-codigo                   pic  x(10).
               10  ws-opr-qtd                      pic  9(04).

      *> estornos do periodo (MOVTOLOT), para casar com o concurso do
      *> ticket na trilha e com o resultado oficial
       01  ws-tabela-estornos.
           05  ws-qtd-estornos                     pic  9(04).
           05  ws-est-tab occurs 2000 times.
               10  ws-est-ticket                   pic  9(08).
               10  ws-est-data                     pic  9(08).
               10  ws-est-hora                     pic  9(06).
               10  ws-est-operador                 pic  x(10).

      *> premios pagos no periodo (PAGTOLOT), para casar com quem
      *> vendeu o ticket
       01  ws-tabela-pagamentos.
           05  ws-qtd-pagamentos                   pic  9(04).
           05  ws-pag-tab occurs 2000 times.
               10  ws-pag-ticket                   pic  9(08).
               10  ws-pag-data                     pic  9(08).
               10  ws-pag-hora                     pic  9(06).
               10  ws-pag-operador                 pic  x(10).

      *> cobrancas fora da tabela de precos; as cotas de bolao tem
      *> valor livre e sao descartadas quando a trilha mostra o bolao
       01  ws-tabela-cobrancas.
           05  ws-qtd-cobrancas                    pic  9(04).
           05  ws-cob-tab occurs 2000 times.
               10  ws-cob-ticket                   pic  9(08).
               10  ws-cob-data                     pic  9(08).
               10  ws-cob-hora                     pic  9(06).
               10  ws-cob-operador                 pic  x(10).
               10  ws-cob-ind-lot                  pic  9(02).
               10  ws-cob-valor                    pic  9(05)v9(02).
               10  ws-cob-conferida                pic  x(01).

      *> aprovacoes de supervisor por par supervisor + operador, nos
      *> programas em que quem pede e quem aprova devem ser pessoas
      *> diferentes (pagamento e cancelamento)
       01  ws-tabela-aprovacoes.
           05  ws-qtd-pares                        pic  9(03).
           05  ws-par-tab occurs 300 times.
               10  ws-par-supervisor               pic  x(10).
               10  ws-par-operador                 pic  x(10).
               10  ws-par-qtd                      pic  9(05).
               10  ws-par-data                     pic  9(08).
               10  ws-par-hora                     pic  9(06).

      *> tentativas NEGADO seguidas por operador e evento; a proxima
      *> AUTORIZADO depois de uma sequencia vira ocorrencia
       01  ws-tabela-negados.
           05  ws-qtd-sequencias                   pic  9(03).
           05  ws-neg-tab occurs 300 times.
               10  ws-neg-operador                 pic  x(10).
               10  ws-neg-evento                   pic  x(20).
               10  ws-neg-qtd                      pic  9(03).

       01  ws-tabela-precos.
           05  ws-preco-jogo occurs 3 times        pic  9(05)v9(02).

       01  ws-exc-cabecalho.
           05  filler                              pic  x(40)
               value "VARREDURA DE IRREGULARIDADES - PERIODO ".
           05  ws-cab-inicial                      pic  9(08).
           05  filler                              pic  x(03) value " A ".
           05  ws-cab-final                        pic  9(08).
           05  filler                              pic  x(14)
               value "  GERADO EM: ".
           05  ws-cab-geracao                      pic  9(08).
           05  filler                              pic  x(51) value spaces.

       01  ws-exc-colunas.
           05  filler                              pic  x(04) value spaces.
           05  filler                              pic  x(10) value "DATA".
           05  filler                              pic  x(08) value "HORA".
           05  filler                              pic  x(10) value "TICKET".
           05  filler                              pic  x(22) value "PROGRAMA".
           05  filler                              pic  x(22) value "EVENTO".
           05  filler                              pic  x(56) value "OCORRENCIA".

       01  ws-exc-operador.
           05  filler                              pic  x(10) value "OPERADOR: ".
           05  ws-eop-codigo                       pic  x(10).
           05  filler                              pic  x(03) value " - ".
           05  ws-eop-qtd                          pic  zzz9.
           05  filler                              pic  x(15)
               value " ocorrencia(s)".
           05  filler                              pic  x(90) value spaces.

       01  ws-exc-detalhe.
           05  filler                              pic  x(04) value spaces.
           05  ws-edt-data                         pic  9(08).
           05  filler                              pic  x(02) value spaces.
           05  ws-edt-hora                         pic  9(06).
           05  filler                              pic  x(02) value spaces.
           05  ws-edt-ticket                       pic  9(08).
           05  filler                              pic  x(02) value spaces.
           05  ws-edt-programa                     pic  x(20).
           05  filler                              pic  x(02) value spaces.
           05  ws-edt-evento                       pic  x(20).
           05  filler                              pic  x(02) value spaces.
           05  ws-edt-descricao                    pic  x(45).
           05  filler                              pic  x(11) value spaces.

      *> a partir de quantas aprovacoes do mesmo supervisor para o
      *> mesmo operador no periodo o par vira ocorrencia
       77  ws-limite-aprovacoes                    pic  9(03) value 5.

      *> a partir de quantas negativas seguidas a autorizacao
      *> seguinte vira ocorrencia
       77  ws-limite-negados                       pic  9(03) value 2.

      *> periodo padrao da varredura, em dias ate hoje
       77  ws-dias-padrao                          pic  9(03) value 30.


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

           move 0 to ws-qtd-lidos
           move 0 to ws-qtd-fora-tabela
           move 0 to ws-qtd-ocorrencias
           move 0 to ws-qtd-operadores
           move 0 to ws-qtd-estornos
           move 0 to ws-qtd-pagamentos
           move 0 to ws-qtd-cobrancas
           move 0 to ws-qtd-pares
           move 0 to ws-qtd-sequencias

           perform grava-joblog-inicio

           move function current-date(1:8) to ws-data-hoje

           display "Informe a data inicial (AAAAMMDD, vazio = "
               "ultimos " ws-dias-padrao " dias): "
           accept ws-data-inicial
           display "Informe a data final (AAAAMMDD, vazio = hoje): "
           accept ws-data-final
           display " "

           if ws-data-final = 0
              move ws-data-hoje to ws-data-final
           end-if

           if ws-data-inicial = 0
              compute ws-data-inicial =
                  function date-of-integer(
                      function integer-of-date(ws-data-final)
                      - ws-dias-padrao)
           end-if

           perform carrega-precos
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           display "   ***************************************   "
           display "   *  VARREDURA DE IRREGULARIDADES       *   "
           display "   ***************************************   "
           display "Periodo ....................: " ws-data-inicial
               " a " ws-data-final
           display " "

           if ws-data-inicial > ws-data-final
              display "Data inicial depois da data final - varredura "
                  "recusada."
              move 4 to return-code
           else
              perform le-movimento-caixa
              perform le-pagamentos
              perform le-trilha-auditoria
              perform confere-cobrancas-sem-trilha
              perform le-log-seguranca
              perform confere-aprovacoes-repetidas
              perform imprime-relatorio
              perform imprime-resumo-varredura
           end-if
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que carrega os precos vigentes por formato de jogo;
      *> a tabela nao guarda historico, entao as cobrancas do periodo
      *> sao conferidas contra o preco de hoje
      *>---------------------------------------------------------------------------------
       carrega-precos section.

           move 0 to ws-preco-jogo(1)
           move 0 to ws-preco-jogo(2)
           move 0 to ws-preco-jogo(3)

           move "N" to ws-sw-fim-arquivo

           open input preco-tabela

           if ws-preco-status <> "00"
              display "Tabela de precos (PRECOLT) nao encontrada - "
                  "cobrancas nao serao conferidas."
           else
              perform until fim-arquivo
                  read preco-tabela
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if preco-ind-lot >= 1 and preco-ind-lot <= 3
                             move preco-valor
                               to ws-preco-jogo(preco-ind-lot)
                          end-if
                  end-read
              end-perform

              close preco-tabela
           end-if
            .
       carrega-precos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le o caixa do periodo: guarda os estornos e as
      *> cobrancas com valor diferente do preco do formato
      *>---------------------------------------------------------------------------------
       le-movimento-caixa section.

           move "N" to ws-sw-fim-arquivo

           open input mov-caixa

           if ws-mov-status <> "00"
              display "Movimento de caixa (MOVTOLOT) indisponivel: "
                  ws-mov-status
           else
              perform until fim-arquivo
                  read mov-caixa
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if mov-data >= ws-data-inicial
                             and mov-data <= ws-data-final
                             add 1 to ws-qtd-lidos
                             perform trata-movimento
                          end-if
                  end-read
              end-perform

              close mov-caixa
           end-if
            .
       le-movimento-caixa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que separa um movimento de caixa do periodo
      *>---------------------------------------------------------------------------------
       trata-movimento section.

           if mov-estorno
              if ws-qtd-estornos < 2000
                 add 1 to ws-qtd-estornos
                 move mov-ticket   to ws-est-ticket(ws-qtd-estornos)
                 move mov-data     to ws-est-data(ws-qtd-estornos)
                 move mov-hora     to ws-est-hora(ws-qtd-estornos)
                 move mov-operador to ws-est-operador(ws-qtd-estornos)
              else
                 add 1 to ws-qtd-fora-tabela
              end-if
           else
              if mov-ind-lot >= 1 and mov-ind-lot <= 3
                 and ws-preco-jogo(mov-ind-lot) > 0
                 and mov-valor <> ws-preco-jogo(mov-ind-lot)
                 if ws-qtd-cobrancas < 2000
                    add 1 to ws-qtd-cobrancas
                    move mov-ticket   to ws-cob-ticket(ws-qtd-cobrancas)
                    move mov-data     to ws-cob-data(ws-qtd-cobrancas)
                    move mov-hora     to ws-cob-hora(ws-qtd-cobrancas)
                    move mov-operador to ws-cob-operador(ws-qtd-cobrancas)
                    move mov-ind-lot  to ws-cob-ind-lot(ws-qtd-cobrancas)
                    move mov-valor    to ws-cob-valor(ws-qtd-cobrancas)
                    move "N"          to ws-cob-conferida(ws-qtd-cobrancas)
                 else
                    add 1 to ws-qtd-fora-tabela
                 end-if
              end-if
           end-if
            .
       trata-movimento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que guarda os premios pagos no periodo
      *>---------------------------------------------------------------------------------
       le-pagamentos section.

           move "N" to ws-sw-fim-arquivo

           open input pagto-livro

           if ws-pagto-status = "00"
              perform until fim-arquivo
                  read pagto-livro
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if pagto-data >= ws-data-inicial
                             and pagto-data <= ws-data-final
                             add 1 to ws-qtd-lidos
                             if ws-qtd-pagamentos < 2000
                                add 1 to ws-qtd-pagamentos
                                move pagto-ticket
                                  to ws-pag-ticket(ws-qtd-pagamentos)
                                move pagto-data
                                  to ws-pag-data(ws-qtd-pagamentos)
                                move pagto-hora
                                  to ws-pag-hora(ws-qtd-pagamentos)
                                move pagto-operador
                                  to ws-pag-operador(ws-qtd-pagamentos)
                             else
                                add 1 to ws-qtd-fora-tabela
                             end-if
                          end-if
                  end-read
              end-perform

              close pagto-livro
           end-if
            .
       le-pagamentos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le a trilha inteira (o ticket pode ter sido
      *> vendido antes do periodo) casando cada aposta com os
      *> estornos, os pagamentos e as cobrancas guardados
      *>---------------------------------------------------------------------------------
       le-trilha-auditoria section.

           move "N" to ws-sw-resul-aberto

           open input resultado-oficial

           if ws-resul-status = "00"
              move "S" to ws-sw-resul-aberto
           else
              display "Resultados oficiais (RESULOFI) indisponiveis - "
                  "cancelamentos apos o sorteio nao serao conferidos."
           end-if

           move "N" to ws-sw-fim-arquivo

           open input audit-trilha

           if ws-audit-status <> "00"
              display "Trilha de auditoria (AUDITLOG) indisponivel: "
                  ws-audit-status
              if return-code < 8
                 move 8 to return-code
              end-if
           else
              perform until fim-arquivo
                  read audit-trilha
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          perform confere-estornos-ticket
                          perform confere-pagamentos-ticket
                          perform confere-cobrancas-ticket
                  end-read
              end-perform

              close audit-trilha
           end-if

           if resul-aberto
              close resultado-oficial
           end-if
            .
       le-trilha-auditoria-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere os estornos do ticket lido: cancelamento
      *> com o resultado do concurso ja em RESULOFI e feito no dia do
      *> sorteio ou depois e ocorrencia
      *>---------------------------------------------------------------------------------
       confere-estornos-ticket section.

           if resul-aberto and audit-concurso > 0
              perform varying ws-ind from 1 by 1
                      until ws-ind > ws-qtd-estornos
                  if ws-est-ticket(ws-ind) = audit-ticket
                     move audit-ind-lot  to resul-ind-lot
                     move audit-concurso to resul-concurso

                     read resultado-oficial
                         invalid key
                             continue
                         not invalid key
                             if ws-est-data(ws-ind) >= resul-data
                                move ws-est-operador(ws-ind)
                                  to ws-oco-operador
                                move ws-est-data(ws-ind) to ws-oco-data
                                move ws-est-hora(ws-ind) to ws-oco-hora
                                move audit-ticket        to ws-oco-ticket
                                move "Desafio.Cancela"   to ws-oco-programa
                                move "CANCELA TICKET"    to ws-oco-evento
                                move spaces              to ws-oco-descricao
                                string "CANCELADO APOS O SORTEIO DE "
                                       resul-data
                                    delimited by size into ws-oco-descricao
                                perform registra-ocorrencia
                             end-if
                     end-read
                  end-if
              end-perform
           end-if
            .
       confere-estornos-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere os pagamentos do ticket lido: o operador
      *> que pagou o premio nao pode ser o que vendeu o jogo
      *>---------------------------------------------------------------------------------
       confere-pagamentos-ticket section.

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-pagamentos
               if ws-pag-ticket(ws-ind) = audit-ticket
                  and ws-pag-operador(ws-ind) = audit-operador
                  move ws-pag-operador(ws-ind) to ws-oco-operador
                  move ws-pag-data(ws-ind)     to ws-oco-data
                  move ws-pag-hora(ws-ind)     to ws-oco-hora
                  move audit-ticket            to ws-oco-ticket
                  move "Desafio.Pagamento"     to ws-oco-programa
                  move "PAGA PREMIO"           to ws-oco-evento
                  move spaces                  to ws-oco-descricao
                  string "PAGOU PREMIO DE TICKET VENDIDO POR ELE EM "
                         audit-data
                      delimited by size into ws-oco-descricao
                  perform registra-ocorrencia
               end-if
           end-perform
            .
       confere-pagamentos-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere as cobrancas fora de preco do ticket lido:
      *> bolao tem cota de valor livre e fica de fora, aposta comum
      *> cobrada fora da tabela e ocorrencia
      *>---------------------------------------------------------------------------------
       confere-cobrancas-ticket section.

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-cobrancas
               if ws-cob-ticket(ws-ind) = audit-ticket
                  and ws-cob-conferida(ws-ind) = "N"
                  move "S" to ws-cob-conferida(ws-ind)

                  if audit-qtd-cotas = 0
                     perform registra-cobranca
                  end-if
               end-if
           end-perform
            .
       confere-cobrancas-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que registra como ocorrencia as cobrancas fora de preco
      *> cujo ticket nem aparece na trilha
      *>---------------------------------------------------------------------------------
       confere-cobrancas-sem-trilha section.

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-cobrancas
               if ws-cob-conferida(ws-ind) = "N"
                  perform registra-cobranca
               end-if
           end-perform
            .
       confere-cobrancas-sem-trilha-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que registra a cobranca ws-ind como ocorrencia
      *>---------------------------------------------------------------------------------
       registra-cobranca section.

           move ws-cob-operador(ws-ind)        to ws-oco-operador
           move ws-cob-data(ws-ind)            to ws-oco-data
           move ws-cob-hora(ws-ind)            to ws-oco-hora
           move ws-cob-ticket(ws-ind)          to ws-oco-ticket
           move "Desafio.Loteria"              to ws-oco-programa
           move "COBRANCA"                     to ws-oco-evento
           move ws-cob-valor(ws-ind)           to ws-valor-exibe
           move ws-preco-jogo(ws-cob-ind-lot(ws-ind)) to ws-preco-exibe
           move spaces                         to ws-oco-descricao
           string "COBROU " ws-valor-exibe " - PRECO " ws-preco-exibe
               delimited by size into ws-oco-descricao

           perform registra-ocorrencia
            .
       registra-cobranca-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le o log de seguranca do periodo atras de
      *> autoaprovacao, de aprovacoes repetidas e de autorizacoes
      *> concedidas depois de uma sequencia de negativas
      *>---------------------------------------------------------------------------------
       le-log-seguranca section.

           move "N" to ws-sw-fim-arquivo

           open input segu-log

           if ws-segu-status = "00"
              perform until fim-arquivo
                  read segu-log
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if segu-data >= ws-data-inicial
                             and segu-data <= ws-data-final
                             add 1 to ws-qtd-lidos
                             perform confere-autoaprovacao
                             perform confere-sequencia-negados
                          end-if
                  end-read
              end-perform

              close segu-log
           end-if
            .
       le-log-seguranca-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere a aprovacao lida: no pagamento e no
      *> cancelamento o supervisor que aprova o proprio pedido e
      *> ocorrencia, e cada aprovacao conta para o par supervisor +
      *> operador; nas manutencoes o supervisor e o proprio operador
      *>---------------------------------------------------------------------------------
       confere-autoaprovacao section.

           if segu-autorizado
              and (segu-programa = "Desafio.Pagamento"
                   or segu-programa = "Desafio.Cancela")
              if segu-supervisor = segu-operador
                 move segu-operador            to ws-oco-operador
                 move segu-data                to ws-oco-data
                 move segu-hora                to ws-oco-hora
                 move 0                        to ws-oco-ticket
                 move segu-programa            to ws-oco-programa
                 move segu-evento              to ws-oco-evento
                 move spaces                   to ws-oco-descricao
                 string "AUTOAPROVACAO - " segu-detalhe
                     delimited by size into ws-oco-descricao
                 perform extrai-ticket-detalhe
                 perform registra-ocorrencia
              else
                 perform conta-aprovacao-par
              end-if
           end-if
            .
       confere-autoaprovacao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que tira o numero do ticket do detalhe "TICKET nnnnnnnn"
      *> gravado pelo pagamento e pelo cancelamento
      *>---------------------------------------------------------------------------------
       extrai-ticket-detalhe section.

           if segu-detalhe(1:7) = "TICKET "
              and segu-detalhe(8:8) is numeric
              move segu-detalhe(8:8) to ws-oco-ticket
           end-if
            .
       extrai-ticket-detalhe-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que soma uma aprovacao ao par supervisor + operador,
      *> guardando a data e a hora da mais recente
      *>---------------------------------------------------------------------------------
       conta-aprovacao-par section.

           move "N" to ws-sw-achado

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-pares or achado
               if ws-par-supervisor(ws-ind) = segu-supervisor
                  and ws-par-operador(ws-ind) = segu-operador
                  move "S" to ws-sw-achado
                  add 1          to ws-par-qtd(ws-ind)
                  move segu-data to ws-par-data(ws-ind)
                  move segu-hora to ws-par-hora(ws-ind)
               end-if
           end-perform

           if not achado
              if ws-qtd-pares < 300
                 add 1 to ws-qtd-pares
                 move segu-supervisor to ws-par-supervisor(ws-qtd-pares)
                 move segu-operador   to ws-par-operador(ws-qtd-pares)
                 move 1               to ws-par-qtd(ws-qtd-pares)
                 move segu-data       to ws-par-data(ws-qtd-pares)
                 move segu-hora       to ws-par-hora(ws-qtd-pares)
              else
                 add 1 to ws-qtd-fora-tabela
              end-if
           end-if
            .
       conta-aprovacao-par-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que acompanha as negativas seguidas de cada operador
      *> em cada evento: a autorizacao que encerra uma sequencia longa
      *> vira ocorrencia, e toda autorizacao zera a sequencia
      *>---------------------------------------------------------------------------------
       confere-sequencia-negados section.

           move "N" to ws-sw-achado

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-sequencias or achado
               if ws-neg-operador(ws-ind) = segu-operador
                  and ws-neg-evento(ws-ind) = segu-evento
                  move "S" to ws-sw-achado
               end-if
           end-perform

           if achado
              subtract 1 from ws-ind
           else
              if ws-qtd-sequencias < 300
                 add 1 to ws-qtd-sequencias
                 move ws-qtd-sequencias to ws-ind
                 move segu-operador to ws-neg-operador(ws-ind)
                 move segu-evento   to ws-neg-evento(ws-ind)
                 move 0             to ws-neg-qtd(ws-ind)
                 move "S"           to ws-sw-achado
              else
                 add 1 to ws-qtd-fora-tabela
              end-if
           end-if

           if achado
              if segu-negado
                 if ws-neg-qtd(ws-ind) < 999
                    add 1 to ws-neg-qtd(ws-ind)
                 end-if
              else
                 if segu-autorizado
                    and ws-neg-qtd(ws-ind) >= ws-limite-negados
                    move segu-operador         to ws-oco-operador
                    move segu-data             to ws-oco-data
                    move segu-hora             to ws-oco-hora
                    move 0                     to ws-oco-ticket
                    move segu-programa         to ws-oco-programa
                    move segu-evento           to ws-oco-evento
                    move ws-neg-qtd(ws-ind)    to ws-qtd-exibe
                    move spaces                to ws-oco-descricao
                    string "AUTORIZADO POR " segu-supervisor
                           " APOS " ws-qtd-exibe " NEGADO(S)"
                        delimited by size into ws-oco-descricao
                    perform extrai-ticket-detalhe
                    perform registra-ocorrencia
                 end-if

                 move 0 to ws-neg-qtd(ws-ind)
              end-if
           end-if
            .
       confere-sequencia-negados-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que registra os pares supervisor + operador com
      *> aprovacoes demais no periodo, no grupo do operador
      *>---------------------------------------------------------------------------------
       confere-aprovacoes-repetidas section.

           perform varying ws-ind2 from 1 by 1
                   until ws-ind2 > ws-qtd-pares
               if ws-par-qtd(ws-ind2) >= ws-limite-aprovacoes
                  move ws-par-operador(ws-ind2) to ws-oco-operador
                  move ws-par-data(ws-ind2)     to ws-oco-data
                  move ws-par-hora(ws-ind2)     to ws-oco-hora
                  move 0                        to ws-oco-ticket
                  move "SEGULOG"                to ws-oco-programa
                  move "APROVACOES REPETIDAS"   to ws-oco-evento
                  move ws-par-qtd(ws-ind2)      to ws-qtd-exibe
                  move spaces                   to ws-oco-descricao
                  string ws-qtd-exibe " APROVACOES PELO SUPERVISOR "
                         ws-par-supervisor(ws-ind2)
                      delimited by size into ws-oco-descricao
                  perform registra-ocorrencia
               end-if
           end-perform
            .
       confere-aprovacoes-repetidas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que guarda a ocorrencia montada e conta o operador
      *>---------------------------------------------------------------------------------
       registra-ocorrencia section.

           if ws-qtd-ocorrencias < 2000
              add 1 to ws-qtd-ocorrencias
              move ws-oco-operador  to ws-tab-operador(ws-qtd-ocorrencias)
              move ws-oco-data      to ws-tab-data(ws-qtd-ocorrencias)
              move ws-oco-hora      to ws-tab-hora(ws-qtd-ocorrencias)
              move ws-oco-ticket    to ws-tab-ticket(ws-qtd-ocorrencias)
              move ws-oco-programa  to ws-tab-programa(ws-qtd-ocorrencias)
              move ws-oco-evento    to ws-tab-evento(ws-qtd-ocorrencias)
              move ws-oco-descricao to ws-tab-descricao(ws-qtd-ocorrencias)

              move "N" to ws-sw-achado

              perform varying ws-idx-opr from 1 by 1
                      until ws-idx-opr > ws-qtd-operadores or achado
                  if ws-opr-codigo(ws-idx-opr) = ws-oco-operador
                     move "S" to ws-sw-achado
                     add 1 to ws-opr-qtd(ws-idx-opr)
                  end-if
              end-perform

              if not achado
                 if ws-qtd-operadores < 200
                    add 1 to ws-qtd-operadores
                    move ws-oco-operador
                      to ws-opr-codigo(ws-qtd-operadores)
                    move 1 to ws-opr-qtd(ws-qtd-operadores)
                 else
                    add 1 to ws-qtd-fora-tabela
                 end-if
              end-if
           else
              add 1 to ws-qtd-fora-tabela
           end-if
            .
       registra-ocorrencia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava o relatorio de excecoes, um bloco por
      *> operador com as suas ocorrencias
      *>---------------------------------------------------------------------------------
       imprime-relatorio section.

           open output excecoes-relatorio

           if ws-exc-status <> "00"
              display "Erro ao criar o relatorio de excecoes (VARREXC): "
                  ws-exc-status
              move 12 to return-code
           else
              move ws-data-inicial to ws-cab-inicial
              move ws-data-final   to ws-cab-final
              move ws-data-hoje    to ws-cab-geracao

              write exc-linha from ws-exc-cabecalho
              move spaces to exc-linha
              write exc-linha

              if ws-qtd-ocorrencias = 0
                 move "Nenhuma ocorrencia no periodo." to exc-linha
                 write exc-linha
              else
                 write exc-linha from ws-exc-colunas

                 perform varying ws-idx-opr from 1 by 1
                         until ws-idx-opr > ws-qtd-operadores
                     perform imprime-grupo-operador
                 end-perform
              end-if

              close excecoes-relatorio
           end-if
            .
       imprime-relatorio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime as ocorrencias de um operador
      *>---------------------------------------------------------------------------------
       imprime-grupo-operador section.

           move all "-" to exc-linha
           write exc-linha

           move ws-opr-codigo(ws-idx-opr)      to ws-eop-codigo
           move ws-opr-qtd(ws-idx-opr)         to ws-eop-qtd
           write exc-linha from ws-exc-operador

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-ocorrencias
               if ws-tab-operador(ws-ind) = ws-opr-codigo(ws-idx-opr)
                  move ws-tab-data(ws-ind)      to ws-edt-data
                  move ws-tab-hora(ws-ind)      to ws-edt-hora
                  move ws-tab-ticket(ws-ind)    to ws-edt-ticket
                  move ws-tab-programa(ws-ind)  to ws-edt-programa
                  move ws-tab-evento(ws-ind)    to ws-edt-evento
                  move ws-tab-descricao(ws-ind) to ws-edt-descricao
                  write exc-linha from ws-exc-detalhe
               end-if
           end-perform
            .
       imprime-grupo-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que resume a varredura; havendo ocorrencia o retorno
      *> 4 chama a atencao do gerente para o VARREXC
      *>---------------------------------------------------------------------------------
       imprime-resumo-varredura section.

           display "Registros lidos no periodo .: " ws-qtd-lidos
           display "Ocorrencias ................: " ws-qtd-ocorrencias
           display "Operadores envolvidos ......: " ws-qtd-operadores

           perform varying ws-idx-opr from 1 by 1
                   until ws-idx-opr > ws-qtd-operadores
               display "  " ws-opr-codigo(ws-idx-opr) " - "
                   ws-opr-qtd(ws-idx-opr) " ocorrencia(s)"
           end-perform

           if ws-qtd-fora-tabela > 0
              display "Registros fora das tabelas .: " ws-qtd-fora-tabela
                  " (varredura incompleta, reduza o periodo)"
           end-if

           if ws-qtd-ocorrencias > 0 or ws-qtd-fora-tabela > 0
              display "Detalhes no relatorio de excecoes VARREXC."
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if
            .
       imprime-resumo-varredura-exit.
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

           move "Desafio.Varredura"            to job-programa
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
      *> quantidade de registros lidos no periodo e o RETURN-CODE final
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Varredura"            to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-lidos                   to job-qtd-processados
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
