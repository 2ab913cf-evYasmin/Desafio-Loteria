      *>---------------------------------------------------------------------------------
      *> Copybook DESDREC - layout de um desdobramento gerado pelo
      *> Desafio.Desdobra (arquivo DESDOLOT, indexado pelo numero)
      *>
      *> Guarda os numeros escolhidos pelo cliente, o formato e a
      *> garantia pedida: com desd-condicao dos numeros escolhidos entre
      *> os sorteados, pelo menos um dos jogos gerados acerta
      *> desd-garantia numeros. Cada jogo vai para o arquivo de apostas
      *> em lote com aposta-desdobramento = desd-numero e o
      *> Desafio.Loteria leva o numero para audit-desdobramento; e assim
      *> que o Desafio.Ticket acha os tickets do mesmo desdobramento.
      *>---------------------------------------------------------------------------------
       01  desd-registro.
           05  desd-numero                         pic  9(06).
           05  desd-data                           pic  9(08).
           05  desd-hora                           pic  9(06).
           05  desd-operador                       pic  x(10).
           05  desd-cliente                        pic  x(10).
           05  desd-ind-lot                        pic  9(02).
           05  desd-qtd-escolhidos                 pic  9(02).
           05  desd-escolhido                      pic  9(02)
                                                    occurs 20 times.
           05  desd-garantia                       pic  9(02).
           05  desd-condicao                       pic  9(02).
           05  desd-qtd-jogos                      pic  9(04).
           05  desd-valor-total                    pic  9(07)v9(02).
           05  desd-arquivo-apostas                pic  x(12).
