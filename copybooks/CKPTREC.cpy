      *> codigo opcional do cliente apostador, para o vinculo da
      *> aposta sobreviver a retomada de um sorteio interrompido
           05  ckpt-cliente                        pic  x(10).
      *> cotas do bolao (zero na aposta comum), com o cliente e o valor
      *> de cada cota, para o bolao sobreviver a retomada do sorteio
           05  ckpt-qtd-cotas                      pic  9(03).
           05  ckpt-cota                           occurs 20 times.
               10  ckpt-cota-cliente               pic  x(10).
               10  ckpt-cota-valor                 pic  9(05)v9(02).
