      *> codigo opcional do cliente apostador (CLIMST); em branco a
      *> aposta fica so em nome do operador, como sempre foi
           05  aposta-cliente                      pic  x(10).
      *> numero do desdobramento (DESDOLOT) quando a aposta foi gerada
      *> pelo Desafio.Desdobra; zero nas demais apostas
           05  aposta-desdobramento                pic  9(06).
