      *>---------------------------------------------------------------------------------
      *> Copybook CONCREC - layout do calendario de concursos oficiais
      *> (arquivo CONCLOT, indexado por formato de jogo + concurso)
      *>
      *> conc-ind-lot segue o mesmo codigo de ws-ind-lot do
      *> Desafio.Loteria (1-Mega-Sena 2-Quina 3-Lotofacil). Cada
      *> concurso tem a data do sorteio e o encerramento das vendas
      *> (data e hora HHMM): o concurso aberto de um formato e o de
      *> menor numero cujo encerramento ainda nao passou. Mantido pelo
      *> Desafio.Concurso e lido pelo Desafio.Loteria, que grava o
      *> concurso em cada aposta e recusa jogo fora do prazo.
      *>---------------------------------------------------------------------------------
       01  conc-registro.
           05  conc-chave.
               10  conc-ind-lot                    pic  9(02).
               10  conc-concurso                   pic  9(05).
           05  conc-data-sorteio                   pic  9(08).
           05  conc-encerramento.
               10  conc-data-encerramento          pic  9(08).
               10  conc-hora-encerramento          pic  9(04).
