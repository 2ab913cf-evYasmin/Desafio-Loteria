      *>---------------------------------------------------------------------------------
      *> Copybook RATEREC - layout do rateio oficial da Caixa, o valor
      *> pago a cada aposta ganhadora por faixa de premio de um concurso
      *> (arquivo RATEOFI, indexado por formato + concurso + acertos)
      *>
      *> rate-ind-lot segue o mesmo codigo de ws-ind-lot do
      *> Desafio.Loteria (1-Mega-Sena 2-Quina 3-Lotofacil) e
      *> rate-acertos identifica a faixa (Mega 6-SENA 5-QUINA 4-QUADRA,
      *> Quina 5 a 2, Lotofacil 15 a 11). Carregado pelo
      *> Desafio.Resultado junto com o RESULOFI e lido pelo
      *> Desafio.Pagamento (valor a pagar) e pelo Desafio.Conferencia
      *> (premios a pagar previstos).
      *>---------------------------------------------------------------------------------
       01  rate-registro.
           05  rate-chave.
               10  rate-ind-lot                    pic  9(02).
               10  rate-concurso                   pic  9(05).
               10  rate-acertos                    pic  9(02).
           05  rate-faixa                          pic  x(12).
           05  rate-qtd-ganhadores                 pic  9(07).
           05  rate-valor-premio                   pic  9(09)v9(02).
