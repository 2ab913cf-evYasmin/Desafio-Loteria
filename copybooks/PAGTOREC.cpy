           05  pagto-faixa                         pic  x(12).
           05  pagto-acertos                       pic  9(02).
           05  pagto-valor                         pic  9(07)v9(02).
      *> cota paga quando o ticket e um bolao (BOLAOLOT): cada cota
      *> recebe a sua parte do premio num registro proprio; zero no
      *> pagamento de uma aposta comum
           05  pagto-cota                          pic  9(03).
      *> cliente do CLIMST que recebeu o premio: obrigatorio, com
      *> documento, acima do limite de identificacao (PARMLOT); abaixo
      *> dele e o cliente vinculado a aposta ou a cota, quando houver
           05  pagto-cliente                       pic  x(10).
