      *> situacao do ticket: toda aposta nasce ativa; o Desafio.Pagamento
      *> marca "P" quando o premio e pago, para o mesmo ticket nunca ser
      *> pago duas vezes, e o Desafio.Cancela marca "C" quando o jogo e
      *> anulado, para a conferencia e o pagamento pularem o ticket;
      *> o Desafio.Prescricao marca "V" no premio nao resgatado em 90
      *> dias do sorteio, que a Caixa ja nao paga mais
           05  audit-situacao                      pic  x(01).
               88  audit-ativa                     value "A".
               88  audit-paga                      value "P".
               88  audit-cancelada                 value "C".
               88  audit-prescrita                 value "V".
      *> codigo opcional do cliente apostador (CLIMST); em branco o
      *> jogo fica so em nome do operador
           05  audit-cliente                       pic  x(10).
      *> concurso oficial (CONCLOT) para o qual a aposta foi vendida,
      *> gravado pelo Desafio.Loteria; zero nos jogos de antes do
      *> calendario de concursos
           05  audit-concurso                      pic  9(05).
      *> quantidade de cotas quando o jogo e um bolao (cotas em
      *> BOLAOLOT, cada uma com o seu cliente); zero na aposta comum
           05  audit-qtd-cotas                     pic  9(03).
      *> numero do desdobramento (DESDOLOT, gerado pelo
      *> Desafio.Desdobra) a que o jogo pertence; zero no jogo avulso
           05  audit-desdobramento                 pic  9(06).
      *> transmissao ao sistema central (Desafio.Transmite e
      *> Desafio.Retorno): em branco ainda nao transmitido, "T"
      *> transmitido aguardando retorno, "A" aceito e "R" rejeitado,
      *> com o numero do lote (TRANSCTL) em que o ticket saiu
           05  audit-transmissao                   pic  x(01).
               88  audit-nao-transmitida           value " ".
               88  audit-transmitida               value "T".
               88  audit-aceita-central            value "A".
               88  audit-rejeitada-central         value "R".
           05  audit-lote-transmissao              pic  9(06).
