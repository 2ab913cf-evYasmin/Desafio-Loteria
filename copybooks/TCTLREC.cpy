      *>---------------------------------------------------------------------------------
      *> Copybook TCTLREC - layout do controle dos lotes transmitidos ao
      *> sistema central (arquivo TRANSCTL, um registro por lote)
      *>
      *> Gravado pelo Desafio.Transmite ao gerar o arquivo TRN+AAAAMMDD
      *> do dia; uma data de movimento presente aqui nunca e
      *> transmitida de novo. O Desafio.Retorno regrava o registro ao
      *> importar o arquivo de retorno do lote, e o Desafio.Plantao
      *> mostra a situacao de manha.
      *>---------------------------------------------------------------------------------
       01  tctl-registro.
           05  tctl-lote                           pic  9(06).
           05  tctl-data-movimento                 pic  9(08).
           05  tctl-data-geracao                   pic  9(08).
           05  tctl-hora-geracao                   pic  9(06).
           05  tctl-arquivo                        pic  x(12).
           05  tctl-qtd-tickets                    pic  9(07).
           05  tctl-valor-total                    pic  9(11)v9(02).
           05  tctl-situacao                       pic  x(01).
               88  tctl-enviado                    value "E".
               88  tctl-retorno-processado         value "P".
           05  tctl-data-retorno                   pic  9(08).
           05  tctl-qtd-aceitos                    pic  9(07).
           05  tctl-qtd-rejeitados                 pic  9(07).
