      *>---------------------------------------------------------------------------------
      *> Copybook BOLAREC - layout de uma cota de bolao (arquivo
      *> BOLAOLOT, indexado por ticket + numero da cota)
      *>
      *> O bolao e um unico jogo (um ticket na trilha de auditoria, com
      *> audit-qtd-cotas maior que zero) dividido em cotas, cada uma
      *> vendida a um cliente do CLIMST pelo seu proprio valor. Cada
      *> cota tem o seu canhoto e o seu movimento de caixa. Gravado
      *> pelo Desafio.Loteria; o Desafio.Pagamento paga a parte de cada
      *> cota no premio, proporcional ao valor pago por ela, e o
      *> Desafio.Cancela anula todas as cotas juntas.
      *>---------------------------------------------------------------------------------
       01  bolao-registro.
           05  bolao-chave.
               10  bolao-ticket                    pic  9(08).
               10  bolao-cota                      pic  9(03).
           05  bolao-qtd-cotas                     pic  9(03).
           05  bolao-data                          pic  9(08).
           05  bolao-operador                      pic  x(10).
           05  bolao-cliente                       pic  x(10).
           05  bolao-valor-cota                    pic  9(05)v9(02).
      *> situacao da cota: nasce ativa; "P" quando a parte do premio
      *> e paga ao cliente, "C" quando o bolao inteiro e cancelado e
      *> "V" quando a parte nao resgatada prescreve (Desafio.Prescricao)
           05  bolao-situacao                      pic  x(01).
               88  bolao-cota-ativa                value "A".
               88  bolao-cota-paga                 value "P".
               88  bolao-cota-cancelada            value "C".
               88  bolao-cota-prescrita            value "V".
