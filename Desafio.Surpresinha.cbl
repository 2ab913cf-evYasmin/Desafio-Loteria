      *> as surpresinhas sao geradas em nome do operador; um cliente
      *> pode ser vinculado editando o campo antes do lote
                  move spaces           to aposta-cliente
                  move 0                to aposta-desdobramento

                  write aposta-registro
              end-perform
