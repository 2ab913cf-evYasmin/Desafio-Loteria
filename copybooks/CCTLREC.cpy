      *>---------------------------------------------------------------------------------
      *> Copybook CCTLREC - layout do controle de execucao da cadeia
      *> (arquivo CADEICTL, dois registros por passo executado)
      *>
      *> Gravado so pelo Desafio.Cadeia: um registro "I" antes de rodar
      *> o passo e um "F" com o RETURN-CODE quando ele termina, sob a
      *> data da cadeia informada na submissao (e nao a do relogio, que
      *> vira a meia-noite no meio da cadeia). E por aqui, pelo numero
      *> do passo e a data da cadeia, que o reenvio sabe o que ja
      *> terminou bem e o que rodou sem terminar - as execucoes feitas
      *> no terminal pelos balconistas, que tambem gravam o JOBLOG, nao
      *> contam. Um "I" sem o "F" e passo que morreu no meio.
      *>---------------------------------------------------------------------------------
       01  cctl-registro.
           05  cctl-data-cadeia                    pic  9(08).
           05  cctl-passo                          pic  9(02).
           05  cctl-programa                       pic  x(20).
           05  cctl-evento                         pic  x(01).
               88  cctl-inicio                     value "I".
               88  cctl-fim                        value "F".
           05  cctl-data                           pic  9(08).
           05  cctl-hora                           pic  9(06).
           05  cctl-retorno                        pic  9(04).
