      *>---------------------------------------------------------------------------------
      *> Copybook CADEREC - layout da definicao da cadeia da noite
      *> (arquivo CADEIADF, um registro por passo, na ordem de execucao)
      *>
      *> Lido pelo Desafio.Cadeia. cad-programa e o nome com que o passo
      *> grava o JOBLOG; o reenvio da cadeia sabe se o passo ja
      *> terminou com RC=0 pelo numero do passo e a data da cadeia no
      *> controle CADEICTL (copybook CCTLREC). cad-comando e a linha de
      *> comando que roda o passo, ja com a entrada redirecionada para
      *> os programas que perguntam algo na tela (data, formato). Os
      *> pre-requisitos sao numeros de passos anteriores que precisam
      *> ter terminado com RC=0 (zero = posicao livre). Passo com
      *> cad-reexecutavel "N" que ja rodou na data sem terminar bem nao
      *> roda de novo sozinho: fica para o plantao decidir.
      *>
      *> Cadeia padrao: 01 Desafio.GeraTeimosa, 02 Desafio.Loteria (com
      *> o cartao RUNCTL), 03 Desafio.Transmite (fechamento do dia para
      *> o sistema central, depois das apostas do lote), 04
      *> Desafio.Resultado, 05 Desafio.Conferencia, 06 Desafio.Concilia,
      *> 07 Desafio.Contabil, 08 Desafio.Prescricao e 09 Desafio.Expurgo.
      *> O expurgo tem a prescricao como pre-requisito: o ticket ativo
      *> so sai da trilha viva depois do prazo de resgate, quando o
      *> premio nao resgatado ja foi marcado prescrito. O
      *> Desafio.Retorno fica fora da cadeia: roda quando o arquivo de
      *> retorno do sistema central chega.
      *>---------------------------------------------------------------------------------
       01  cad-registro.
           05  cad-passo                           pic  9(02).
           05  cad-programa                        pic  x(20).
           05  cad-comando                         pic  x(100).
           05  cad-prerequisito                    pic  9(02)
                                                    occurs 5 times.
           05  cad-reexecutavel                    pic  x(01).
               88  cad-pode-reexecutar             value "S".
