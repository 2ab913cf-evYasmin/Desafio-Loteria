           select segu-log assign to "SEGULOG"
               organization is sequential
               file status is ws-segu-status.
           select parm-tabela assign to "PARMLOT"
               organization is sequential
               file status is ws-parm-status.
       I-O-Control.


       fd  segu-log.
           copy SEGREC.

       fd  parm-tabela.
           copy PARMREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-preco-status                     pic  x(02).
           05  ws-oper-status                      pic  x(02).
           05  ws-segu-status                      pic  x(02).
           05  ws-parm-status                      pic  x(02).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
       01  ws-valor-exibe                          pic  zz.zz9,99.
       01  ws-valor-digitado                       pic  x(10).

      *> limite de identificacao do ganhador (PARMLOT), com o padrao
      *> da banca enquanto o parametro nao for gravado
       77  ws-limite-identificacao                 pic  9(07)v9(02)
                                                    value 10000.
       01  ws-limite-exibe                         pic  z.zzz.zz9,99.


       Linkage section.

           end-perform

           perform carrega-tabela
           perform carrega-parametros
            .
       inicializa-exit.
           exit.
               end-if
           end-perform

           perform informa-limite-identificacao

           perform grava-tabela
           perform grava-parametros
            .
       processamento-exit.
           exit.
       grava-tabela-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que carrega os parametros gerais da banca, quando o
      *> arquivo ja existe; sem ele fica o limite padrao
      *>---------------------------------------------------------------------------------
       carrega-parametros section.

           open input parm-tabela

           if ws-parm-status = "00"
              read parm-tabela
                  at end
                      continue
                  not at end
                      move parm-limite-identificacao
                        to ws-limite-identificacao
              end-read

              close parm-tabela
           end-if
            .
       carrega-parametros-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede o limite de premio acima do qual o ganhador
      *> tem de ser identificado no cadastro de clientes, com
      *> documento, para o Desafio.Pagamento liberar o pagamento
      *>---------------------------------------------------------------------------------
       informa-limite-identificacao section.

           move ws-limite-identificacao to ws-limite-exibe
           display "Limite atual para identificar o ganhador: "
               ws-limite-exibe
           display "Informe o novo limite (formato 9999999,99; 0 mantem): "
           accept ws-valor-digitado
           display " "

           if function numval(ws-valor-digitado) > 0
              compute ws-limite-identificacao =
                      function numval(ws-valor-digitado)
           end-if
            .
       informa-limite-identificacao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que regrava o registro de parametros com o limite
      *> informado e o supervisor que autorizou a alteracao
      *>---------------------------------------------------------------------------------
       grava-parametros section.

           open output parm-tabela

           if ws-parm-status <> "00"
              display "Erro ao gravar os parametros (PARMLOT): "
                  ws-parm-status
              move 12 to return-code
           else
              move ws-limite-identificacao     to parm-limite-identificacao
              move function current-date(1:8)  to parm-data-alteracao
              move ws-supervisor-informado     to parm-supervisor

              write parm-registro

              close parm-tabela

              move ws-limite-identificacao to ws-limite-exibe
              display "Limite para identificar o ganhador: "
                  ws-limite-exibe
           end-if
            .
       grava-parametros-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede a identificacao de um supervisor ou gerente
      *> para liberar a manutencao: codigo cadastrado, ativo, nivel
