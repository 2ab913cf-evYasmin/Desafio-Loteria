      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.MigraPagto".
       Author. "Evelyn Yasmin Pereira".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.


      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.
           select pagto-antigo assign to "PAGTOSEQ"
               organization is sequential
               file status is ws-antigo-status.
           select pagto-livro assign to "PAGTOLOT"
               organization is sequential
               file status is ws-pagto-status.
       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.

      *> layout antigo do livro de pagamentos, de antes do pagamento
      *> por cota de bolao e da identificacao do ganhador; para migrar, renomeie o PAGTOLOT antigo
      *> para PAGTOSEQ
       fd  pagto-antigo.
       01  ant-registro.
           05  ant-data                            pic  9(08).
           05  ant-hora                            pic  9(06).
           05  ant-operador                        pic  x(10).
           05  ant-ticket                          pic  9(08).
           05  ant-ind-lot                         pic  9(02).
           05  ant-concurso                        pic  9(05).
           05  ant-faixa                           pic  x(12).
           05  ant-acertos                         pic  9(02).
           05  ant-valor                           pic  9(07)v9(02).

       fd  pagto-livro.
           copy PAGTOREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-antigo-status                    pic  x(02).
           05  ws-pagto-status                     pic  x(02).

       01  ws-uso-comum.
           05  ws-sw-fim-antigo                    pic  x(01).
               88  fim-antigo                      value "S".
           05  ws-qtd-migrados                     pic  9(07).
           05  ws-qtd-erros                        pic  9(07).


       Linkage section.

      *>--Declaração de tela
       Screen section.

      *>Declaração do corpo programa
       Procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>---------------------------------------------------------------------------------
       inicializa section.

           move "N" to ws-sw-fim-antigo
           move 0   to ws-qtd-migrados
           move 0   to ws-qtd-erros
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           display "   ***************************************   "
           display "   * MIGRACAO DOS PAGTOS P/ NOVO LAYOUT  *   "
           display "   ***************************************   "
           display " "

           open input pagto-antigo

           if ws-antigo-status <> "00"
              display "Livro de pagamentos antigo (PAGTOSEQ) nao "
                  "encontrado - nada a migrar."
              move 8 to return-code
           else
              open output pagto-livro

              if ws-pagto-status <> "00"
                 display "Erro ao criar o livro novo (PAGTOLOT): "
                     ws-pagto-status
                 move 12 to return-code
              else
                 perform ler-antigo

                 perform until fim-antigo
                     perform migra-registro
                     perform ler-antigo
                 end-perform

                 close pagto-livro

                 display "Registros migrados .........: " ws-qtd-migrados
                 display "Registros com erro .........: " ws-qtd-erros

                 if ws-qtd-erros > 0
                    move 12 to return-code
                 end-if
              end-if

              close pagto-antigo
           end-if
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que lê um registro do livro antigo
      *>---------------------------------------------------------------------------------
       ler-antigo section.

           read pagto-antigo
               at end move "S" to ws-sw-fim-antigo
           end-read
            .
       ler-antigo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que regrava um registro antigo no layout novo; os
      *> pagamentos antigos eram todos de apostas comuns, entao entram
      *> sem cota de bolao e sem cliente identificado
      *>---------------------------------------------------------------------------------
       migra-registro section.

           move ant-data                       to pagto-data
           move ant-hora                       to pagto-hora
           move ant-operador                   to pagto-operador
           move ant-ticket                     to pagto-ticket
           move ant-ind-lot                    to pagto-ind-lot
           move ant-concurso                   to pagto-concurso
           move ant-faixa                      to pagto-faixa
           move ant-acertos                    to pagto-acertos
           move ant-valor                      to pagto-valor
           move 0                              to pagto-cota
           move spaces                         to pagto-cliente

           write pagto-registro

           if ws-pagto-status = "00"
              add 1 to ws-qtd-migrados
           else
              add 1 to ws-qtd-erros
              display "Erro ao migrar registro de " ant-data
                  " operador " ant-operador
                  " (status " ws-pagto-status ")."
           end-if
            .
       migra-registro-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Finalização
      *>---------------------------------------------------------------------------------
       finaliza section.
           stop run.
            .
       finaliza-exit.
           exit.
