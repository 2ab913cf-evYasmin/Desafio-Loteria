      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.Desdobra".
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
           select apostas-jogador assign to dynamic ws-apostas-nome
               organization is sequential
               file status is ws-apostas-status.
           select desdobramento assign to "DESDOLOT"
               organization is indexed
               access mode is dynamic
               record key is desd-numero
               file status is ws-desd-status.
           select oper-mestre assign to "OPERMST"
               organization is indexed
               access mode is dynamic
               record key is oper-codigo
               file status is ws-oper-status.
           select cliente-mestre assign to "CLIMST"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               file status is ws-cli-status.
           select preco-tabela assign to "PRECOLT"
               organization is sequential
               file status is ws-preco-status.
           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.

       fd  apostas-jogador.
           copy APOSTAREC.

       fd  desdobramento.
           copy DESDREC.

       fd  oper-mestre.
           copy OPERREC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  preco-tabela.
           copy PRECOREC.

       fd  job-log.
           copy JOBREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-apostas-status                   pic  x(02).
           05  ws-desd-status                      pic  x(02).
           05  ws-oper-status                      pic  x(02).
           05  ws-cli-status                       pic  x(02).
           05  ws-preco-status                     pic  x(02).
           05  ws-job-status                       pic  x(02).

      *> arquivo de apostas em lote que recebe os jogos; o padrao e o
      *> mesmo APOSTASLT que o modo Lote do Desafio.Loteria le
       01  ws-apostas-nome                         pic  x(12).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
           05  ws-ind2                             pic  9(02).
           05  ws-ind-pos                          pic  9(02).
           05  ws-ind-jogo                         pic  9(04).
           05  ws-ind-lot                          pic  9(02).
               88  jogo-mega-sena                  value 1.
               88  jogo-quina                      value 2.
               88  jogo-lotofacil                  value 3.
           05  ws-faixa-max                        pic  9(02).
           05  ws-qtd-num-jog                      pic  9(02).
           05  ws-max-condicao                     pic  9(02).
           05  ws-jogador-atual                    pic  x(10).
           05  ws-cliente-atual                    pic  x(10).
           05  ws-senha-digitada                   pic  x(04).
           05  ws-numero-desdobramento             pic  9(06).
           05  ws-qtd-gravados                     pic  9(04).
           05  ws-troca                            pic  9(02).
           05  ws-acertos                          pic  9(02).
           05  ws-menor-uso                        pic  9(04).
           05  ws-pos-escolhida                    pic  9(02).
           05  ws-pos-troca                        pic  9(02).
           05  ws-qtd-completar                    pic  9(02).
           05  ws-qtd-combinacoes                  pic  9(07).
           05  ws-valor-total                      pic  9(07)v9(02).
           05  ws-resposta                         pic  x(01).
               88  resposta-confirma               value "S" "s".
           05  ws-sw-jogo-valido                   pic  x(01).
               88  jogo-valido                     value "S".
           05  ws-sw-operador-valido               pic  x(01).
               88  operador-valido                 value "S".
           05  ws-sw-cliente-valido                pic  x(01).
               88  cliente-valido                  value "S".
           05  ws-sw-num-valido                    pic  x(01).
               88  num-valido                      value "S".
           05  ws-sw-fim-arquivo                   pic  x(01).
               88  fim-arquivo                     value "S".
           05  ws-sw-fim-combinacoes               pic  x(01).
               88  fim-combinacoes                 value "S".
           05  ws-sw-combinacao-coberta            pic  x(01).
               88  combinacao-coberta              value "S".
           05  ws-sw-desdobramento-possivel        pic  x(01).
               88  desdobramento-possivel          value "S".

      *> numeros escolhidos pelo cliente, guardados em ordem crescente
       01  ws-tabela-escolhidos.
           05  ws-qtd-escolhidos                   pic  9(02).
           05  ws-escolhido                        pic  9(02)
                                                    occurs 20 times.

      *> garantia pedida: com ws-condicao dos numeros escolhidos entre
      *> os sorteados, algum jogo acerta pelo menos ws-garantia
       01  ws-garantia                             pic  9(02).
       01  ws-condicao                             pic  9(02).

      *> combinacao corrente de ws-condicao posicoes dos escolhidos,
      *> percorridas em ordem lexicografica
       01  ws-tabela-combinacao.
           05  ws-comb                             pic  9(02)
                                                    occurs 6 times.

      *> jogos do desdobramento: cada jogo marca quais posicoes dos
      *> escolhidos ele leva; o uso de cada posicao equilibra o
      *> preenchimento dos jogos novos
       01  ws-tabela-jogos.
           05  ws-qtd-jogos                        pic  9(04).
           05  ws-jogo occurs 500 times.
               10  ws-jogo-marca                   pic  9(01)
                                                    occurs 20 times.

       01  ws-tabela-usos.
           05  ws-uso-posicao                      pic  9(04)
                                                    occurs 20 times.

       01  ws-tabela-precos.
           05  ws-preco-jogo occurs 3 times        pic  9(05)v9(02).

       01  ws-valor-exibe                          pic  z.zzz.zz9,99.
       01  ws-preco-exibe                          pic  zz.zz9,99.

      *> teto de jogos de um desdobramento
       77  ws-max-jogos                            pic  9(04) value 500.


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

           move 0      to ws-qtd-gravados
           move 0      to ws-qtd-jogos
           move 0      to ws-qtd-escolhidos
           move 0      to ws-numero-desdobramento
           move spaces to ws-apostas-nome

           perform grava-joblog-inicio

           perform carrega-precos
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           display "   ***************************************   "
           display "   *   DESDOBRAMENTO COM GARANTIA        *   "
           display "   ***************************************   "
           display " "

           perform informa-operador
           perform informa-cliente
           perform seleciona-jogo

           if ws-preco-jogo(ws-ind-lot) = 0
              display "Formato " ws-ind-lot " sem preco na tabela "
                  "(PRECOLT) - cadastre-o pelo Desafio.Precos."
              move 8 to return-code
           else
              perform informa-escolhidos
              perform ordena-escolhidos
              perform informa-garantia
              perform calcula-desdobramento

              if not desdobramento-possivel
                 display "Desdobramento passaria de " ws-max-jogos
                     " jogos - reduza os numeros ou a garantia."
                 move 4 to return-code
              else
                 perform exibe-desdobramento
                 perform confirma-desdobramento
              end-if
           end-if
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que carrega os precos vigentes por formato de jogo,
      *> como o Desafio.Loteria faz para cobrar cada aposta
      *>---------------------------------------------------------------------------------
       carrega-precos section.

           move 0 to ws-preco-jogo(1)
           move 0 to ws-preco-jogo(2)
           move 0 to ws-preco-jogo(3)

           move "N" to ws-sw-fim-arquivo

           open input preco-tabela

           if ws-preco-status = "00"
              perform until fim-arquivo
                  read preco-tabela
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if preco-ind-lot >= 1 and preco-ind-lot <= 3
                             move preco-valor
                               to ws-preco-jogo(preco-ind-lot)
                          end-if
                  end-read
              end-perform

              close preco-tabela
           end-if
            .
       carrega-precos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que identifica o operador que atende o cliente,
      *> validando-o contra o mestre de operadores como no Desafio.Loteria,
      *> pois ele assina cada aposta do desdobramento
      *>---------------------------------------------------------------------------------
       informa-operador section.

           open input oper-mestre

           if ws-oper-status <> "00"
              display "Cadastro de operadores (OPERMST) indisponivel: "
                  ws-oper-status
              display "Cadastre os operadores pelo Desafio.Operador antes."
              move 12 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           move "N" to ws-sw-operador-valido

           perform until operador-valido
               display "Informe o operador/terminal: "
               accept ws-jogador-atual
               display " "

               move ws-jogador-atual to oper-codigo

               read oper-mestre
                   invalid key
                       continue
                   not invalid key
                       if oper-ativo
                          move "S" to ws-sw-operador-valido
                       end-if
               end-read

      *> cadastro com senha so entra com o PIN certo; a senha em
      *> branco dispensa a conferencia, para os cadastros antigos
               if operador-valido and oper-senha not = spaces
                  display "Informe a senha (PIN): "
                  accept ws-senha-digitada
                  display " "

                  if ws-senha-digitada not = oper-senha
                     display "Senha invalida."
                     move "N" to ws-sw-operador-valido
                  end-if
               end-if

               if not operador-valido
                  display "Operador nao cadastrado ou inativo, tente novamente."
                  display " "
               end-if
           end-perform

           close oper-mestre
            .
       informa-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede o cliente dono do desdobramento; aqui ele e
      *> obrigatorio, pois os jogos saem todos em nome dele
      *>---------------------------------------------------------------------------------
       informa-cliente section.

           open input cliente-mestre

           if ws-cli-status <> "00"
              display "Cadastro de clientes (CLIMST) indisponivel: "
                  ws-cli-status
              display "Cadastre o cliente pelo Desafio.Cliente antes."
              move 8 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           move "N" to ws-sw-cliente-valido

           perform until cliente-valido
               display "Informe o cliente do desdobramento: "
               accept ws-cliente-atual
               display " "

               move ws-cliente-atual to cli-codigo

               read cliente-mestre
                   invalid key
                       continue
                   not invalid key
                       if cli-ativo
                          move "S" to ws-sw-cliente-valido
                       end-if
               end-read

               if not cliente-valido
                  display "Cliente nao cadastrado ou inativo, tente novamente."
                  display " "
               end-if
           end-perform

           close cliente-mestre
            .
       informa-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que permite escolher o formato do jogo; cada jogo
      *> gerado tem dez numeros, como toda aposta do APOSTASLT
      *>---------------------------------------------------------------------------------
       seleciona-jogo section.

           move "N" to ws-sw-jogo-valido

           perform until jogo-valido
               display "Escolha o tipo de jogo:"
               display "1 - Mega-Sena (numeros de 01 a 60)"
               display "2 - Quina     (numeros de 01 a 80)"
               display "3 - Lotofacil (numeros de 01 a 25)"
               accept ws-ind-lot
               display " "

               evaluate true
                   when jogo-mega-sena
                        move 60  to ws-faixa-max
                        move 6   to ws-qtd-num-jog
                        move "S" to ws-sw-jogo-valido
                   when jogo-quina
                        move 80  to ws-faixa-max
                        move 5   to ws-qtd-num-jog
                        move "S" to ws-sw-jogo-valido
                   when jogo-lotofacil
                        move 25  to ws-faixa-max
                        move 15  to ws-qtd-num-jog
                        move "S" to ws-sw-jogo-valido
                   when other
                        display "Opcao invalida, tente novamente."
                        display " "
               end-evaluate
           end-perform

      *> a condicao da garantia nunca passa dos sorteados do formato
      *> e fica limitada a seis, para o calculo caber no atendimento
           if ws-qtd-num-jog < 6
              move ws-qtd-num-jog to ws-max-condicao
           else
              move 6 to ws-max-condicao
           end-if
            .
       seleciona-jogo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede quantos e quais numeros o cliente escolheu
      *>---------------------------------------------------------------------------------
       informa-escolhidos section.

           move 0 to ws-qtd-escolhidos

           perform until ws-qtd-escolhidos >= 11
                         and ws-qtd-escolhidos <= 20
               display "Quantos numeros o cliente escolheu (11 a 20)? "
               accept ws-qtd-escolhidos
               display " "

               if ws-qtd-escolhidos < 11 or ws-qtd-escolhidos > 20
                  display "Quantidade invalida, tente novamente."
                  display " "
               end-if
           end-perform

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-escolhidos
               perform aceita-numero-escolhido
           end-perform
            .
       informa-escolhidos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que aceita um numero escolhido, repetindo ate ele estar
      *> na faixa do formato e nao repetir um anterior
      *>---------------------------------------------------------------------------------
       aceita-numero-escolhido section.

           move "N" to ws-sw-num-valido

           perform until num-valido
               display "Informe o " ws-ind "o numero: "
               accept ws-escolhido(ws-ind)
               display " "

               move "S" to ws-sw-num-valido

               if ws-escolhido(ws-ind) < 1
                  or ws-escolhido(ws-ind) > ws-faixa-max
                  move "N" to ws-sw-num-valido
               else
                  perform varying ws-ind2 from 1 by 1 until ws-ind2 >= ws-ind
                      if ws-escolhido(ws-ind2) = ws-escolhido(ws-ind)
                         move "N" to ws-sw-num-valido
                      end-if
                  end-perform
               end-if

               if not num-valido
                  display "Numero invalido, tente novamente."
                  display " "
               end-if
           end-perform
            .
       aceita-numero-escolhido-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que poe os numeros escolhidos em ordem crescente, para
      *> os jogos sairem ordenados
      *>---------------------------------------------------------------------------------
       ordena-escolhidos section.

           perform varying ws-ind from 1 by 1
                   until ws-ind >= ws-qtd-escolhidos
               compute ws-ind2 = ws-ind + 1
               perform varying ws-ind2 from ws-ind2 by 1
                       until ws-ind2 > ws-qtd-escolhidos
                   if ws-escolhido(ws-ind2) < ws-escolhido(ws-ind)
                      move ws-escolhido(ws-ind)  to ws-troca
                      move ws-escolhido(ws-ind2) to ws-escolhido(ws-ind)
                      move ws-troca              to ws-escolhido(ws-ind2)
                   end-if
               end-perform
           end-perform
            .
       ordena-escolhidos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede a garantia: quantos dos escolhidos precisam
      *> sair (condicao) e quantos acertos algum jogo garante entao
      *>---------------------------------------------------------------------------------
       informa-garantia section.

           move 0 to ws-condicao

           perform until ws-condicao >= 1
                         and ws-condicao <= ws-max-condicao
               display "Se quantos dos numeros escolhidos sairem "
                   "(1 a " ws-max-condicao ")? "
               accept ws-condicao
               display " "

               if ws-condicao < 1 or ws-condicao > ws-max-condicao
                  display "Condicao invalida, tente novamente."
                  display " "
               end-if
           end-perform

           move 0 to ws-garantia

           perform until ws-garantia >= 1
                         and ws-garantia <= ws-condicao
               display "Garantir quantos acertos em algum jogo "
                   "(1 a " ws-condicao ")? "
               accept ws-garantia
               display " "

               if ws-garantia < 1 or ws-garantia > ws-condicao
                  display "Garantia invalida, tente novamente."
                  display " "
               end-if
           end-perform
            .
       informa-garantia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que monta os jogos do desdobramento: percorre todas as
      *> combinacoes de ws-condicao numeros escolhidos e, para cada uma
      *> que nenhum jogo ainda garante, cria um jogo com ela completado
      *> pelos numeros menos usados ate entao. Toda combinacao termina
      *> coberta, entao a garantia vale para qualquer resultado
      *>---------------------------------------------------------------------------------
       calcula-desdobramento section.

           move 0   to ws-qtd-jogos
           move 0   to ws-qtd-combinacoes
           move "S" to ws-sw-desdobramento-possivel
           move "N" to ws-sw-fim-combinacoes

           perform varying ws-ind from 1 by 1 until ws-ind > 20
               move 0 to ws-uso-posicao(ws-ind)
           end-perform

           perform varying ws-ind from 1 by 1 until ws-ind > ws-condicao
               move ws-ind to ws-comb(ws-ind)
           end-perform

           display "Calculando o desdobramento..."

           perform until fim-combinacoes or not desdobramento-possivel
               add 1 to ws-qtd-combinacoes
               perform confere-combinacao
               perform proxima-combinacao
           end-perform
            .
       calcula-desdobramento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere se algum jogo ja acerta ws-garantia numeros
      *> da combinacao corrente; se nenhum acerta, cria um jogo novo
      *>---------------------------------------------------------------------------------
       confere-combinacao section.

           move "N" to ws-sw-combinacao-coberta

           perform varying ws-ind-jogo from 1 by 1
                   until ws-ind-jogo > ws-qtd-jogos or combinacao-coberta
               move 0 to ws-acertos

               perform varying ws-ind from 1 by 1 until ws-ind > ws-condicao
                   add ws-jogo-marca(ws-ind-jogo ws-comb(ws-ind))
                     to ws-acertos
               end-perform

               if ws-acertos >= ws-garantia
                  move "S" to ws-sw-combinacao-coberta
               end-if
           end-perform

           if not combinacao-coberta
              perform monta-jogo
           end-if
            .
       confere-combinacao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que cria um jogo com a combinacao corrente e o completa
      *> ate dez numeros com as posicoes menos usadas
      *>---------------------------------------------------------------------------------
       monta-jogo section.

           if ws-qtd-jogos >= ws-max-jogos
              move "N" to ws-sw-desdobramento-possivel
           else
              add 1 to ws-qtd-jogos

              perform varying ws-ind-pos from 1 by 1 until ws-ind-pos > 20
                  move 0 to ws-jogo-marca(ws-qtd-jogos ws-ind-pos)
              end-perform

              perform varying ws-ind from 1 by 1 until ws-ind > ws-condicao
                  move 1 to ws-jogo-marca(ws-qtd-jogos ws-comb(ws-ind))
              end-perform

              compute ws-qtd-completar = 10 - ws-condicao

              perform ws-qtd-completar times
                  perform escolhe-posicao-livre
              end-perform

              perform varying ws-ind-pos from 1 by 1
                      until ws-ind-pos > ws-qtd-escolhidos
                  if ws-jogo-marca(ws-qtd-jogos ws-ind-pos) = 1
                     add 1 to ws-uso-posicao(ws-ind-pos)
                  end-if
              end-perform
           end-if
            .
       monta-jogo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que marca no jogo novo a posicao livre menos usada
      *> pelos jogos anteriores
      *>---------------------------------------------------------------------------------
       escolhe-posicao-livre section.

           move 9999 to ws-menor-uso
           move 0    to ws-pos-escolhida

           perform varying ws-ind-pos from 1 by 1
                   until ws-ind-pos > ws-qtd-escolhidos
               if ws-jogo-marca(ws-qtd-jogos ws-ind-pos) = 0
                  and ws-uso-posicao(ws-ind-pos) < ws-menor-uso
                  move ws-uso-posicao(ws-ind-pos) to ws-menor-uso
                  move ws-ind-pos                 to ws-pos-escolhida
               end-if
           end-perform

           if ws-pos-escolhida > 0
              move 1 to ws-jogo-marca(ws-qtd-jogos ws-pos-escolhida)
           end-if
            .
       escolhe-posicao-livre-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que avanca para a proxima combinacao em ordem
      *> lexicografica; depois da ultima liga o fim das combinacoes
      *>---------------------------------------------------------------------------------
       proxima-combinacao section.

           move 0 to ws-pos-troca

           perform varying ws-ind from ws-condicao by -1
                   until ws-ind < 1 or ws-pos-troca > 0
               if ws-comb(ws-ind)
                  < ws-qtd-escolhidos - ws-condicao + ws-ind
                  move ws-ind to ws-pos-troca
               end-if
           end-perform

           if ws-pos-troca = 0
              move "S" to ws-sw-fim-combinacoes
           else
              add 1 to ws-comb(ws-pos-troca)

              perform varying ws-ind from ws-pos-troca by 1
                      until ws-ind >= ws-condicao
                  compute ws-comb(ws-ind + 1) = ws-comb(ws-ind) + 1
              end-perform
           end-if
            .
       proxima-combinacao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que mostra os jogos, a quantidade e o custo total pelo
      *> preco vigente do formato, antes da confirmacao do cliente
      *>---------------------------------------------------------------------------------
       exibe-desdobramento section.

           compute ws-valor-total = ws-qtd-jogos * ws-preco-jogo(ws-ind-lot)

           display " "
           display "Numeros escolhidos .........: " with no advancing
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-escolhidos
               display ws-escolhido(ws-ind) " " with no advancing
           end-perform
           display " "

           display "Garantia ...................: " ws-garantia
               " acertos se " ws-condicao " dos escolhidos sairem"
           display " "

           perform varying ws-ind-jogo from 1 by 1
                   until ws-ind-jogo > ws-qtd-jogos
               display "  jogo " ws-ind-jogo ": " with no advancing
               perform varying ws-ind-pos from 1 by 1
                       until ws-ind-pos > ws-qtd-escolhidos
                   if ws-jogo-marca(ws-ind-jogo ws-ind-pos) = 1
                      display ws-escolhido(ws-ind-pos) " "
                          with no advancing
                   end-if
               end-perform
               display " "
           end-perform

           move ws-preco-jogo(ws-ind-lot) to ws-preco-exibe
           move ws-valor-total            to ws-valor-exibe

           display " "
           display "Quantidade de jogos ........: " ws-qtd-jogos
           display "Preco por jogo .............: " ws-preco-exibe
           display "Custo total ................: " ws-valor-exibe
           display " "
            .
       exibe-desdobramento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede a confirmacao do cliente e, confirmada, grava
      *> o desdobramento e os jogos no arquivo de apostas em lote
      *>---------------------------------------------------------------------------------
       confirma-desdobramento section.

           display "Confirma o desdobramento? (S/N)"
           accept ws-resposta
           display " "

           if not resposta-confirma
              display "Desdobramento nao confirmado - nada gravado."
           else
              display "Arquivo de apostas em lote (vazio = APOSTASLT): "
              accept ws-apostas-nome
              display " "

              if ws-apostas-nome = spaces
                 move "APOSTASLT" to ws-apostas-nome
              end-if

              perform grava-desdobramento

              if ws-numero-desdobramento > 0
                 perform grava-apostas-desdobramento

                 display "Desdobramento " ws-numero-desdobramento
                     " gravado: " ws-qtd-gravados " jogo(s) em "
                     ws-apostas-nome
                 display "Jogue o arquivo no modo Lote do Desafio.Loteria, "
                     "formato " ws-ind-lot "."
              end-if
           end-if
            .
       confirma-desdobramento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que numera o desdobramento (o maior do DESDOLOT mais
      *> um) e o grava; sem o arquivo ele e criado e a numeracao
      *> comeca do 1
      *>---------------------------------------------------------------------------------
       grava-desdobramento section.

           move 0   to ws-numero-desdobramento
           move "N" to ws-sw-fim-arquivo

           open i-o desdobramento

           if ws-desd-status = "35"
              open output desdobramento
              close desdobramento
              open i-o desdobramento
           end-if

           if ws-desd-status <> "00"
              display "Erro ao abrir os desdobramentos (DESDOLOT): "
                  ws-desd-status
              move 12 to return-code
           else
              perform until fim-arquivo
                  read desdobramento next record
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if desd-numero > ws-numero-desdobramento
                             move desd-numero to ws-numero-desdobramento
                          end-if
                  end-read
              end-perform

              add 1 to ws-numero-desdobramento

              move ws-numero-desdobramento     to desd-numero
              move function current-date(1:8)  to desd-data
              move function current-date(9:6)  to desd-hora
              move ws-jogador-atual            to desd-operador
              move ws-cliente-atual            to desd-cliente
              move ws-ind-lot                  to desd-ind-lot
              move ws-qtd-escolhidos           to desd-qtd-escolhidos

              perform varying ws-ind from 1 by 1 until ws-ind > 20
                  if ws-ind <= ws-qtd-escolhidos
                     move ws-escolhido(ws-ind) to desd-escolhido(ws-ind)
                  else
                     move 0 to desd-escolhido(ws-ind)
                  end-if
              end-perform

              move ws-garantia                 to desd-garantia
              move ws-condicao                 to desd-condicao
              move ws-qtd-jogos                to desd-qtd-jogos
              move ws-valor-total              to desd-valor-total
              move ws-apostas-nome             to desd-arquivo-apostas

              write desd-registro
                  invalid key
                      display "Erro ao gravar o desdobramento "
                          ws-numero-desdobramento " (DESDOLOT): "
                          ws-desd-status
                      move 0 to ws-numero-desdobramento
                      move 12 to return-code
              end-write

              close desdobramento
           end-if
            .
       grava-desdobramento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava os jogos no arquivo de apostas em lote em
      *> nome do cliente, abrindo-o em modo extend para conviver com
      *> apostas ja geradas no mesmo dia
      *>---------------------------------------------------------------------------------
       grava-apostas-desdobramento section.

           open extend apostas-jogador

           if ws-apostas-status = "35"
              open output apostas-jogador
           end-if

           if ws-apostas-status <> "00"
              display "Erro ao abrir o arquivo de apostas ("
                  ws-apostas-nome "): " ws-apostas-status
              move 12 to return-code
           else
              perform varying ws-ind-jogo from 1 by 1
                      until ws-ind-jogo > ws-qtd-jogos
                  move ws-jogador-atual        to aposta-jogador
                  move ws-cliente-atual        to aposta-cliente
                  move ws-numero-desdobramento to aposta-desdobramento
                  move 0                       to ws-ind

                  perform varying ws-ind-pos from 1 by 1
                          until ws-ind-pos > ws-qtd-escolhidos
                      if ws-jogo-marca(ws-ind-jogo ws-ind-pos) = 1
                         add 1 to ws-ind
                         evaluate ws-ind
                             when 1  move ws-escolhido(ws-ind-pos) to aposta-num1
                             when 2  move ws-escolhido(ws-ind-pos) to aposta-num2
                             when 3  move ws-escolhido(ws-ind-pos) to aposta-num3
                             when 4  move ws-escolhido(ws-ind-pos) to aposta-num4
                             when 5  move ws-escolhido(ws-ind-pos) to aposta-num5
                             when 6  move ws-escolhido(ws-ind-pos) to aposta-num6
                             when 7  move ws-escolhido(ws-ind-pos) to aposta-num7
                             when 8  move ws-escolhido(ws-ind-pos) to aposta-num8
                             when 9  move ws-escolhido(ws-ind-pos) to aposta-num9
                             when 10 move ws-escolhido(ws-ind-pos) to aposta-num10
                         end-evaluate
                      end-if
                  end-perform

                  write aposta-registro

                  if ws-apostas-status <> "00"
                     display "Erro ao gravar o jogo " ws-ind-jogo " ("
                         ws-apostas-nome "): " ws-apostas-status
                     move 12 to return-code
                  else
                     add 1 to ws-qtd-gravados
                  end-if
              end-perform

              close apostas-jogador
           end-if
            .
       grava-apostas-desdobramento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava no log de execucao (JOBLOG) o registro de
      *> inicio desta execucao, para o relatorio do Desafio.Plantao
      *>---------------------------------------------------------------------------------
       grava-joblog-inicio section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Desdobra"             to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "I"                            to job-evento
           move 0                              to job-qtd-processados
           move 0                              to job-retorno

           write job-registro

           close job-log
            .
       grava-joblog-inicio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava no log de execucao o registro de fim, com a
      *> quantidade de jogos gravados e o RETURN-CODE final
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Desdobra"             to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-gravados                to job-qtd-processados
           move return-code                    to job-retorno

           write job-registro

           close job-log
            .
       grava-joblog-fim-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Finalização
      *>---------------------------------------------------------------------------------
       finaliza section.
           perform grava-joblog-fim
           stop run.
            .
       finaliza-exit.
           exit.
