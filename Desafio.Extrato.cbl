      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.Extrato".
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
           select cliente-mestre assign to "CLIMST"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               file status is ws-cli-status.
           select audit-trilha assign to "AUDITLOG"
               organization is sequential
               file status is ws-audit-status.
           select audit-arquivo-anual assign to dynamic ws-audit-arq-nome
               organization is sequential
               file status is ws-audit-arq-status.
           select mov-caixa assign to "MOVTOLOT"
               organization is sequential
               file status is ws-mov-status.
           select pagto-livro assign to "PAGTOLOT"
               organization is sequential
               file status is ws-pagto-status.
           select resultado-oficial assign to "RESULOFI"
               organization is indexed
               access mode is dynamic
               record key is resul-chave
               file status is ws-resul-status.
           select rateio-oficial assign to "RATEOFI"
               organization is indexed
               access mode is dynamic
               record key is rate-chave
               file status is ws-rate-status.
           select bolao-cotas assign to "BOLAOLOT"
               organization is indexed
               access mode is dynamic
               record key is bolao-chave
               file status is ws-bolao-status.
           select spool-terminal assign to dynamic ws-spool-nome
               organization is sequential
               file status is ws-spool-status.
           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.

       fd  cliente-mestre.
           copy CLIREC.

       fd  audit-trilha.
           copy AUDITREC.

       fd  audit-arquivo-anual.
           copy AUDITREC replacing leading ==audit-== by ==aarq-==.

       fd  mov-caixa.
           copy MOVREC.

       fd  pagto-livro.
           copy PAGTOREC.

       fd  resultado-oficial.
           copy RESULREC.

       fd  rateio-oficial.
           copy RATEREC.

       fd  bolao-cotas.
           copy BOLAREC.

       fd  spool-terminal.
       01  spool-linha                             pic  x(80).

       fd  job-log.
           copy JOBREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-cli-status                       pic  x(02).
           05  ws-audit-status                     pic  x(02).
           05  ws-audit-arq-status                 pic  x(02).
           05  ws-mov-status                       pic  x(02).
           05  ws-pagto-status                     pic  x(02).
           05  ws-resul-status                     pic  x(02).
           05  ws-rate-status                      pic  x(02).
           05  ws-bolao-status                     pic  x(02).
           05  ws-spool-status                     pic  x(02).
           05  ws-job-status                       pic  x(02).

      *> spool de impressao do terminal do balcao (IMP-<terminal>),
      *> liberado para a impressora pelo Desafio.Impressao; sem
      *> terminal os extratos vao direto para a impressora (TICKIMP)
       01  ws-spool-nome                           pic  x(14).

      *> arquivo anual da trilha (AUDI + ano), gerado pelo
      *> Desafio.Expurgo com os tickets que ja sairam da trilha viva
       01  ws-audit-arq-nome                       pic  x(08).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
           05  ws-ind2                             pic  9(02).
           05  ws-idx-cli                          pic  9(03).
           05  ws-idx-lin                          pic  9(04).
           05  ws-idx-pag                          pic  9(04).
           05  ws-idx-rank                         pic  9(02).
           05  ws-maior-pos                        pic  9(03).
           05  ws-maior-valor                      pic  9(09)v9(02).
           05  ws-periodo                          pic  9(01).
           05  ws-competencia                      pic  9(06).
           05  ws-competencia-r redefines ws-competencia.
               10  ws-comp-ano                     pic  9(04).
               10  ws-comp-mes                     pic  9(02).
           05  ws-data-hoje                        pic  9(08).
           05  ws-data-hoje-r redefines ws-data-hoje.
               10  ws-hoje-ano                     pic  9(04).
               10  ws-hoje-mes                     pic  9(02).
               10  ws-hoje-dia                     pic  9(02).
           05  ws-terminal-informado               pic  x(10).
           05  ws-cliente-procurado                pic  x(10).
           05  ws-cota-procurada                   pic  9(03).
           05  ws-situacao-procurada               pic  x(01).
           05  ws-ind-lot                          pic  9(02).
           05  ws-concurso                         pic  9(05).
           05  ws-qtd-acertos                      pic  9(02).
           05  ws-min-acertos                      pic  9(02).
           05  ws-valor-premio                     pic  9(09)v9(02).
           05  ws-valor-parte                      pic  9(09)v9(02).
           05  ws-liquido                          pic s9(11)v9(02).
           05  ws-sw-fim-arquivo                   pic  x(01).
               88  fim-arquivo                     value "S".
           05  ws-sw-fim-cotas                     pic  x(01).
               88  fim-cotas                       value "S".
           05  ws-sw-cli-achado                    pic  x(01).
               88  cli-achado                      value "S".
           05  ws-sw-linha-achada                  pic  x(01).
               88  linha-achada                    value "S".
           05  ws-sw-resultado-achado              pic  x(01).
               88  resultado-achado                value "S".
           05  ws-sw-resul-aberto                  pic  x(01).
               88  resul-aberto                    value "S".
           05  ws-sw-rateio-aberto                 pic  x(01).
               88  rateio-aberto                   value "S".
           05  ws-sw-bolao-aberto                  pic  x(01).
               88  bolao-aberto                    value "S".
           05  ws-qtd-extratos                     pic  9(05).
           05  ws-qtd-fora-tabela                  pic  9(07).

      *> ultimo resultado oficial lido, para nao reler o mesmo
      *> concurso a cada aposta
       01  ws-resultado-lido.
           05  ws-resul-ind-lot                    pic  9(02).
           05  ws-resul-concurso                   pic  9(05).

      *> clientes ativos do CLIMST com os totais do mes (periodo 1) e
      *> do ano ate o mes do extrato (periodo 2); quinhentos clientes
      *> dao folga para a carteira da banca
       01  ws-totais-cliente.
           05  ws-qtd-clientes                     pic  9(03).
           05  ws-tot-cliente occurs 500 times.
               10  ws-cli-codigo                   pic  x(10).
               10  ws-cli-nome                     pic  x(30).
               10  ws-cli-documento                pic  x(14).
               10  ws-cli-qtd-tickets              pic  9(05).
               10  ws-cli-ranqueado                pic  x(01).
               10  ws-cli-periodo occurs 2 times.
                   15  ws-cli-qtd-apostas          pic  9(05).
                   15  ws-cli-apostado             pic  9(09)v9(02).
                   15  ws-cli-qtd-estornos         pic  9(05).
                   15  ws-cli-estornado            pic  9(09)v9(02).
                   15  ws-cli-qtd-ganhos           pic  9(05).
                   15  ws-cli-ganho                pic  9(09)v9(02).
                   15  ws-cli-qtd-pagos            pic  9(05).
                   15  ws-cli-pago                 pic  9(09)v9(02).

      *> tickets jogados no mes pelos clientes (no bolao, uma linha por
      *> cota), com a aposta e o estorno casados do MOVTOLOT
       01  ws-tabela-tickets.
           05  ws-qtd-linhas                       pic  9(04).
           05  ws-lin-ticket-tab occurs 3000 times.
               10  ws-lin-cliente                  pic  x(10).
               10  ws-lin-ticket                   pic  9(08).
               10  ws-lin-data                     pic  9(08).
               10  ws-lin-ind-lot                  pic  9(02).
               10  ws-lin-concurso                 pic  9(05).
               10  ws-lin-numeros                  pic  x(20).
               10  ws-lin-cota                     pic  9(03).
               10  ws-lin-qtd-cotas                pic  9(03).
               10  ws-lin-situacao                 pic  x(01).
               10  ws-lin-acertos                  pic  9(02).
               10  ws-lin-premio                   pic  9(09)v9(02).
               10  ws-lin-aposta                   pic  9(05)v9(02).
               10  ws-lin-estorno                  pic  9(05)v9(02).

      *> premios pagos no mes aos clientes, de tickets de qualquer mes
       01  ws-tabela-pagamentos.
           05  ws-qtd-pagamentos                   pic  9(04).
           05  ws-pag-tab occurs 1000 times.
               10  ws-pag-cliente                  pic  x(10).
               10  ws-pag-data                     pic  9(08).
               10  ws-pag-ticket                   pic  9(08).
               10  ws-pag-cota                     pic  9(03).
               10  ws-pag-faixa                    pic  x(12).
               10  ws-pag-valor                    pic  9(07)v9(02).

      *> cotas do bolao do ticket lido, com a parte de cada uma no
      *> premio repartida como no Desafio.Pagamento
       01  ws-bolao.
           05  ws-qtd-cotas                        pic  9(03).
           05  ws-idx-cota                         pic  9(03).
           05  ws-valor-bolao                      pic  9(07)v9(02).
           05  ws-valor-repartido                  pic  9(09)v9(02).
           05  ws-cota                             occurs 20 times.
               10  ws-cota-cliente                 pic  x(10).
               10  ws-cota-valor                   pic  9(05)v9(02).
               10  ws-cota-situacao                pic  x(01).
               10  ws-cota-parte                   pic  9(09)v9(02).

      *> linhas do extrato no spool (80 colunas, como os canhotos)
       01  ws-extrato-linha                        pic  x(80).

       01  ws-numeros-ticket                       pic  x(20).
       01  ws-numeros-ticket-r redefines ws-numeros-ticket.
           05  ws-num-ticket                       pic  9(02)
                                                    occurs 10 times.
       01  ws-numeros-exibe                        pic  x(29).
       01  ws-numeros-pos                          pic  9(02).

       01  ws-data-edita.
           05  ws-edt-ano                          pic  9(04).
           05  ws-edt-mes                          pic  9(02).
           05  ws-edt-dia                          pic  9(02).

       01  ws-ext-ticket.
           05  ws-tkt-dia                          pic  9(02).
           05  filler                              pic  x(01) value "/".
           05  ws-tkt-mes                          pic  9(02).
           05  filler                              pic  x(01) value "/".
           05  ws-tkt-ano                          pic  9(04).
           05  filler                              pic  x(01) value spaces.
           05  ws-tkt-ticket                       pic  9(08).
           05  filler                              pic  x(01) value spaces.
           05  ws-tkt-jogo                         pic  x(09).
           05  filler                              pic  x(01) value spaces.
           05  ws-tkt-numeros                      pic  x(29).
           05  filler                              pic  x(01) value spaces.
           05  ws-tkt-aposta                       pic  zz9,99.
           05  filler                              pic  x(01) value spaces.
           05  ws-tkt-situacao                     pic  x(13).

       01  ws-ext-premio.
           05  filler                              pic  x(11) value spaces.
           05  filler                              pic  x(09) value "CONCURSO ".
           05  ws-prm-concurso                     pic  9(05).
           05  filler                              pic  x(10)
               value "  ACERTOS ".
           05  ws-prm-acertos                      pic  9(02).
           05  filler                              pic  x(09) value "  PREMIO ".
           05  ws-prm-valor                        pic  z.zzz.zz9,99.
           05  filler                              pic  x(02) value spaces.
           05  ws-prm-bolao                        pic  x(20).

       01  ws-ext-pagamento.
           05  filler                              pic  x(02) value spaces.
           05  ws-pgl-dia                          pic  9(02).
           05  filler                              pic  x(01) value "/".
           05  ws-pgl-mes                          pic  9(02).
           05  filler                              pic  x(01) value "/".
           05  ws-pgl-ano                          pic  9(04).
           05  filler                              pic  x(08) value "  TICKET".
           05  filler                              pic  x(01) value spaces.
           05  ws-pgl-ticket                       pic  9(08).
           05  filler                              pic  x(07) value "  COTA ".
           05  ws-pgl-cota                         pic  9(03).
           05  filler                              pic  x(02) value spaces.
           05  ws-pgl-faixa                        pic  x(12).
           05  filler                              pic  x(02) value spaces.
           05  ws-pgl-valor                        pic  z.zzz.zz9,99.
           05  filler                              pic  x(13) value spaces.

       01  ws-ext-resumo.
           05  ws-res-descricao                    pic  x(22).
           05  ws-res-qtd-mes                      pic  zzzz9.
           05  filler                              pic  x(02) value spaces.
           05  ws-res-valor-mes                    pic  zz.zzz.zz9,99.
           05  filler                              pic  x(04) value spaces.
           05  ws-res-qtd-ano                      pic  zzzz9.
           05  filler                              pic  x(02) value spaces.
           05  ws-res-valor-ano                    pic  zz.zzz.zz9,99.
           05  filler                              pic  x(14) value spaces.

       01  ws-ext-liquido.
           05  ws-liq-descricao                    pic  x(22).
           05  filler                              pic  x(07) value spaces.
           05  ws-liq-valor-mes                    pic  -z.zzz.zz9,99.
           05  filler                              pic  x(11) value spaces.
           05  ws-liq-valor-ano                    pic  -z.zzz.zz9,99.
           05  filler                              pic  x(14) value spaces.

       01  ws-ext-ranking.
           05  filler                              pic  x(02) value spaces.
           05  ws-rnk-posicao                      pic  z9.
           05  filler                              pic  x(02) value ". ".
           05  ws-rnk-codigo                       pic  x(10).
           05  filler                              pic  x(01) value spaces.
           05  ws-rnk-nome                         pic  x(25).
           05  filler                              pic  x(01) value spaces.
           05  ws-rnk-tickets                      pic  zzzz9.
           05  filler                              pic  x(01) value spaces.
           05  ws-rnk-apostado                     pic  zz.zzz.zz9,99.
           05  filler                              pic  x(01) value spaces.
           05  ws-rnk-liquido                      pic  -z.zzz.zz9,99.
           05  filler                              pic  x(04) value spaces.

       01  ws-valor-exibe                          pic  zz.zzz.zzz.zz9,99.

      *> quantos clientes entram no ranking da pagina de resumo
       77  ws-tamanho-ranking                      pic  9(02) value 10.


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

           move 0   to ws-qtd-clientes
           move 0   to ws-qtd-linhas
           move 0   to ws-qtd-pagamentos
           move 0   to ws-qtd-extratos
           move 0   to ws-qtd-fora-tabela
           move 0   to ws-resul-ind-lot
           move 0   to ws-resul-concurso
           move "N" to ws-sw-resultado-achado

           perform grava-joblog-inicio

      *> o extrato e do mes fechado: sem competencia informada vale o
      *> mes anterior ao da execucao
           display "Informe a competencia (AAAAMM, vazio = mes anterior): "
           accept ws-competencia
           display " "

           move function current-date(1:8) to ws-data-hoje

           if ws-competencia = 0
              if ws-hoje-mes = 1
                 compute ws-comp-ano = ws-hoje-ano - 1
                 move 12 to ws-comp-mes
              else
                 move ws-hoje-ano to ws-comp-ano
                 compute ws-comp-mes = ws-hoje-mes - 1
              end-if
           end-if

           display "Informe o terminal que recebe os extratos "
               "(vazio = impressora): "
           accept ws-terminal-informado
           display " "

           if ws-terminal-informado = spaces
              move "TICKIMP" to ws-spool-nome
           else
              move spaces to ws-spool-nome
              string "IMP-" delimited by size
                     ws-terminal-informado delimited by space
                  into ws-spool-nome
           end-if
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           display "   ***************************************   "
           display "   *   EXTRATO MENSAL DOS CLIENTES       *   "
           display "   ***************************************   "
           display "Competencia ................: " ws-comp-mes "/"
               ws-comp-ano
           display "Spool de impressao .........: " ws-spool-nome
           display " "

           perform carrega-clientes

           if ws-qtd-clientes = 0
              display "Nenhum cliente ativo no cadastro (CLIMST) - "
                  "nenhum extrato a emitir."
              if return-code < 8
                 move 8 to return-code
              end-if
           else
              perform le-trilha-auditoria
              perform le-movimento-caixa
              perform le-pagamentos
              perform imprime-extratos
              perform imprime-resumo-extrato
           end-if
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que carrega os clientes ativos do cadastro, na ordem
      *> do codigo, com os totais zerados
      *>---------------------------------------------------------------------------------
       carrega-clientes section.

           move "N" to ws-sw-fim-arquivo

           open input cliente-mestre

           if ws-cli-status <> "00"
              display "Cadastro de clientes (CLIMST) indisponivel: "
                  ws-cli-status
           else
              perform until fim-arquivo
                  read cliente-mestre next record
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if cli-ativo
                             perform inclui-cliente-tabela
                          end-if
                  end-read
              end-perform

              close cliente-mestre
           end-if
            .
       carrega-clientes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que poe um cliente ativo na tabela de totais
      *>---------------------------------------------------------------------------------
       inclui-cliente-tabela section.

           if ws-qtd-clientes < 500
              add 1 to ws-qtd-clientes
              move cli-codigo    to ws-cli-codigo(ws-qtd-clientes)
              move cli-nome      to ws-cli-nome(ws-qtd-clientes)
              move cli-documento to ws-cli-documento(ws-qtd-clientes)
              move 0             to ws-cli-qtd-tickets(ws-qtd-clientes)
              move "N"           to ws-cli-ranqueado(ws-qtd-clientes)

              perform varying ws-periodo from 1 by 1 until ws-periodo > 2
                  move 0 to ws-cli-qtd-apostas(ws-qtd-clientes, ws-periodo)
                  move 0 to ws-cli-apostado(ws-qtd-clientes, ws-periodo)
                  move 0 to ws-cli-qtd-estornos(ws-qtd-clientes, ws-periodo)
                  move 0 to ws-cli-estornado(ws-qtd-clientes, ws-periodo)
                  move 0 to ws-cli-qtd-ganhos(ws-qtd-clientes, ws-periodo)
                  move 0 to ws-cli-ganho(ws-qtd-clientes, ws-periodo)
                  move 0 to ws-cli-qtd-pagos(ws-qtd-clientes, ws-periodo)
                  move 0 to ws-cli-pago(ws-qtd-clientes, ws-periodo)
              end-perform
           else
              display "Mais de 500 clientes ativos - cliente " cli-codigo
                  " ficou sem extrato."
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if
            .
       inclui-cliente-tabela-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que localiza ws-cliente-procurado na tabela; achado, o
      *> indice fica em ws-idx-cli
      *>---------------------------------------------------------------------------------
       localiza-cliente section.

           move "N" to ws-sw-cli-achado

           if ws-cliente-procurado not = spaces
              perform varying ws-idx-cli from 1 by 1
                      until ws-idx-cli > ws-qtd-clientes or cli-achado
                  if ws-cli-codigo(ws-idx-cli) = ws-cliente-procurado
                     move "S" to ws-sw-cli-achado
                  end-if
              end-perform

      *> o PERFORM VARYING avanca o indice uma vez alem do achado
              if cli-achado
                 subtract 1 from ws-idx-cli
              end-if
           end-if
            .
       localiza-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le a trilha de auditoria do ano ate o mes do
      *> extrato, primeiro o arquivo anual do Desafio.Expurgo e depois
      *> a trilha viva: cada ticket de cliente (no bolao, cada cota)
      *> soma o premio ganho no ano, e os jogados no mes viram linhas
      *> do extrato
      *>---------------------------------------------------------------------------------
       le-trilha-auditoria section.

           move "N" to ws-sw-resul-aberto
           move "N" to ws-sw-rateio-aberto
           move "N" to ws-sw-bolao-aberto

           open input resultado-oficial
           if ws-resul-status = "00"
              move "S" to ws-sw-resul-aberto
           end-if

           open input rateio-oficial
           if ws-rate-status = "00"
              move "S" to ws-sw-rateio-aberto
           end-if

           open input bolao-cotas
           if ws-bolao-status = "00"
              move "S" to ws-sw-bolao-aberto
           end-if

           move "N" to ws-sw-fim-arquivo

           open input audit-trilha

           if ws-audit-status <> "00"
              display "Trilha de auditoria (AUDITLOG) indisponivel: "
                  ws-audit-status
              if return-code < 8
                 move 8 to return-code
              end-if
           else
              perform le-arquivo-anual-auditoria

              move "N" to ws-sw-fim-arquivo

              perform until fim-arquivo
                  read audit-trilha
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if audit-data(1:4) = ws-comp-ano
                             and audit-data(1:6) <= ws-competencia
                             perform trata-ticket-trilha
                          end-if
                  end-read
              end-perform

              close audit-trilha
           end-if

           if resul-aberto
              close resultado-oficial
           end-if
           if rateio-aberto
              close rateio-oficial
           end-if
           if bolao-aberto
              close bolao-cotas
           end-if
            .
       le-trilha-auditoria-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le o arquivo anual da trilha do ano do extrato,
      *> tratando cada ticket como se viesse da trilha viva; ano sem
      *> expurgo ainda nao tem arquivo (status 35)
      *>---------------------------------------------------------------------------------
       le-arquivo-anual-auditoria section.

           move "N" to ws-sw-fim-arquivo

           move spaces to ws-audit-arq-nome
           string "AUDI" ws-comp-ano
               delimited by size into ws-audit-arq-nome

           open input audit-arquivo-anual

           evaluate true
               when ws-audit-arq-status = "00"
                    perform until fim-arquivo
                        read audit-arquivo-anual
                            at end move "S" to ws-sw-fim-arquivo
                            not at end
                                move aarq-registro to audit-registro
                                if audit-data(1:4) = ws-comp-ano
                                   and audit-data(1:6) <= ws-competencia
                                   perform trata-ticket-trilha
                                end-if
                        end-read
                    end-perform

                    close audit-arquivo-anual
               when ws-audit-arq-status = "35"
                    continue
               when other
                    display "Arquivo anual da trilha (" ws-audit-arq-nome
                        ") indisponivel: " ws-audit-arq-status
                        " - premios do ano so da trilha viva."
                    if return-code < 4
                       move 4 to return-code
                    end-if
           end-evaluate
            .
       le-arquivo-anual-auditoria-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que trata um ticket do ano: confere o premio e o
      *> atribui ao cliente da aposta ou ao cliente de cada cota
      *>---------------------------------------------------------------------------------
       trata-ticket-trilha section.

           move 0 to ws-valor-premio
           move 0 to ws-qtd-acertos

           if not audit-cancelada and audit-concurso > 0
              perform confere-premio-ticket
           end-if

           if audit-qtd-cotas = 0
              if audit-cliente not = spaces
                 move audit-cliente   to ws-cliente-procurado
                 move 0               to ws-cota-procurada
                 move audit-situacao  to ws-situacao-procurada
                 move ws-valor-premio to ws-valor-parte
                 perform registra-ticket-cliente
              end-if
           else
              perform carrega-cotas-bolao

              perform varying ws-idx-cota from 1 by 1
                      until ws-idx-cota > ws-qtd-cotas
                  move ws-cota-cliente(ws-idx-cota)  to ws-cliente-procurado
                  move ws-idx-cota                   to ws-cota-procurada
                  move ws-cota-situacao(ws-idx-cota) to ws-situacao-procurada
                  move ws-cota-parte(ws-idx-cota)    to ws-valor-parte
                  perform registra-ticket-cliente
              end-perform
           end-if
            .
       trata-ticket-trilha-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere o ticket contra o resultado oficial do seu
      *> concurso, nas faixas do Desafio.Conferencia, e toma o valor da
      *> faixa no rateio oficial; sem resultado ou sem rateio o premio
      *> ainda nao conta
      *>---------------------------------------------------------------------------------
       confere-premio-ticket section.

           move audit-ind-lot  to ws-ind-lot
           move audit-concurso to ws-concurso

           if resul-aberto
              if ws-ind-lot <> ws-resul-ind-lot
                 or ws-concurso <> ws-resul-concurso
                 move ws-ind-lot  to ws-resul-ind-lot
                 move ws-concurso to ws-resul-concurso
                 move ws-ind-lot  to resul-ind-lot
                 move ws-concurso to resul-concurso

                 read resultado-oficial
                     invalid key     move "N" to ws-sw-resultado-achado
                     not invalid key move "S" to ws-sw-resultado-achado
                 end-read
              end-if
           else
              move "N" to ws-sw-resultado-achado
           end-if

           if resultado-achado
              evaluate ws-ind-lot
                  when 1
                       move 4  to ws-min-acertos
                  when 2
                       move 2  to ws-min-acertos
                  when 3
                       move 11 to ws-min-acertos
                  when other
                       move 99 to ws-min-acertos
              end-evaluate

              perform varying ws-ind from 1 by 1 until ws-ind > 10
                  perform varying ws-ind2 from 1 by 1
                          until ws-ind2 > resul-qtd-dezenas
                      if audit-num-tab(ws-ind) = resul-dezena(ws-ind2)
                         add 1 to ws-qtd-acertos
                      end-if
                  end-perform
              end-perform

              if ws-qtd-acertos >= ws-min-acertos and rateio-aberto
                 move ws-ind-lot     to rate-ind-lot
                 move ws-concurso    to rate-concurso
                 move ws-qtd-acertos to rate-acertos

                 read rateio-oficial
                     invalid key
                         continue
                     not invalid key
                         move rate-valor-premio to ws-valor-premio
                 end-read
              end-if
           end-if
            .
       confere-premio-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le as cotas do bolao do ticket e reparte o premio
      *> entre elas na proporcao do valor de cada cota
      *>---------------------------------------------------------------------------------
       carrega-cotas-bolao section.

           move 0   to ws-qtd-cotas
           move 0   to ws-valor-bolao
           move 0   to ws-valor-repartido
           move "N" to ws-sw-fim-cotas

           if bolao-aberto
              move audit-ticket to bolao-ticket
              move 0            to bolao-cota

              start bolao-cotas key is greater than bolao-chave
                  invalid key move "S" to ws-sw-fim-cotas
              end-start

              perform until fim-cotas
                  read bolao-cotas next record
                      at end move "S" to ws-sw-fim-cotas
                      not at end
                          if bolao-ticket <> audit-ticket
                             or bolao-cota > 20
                             move "S" to ws-sw-fim-cotas
                          else
                             add 1 to ws-qtd-cotas
                             move bolao-cliente
                               to ws-cota-cliente(bolao-cota)
                             move bolao-valor-cota
                               to ws-cota-valor(bolao-cota)
                             move bolao-situacao
                               to ws-cota-situacao(bolao-cota)
                             add bolao-valor-cota to ws-valor-bolao
                          end-if
                  end-read
              end-perform
           end-if

           if ws-qtd-cotas > 0 and ws-valor-bolao > 0
              perform varying ws-idx-cota from 1 by 1
                      until ws-idx-cota > ws-qtd-cotas
                  if ws-idx-cota = ws-qtd-cotas
                     compute ws-cota-parte(ws-idx-cota) =
                             ws-valor-premio - ws-valor-repartido
                  else
                     compute ws-cota-parte(ws-idx-cota) =
                             ws-valor-premio * ws-cota-valor(ws-idx-cota)
                             / ws-valor-bolao
                     add ws-cota-parte(ws-idx-cota) to ws-valor-repartido
                  end-if
              end-perform
           else
              move 0 to ws-qtd-cotas
           end-if
            .
       carrega-cotas-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que soma o premio ganho ao cliente do ticket (ou da
      *> cota) e, no mes do extrato, guarda a linha do ticket
      *>---------------------------------------------------------------------------------
       registra-ticket-cliente section.

           perform localiza-cliente

           if cli-achado
              if ws-valor-parte > 0
                 add 1              to ws-cli-qtd-ganhos(ws-idx-cli, 2)
                 add ws-valor-parte to ws-cli-ganho(ws-idx-cli, 2)
              end-if

              if audit-data(1:6) = ws-competencia
                 add 1 to ws-cli-qtd-tickets(ws-idx-cli)

                 if ws-valor-parte > 0
                    add 1              to ws-cli-qtd-ganhos(ws-idx-cli, 1)
                    add ws-valor-parte to ws-cli-ganho(ws-idx-cli, 1)
                 end-if

                 if ws-qtd-linhas < 3000
                    add 1 to ws-qtd-linhas
                    move ws-cliente-procurado
                      to ws-lin-cliente(ws-qtd-linhas)
                    move audit-ticket    to ws-lin-ticket(ws-qtd-linhas)
                    move audit-data      to ws-lin-data(ws-qtd-linhas)
                    move audit-ind-lot   to ws-lin-ind-lot(ws-qtd-linhas)
                    move audit-concurso  to ws-lin-concurso(ws-qtd-linhas)
                    move audit-numeros   to ws-lin-numeros(ws-qtd-linhas)
                    move ws-cota-procurada
                      to ws-lin-cota(ws-qtd-linhas)
                    move audit-qtd-cotas to ws-lin-qtd-cotas(ws-qtd-linhas)
                    move ws-situacao-procurada
                      to ws-lin-situacao(ws-qtd-linhas)
                    move ws-qtd-acertos  to ws-lin-acertos(ws-qtd-linhas)
                    move ws-valor-parte  to ws-lin-premio(ws-qtd-linhas)
                    move 0               to ws-lin-aposta(ws-qtd-linhas)
                    move 0               to ws-lin-estorno(ws-qtd-linhas)
                 else
                    add 1 to ws-qtd-fora-tabela
                 end-if
              end-if
           end-if
            .
       registra-ticket-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le o movimento de caixa do ano ate o mes do
      *> extrato: apostas cobradas e estornos de cada cliente
      *>---------------------------------------------------------------------------------
       le-movimento-caixa section.

           move "N" to ws-sw-fim-arquivo

           open input mov-caixa

           if ws-mov-status <> "00"
              display "Movimento de caixa (MOVTOLOT) indisponivel: "
                  ws-mov-status
              if return-code < 8
                 move 8 to return-code
              end-if
           else
              perform until fim-arquivo
                  read mov-caixa
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if mov-data(1:4) = ws-comp-ano
                             and mov-data(1:6) <= ws-competencia
                             and mov-cliente not = spaces
                             perform trata-movimento-cliente
                          end-if
                  end-read
              end-perform

              close mov-caixa
           end-if
            .
       le-movimento-caixa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que soma um movimento ao cliente no ano e, no mes do
      *> extrato, tambem no mes e na linha do ticket correspondente
      *>---------------------------------------------------------------------------------
       trata-movimento-cliente section.

           move mov-cliente to ws-cliente-procurado
           perform localiza-cliente

           if cli-achado
              if mov-estorno
                 add 1         to ws-cli-qtd-estornos(ws-idx-cli, 2)
                 add mov-valor to ws-cli-estornado(ws-idx-cli, 2)
              else
                 add 1         to ws-cli-qtd-apostas(ws-idx-cli, 2)
                 add mov-valor to ws-cli-apostado(ws-idx-cli, 2)
              end-if

              if mov-data(1:6) = ws-competencia
                 if mov-estorno
                    add 1         to ws-cli-qtd-estornos(ws-idx-cli, 1)
                    add mov-valor to ws-cli-estornado(ws-idx-cli, 1)
                 else
                    add 1         to ws-cli-qtd-apostas(ws-idx-cli, 1)
                    add mov-valor to ws-cli-apostado(ws-idx-cli, 1)
                 end-if

      *> cada cota do bolao tem o seu movimento; o valor vai para a
      *> primeira linha do cliente naquele ticket ainda sem ele
                 move "N" to ws-sw-linha-achada

                 perform varying ws-idx-lin from 1 by 1
                         until ws-idx-lin > ws-qtd-linhas or linha-achada
                     if ws-lin-ticket(ws-idx-lin) = mov-ticket
                        and ws-lin-cliente(ws-idx-lin) = mov-cliente
                        if mov-estorno
                           if ws-lin-estorno(ws-idx-lin) = 0
                              move "S"       to ws-sw-linha-achada
                              move mov-valor to ws-lin-estorno(ws-idx-lin)
                           end-if
                        else
                           if ws-lin-aposta(ws-idx-lin) = 0
                              move "S"       to ws-sw-linha-achada
                              move mov-valor to ws-lin-aposta(ws-idx-lin)
                           end-if
                        end-if
                     end-if
                 end-perform
              end-if
           end-if
            .
       trata-movimento-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le o livro de pagamentos do ano ate o mes do
      *> extrato: premios pagos a cada cliente identificado
      *>---------------------------------------------------------------------------------
       le-pagamentos section.

           move "N" to ws-sw-fim-arquivo

           open input pagto-livro

           if ws-pagto-status = "00"
              perform until fim-arquivo
                  read pagto-livro
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if pagto-data(1:4) = ws-comp-ano
                             and pagto-data(1:6) <= ws-competencia
                             and pagto-cliente not = spaces
                             perform trata-pagamento-cliente
                          end-if
                  end-read
              end-perform

              close pagto-livro
           end-if
            .
       le-pagamentos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que soma um premio pago ao cliente no ano e, no mes
      *> do extrato, guarda a linha do pagamento
      *>---------------------------------------------------------------------------------
       trata-pagamento-cliente section.

           move pagto-cliente to ws-cliente-procurado
           perform localiza-cliente

           if cli-achado
              add 1           to ws-cli-qtd-pagos(ws-idx-cli, 2)
              add pagto-valor to ws-cli-pago(ws-idx-cli, 2)

              if pagto-data(1:6) = ws-competencia
                 add 1           to ws-cli-qtd-pagos(ws-idx-cli, 1)
                 add pagto-valor to ws-cli-pago(ws-idx-cli, 1)

                 if ws-qtd-pagamentos < 1000
                    add 1 to ws-qtd-pagamentos
                    move pagto-cliente to ws-pag-cliente(ws-qtd-pagamentos)
                    move pagto-data    to ws-pag-data(ws-qtd-pagamentos)
                    move pagto-ticket  to ws-pag-ticket(ws-qtd-pagamentos)
                    move pagto-cota    to ws-pag-cota(ws-qtd-pagamentos)
                    move pagto-faixa   to ws-pag-faixa(ws-qtd-pagamentos)
                    move pagto-valor   to ws-pag-valor(ws-qtd-pagamentos)
                 else
                    add 1 to ws-qtd-fora-tabela
                 end-if
              end-if
           end-if
            .
       trata-pagamento-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que enfileira no spool um extrato para cada cliente
      *> ativo com movimento no mes e, ao final, a pagina do ranking
      *>---------------------------------------------------------------------------------
       imprime-extratos section.

           open extend spool-terminal

           if ws-spool-status = "35"
              open output spool-terminal
           end-if

           if ws-spool-status <> "00"
              display "Erro ao abrir o spool de impressao ("
                  ws-spool-nome "): " ws-spool-status
              move 12 to return-code
           else
              perform varying ws-idx-cli from 1 by 1
                      until ws-idx-cli > ws-qtd-clientes
                  if ws-cli-qtd-tickets(ws-idx-cli) > 0
                     or ws-cli-qtd-apostas(ws-idx-cli, 1) > 0
                     or ws-cli-qtd-estornos(ws-idx-cli, 1) > 0
                     or ws-cli-qtd-pagos(ws-idx-cli, 1) > 0
                     perform imprime-extrato-cliente
                  end-if
              end-perform

              perform imprime-ranking

              close spool-terminal
           end-if
            .
       imprime-extratos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime o extrato de um cliente: tickets do mes,
      *> premios pagos no mes e o resumo do mes e do ano
      *>---------------------------------------------------------------------------------
       imprime-extrato-cliente section.

           add 1 to ws-qtd-extratos

           move all "*"                        to ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move spaces                         to ws-extrato-linha
           string "* LOTERIA DO DESAFIO - EXTRATO MENSAL DO CLIENTE"
                  "  -  COMPETENCIA " ws-comp-mes "/" ws-comp-ano
               delimited by size into ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move spaces                         to ws-extrato-linha
           string "* CLIENTE: " ws-cli-codigo(ws-idx-cli)
                  "  " ws-cli-nome(ws-idx-cli)
               delimited by size into ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move spaces                         to ws-extrato-linha
           string "* DOCUMENTO: " ws-cli-documento(ws-idx-cli)
               delimited by size into ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move all "*"                        to ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move spaces                         to ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move "TICKETS JOGADOS NO MES"       to ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move spaces                         to ws-extrato-linha
           string "DATA       TICKET   JOGO      NUMEROS"
                  "                       APOSTA SITUACAO"
               delimited by size into ws-extrato-linha
           write spool-linha from ws-extrato-linha

           if ws-cli-qtd-tickets(ws-idx-cli) = 0
              move "  nenhum ticket jogado no mes." to ws-extrato-linha
              write spool-linha from ws-extrato-linha
           else
              perform varying ws-idx-lin from 1 by 1
                      until ws-idx-lin > ws-qtd-linhas
                  if ws-lin-cliente(ws-idx-lin) = ws-cli-codigo(ws-idx-cli)
                     perform imprime-linha-ticket
                  end-if
              end-perform
           end-if

           move spaces                         to ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move "PREMIOS PAGOS NO MES"         to ws-extrato-linha
           write spool-linha from ws-extrato-linha

           if ws-cli-qtd-pagos(ws-idx-cli, 1) = 0
              move "  nenhum premio pago no mes." to ws-extrato-linha
              write spool-linha from ws-extrato-linha
           else
              perform varying ws-idx-pag from 1 by 1
                      until ws-idx-pag > ws-qtd-pagamentos
                  if ws-pag-cliente(ws-idx-pag) = ws-cli-codigo(ws-idx-cli)
                     perform imprime-linha-pagamento
                  end-if
              end-perform
           end-if

           perform imprime-resumo-cliente

           move spaces                         to ws-extrato-linha
           write spool-linha from ws-extrato-linha
           write spool-linha from ws-extrato-linha
            .
       imprime-extrato-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime um ticket do mes: data, formato, numeros,
      *> aposta e situacao, e na linha de baixo o premio ganho e a cota
      *> do bolao, quando houver
      *>---------------------------------------------------------------------------------
       imprime-linha-ticket section.

           move ws-lin-data(ws-idx-lin)        to ws-data-edita
           move ws-edt-dia                     to ws-tkt-dia
           move ws-edt-mes                     to ws-tkt-mes
           move ws-edt-ano                     to ws-tkt-ano
           move ws-lin-ticket(ws-idx-lin)      to ws-tkt-ticket

           evaluate ws-lin-ind-lot(ws-idx-lin)
               when 1
                    move "MEGA-SENA" to ws-tkt-jogo
               when 2
                    move "QUINA"     to ws-tkt-jogo
               when 3
                    move "LOTOFACIL" to ws-tkt-jogo
               when other
                    move "OUTRO"     to ws-tkt-jogo
           end-evaluate

           move ws-lin-numeros(ws-idx-lin)     to ws-numeros-ticket
           move spaces                         to ws-numeros-exibe
           move 1                              to ws-numeros-pos

           perform varying ws-ind from 1 by 1 until ws-ind > 10
               move ws-num-ticket(ws-ind)
                 to ws-numeros-exibe(ws-numeros-pos:2)
               add 3 to ws-numeros-pos
           end-perform

           move ws-numeros-exibe               to ws-tkt-numeros
           move ws-lin-aposta(ws-idx-lin)      to ws-tkt-aposta

           evaluate ws-lin-situacao(ws-idx-lin)
               when "A"
                    move "ATIVO"        to ws-tkt-situacao
               when "P"
                    move "PREMIO PAGO"  to ws-tkt-situacao
               when "C"
                    move "CANCELADO"    to ws-tkt-situacao
               when "V"
                    move "PRESCRITO"    to ws-tkt-situacao
               when other
                    move ws-lin-situacao(ws-idx-lin) to ws-tkt-situacao
           end-evaluate

           write spool-linha from ws-ext-ticket

           if ws-lin-estorno(ws-idx-lin) > 0
              move spaces                      to ws-extrato-linha
              move "           ESTORNO DO CANCELAMENTO"
                to ws-extrato-linha
              move ws-lin-estorno(ws-idx-lin)  to ws-tkt-aposta
              move ws-tkt-aposta               to ws-extrato-linha(61:6)
              write spool-linha from ws-extrato-linha
           end-if

           if ws-lin-premio(ws-idx-lin) > 0
              or ws-lin-cota(ws-idx-lin) > 0
              move ws-lin-concurso(ws-idx-lin) to ws-prm-concurso
              move ws-lin-acertos(ws-idx-lin)  to ws-prm-acertos
              move ws-lin-premio(ws-idx-lin)   to ws-prm-valor
              move spaces                      to ws-prm-bolao

              if ws-lin-cota(ws-idx-lin) > 0
                 string "BOLAO COTA " ws-lin-cota(ws-idx-lin)
                        "/" ws-lin-qtd-cotas(ws-idx-lin)
                     delimited by size into ws-prm-bolao
              end-if

              write spool-linha from ws-ext-premio
           end-if
            .
       imprime-linha-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime um premio pago no mes ao cliente
      *>---------------------------------------------------------------------------------
       imprime-linha-pagamento section.

           move ws-pag-data(ws-idx-pag)        to ws-data-edita
           move ws-edt-dia                     to ws-pgl-dia
           move ws-edt-mes                     to ws-pgl-mes
           move ws-edt-ano                     to ws-pgl-ano
           move ws-pag-ticket(ws-idx-pag)      to ws-pgl-ticket
           move ws-pag-cota(ws-idx-pag)        to ws-pgl-cota
           move ws-pag-faixa(ws-idx-pag)       to ws-pgl-faixa
           move ws-pag-valor(ws-idx-pag)       to ws-pgl-valor

           write spool-linha from ws-ext-pagamento
            .
       imprime-linha-pagamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime o resumo do mes ao lado do acumulado do
      *> ano; o liquido e o que voltou ao cliente (premios pagos e
      *> estornos) menos o que ele apostou
      *>---------------------------------------------------------------------------------
       imprime-resumo-cliente section.

           move spaces                         to ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move spaces                         to ws-extrato-linha
           move "RESUMO"                       to ws-extrato-linha(1:6)
           move "QTD"                          to ws-extrato-linha(25:3)
           move "NO MES"                       to ws-extrato-linha(37:6)
           move "QTD"                          to ws-extrato-linha(49:3)
           move "NO ANO"                       to ws-extrato-linha(61:6)
           write spool-linha from ws-extrato-linha

           move "APOSTAS ..............:"      to ws-res-descricao
           move ws-cli-qtd-apostas(ws-idx-cli, 1) to ws-res-qtd-mes
           move ws-cli-apostado(ws-idx-cli, 1)    to ws-res-valor-mes
           move ws-cli-qtd-apostas(ws-idx-cli, 2) to ws-res-qtd-ano
           move ws-cli-apostado(ws-idx-cli, 2)    to ws-res-valor-ano
           write spool-linha from ws-ext-resumo

           move "ESTORNOS .............:"      to ws-res-descricao
           move ws-cli-qtd-estornos(ws-idx-cli, 1) to ws-res-qtd-mes
           move ws-cli-estornado(ws-idx-cli, 1)    to ws-res-valor-mes
           move ws-cli-qtd-estornos(ws-idx-cli, 2) to ws-res-qtd-ano
           move ws-cli-estornado(ws-idx-cli, 2)    to ws-res-valor-ano
           write spool-linha from ws-ext-resumo

           move "PREMIOS GANHOS .......:"      to ws-res-descricao
           move ws-cli-qtd-ganhos(ws-idx-cli, 1) to ws-res-qtd-mes
           move ws-cli-ganho(ws-idx-cli, 1)      to ws-res-valor-mes
           move ws-cli-qtd-ganhos(ws-idx-cli, 2) to ws-res-qtd-ano
           move ws-cli-ganho(ws-idx-cli, 2)      to ws-res-valor-ano
           write spool-linha from ws-ext-resumo

           move "PREMIOS PAGOS ........:"      to ws-res-descricao
           move ws-cli-qtd-pagos(ws-idx-cli, 1) to ws-res-qtd-mes
           move ws-cli-pago(ws-idx-cli, 1)      to ws-res-valor-mes
           move ws-cli-qtd-pagos(ws-idx-cli, 2) to ws-res-qtd-ano
           move ws-cli-pago(ws-idx-cli, 2)      to ws-res-valor-ano
           write spool-linha from ws-ext-resumo

           move "LIQUIDO ..............:"      to ws-liq-descricao

           move 1 to ws-periodo
           perform calcula-liquido
           move ws-liquido                     to ws-liq-valor-mes

           move 2 to ws-periodo
           perform calcula-liquido
           move ws-liquido                     to ws-liq-valor-ano

           write spool-linha from ws-ext-liquido
            .
       imprime-resumo-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que calcula o liquido do cliente no periodo pedido
      *>---------------------------------------------------------------------------------
       calcula-liquido section.

           compute ws-liquido =
                   ws-cli-pago(ws-idx-cli, ws-periodo)
                 + ws-cli-estornado(ws-idx-cli, ws-periodo)
                 - ws-cli-apostado(ws-idx-cli, ws-periodo)
            .
       calcula-liquido-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime a pagina de resumo com os clientes de
      *> maior volume apostado no mes, em ordem decrescente
      *>---------------------------------------------------------------------------------
       imprime-ranking section.

           move all "*"                        to ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move spaces                         to ws-extrato-linha
           string "* LOTERIA DO DESAFIO - MAIORES CLIENTES DO MES"
                  "  -  COMPETENCIA " ws-comp-mes "/" ws-comp-ano
               delimited by size into ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move all "*"                        to ws-extrato-linha
           write spool-linha from ws-extrato-linha

           move spaces                         to ws-extrato-linha
           move "CLIENTE"                      to ws-extrato-linha(7:7)
           move "NOME"                         to ws-extrato-linha(18:4)
           move "TICKETS"                      to ws-extrato-linha(42:7)
           move "APOSTADO"                     to ws-extrato-linha(55:8)
           move "LIQUIDO"                      to ws-extrato-linha(70:7)
           write spool-linha from ws-extrato-linha

           perform varying ws-idx-rank from 1 by 1
                   until ws-idx-rank > ws-tamanho-ranking
               move 0 to ws-maior-pos
               move 0 to ws-maior-valor

               perform varying ws-idx-cli from 1 by 1
                       until ws-idx-cli > ws-qtd-clientes
                   if ws-cli-ranqueado(ws-idx-cli) = "N"
                      and ws-cli-apostado(ws-idx-cli, 1) > ws-maior-valor
                      move ws-idx-cli to ws-maior-pos
                      move ws-cli-apostado(ws-idx-cli, 1)
                        to ws-maior-valor
                   end-if
               end-perform

               if ws-maior-pos > 0
                  move ws-maior-pos to ws-idx-cli
                  move "S"          to ws-cli-ranqueado(ws-idx-cli)

                  move 1 to ws-periodo
                  perform calcula-liquido

                  move ws-idx-rank                      to ws-rnk-posicao
                  move ws-cli-codigo(ws-idx-cli)        to ws-rnk-codigo
                  move ws-cli-nome(ws-idx-cli)          to ws-rnk-nome
                  move ws-cli-qtd-tickets(ws-idx-cli)   to ws-rnk-tickets
                  move ws-cli-apostado(ws-idx-cli, 1)   to ws-rnk-apostado
                  move ws-liquido                       to ws-rnk-liquido

                  write spool-linha from ws-ext-ranking
               end-if
           end-perform

           move spaces                         to ws-extrato-linha
           write spool-linha from ws-extrato-linha
            .
       imprime-ranking-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que resume a emissao; linhas que nao couberam nas
      *> tabelas ficam fora dos extratos e o retorno 4 avisa
      *>---------------------------------------------------------------------------------
       imprime-resumo-extrato section.

           display "Clientes ativos ............: " ws-qtd-clientes
           display "Extratos emitidos ..........: " ws-qtd-extratos
           display "Tickets do mes listados ....: " ws-qtd-linhas
           display "Premios pagos no mes .......: " ws-qtd-pagamentos

           if ws-qtd-fora-tabela > 0
              display "Linhas fora dos extratos ...: " ws-qtd-fora-tabela
                  " (tabelas cheias)"
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if

           if ws-qtd-extratos > 0
              display "Libere o spool " ws-spool-nome
                  " pelo Desafio.Impressao para imprimir."
           end-if
            .
       imprime-resumo-extrato-exit.
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

           move "Desafio.Extrato"              to job-programa
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
      *> quantidade de extratos emitidos e o RETURN-CODE final
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Extrato"              to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-extratos                to job-qtd-processados
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
