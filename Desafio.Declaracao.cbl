      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.Declaracao".
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
           select pagto-livro assign to "PAGTOLOT"
               organization is sequential
               file status is ws-pagto-status.
           select cliente-mestre assign to "CLIMST"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               file status is ws-cli-status.
           select segu-log assign to "SEGULOG"
               organization is sequential
               file status is ws-segu-status.
           select parm-tabela assign to "PARMLOT"
               organization is sequential
               file status is ws-parm-status.
           select dcl-interface assign to dynamic ws-export-nome
               organization is sequential
               file status is ws-dcl-status.
           select dcl-listagem assign to dynamic ws-listagem-nome
               organization is sequential
               file status is ws-lst-status.
           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.

       fd  pagto-livro.
           copy PAGTOREC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  segu-log.
           copy SEGREC.

       fd  parm-tabela.
           copy PARMREC.

       fd  dcl-interface.
       01  dcl-registro                            pic  x(150).

       fd  dcl-listagem.
       01  lst-linha                               pic  x(132).

       fd  job-log.
           copy JOBREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-pagto-status                     pic  x(02).
           05  ws-cli-status                       pic  x(02).
           05  ws-segu-status                      pic  x(02).
           05  ws-parm-status                      pic  x(02).
           05  ws-dcl-status                       pic  x(02).
           05  ws-lst-status                       pic  x(02).
           05  ws-job-status                       pic  x(02).

      *> nomes dos arquivos do mes: DCL + AAAAMM para o arquivo de
      *> layout fixo entregue ao contador e LDCL + AAAAMM para a
      *> listagem impressa
       01  ws-export-nome                          pic  x(12).
       01  ws-listagem-nome                        pic  x(12).

      *> identificacao da banca no cabecalho, a mesma da interface do
      *> Desafio.Contabil
       01  ws-banca-id                             pic  x(10)
                                                    value "BANCA00001".

       01  ws-uso-comum.
           05  ws-competencia                      pic  9(06).
           05  ws-competencia-r redefines ws-competencia.
               10  ws-comp-ano                     pic  9(04).
               10  ws-comp-mes                     pic  9(02).
           05  ws-data-hoje                        pic  9(08).
           05  ws-data-hoje-r redefines ws-data-hoje.
               10  ws-hoje-ano                     pic  9(04).
               10  ws-hoje-mes                     pic  9(02).
               10  ws-hoje-dia                     pic  9(02).
           05  ws-supervisor-achado                pic  x(10).
           05  ws-detalhe-procurado                pic  x(20).
           05  ws-sw-fim-arquivo                   pic  x(01).
               88  fim-arquivo                     value "S".
           05  ws-sw-fim-segu                      pic  x(01).
               88  fim-segu                        value "S".
           05  ws-sw-cli-aberto                    pic  x(01).
               88  cli-aberto                      value "S".
           05  ws-sw-cli-achado                    pic  x(01).
               88  cli-achado                      value "S".
           05  ws-qtd-lidos                        pic  9(07).
           05  ws-qtd-declarados                   pic  9(07).
           05  ws-qtd-sem-cliente                  pic  9(07).
           05  ws-qtd-sem-supervisor               pic  9(07).
           05  ws-total-declarado                  pic  9(13)v9(02).
           05  ws-qtd-linhas                       pic  9(03).
           05  ws-qtd-paginas                      pic  9(04).

      *> mesmo padrao do Desafio.Pagamento enquanto o PARMLOT nao
      *> existir
       77  ws-limite-identificacao                 pic  9(07)v9(02)
                                                    value 10000.

      *> o Desafio.Pagamento so pede supervisor acima deste valor; com o
      *> limite de identificacao abaixo dele, o premio declarado ate
      *> aqui nao tem autorizacao a procurar
       77  ws-limite-sem-autorizacao               pic  9(07)v9(02)
                                                    value 500.

      *> linhas por pagina da listagem impressa
       77  ws-linhas-pagina                        pic  9(03)
                                                    value 55.

      *> layouts fixos do arquivo da declaracao: cabecalho com a
      *> competencia e o limite, um detalhe por premio pago acima do
      *> limite e rodape com a contagem e o total pago
       01  ws-dcl-header.
           05  ws-hdr-tipo                         pic  x(01) value "H".
           05  ws-hdr-banca                        pic  x(10).
           05  ws-hdr-competencia                  pic  9(06).
           05  ws-hdr-geracao                      pic  9(08).
           05  ws-hdr-hora                         pic  9(06).
           05  ws-hdr-limite                       pic  9(07)v9(02).
           05  filler                              pic  x(110) value spaces.

       01  ws-dcl-detalhe.
           05  ws-det-tipo                         pic  x(01).
           05  ws-det-data                         pic  9(08).
           05  ws-det-hora                         pic  9(06).
           05  ws-det-ticket                       pic  9(08).
           05  ws-det-ind-lot                      pic  9(02).
           05  ws-det-concurso                     pic  9(05).
           05  ws-det-faixa                        pic  x(12).
           05  ws-det-cota                         pic  9(03).
           05  ws-det-valor                        pic  9(07)v9(02).
           05  ws-det-cliente                      pic  x(10).
           05  ws-det-nome                         pic  x(30).
           05  ws-det-documento                    pic  x(14).
           05  ws-det-operador                     pic  x(10).
           05  ws-det-supervisor                   pic  x(10).
           05  filler                              pic  x(22) value spaces.

       01  ws-dcl-trailer.
           05  ws-trl-tipo                         pic  x(01) value "T".
           05  ws-trl-qtd                          pic  9(07).
           05  ws-trl-total                        pic  9(13)v9(02).
           05  filler                              pic  x(127) value spaces.

      *> linhas da listagem impressa de 132 colunas
       01  ws-lst-titulo.
           05  filler                              pic  x(50)
               value "DECLARACAO MENSAL DE PREMIOS IDENTIFICADOS".
           05  filler                              pic  x(12)
               value "BANCA ......".
           05  ws-tit-banca                        pic  x(10).
           05  filler                              pic  x(16)
               value "   COMPETENCIA: ".
           05  ws-tit-mes                          pic  9(02).
           05  filler                              pic  x(01) value "/".
           05  ws-tit-ano                          pic  9(04).
           05  filler                              pic  x(25) value spaces.
           05  filler                              pic  x(08) value "PAGINA: ".
           05  ws-tit-pagina                       pic  zzz9.

       01  ws-lst-limite.
           05  filler                              pic  x(34)
               value "PREMIOS PAGOS ACIMA DO LIMITE DE ".
           05  ws-lim-valor                        pic  z.zzz.zz9,99.
           05  filler                              pic  x(86) value spaces.

       01  ws-lst-colunas.
           05  filler                              pic  x(12) value "DATA".
           05  filler                              pic  x(10) value "TICKET".
           05  filler                              pic  x(07) value "CONC.".
           05  filler                              pic  x(14) value "FAIXA".
           05  filler                              pic  x(14)
               value "       VALOR".
           05  filler                              pic  x(32) value "CLIENTE".
           05  filler                              pic  x(16) value "DOCUMENTO".
           05  filler                              pic  x(12) value "OPERADOR".
           05  filler                              pic  x(15) value "SUPERVISOR".

       01  ws-lst-detalhe.
           05  ws-lin-dia                          pic  9(02).
           05  filler                              pic  x(01) value "/".
           05  ws-lin-mes                          pic  9(02).
           05  filler                              pic  x(01) value "/".
           05  ws-lin-ano                          pic  9(04).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-ticket                       pic  9(08).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-concurso                     pic  9(05).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-faixa                        pic  x(12).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-valor                        pic  z.zzz.zz9,99.
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-nome                         pic  x(30).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-documento                    pic  x(14).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-operador                     pic  x(10).
           05  filler                              pic  x(02) value spaces.
           05  ws-lin-supervisor                   pic  x(10).
           05  filler                              pic  x(05) value spaces.

       01  ws-lst-total.
           05  filler                              pic  x(24)
               value "TOTAL DE PREMIOS .....: ".
           05  ws-tot-qtd                          pic  zzz.zz9.
           05  filler                              pic  x(14)
               value "   VALOR ....:".
           05  ws-tot-valor                        pic  zzz.zzz.zzz.zz9,99.
           05  filler                              pic  x(69) value spaces.

       01  ws-data-pagto.
           05  ws-pag-ano                          pic  9(04).
           05  ws-pag-mes                          pic  9(02).
           05  ws-pag-dia                          pic  9(02).

       01  ws-valor-exibe                          pic  zzz.zzz.zzz.zz9,99.


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

           move 0 to ws-qtd-lidos
           move 0 to ws-qtd-declarados
           move 0 to ws-qtd-sem-cliente
           move 0 to ws-qtd-sem-supervisor
           move 0 to ws-total-declarado
           move 0 to ws-qtd-paginas
           move 0 to ws-qtd-linhas

           perform grava-joblog-inicio

      *> a declaracao e do mes fechado: sem competencia informada vale
      *> o mes anterior ao da execucao
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

           move spaces to ws-export-nome
           string "DCL" ws-competencia
               delimited by size into ws-export-nome

           move spaces to ws-listagem-nome
           string "LDCL" ws-competencia
               delimited by size into ws-listagem-nome

           perform carrega-limite-identificacao
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           display "   ***************************************   "
           display "   *  DECLARACAO MENSAL DE PREMIOS ALTOS *   "
           display "   ***************************************   "
           display "Competencia ................: " ws-comp-mes "/"
               ws-comp-ano
           move ws-limite-identificacao to ws-valor-exibe
           display "Limite de identificacao ....: " ws-valor-exibe
           display "Arquivo da declaracao ......: " ws-export-nome
           display "Listagem impressa ..........: " ws-listagem-nome
           display " "

           open input pagto-livro

           if ws-pagto-status <> "00"
              display "Livro de pagamentos (PAGTOLOT) indisponivel: "
                  ws-pagto-status
              move 8 to return-code
           else
              perform abre-saidas

              move "N" to ws-sw-fim-arquivo

              perform until fim-arquivo
                  read pagto-livro
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          add 1 to ws-qtd-lidos

                          if pagto-data(1:6) = ws-competencia
                             and pagto-valor > ws-limite-identificacao
                             perform declara-pagamento
                          end-if
                  end-read
              end-perform

              close pagto-livro

              perform fecha-saidas
              perform imprime-resumo-declaracao
           end-if
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que carrega o limite de identificacao do ganhador dos
      *> parametros da banca (PARMLOT), o mesmo usado no pagamento
      *>---------------------------------------------------------------------------------
       carrega-limite-identificacao section.

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
       carrega-limite-identificacao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que cria o arquivo da declaracao e a listagem, grava o
      *> cabecalho do arquivo e abre o cadastro de clientes para buscar
      *> nome e documento dos ganhadores
      *>---------------------------------------------------------------------------------
       abre-saidas section.

           open output dcl-interface

           if ws-dcl-status <> "00"
              display "Erro ao criar o arquivo da declaracao ("
                  ws-export-nome "): " ws-dcl-status
              move 12 to return-code
              close pagto-livro
              perform finaliza
           end-if

           open output dcl-listagem

           if ws-lst-status <> "00"
              display "Erro ao criar a listagem ("
                  ws-listagem-nome "): " ws-lst-status
              move 12 to return-code
              close pagto-livro
              close dcl-interface
              perform finaliza
           end-if

           move ws-banca-id                    to ws-hdr-banca
           move ws-competencia                 to ws-hdr-competencia
           move function current-date(1:8)     to ws-hdr-geracao
           move function current-date(9:6)     to ws-hdr-hora
           move ws-limite-identificacao        to ws-hdr-limite

           write dcl-registro from ws-dcl-header

           move "N" to ws-sw-cli-aberto

           open input cliente-mestre

           if ws-cli-status = "00"
              move "S" to ws-sw-cli-aberto
           else
              display "Cadastro de clientes (CLIMST) indisponivel: "
                  ws-cli-status " - ganhadores sem nome e documento."
           end-if

           perform imprime-cabecalho
            .
       abre-saidas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava um premio declarado: dados do pagamento,
      *> nome e documento do cliente no CLIMST e o supervisor que
      *> autorizou o pagamento no log de seguranca
      *>---------------------------------------------------------------------------------
       declara-pagamento section.

           add 1           to ws-qtd-declarados
           add pagto-valor to ws-total-declarado

           move "N" to ws-sw-cli-achado

           if cli-aberto and pagto-cliente not = spaces
              move pagto-cliente to cli-codigo

              read cliente-mestre
                  invalid key     move "N" to ws-sw-cli-achado
                  not invalid key move "S" to ws-sw-cli-achado
              end-read
           end-if

           if not cli-achado
              add 1 to ws-qtd-sem-cliente
              move pagto-cliente to cli-codigo
              move "*** CLIENTE NAO IDENTIFICADO" to cli-nome
              move spaces        to cli-documento
              display "Ticket " pagto-ticket " pago em " pagto-data
                  " sem cliente cadastrado (" pagto-cliente ")."
           end-if

           perform busca-supervisor

           if ws-supervisor-achado = spaces
              and pagto-valor > ws-limite-sem-autorizacao
              add 1 to ws-qtd-sem-supervisor
              display "Ticket " pagto-ticket " pago em " pagto-data
                  " sem autorizacao de supervisor no SEGULOG."
           end-if

           move spaces                         to ws-dcl-detalhe
           move "D"                            to ws-det-tipo
           move pagto-data                     to ws-det-data
           move pagto-hora                     to ws-det-hora
           move pagto-ticket                   to ws-det-ticket
           move pagto-ind-lot                  to ws-det-ind-lot
           move pagto-concurso                 to ws-det-concurso
           move pagto-faixa                    to ws-det-faixa
           move pagto-cota                     to ws-det-cota
           move pagto-valor                    to ws-det-valor
           move pagto-cliente                  to ws-det-cliente
           move cli-nome                       to ws-det-nome
           move cli-documento                  to ws-det-documento
           move pagto-operador                 to ws-det-operador
           move ws-supervisor-achado           to ws-det-supervisor

           write dcl-registro from ws-dcl-detalhe

           if ws-dcl-status <> "00"
              display "Erro ao gravar o arquivo da declaracao: "
                  ws-dcl-status
              move 12 to return-code
           end-if

           perform imprime-detalhe
            .
       declara-pagamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que procura no log de seguranca (SEGULOG) a
      *> autorizacao do pagamento: o evento PAGA PREMIO ALTO do
      *> Desafio.Pagamento, concedido ao mesmo operador para o mesmo
      *> ticket, mais recente ate a hora do pagamento
      *>---------------------------------------------------------------------------------
       busca-supervisor section.

           move spaces to ws-supervisor-achado
           move spaces to ws-detalhe-procurado
           string "TICKET " pagto-ticket
               delimited by size into ws-detalhe-procurado

           move "N" to ws-sw-fim-segu

           open input segu-log

           if ws-segu-status <> "00"
              move "S" to ws-sw-fim-segu
           else
              perform until fim-segu
                  read segu-log
                      at end move "S" to ws-sw-fim-segu
                      not at end
                          if segu-data > pagto-data
                             or (segu-data = pagto-data
                                 and segu-hora > pagto-hora)
                             move "S" to ws-sw-fim-segu
                          else
                             if segu-programa = "Desafio.Pagamento"
                                and segu-evento = "PAGA PREMIO ALTO"
                                and segu-autorizado
                                and segu-operador = pagto-operador
                                and segu-detalhe = ws-detalhe-procurado
                                move segu-supervisor
                                  to ws-supervisor-achado
                             end-if
                          end-if
                  end-read
              end-perform

              close segu-log
           end-if
            .
       busca-supervisor-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime o cabecalho de uma pagina da listagem
      *>---------------------------------------------------------------------------------
       imprime-cabecalho section.

           add 1 to ws-qtd-paginas

           move ws-banca-id                    to ws-tit-banca
           move ws-comp-mes                    to ws-tit-mes
           move ws-comp-ano                    to ws-tit-ano
           move ws-qtd-paginas                 to ws-tit-pagina
           move ws-limite-identificacao        to ws-lim-valor

           if ws-qtd-paginas > 1
              move spaces to lst-linha
              write lst-linha after advancing page
           end-if

           write lst-linha from ws-lst-titulo
           write lst-linha from ws-lst-limite
           move spaces to lst-linha
           write lst-linha
           write lst-linha from ws-lst-colunas
           move all "-" to lst-linha
           write lst-linha

           move 5 to ws-qtd-linhas
            .
       imprime-cabecalho-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime a linha de um premio na listagem, abrindo
      *> pagina nova quando a corrente enche
      *>---------------------------------------------------------------------------------
       imprime-detalhe section.

           if ws-qtd-linhas >= ws-linhas-pagina
              perform imprime-cabecalho
           end-if

           move pagto-data                     to ws-data-pagto
           move ws-pag-dia                     to ws-lin-dia
           move ws-pag-mes                     to ws-lin-mes
           move ws-pag-ano                     to ws-lin-ano
           move pagto-ticket                   to ws-lin-ticket
           move pagto-concurso                 to ws-lin-concurso
           move pagto-faixa                    to ws-lin-faixa
           move pagto-valor                    to ws-lin-valor
           move cli-nome                       to ws-lin-nome
           move cli-documento                  to ws-lin-documento
           move pagto-operador                 to ws-lin-operador

           evaluate true
               when ws-supervisor-achado not = spaces
                    move ws-supervisor-achado to ws-lin-supervisor
               when pagto-valor > ws-limite-sem-autorizacao
                    move "*** SEM" to ws-lin-supervisor
               when other
                    move "DISPENSADO" to ws-lin-supervisor
           end-evaluate

           write lst-linha from ws-lst-detalhe

           add 1 to ws-qtd-linhas
            .
       imprime-detalhe-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que fecha a listagem com o total e grava o rodape do
      *> arquivo da declaracao
      *>---------------------------------------------------------------------------------
       fecha-saidas section.

           if cli-aberto
              close cliente-mestre
           end-if

           move ws-qtd-declarados              to ws-trl-qtd
           move ws-total-declarado             to ws-trl-total

           write dcl-registro from ws-dcl-trailer

           close dcl-interface

           if ws-qtd-linhas >= ws-linhas-pagina
              perform imprime-cabecalho
           end-if

           move all "-" to lst-linha
           write lst-linha

           move ws-qtd-declarados              to ws-tot-qtd
           move ws-total-declarado             to ws-tot-valor
           write lst-linha from ws-lst-total

           close dcl-listagem
            .
       fecha-saidas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que resume a declaracao gerada; premio sem cliente
      *> identificado ou sem autorizacao achada fica apontado, e o
      *> retorno 4 avisa que a declaracao precisa de conferencia
      *>---------------------------------------------------------------------------------
       imprime-resumo-declaracao section.

           display " "
           display "Pagamentos lidos ...........: " ws-qtd-lidos
           move ws-total-declarado to ws-valor-exibe
           display "Premios declarados .........: " ws-qtd-declarados
               " - " ws-valor-exibe
           display "Sem cliente identificado ...: " ws-qtd-sem-cliente
           display "Sem autorizacao no SEGULOG .: " ws-qtd-sem-supervisor

           if ws-qtd-declarados = 0
              display "Nenhum premio acima do limite na competencia - "
                  "declaracao gerada vazia (so cabecalho e rodape)."
           end-if

           if (ws-qtd-sem-cliente > 0 or ws-qtd-sem-supervisor > 0)
              and return-code < 4
              move 4 to return-code
           end-if
            .
       imprime-resumo-declaracao-exit.
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

           move "Desafio.Declaracao"           to job-programa
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
      *> quantidade de premios declarados e o RETURN-CODE final
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Declaracao"           to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-declarados              to job-qtd-processados
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
