           select segu-log assign to "SEGULOG"
               organization is sequential
               file status is ws-segu-status.
           select resultado-oficial assign to "RESULOFI"
               organization is indexed
               access mode is dynamic
               record key is resul-chave
               file status is ws-resul-status.
       I-O-Control.


       fd  segu-log.
           copy SEGREC.

       fd  resultado-oficial.
           copy RESULREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-job-status                       pic  x(02).
           05  ws-oper-status                      pic  x(02).
           05  ws-segu-status                      pic  x(02).
           05  ws-resul-status                     pic  x(02).

       01  ws-nomes-arquivos-anuais.
           05  ws-hist-arq-nome                    pic  x(08).
           05  ws-qtd-tempo-mantidos               pic  9(07).
           05  ws-qtd-audit-arquivados             pic  9(07).
           05  ws-qtd-audit-mantidos               pic  9(07).
           05  ws-qtd-audit-em-prazo               pic  9(07).
           05  ws-sw-arquiva-audit                 pic  x(01).
               88  arquiva-audit                   value "S".
           05  ws-sw-resul-aberto                  pic  x(01).
               88  resul-aberto                    value "S".
           05  ws-sw-resultado-achado              pic  x(01).
               88  resultado-achado                value "S".
           05  ws-resul-ind-lot                    pic  9(02).
           05  ws-resul-concurso                   pic  9(05).
           05  ws-dias-sorteio                     pic s9(07).
           05  ws-qtd-mega-arquivados              pic  9(07).
           05  ws-supervisor-informado             pic  x(10).
           05  ws-senha-supervisor                 pic  x(04).
           05  ws-evento-seguranca                 pic  x(20).
           05  ws-detalhe-seguranca                pic  x(20).

      *> prazo de resgate do premio em dias do sorteio, o mesmo do
      *> Desafio.Prescricao: ticket ativo so sai da trilha viva depois
      *> dele, quando o premio nao resgatado ja foi marcado prescrito
       77  ws-prazo-prescricao                     pic  9(03) value 90.

      *> frequencia dos numeros da Mega-Sena nos sorteios que sairam do
      *> historico vivo, para o resumo que preserva a estatistica
       01  ws-frequencia-arquivada.
               " - mantidos: " ws-qtd-tempo-mantidos
           display "AUDITLOG - arquivados: " ws-qtd-audit-arquivados
               " - mantidos: " ws-qtd-audit-mantidos
           display "           ativos antigos no prazo de resgate: "
               ws-qtd-audit-em-prazo
            .
       processamento-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *> Section que separa a trilha de auditoria em arquivo anual e
      *> arquivo de trabalho e recarrega a trilha viva so com os
      *> registros atuais; ticket ainda ativo fica na trilha viva ate
      *> vencer o prazo de resgate do seu concurso
      *>---------------------------------------------------------------------------------
       expurga-auditoria section.

           move "N" to ws-sw-fim-arquivo
           move 0   to ws-ano-audit-aberto
           move 0   to ws-qtd-audit-em-prazo
           move 0   to ws-resul-ind-lot
           move 0   to ws-resul-concurso
           move "N" to ws-sw-resul-aberto
           move "N" to ws-sw-resultado-achado

           open input resultado-oficial

           if ws-resul-status = "00"
              move "S" to ws-sw-resul-aberto
           end-if

           open input audit-trilha

                  read audit-trilha
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          move "N" to ws-sw-arquiva-audit

                          if audit-data < ws-data-corte
                             perform avalia-arquivamento-auditoria
                          end-if

                          if arquiva-audit
                             add 1 to ws-qtd-audit-arquivados
                             perform arquiva-auditoria
                          else

              perform recarrega-auditoria
           end-if

           if resul-aberto
              close resultado-oficial
           end-if
            .
       expurga-auditoria-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que decide se o registro antigo da trilha vai para o
      *> arquivo anual: cancelado, pago, prescrito ou jogo de antes do
      *> calendario sai pela data da aposta; o ativo so sai depois do
      *> prazo de resgate contado do sorteio do seu concurso (o
      *> Desafio.Prescricao, que roda antes na cadeia, ja marcou "V" o
      *> premio nao resgatado), e sem resultado carregado fica
      *>---------------------------------------------------------------------------------
       avalia-arquivamento-auditoria section.

           if not audit-ativa or audit-concurso = 0
              move "S" to ws-sw-arquiva-audit
           else
              if resul-aberto
                 if audit-ind-lot <> ws-resul-ind-lot
                    or audit-concurso <> ws-resul-concurso
                    move audit-ind-lot  to ws-resul-ind-lot
                    move audit-concurso to ws-resul-concurso
                    move audit-ind-lot  to resul-ind-lot
                    move audit-concurso to resul-concurso

                    read resultado-oficial
                        invalid key     move "N" to ws-sw-resultado-achado
                        not invalid key move "S" to ws-sw-resultado-achado
                    end-read
                 end-if

                 if resultado-achado
                    compute ws-dias-sorteio =
                            function integer-of-date(ws-data-hoje)
                          - function integer-of-date(resul-data)

                    if ws-dias-sorteio > ws-prazo-prescricao
                       move "S" to ws-sw-arquiva-audit
                    end-if
                 end-if
              end-if

              if not arquiva-audit
                 add 1 to ws-qtd-audit-em-prazo
              end-if
           end-if
            .
       avalia-arquivamento-auditoria-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava um registro antigo da trilha de auditoria no
      *> arquivo anual do seu ano, abrindo o arquivo certo quando o ano
