      *>--Variáveis de arquivos
       File section.

      *> layout antigo da trilha de auditoria, com ticket, situacao e
      *> cliente porem de antes do concurso da aposta, do bolao, do
      *> desdobramento e da transmissao ao sistema central; para
      *> migrar, renomeie o AUDITLOG antigo para AUDITSEQ
       fd  audit-antigo.
       01  ant-registro.
           05  ant-data                            pic  9(08).
           05  ant-contador                        pic  9(09).
           05  ant-resultado                       pic  x(10).
           05  ant-ticket                          pic  9(08).
           05  ant-situacao                        pic  x(01).
           05  ant-cliente                         pic  x(10).

       fd  audit-trilha.
           copy AUDITREC.

      *>---------------------------------------------------------------------------------
      *> Section que regrava um registro antigo no layout novo; os
      *> jogos antigos mantem situacao e cliente e entram sem concurso
      *> e como aposta comum, sem cotas de bolao, fora de desdobramento
      *> e sem transmissao ao sistema central
      *>---------------------------------------------------------------------------------
       migra-registro section.

           move ant-contador                   to audit-contador
           move ant-resultado                  to audit-resultado
           move ant-ticket                     to audit-ticket
           move ant-situacao                   to audit-situacao
           move ant-cliente                    to audit-cliente
           move 0                              to audit-concurso
           move 0                              to audit-qtd-cotas
           move 0                              to audit-desdobramento
           move space                          to audit-transmissao
           move 0                              to audit-lote-transmissao

           write audit-registro

