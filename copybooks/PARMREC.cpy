      *>---------------------------------------------------------------------------------
      *> Copybook PARMREC - layout dos parametros gerais da banca
      *> (arquivo PARMLOT, um unico registro)
      *>
      *> Mantido pelo Desafio.Precos, sob a mesma autorizacao de
      *> supervisor da tabela de precos. parm-limite-identificacao e o
      *> valor de premio acima do qual o Desafio.Pagamento so paga a um
      *> cliente identificado no CLIMST, com documento (CPF), e acima
      *> do qual o pagamento entra na declaracao mensal gerada pelo
      *> Desafio.Declaracao. Sem o arquivo vale o limite padrao de
      *> cada programa.
      *>---------------------------------------------------------------------------------
       01  parm-registro.
           05  parm-limite-identificacao           pic  9(07)v9(02).
           05  parm-data-alteracao                 pic  9(08).
           05  parm-supervisor                     pic  x(10).
