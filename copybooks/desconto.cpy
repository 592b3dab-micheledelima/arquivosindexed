      *>------------------------------------------------------------------------
      *>  Copybook: DESCONTO
      *>  Layout do registro do arquivo arqDescontos, os descontos e
      *>  bolsas concedidos na mensalidade: um registro por aluno e
      *>  competencia (AAAAMM) de inicio, com o tipo da concessão, o
      *>  percentual sobre o valor da mensalidade, o motivo e a
      *>  competencia final (zeros = sem prazo). O gera-mensalidades
      *>  aplica a concessão vigente na competencia gerada; o desconto de
      *>  irmãos nao fica neste arquivo, é apurado pelo proprio batch
      *>  pelos alunos que compartilham mae/pai. Usado por todo programa
      *>  que declare um SELECT para arqDescontos, para garantir que a
      *>  imagem do registro seja identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-descontos.
           05  fd-dsc-chave.
               10  fd-dsc-matricula                pic 9(06).
               10  fd-dsc-competencia-ini          pic 9(06).
           05  fd-dsc-competencia-fim              pic 9(06).
           05  fd-dsc-tipo                         pic x(01).
               88  fd-dsc-bolsa                    value "B".
               88  fd-dsc-desconto                 value "D".
           05  fd-dsc-percentual                   pic 9(03)v99.
           05  fd-dsc-motivo                       pic x(30).
