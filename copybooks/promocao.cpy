      *>------------------------------------------------------------------------
      *>  Copybook: PROMOCAO
      *>  Layout do registro do arquivo arqPromocao, o mapa de promoção das
      *>  turmas na virada do ano letivo: um registro por turma de origem
      *>  do cadastro arqTurmas, com a turma da serie seguinte para onde o
      *>  fecha-ano move os alunos APROVADOS (ex. 3A -> 4A). Turma sem
      *>  registro no mapa nao tem serie seguinte (ultima serie) e os seus
      *>  aprovados permanecem na turma e saem na lista de exceções do
      *>  encerramento. Usado por todo programa que declare um SELECT para
      *>  arqPromocao, para garantir que a imagem do registro seja identica
      *>  em todos eles.
      *>------------------------------------------------------------------------
       01  fd-promocao.
           05  fd-pro-turma-origem                 pic x(03).
           05  fd-pro-turma-destino                pic x(03).
