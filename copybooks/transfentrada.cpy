      *>------------------------------------------------------------------------
      *>  Copybook: TRANSFENTRADA
      *>  Layout do registro do arquivo arqTransfEntrada, as
      *>  transferencias recebidas de outra escola no meio do ano letivo:
      *>  um registro por aluno e ano letivo, com a escola de origem, a
      *>  data de chegada, a quantidade de bimestres cursados na escola de
      *>  origem (as notas desses bimestres, por disciplina, sao lançadas
      *>  em arqNotasDisc a partir da declaração da escola de origem) e os
      *>  totais de frequencia da declaração -- dias letivos, faltas e
      *>  faltas abonadas -- somados aos lançamentos de arqFrequencia na
      *>  apuração dos 75% de presença. Usado por todo programa que
      *>  declare um SELECT para arqTransfEntrada, para garantir que a
      *>  imagem do registro seja identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-transf-entrada.
           05  fd-tre-chave.
               10  fd-tre-matricula                pic 9(06).
               10  fd-tre-ano-letivo               pic 9(04).
           05  fd-tre-escola-origem                pic x(30).
           05  fd-tre-data-chegada                 pic 9(08).
           05  fd-tre-bimestres-origem             pic 9(01).
           05  fd-tre-dias-letivos                 pic 9(03).
           05  fd-tre-faltas                       pic 9(03).
           05  fd-tre-abonadas                     pic 9(03).
