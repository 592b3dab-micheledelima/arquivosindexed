      *>------------------------------------------------------------------------
      *>  Copybook: HISTDISC
      *>  Layout do registro do arquivo arqHistDisc, o acumulado historico
      *>  das notas por disciplina dos anos letivos encerrados pelo
      *>  fecha-ano: um registro por aluno, ano e disciplina, com as quatro
      *>  notas bimestrais, o indicador de notas informadas e a media da
      *>  disciplina apurada no encerramento -- copia permanente do
      *>  arqNotasDisc do ano, que é eliminado na virada. Usado por todo
      *>  programa que declare um SELECT para arqHistDisc, para garantir
      *>  que a imagem do registro seja identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-hist-disc.
           05  fd-hd-chave.
               10  fd-hd-matricula                 pic 9(06).
               10  fd-hd-ano                       pic 9(04).
               10  fd-hd-disciplina                pic x(03).
           05  fd-hd-notas.
               10  fd-hd-nota1                     pic 9(02)v99.
               10  fd-hd-nota2                     pic 9(02)v99.
               10  fd-hd-nota3                     pic 9(02)v99.
               10  fd-hd-nota4                     pic 9(02)v99.
               10  fd-hd-informou                  pic 9(02).
           05  fd-hd-media                         pic 9(02)v99.
