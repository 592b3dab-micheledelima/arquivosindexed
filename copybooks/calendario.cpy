      *>------------------------------------------------------------------------
      *>  Copybook: CALENDARIO
      *>  Layout do registro do arquivo arqCalendario, o calendario escolar
      *>  do ano letivo: um registro por data, marcada como dia letivo,
      *>  feriado ou recesso, com uma descrição livre. Data que nao consta
      *>  do calendario (fim de semana, data fora do ano letivo ou data
      *>  invalida) nao é dia letivo. O lançamento de frequencia recusa
      *>  data que nao seja dia letivo. Usado por todo programa que
      *>  declare um SELECT para arqCalendario, para garantir que a imagem
      *>  do registro seja identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-calendario.
           05  fd-cal-data.
               10  fd-cal-data-ano                 pic 9(04).
               10  fd-cal-data-mes                 pic 9(02).
               10  fd-cal-data-dia                 pic 9(02).
           05  fd-cal-tipo                         pic x(01).
               88  fd-cal-dia-letivo               value "L".
               88  fd-cal-feriado                  value "F".
               88  fd-cal-recesso                  value "R".
           05  fd-cal-descricao                    pic x(30).
