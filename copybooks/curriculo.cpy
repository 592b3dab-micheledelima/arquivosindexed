      *>------------------------------------------------------------------------
      *>  Copybook: CURRICULO
      *>  Layout do registro do arquivo arqCurriculo, a grade curricular de
      *>  cada turma do cadastro arqTurmas: um registro por turma e ordem
      *>  de apresentação, com o codigo da disciplina do cadastro
      *>  arqDisciplinas (copybook DISCIPLINA). A ordem define a sequencia
      *>  em que as disciplinas saem no boletim, no historico e nas
      *>  listagens. Turma sem grade cadastrada usa todas as disciplinas do
      *>  cadastro. Usado por todo programa que declare um SELECT para
      *>  arqCurriculo, para garantir que a imagem do registro seja
      *>  identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-curriculo.
           05  fd-cur-chave.
               10  fd-cur-turma                    pic x(03).
               10  fd-cur-ordem                    pic 9(02).
           05  fd-cur-disciplina                   pic x(03).
