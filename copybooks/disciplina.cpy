      *>------------------------------------------------------------------------
      *>  Copybook: DISCIPLINA
      *>  Layout do registro do arquivo arqDisciplinas, o cadastro mestre
      *>  das disciplinas oferecidas pela escola: um registro por codigo de
      *>  disciplina (POR, MAT, ING ...), com o nome por extenso e a carga
      *>  horaria anual em horas. A grade de cada turma é montada a partir
      *>  deste cadastro pelo arquivo de curriculos (copybook CURRICULO).
      *>  Usado por todo programa que declare um SELECT para
      *>  arqDisciplinas, para garantir que a imagem do registro seja
      *>  identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-disciplinas.
           05  fd-dis-codigo                       pic x(03).
           05  fd-dis-nome                         pic x(15).
           05  fd-dis-carga-horaria                pic 9(03).
