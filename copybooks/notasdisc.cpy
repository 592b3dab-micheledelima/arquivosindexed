      *>------------------------------------------------------------------------
      *>  Copybook: NOTASDISC
      *>  Layout do registro do arquivo arqNotasDisc, as notas por
      *>  disciplina do aluno: um registro por aluno e disciplina da grade
      *>  curricular da turma (codigo do cadastro arqDisciplinas, copybook
      *>  DISCIPLINA), com as quatro notas bimestrais e o indicador de notas
      *>  informadas, nos mesmos formatos de fd-notas do copybook CADALU.
      *>  Usado por todo programa que declare um SELECT para arqNotasDisc,
      *>  para garantir que a imagem do registro seja identica em todos
