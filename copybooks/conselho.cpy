      *>------------------------------------------------------------------------
      *>  Copybook: CONSELHO
      *>  Layout do registro do arquivo arqConselho, as decisões do
      *>  conselho de classe sobre o resultado final do aluno: um registro
      *>  por aluno e ano letivo, com o resultado decidido (que substitui
      *>  o resultado apurado pelas notas, recuperação e frequencia, sem
      *>  alterar as notas), a justificativa obrigatoria, a data da
      *>  reunião do conselho e o operador de coordenação que registrou a
      *>  decisão. O resultado ja vem marcado como decisão do conselho
      *>  ("APROVADO CONSELHO" / "REPROVADO CONSELHO") e cabe no
      *>  fd-hist-resultado do historico; começa com APROVADO ou
      *>  REPROVADO como os resultados apurados. Usado por todo programa
      *>  que declare um SELECT para arqConselho, para garantir que a
      *>  imagem do registro seja identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-conselho.
           05  fd-con-chave.
               10  fd-con-matricula                pic 9(06).
               10  fd-con-ano                      pic 9(04).
           05  fd-con-resultado                    pic x(19).
               88  fd-con-aprovado                 value "APROVADO CONSELHO".
               88  fd-con-reprovado                value "REPROVADO CONSELHO".
           05  fd-con-justificativa                pic x(60).
           05  fd-con-data-reuniao                 pic 9(08).
           05  fd-con-operador                     pic x(08).
