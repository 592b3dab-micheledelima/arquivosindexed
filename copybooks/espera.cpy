      *>------------------------------------------------------------------------
      *>  Copybook: ESPERA
      *>  Layout do registro do arquivo arqEspera, a lista de espera das
      *>  turmas lotadas: um registro por pedido de vaga, na chave turma +
      *>  ano letivo + sequencia do pedido (a ordem de chegada dentro da
      *>  turma/ano), com os dados do aluno e o contato do responsavel
      *>  como foram informados no cadastro recusado, a data do pedido, a
      *>  origem ("C" cadastro do menu, "I" importação em lote) e a
      *>  situacao do pedido -- aguardando vaga, matriculado (com a
      *>  matricula gerada) ou desistente. Usado por todo programa que
      *>  declare um SELECT para arqEspera, para garantir que a imagem do
      *>  registro seja identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-espera.
           05  fd-esp-chave.
               10  fd-esp-turma                    pic x(03).
               10  fd-esp-ano-letivo               pic 9(04).
               10  fd-esp-sequencia                pic 9(04).
           05  fd-esp-aluno                        pic x(25).
           05  fd-esp-endereco                     pic x(35).
           05  fd-esp-mae                          pic x(25).
           05  fd-esp-pai                          pic x(25).
           05  fd-esp-telefone                     pic x(15).
           05  fd-esp-notas.
               10  fd-esp-nota1                    pic 9(02)v99.
               10  fd-esp-nota2                    pic 9(02)v99.
               10  fd-esp-nota3                    pic 9(02)v99.
               10  fd-esp-nota4                    pic 9(02)v99.
               10  fd-esp-informou                 pic 9(02).
           05  fd-esp-data-pedido                  pic 9(08).
           05  fd-esp-origem                       pic x(01).
               88  fd-esp-origem-cadastro          value "C".
               88  fd-esp-origem-importacao        value "I".
           05  fd-esp-situacao                     pic x(01).
               88  fd-esp-aguardando               value "A".
               88  fd-esp-matriculado              value "M".
               88  fd-esp-desistente               value "D".
           05  fd-esp-matricula                    pic 9(06).
           05  fd-esp-data-situacao                pic 9(08).
