      *>------------------------------------------------------------------------
      *>  Copybook: AVISOBIM
      *>  Layout do registro do arquivo arqAvisosBimestre, as cartas de
      *>  aviso de risco enviadas aos responsaveis pelo alerta-bimestre:
      *>  um registro por aluno, ano letivo e bimestre apurado, com a data
      *>  de emissão, a turma, a quantidade de disciplinas com media
      *>  abaixo da minima, o percentual de frequencia ate o bimestre, o
      *>  indicador de frequencia em risco e o numero do aviso -- 1 no
      *>  primeiro, somado 1 quando o aluno ja recebeu aviso no bimestre
      *>  anterior (aviso repetido). Usado por todo programa que declare
      *>  um SELECT para arqAvisosBimestre, para garantir que a imagem do
      *>  registro seja identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-avisos-bimestre.
           05  fd-avb-chave.
               10  fd-avb-matricula                pic 9(06).
               10  fd-avb-ano-letivo               pic 9(04).
               10  fd-avb-bimestre                 pic 9(01).
           05  fd-avb-data-emissao                 pic 9(08).
           05  fd-avb-turma                        pic x(03).
           05  fd-avb-qtde-disciplinas             pic 9(02).
           05  fd-avb-perc-freq                    pic 9(03)v99.
           05  fd-avb-freq-em-risco                pic x(01).
               88  fd-avb-frequencia-em-risco      value "S".
               88  fd-avb-frequencia-regular       value "N".
           05  fd-avb-numero-aviso                 pic 9(02).
