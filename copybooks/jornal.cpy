      *>------------------------------------------------------------------------
      *>  Copybook: JORNAL
      *>  Layout do registro do jornal de transações JRNnnn.DAT, gravado
      *>  pelo subprograma grava-jornal: uma linha por registro incluido,
      *>  alterado ou excluido nos arquivos de movimento (arqCadAlu,
      *>  arqNotasDisc, arqFrequencia, arqMensalidades, arqRecuperacao e
      *>  arqTransferencias), com a imagem do registro antes e depois da
      *>  gravação, ou uma linha de limpeza quando o arquivo inteiro é
      *>  esvaziado (virada do ano). O nnn é a geração do backup-dados em
      *>  vigor: restaurada a geração, o recupera-jornal re-aplica o seu
      *>  jornal ate a data/hora escolhida. Usado por todo programa que
      *>  declare um SELECT para o jornal, para garantir que a imagem do
      *>  registro seja identica em todos eles.
      *>------------------------------------------------------------------------
       01  fd-jornal.
           05  fd-jrn-data-hora.
               10  fd-jrn-data                     pic 9(08).
               10  fd-jrn-hora                     pic 9(08).
           05  fd-jrn-geracao                      pic 9(03).
           05  fd-jrn-arquivo                      pic x(20).
           05  fd-jrn-operacao                     pic x(01).
               88  fd-jrn-inclusao                 value "I".
               88  fd-jrn-alteracao                value "A".
               88  fd-jrn-exclusao                 value "E".
               88  fd-jrn-limpeza                  value "L".
           05  fd-jrn-programa                     pic x(20).
           05  fd-jrn-operador                     pic x(08).
           05  fd-jrn-antes                        pic x(165).
           05  fd-jrn-depois                       pic x(165).
