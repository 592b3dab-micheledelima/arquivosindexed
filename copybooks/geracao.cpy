      *>------------------------------------------------------------------------
      *>  Copybook: GERACAO
      *>  Layout do registro unico do arquivo arqGeracao, que guarda a
      *>  geração do backup-dados em vigor -- a ultima gerada ou a ultima
      *>  recuperada pelo recupera-jornal -- e a data/hora em que ela
      *>  passou a valer. O grava-jornal le este arquivo para saber em
      *>  qual jornal JRNnnn.DAT gravar; sem o arquivo (nenhum backup
      *>  gerado ainda) o jornal é o JRN000.DAT.
      *>------------------------------------------------------------------------
       01  fd-geracao.
           05  fd-ger-numero                       pic 9(03).
           05  fd-ger-data                         pic 9(08).
           05  fd-ger-hora                         pic 9(08).
