      *>------------------------------------------------------------------------
      *>  Copybook: REMESSA
      *>  Layout do arquivo de remessa de cobrança REMESSA.TXT enviado ao
      *>  banco para emissão dos boletos das mensalidades em aberto: linhas
      *>  de tamanho fixo (100 posições), com um registro header (tipo 0),
      *>  um registro detalhe (tipo 1) por cobrança e um registro trailer
      *>  (tipo 9) com a quantidade e o valor total dos detalhes. O nosso
      *>  numero do boleto é a propria chave da cobrança (matricula +
      *>  competencia), devolvida pelo banco no arquivo de retorno. Os
      *>  valores vao sem virgula, com duas casas decimais implicitas.
      *>------------------------------------------------------------------------
       01  fd-rem-header.
           05  fd-rem-hdr-tipo                     pic x(01).
           05  fd-rem-hdr-literal                  pic x(07).
           05  fd-rem-hdr-cedente                  pic x(30).
           05  fd-rem-hdr-data-geracao             pic 9(08).
           05  fd-rem-hdr-competencia              pic 9(06).
           05  filler                              pic x(42).
           05  fd-rem-hdr-sequencia                pic 9(06).

       01  fd-rem-detalhe.
           05  fd-rem-det-tipo                     pic x(01).
           05  fd-rem-det-nosso-numero.
               10  fd-rem-det-matricula            pic 9(06).
               10  fd-rem-det-competencia          pic 9(06).
           05  fd-rem-det-sacado                   pic x(25).
           05  fd-rem-det-aluno                    pic x(25).
           05  fd-rem-det-vencimento               pic 9(08).
           05  fd-rem-det-valor                    pic 9(08)v99.
           05  filler                              pic x(13).
           05  fd-rem-det-sequencia                pic 9(06).

       01  fd-rem-trailer.
           05  fd-rem-trl-tipo                     pic x(01).
           05  fd-rem-trl-quantidade               pic 9(06).
           05  fd-rem-trl-valor-total              pic 9(12)v99.
           05  filler                              pic x(73).
           05  fd-rem-trl-sequencia                pic 9(06).
