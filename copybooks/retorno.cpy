      *>------------------------------------------------------------------------
      *>  Copybook: RETORNO
      *>  Layout do arquivo de retorno de cobrança RETORNO.TXT recebido do
      *>  banco: linhas de tamanho fixo (100 posições), com um registro
      *>  header (tipo 0), um registro detalhe (tipo 1) por ocorrencia e
      *>  um registro trailer (tipo 9). O nosso numero devolvido é a chave
      *>  da cobrança enviada na remessa (matricula + competencia); a
      *>  ocorrencia "06" é a liquidação do boleto, com a data e o valor
      *>  pagos (sem virgula, duas casas decimais implicitas). As demais
      *>  ocorrencias (entrada confirmada, baixa, etc.) nao movimentam a
      *>  cobrança.
      *>------------------------------------------------------------------------
       01  fd-ret-header.
           05  fd-ret-hdr-tipo                     pic x(01).
           05  fd-ret-hdr-literal                  pic x(07).
           05  fd-ret-hdr-cedente                  pic x(30).
           05  fd-ret-hdr-data-arquivo             pic 9(08).
           05  fd-ret-hdr-numero-retorno           pic 9(06).
           05  filler                              pic x(42).
           05  fd-ret-hdr-sequencia                pic 9(06).

       01  fd-ret-detalhe.
           05  fd-ret-det-tipo                     pic x(01).
           05  fd-ret-det-nosso-numero.
               10  fd-ret-det-matricula            pic 9(06).
               10  fd-ret-det-competencia          pic 9(06).
           05  fd-ret-det-ocorrencia               pic x(02).
               88  fd-ret-liquidacao               value "06".
           05  fd-ret-det-data-pagamento           pic 9(08).
           05  fd-ret-det-valor-pago               pic 9(08)v99.
           05  filler                              pic x(61).
           05  fd-ret-det-sequencia                pic 9(06).

       01  fd-ret-trailer.
           05  fd-ret-trl-tipo                     pic x(01).
           05  fd-ret-trl-quantidade               pic 9(06).
           05  fd-ret-trl-valor-total              pic 9(12)v99.
           05  filler                              pic x(73).
           05  fd-ret-trl-sequencia                pic 9(06).
