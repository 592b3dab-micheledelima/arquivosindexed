
       77  ws-total-conferencia                    pic 9(06).

      *>----area de comunicação com o subprograma grava-jornal: imagens do
      *>----registro antes e depois da gravação, para a recuperação do
      *>----movimento posterior ao backup (recupera-jornal)
       01  ws-jrn-parametros.
           05  ws-jrn-arquivo                      pic x(20).
           05  ws-jrn-operacao                     pic x(01).
           05  ws-jrn-programa                     pic x(20).
           05  ws-jrn-operador                     pic x(08).
           05  ws-jrn-antes                        pic x(165).
           05  ws-jrn-depois                       pic x(165).

       01  ws-jrn-retorno                          pic 9(02).
           88  ws-jrn-retorno-ok                   value 00.

      *>----variaveis para comunicação entre programas
       linkage section.

               perform finaliza-anormal
           end-if

           move "arqNotasDisc"      to ws-jrn-arquivo
           move fd-notas-disc     to ws-jrn-antes
           delete arqNotasDisc
           if ws-fs-notasdisc <> 0 then
               move 12                                      to ws-msn-erro-ofsset
               move "Erro ao eliminar de arqNotasDisc "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform registra-exclusao-jornal
           .
       expurga-orfao-notasdisc-exit.
           exit.
               perform finaliza-anormal
           end-if

           move "arqFrequencia"     to ws-jrn-arquivo
           move fd-frequencia     to ws-jrn-antes
           delete arqFrequencia
           if ws-fs-frequencia <> 0 then
               move 15                                       to ws-msn-erro-ofsset
               move "Erro ao eliminar de arqFrequencia "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform registra-exclusao-jornal
           .
       expurga-orfao-frequencia-exit.
           exit.
               perform finaliza-anormal
           end-if

           move "arqRecuperacao"    to ws-jrn-arquivo
           move fd-recuperacao    to ws-jrn-antes
           delete arqRecuperacao
           if ws-fs-recuperacao <> 0 then
               move 18                                        to ws-msn-erro-ofsset
               move "Erro ao eliminar de arqRecuperacao "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform registra-exclusao-jornal
           .
       expurga-orfao-recuperacao-exit.
           exit.
       imprime-totais-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no jornal a exclusão do registro orfão (imagem anterior ja
      *>  informada em ws-jrn-antes)
      *>------------------------------------------------------------------------
       registra-exclusao-jornal section.

           move "E"    to ws-jrn-operacao
           move spaces to ws-jrn-depois
           perform registra-jornal
           .
       registra-exclusao-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no jornal de transações a gravação confirmada (arquivo,
      *>  operação e imagens ja preparados), pelo subprograma grava-jornal
      *>------------------------------------------------------------------------
       registra-jornal section.

           move "reconcilia-satelites" to ws-jrn-programa
           move "*RECSAT*"             to ws-jrn-operador

           call "grava-jornal" using ws-jrn-parametros ws-jrn-retorno

           if not ws-jrn-retorno-ok then
               move 21                                       to ws-msn-erro-ofsset
               move ws-jrn-retorno                           to ws-msn-erro-cod
               move "Erro ao gravar o jornal JRN "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-jornal-exit.
           exit.

      *>------------------------------------------------------------------------------------------------------
      *>Finalização do sistema Anormal
      *>------------------------------------------------------------------------------------------------------
