          88  nota-valida                          value "S".
          88  nota-invalida                        value "N".

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

                   set lk-retorno-erro-arquivo to true
               else
                   move ws-matricula-gerada to lk-matricula
                   perform registra-jornal
               end-if
           end-if
           .
       gera-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no jornal de transações a inclusão do aluno, pelo
      *>  subprograma grava-jornal; falha no jornal é devolvida ao chamador
      *>  como erro de arquivo
      *>------------------------------------------------------------------------
       registra-jornal section.

           move "arqCadAlu"            to ws-jrn-arquivo
           move "I"                    to ws-jrn-operacao
           move "registra-aluno"       to ws-jrn-programa
           move "*REGALU*"             to ws-jrn-operador
           move spaces                 to ws-jrn-antes
           move fd-alunos              to ws-jrn-depois

           call "grava-jornal" using ws-jrn-parametros ws-jrn-retorno

           if not ws-jrn-retorno-ok then
               set lk-retorno-erro-arquivo to true
           end-if
           .
       registra-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fecha os arquivos antes de devolver o controle ao chamador
      *>------------------------------------------------------------------------
