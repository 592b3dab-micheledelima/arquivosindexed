      *>  retorno do registra-aluno (01 duplicado, 02 nota invalida, 03
      *>  turma nao cadastrada, 04 turma lotada, 09 erro de arquivo).
      *>
      *>  O aluno recusado por turma lotada (04) é incluido na lista de
      *>  espera da turma/ano pelo subprograma registra-espera, e a linha
      *>  de rejeitado traz a posição dele na fila.
      *>
      *>  O programa pode ser re-executado apos uma falha sem duplicar os
      *>  alunos ja carregados: o registra-aluno recusa aluno ja existente
      *>  (retorno 01), de modo que na re-execução as linhas ja gravadas
      *>  apenas aparecem na parte de rejeitados como duplicadas; da mesma
      *>  forma o registra-espera nao repete o pedido de quem ja esta na
      *>  lista de espera.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
           88  ws-reg-retorno-turma-lotada         value 04.
           88  ws-reg-retorno-erro-arquivo         value 09.

      *>----area de comunicação com o subprograma registra-espera, que
      *>----recebe o mesmo ws-reg-alunos do registra-aluno
       77  ws-esp-origem                           pic x(01) value "I".
       01  ws-esp-retorno                          pic 9(02).
           88  ws-esp-retorno-ok                   value 00.
           88  ws-esp-retorno-ja-na-lista          value 01.
           88  ws-esp-retorno-erro-arquivo         value 09.
       77  ws-esp-posicao                          pic 9(04).

       77  ws-motivo-rejeicao                      pic x(30).

       77 ws-total-espera                          pic 9(04)
                                                   value zeros.

       77 ws-total-lidos                           pic 9(04)
                                                   value zeros.
       77 ws-total-aceitos                         pic 9(04)
               call "registra-aluno" using ws-reg-alunos ws-reg-retorno
           end-if

           if ws-reg-retorno-turma-lotada then
               perform inclui-lista-espera
           end-if

           if ws-reg-retorno-ok then
               add 1 to ws-total-aceitos
               move spaces to fd-resultado-linha
       importa-um-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui o aluno recusado por turma lotada na lista de espera da
      *>  turma/ano, chamando o registra-espera com a mesma area de
      *>  comunicação do registra-aluno
      *>------------------------------------------------------------------------
       inclui-lista-espera section.

           call "registra-espera" using ws-reg-alunos
                                        ws-esp-origem
                                        ws-esp-retorno
                                        ws-esp-posicao

           if ws-esp-retorno-ok then
               add 1 to ws-total-espera
           end-if
           .
       inclui-lista-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no arquivo de trabalho a linha de um aluno rejeitado, com o
      *>  motivo correspondente ao codigo devolvido pelo registra-aluno
               when ws-reg-retorno-turma-invalida
                   move "03 TURMA NAO CADASTRADA"   to ws-motivo-rejeicao
               when ws-reg-retorno-turma-lotada
                   if ws-esp-retorno-erro-arquivo then
                       move "04 TURMA LOTADA - ESPERA: ERRO"
                                                    to ws-motivo-rejeicao
                   else
                       move spaces                  to ws-motivo-rejeicao
                       string "04 TURMA LOTADA - ESPERA: "
                                                    delimited by size
                              ws-esp-posicao        delimited by size
                              into ws-motivo-rejeicao
                   end-if
               when ws-reg-retorno-erro-arquivo
                   move "09 ERRO DE ARQUIVO"        to ws-motivo-rejeicao
               when other
           display "Alunos lidos      : " ws-total-lidos
           display "Alunos aceitos    : " ws-total-aceitos
           display "Alunos rejeitados : " ws-total-rejeitados
           display "Lista de espera   : " ws-total-espera

           stop run
           .
