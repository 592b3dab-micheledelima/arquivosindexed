      *>  DECLARACAO.LST o documento que a familia leva para a nova
      *>  escola: identificação do aluno e turma/ano do cadastro, escola
      *>  de destino e data da transferencia, as notas parciais por
      *>  disciplina de arqNotasDisc, na grade curricular da turma e com a
      *>  carga horaria do cadastro de disciplinas, e a contagem de
      *>  presenças e faltas de arqFrequencia ate a data da
      *>  transferencia.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
           record key is fd-nd-chave
           file status is ws-fs-notasdisc.

      *>declaração do cadastro de disciplinas - somente leitura
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dis-codigo
           file status is ws-fs-cad-disc.

      *>declaração da grade curricular das turmas - somente leitura
           select arqCurriculo assign to "arqCurriculo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cur-chave
           file status is ws-fs-curriculo.

      *>declaração do arquivo de frequencia (um registro por aluno e dia
      *>letivo), gravado pelo lista11exercicio3v2
           select arqFrequencia assign to "arqFrequencia.dat"

           copy notasdisc.

       fd arqDisciplinas.

           copy disciplina.

       fd arqCurriculo.

           copy curriculo.

       fd arqFrequencia.

           copy frequencia.
       77 ws-fs-notasdisc                          pic 9(02).
       77 ws-fs-frequencia                         pic 9(02).
       77 ws-fs-declaracao                         pic 9(02).
       77 ws-fs-cad-disc                           pic 9(02).
       77 ws-fs-curriculo                          pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
           05  ws-matricula redefines ws-matricula-txt
                                                   pic 9(06).

      *>----grade de disciplinas da turma do aluno corrente, montada pelo
      *>----carrega-grade-turma a partir do curriculo da turma e do
      *>----cadastro de disciplinas
       01  ws-disciplinas.
           05  ws-grade-turma                      pic x(03)
                                                   value high-values.
           05  ws-qtde-grade                       pic 9(02)
                                                   value zeros.
           05  ws-disciplina-tab occurs 20 times.
               10  ws-disc-codigo                  pic x(03).
               10  ws-disc-nome                    pic x(15).
               10  ws-disc-carga                   pic 9(03).

       77  ws-disc-ind                             pic 9(02).
       77  ws-qtde-disc                            pic 9(02).
       01  ws-nd-nota2-ed                          pic z9,99.
       01  ws-nd-nota3-ed                          pic z9,99.
       01  ws-nd-nota4-ed                          pic z9,99.
       01  ws-disc-carga-ed                        pic zz9.

      *>----contagem da frequencia do aluno ate a data da transferencia
       77  ws-frq-presencas                        pic 9(04).
          88  arquivo-frequencia-ok                value "S".
          88  sem-arquivo-frequencia               value "N".

      *>----o cadastro de disciplinas e a grade curricular podem ainda nao
      *>----existir: sem eles a grade fica vazia e valem as notas gerais
       77  ws-cad-disc-sw                          pic x(01).
          88  arquivo-cad-disc-ok                  value "S".
          88  sem-arquivo-cad-disc                 value "N".

       77  ws-curriculo-sw                         pic x(01).
          88  arquivo-curriculo-ok                 value "S".
          88  sem-arquivo-curriculo                value "N".

      *>----data de emissão do documento
       77  ws-data-emissao                         pic 9(08).

               end-if
           end-if

           set arquivo-cad-disc-ok to true
           open input arqDisciplinas
           if ws-fs-cad-disc = 35 then
               set sem-arquivo-cad-disc to true
           else
               if ws-fs-cad-disc <> 00 then
                   move 15                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDisciplinas "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-curriculo-ok to true
           open input arqCurriculo
           if ws-fs-curriculo = 35 then
               set sem-arquivo-curriculo to true
           else
               if ws-fs-curriculo <> 00 then
                   move 16                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCurriculo "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqDeclaracao
           if  ws-fs-declaracao <> 00 then
               move 5                                  to ws-msn-erro-ofsset
      *>------------------------------------------------------------------------
       imprime-grade-disciplinas section.

           perform carrega-grade-turma

           perform varying ws-disc-ind from 1 by 1
               until ws-disc-ind > ws-qtde-grade

               move ws-matricula to fd-nd-matricula
               move ws-disc-codigo(ws-disc-ind) to fd-nd-disciplina
           move fd-nd-nota2 to ws-nd-nota2-ed
           move fd-nd-nota3 to ws-nd-nota3-ed
           move fd-nd-nota4 to ws-nd-nota4-ed
           move ws-disc-carga(ws-disc-ind) to ws-disc-carga-ed

           move spaces to fd-declaracao-linha
           string "  "            delimited by size
                  ws-nd-nota3-ed  delimited by size
                  "  "            delimited by size
                  ws-nd-nota4-ed  delimited by size
                  "  Carga: "     delimited by size
                  ws-disc-carga-ed delimited by size
                  "h"             delimited by size
                  into fd-declaracao-linha
           write fd-declaracao-linha
           .
       imprime-bloco-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em memoria a grade de disciplinas da turma do aluno
      *>  corrente: as disciplinas do curriculo da turma, na ordem do
      *>  curriculo, com o nome e a carga horaria do cadastro de
      *>  disciplinas; turma sem curriculo cadastrado usa todas as
      *>  disciplinas do cadastro. A grade é re-montada somente quando a
      *>  turma muda
      *>------------------------------------------------------------------------
       carrega-grade-turma section.

           if fd-turma <> ws-grade-turma then
               move fd-turma to ws-grade-turma
               move zeros to ws-qtde-grade

               if arquivo-curriculo-ok then
                   perform carrega-curriculo-turma
               end-if

               if ws-qtde-grade = 0
               and arquivo-cad-disc-ok then
                   perform carrega-todas-disciplinas
               end-if
           end-if
           .
       carrega-grade-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o curriculo da turma pela chave parcial (turma + ordem zero)
      *>  e completa cada disciplina com o nome e a carga do cadastro;
      *>  disciplina fora do cadastro sai com o proprio codigo como nome
      *>------------------------------------------------------------------------
       carrega-curriculo-turma section.

           move ws-grade-turma to fd-cur-turma
           move zeros          to fd-cur-ordem
           start arqCurriculo key >= fd-cur-chave
           if ws-fs-curriculo = 0 then
               read arqCurriculo next
               perform until ws-fs-curriculo <> 0
                   or fd-cur-turma <> ws-grade-turma
                   or ws-qtde-grade = 20

                   add 1 to ws-qtde-grade
                   move fd-cur-disciplina to ws-disc-codigo(ws-qtde-grade)
                   move fd-cur-disciplina to ws-disc-nome(ws-qtde-grade)
                   move zeros             to ws-disc-carga(ws-qtde-grade)

                   if arquivo-cad-disc-ok then
                       move fd-cur-disciplina to fd-dis-codigo
                       read arqDisciplinas
                       if ws-fs-cad-disc = 0 then
                           move fd-dis-nome
                               to ws-disc-nome(ws-qtde-grade)
                           move fd-dis-carga-horaria
                               to ws-disc-carga(ws-qtde-grade)
                       else
                           if ws-fs-cad-disc <> 23 then
                               move 17                                      to ws-msn-erro-ofsset
                               move ws-fs-cad-disc                          to ws-msn-erro-cod
                               move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

                   read arqCurriculo next
                   if ws-fs-curriculo <> 0
                   and ws-fs-curriculo <> 10 then
                       move 18                                      to ws-msn-erro-ofsset
                       move ws-fs-curriculo                         to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCurriculo "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           end-if
           .
       carrega-curriculo-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  turma sem curriculo: a grade é o cadastro de disciplinas inteiro,
      *>  na ordem do codigo
      *>------------------------------------------------------------------------
       carrega-todas-disciplinas section.

           move low-values to fd-dis-codigo
           start arqDisciplinas key >= fd-dis-codigo
           if ws-fs-cad-disc = 0 then
               read arqDisciplinas next
               perform until ws-fs-cad-disc <> 0
                   or ws-qtde-grade = 20

                   add 1 to ws-qtde-grade
                   move fd-dis-codigo        to ws-disc-codigo(ws-qtde-grade)
                   move fd-dis-nome          to ws-disc-nome(ws-qtde-grade)
                   move fd-dis-carga-horaria to ws-disc-carga(ws-qtde-grade)

                   read arqDisciplinas next
                   if ws-fs-cad-disc <> 0
                   and ws-fs-cad-disc <> 10 then
                       move 19                                      to ws-msn-erro-ofsset
                       move ws-fs-cad-disc                          to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           end-if
           .
       carrega-todas-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------------------------------------
      *>Finalização do sistema Anormal
      *>------------------------------------------------------------------------------------------------------
               end-if
           end-if

           if arquivo-cad-disc-ok then
               close arqDisciplinas
               if ws-fs-cad-disc <> 0 then
                   move 20                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-curriculo-ok then
               close arqCurriculo
               if ws-fs-curriculo <> 0 then
                   move 21                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCurriculo "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqDeclaracao
           if ws-fs-declaracao <> 0 then
               move 14                                 to ws-msn-erro-ofsset
