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
           record key is fd-ate-chave
           file status is ws-fs-atestados.

      *>declaração das decisões do conselho de classe, gravadas pelo
      *>lista11exercicio3v2: o resultado decidido substitui o apurado
           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-con-chave
           file status is ws-fs-conselho.

      *>declaração das transferencias recebidas de outra escola, gravadas
      *>pelo lista11exercicio3v2: os totais de frequencia da declaração
      *>da escola de origem somam-se aos lançamentos de arqFrequencia
           select arqTransfEntrada assign to "arqTransfEntrada.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tre-chave
           file status is ws-fs-transf-entrada.

      *>declaração do arquivo de boletins (impressão)
           select arqBoletins assign to "BOLETINS.LST"
           organization is line sequential

           copy notasdisc.

       fd arqDisciplinas.

           copy disciplina.

       fd arqCurriculo.

           copy curriculo.

       fd arqFrequencia.

           copy frequencia.

           copy atestado.

       fd arqConselho.

           copy conselho.

       fd arqTransfEntrada.

           copy transfentrada.

       fd  arqBoletins
           record contains 80 characters.

       77 ws-fs-frequencia                         pic 9(02).
       77 ws-fs-recuperacao                        pic 9(02).
       77 ws-fs-atestados                          pic 9(02).
       77 ws-fs-conselho                           pic 9(02).
       77 ws-fs-cad-disc                           pic 9(02).
       77 ws-fs-curriculo                          pic 9(02).
       77 ws-fs-transf-entrada                     pic 9(02).
       77 ws-fs-boletins                           pic 9(02).

       01 ws-msn-erro.
       77 ws-total-impressos                       pic 9(04)
                                                   value zeros.

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
       01  ws-nd-nota4-ed                          pic z9,99.
       01  ws-nd-media-ed                          pic z9,99.

      *>----marca "*" apos a nota de bimestre cursado na escola de origem
       77  ws-nd-marca1                            pic x(01).
       77  ws-nd-marca2                            pic x(01).
       77  ws-nd-marca3                            pic x(01).

      *>----apuração da frequencia do aluno no ano letivo: percentual de
      *>----presença e o minimo legal de 75% para a promoção. Falta dentro
      *>----de periodo justificado por atestado é abonada: conta a favor
       01  ws-media-final-ed                       pic z9,99.
       01  ws-rec-nota-ed                          pic z9,99.

      *>----decisão do conselho de classe aplicada ao aluno corrente
       77  ws-con-aplicada-sw                      pic x(01).
          88  decisao-conselho-aplicada            value "S".
          88  sem-decisao-conselho                 value "N".

       77  ws-rec-aplicada-sw                      pic x(01).
          88  recuperacao-aplicada                 value "S".
          88  sem-recuperacao-aplicada             value "N".
          88  arquivo-atestados-ok                 value "S".
          88  sem-arquivo-atestados                value "N".

      *>----o cadastro de disciplinas e a grade curricular podem ainda nao
      *>----existir: sem eles a grade fica vazia e valem as notas gerais
       77  ws-cad-disc-sw                          pic x(01).
          88  arquivo-cad-disc-ok                  value "S".
          88  sem-arquivo-cad-disc                 value "N".

       77  ws-curriculo-sw                         pic x(01).
          88  arquivo-curriculo-ok                 value "S".
          88  sem-arquivo-curriculo                value "N".

      *>----o arquivo do conselho de classe pode nao existir (nenhuma decisão
      *>----registrada ainda): nesse caso vale sempre o resultado apurado
       77  ws-conselho-sw                          pic x(01).
          88  arquivo-conselho-ok                  value "S".
          88  sem-arquivo-conselho                 value "N".

      *>----o arquivo de transferencias recebidas pode nao existir
      *>----(nenhum aluno recebido de outra escola ainda)
       77  ws-transf-entrada-sw                    pic x(01).
          88  arquivo-transf-entrada-ok            value "S".
          88  sem-arquivo-transf-entrada           value "N".

      *>----aluno corrente recebido por transferencia no ano letivo: a
      *>----declaração da escola de origem entra na frequencia e marca as
      *>----notas dos bimestres cursados la
       77  ws-tre-sw                               pic x(01).
          88  aluno-transferido-entrada            value "S".
          88  aluno-sem-transferencia              value "N".

       77  ws-tre-bim-origem                       pic 9(01).
       77  ws-tre-escola                           pic x(30).
       77  ws-tre-data-chegada                     pic 9(08).
       77  ws-tre-dias-letivos                     pic 9(03).
       77  ws-tre-faltas                           pic 9(03).
       77  ws-tre-abonadas                         pic 9(03).

      *>----area de comunicação com o driver de fechamento fecha-mes
           copy fechames.

               end-if
           end-if

           set arquivo-cad-disc-ok to true
           open input arqDisciplinas
           if ws-fs-cad-disc = 35 then
               set sem-arquivo-cad-disc to true
           else
               if ws-fs-cad-disc <> 00 then
                   move 20                                      to ws-msn-erro-ofsset
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
                   move 21                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCurriculo "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-conselho-ok to true
           open input arqConselho
           if ws-fs-conselho = 35 then
               set sem-arquivo-conselho to true
           else
               if ws-fs-conselho <> 00 then
                   move 27                                       to ws-msn-erro-ofsset
                   move ws-fs-conselho                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-transf-entrada-ok to true
           open input arqTransfEntrada
           if ws-fs-transf-entrada = 35 then
               set sem-arquivo-transf-entrada to true
           else
               if ws-fs-transf-entrada <> 00 then
                   move 30                                       to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransfEntrada "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqBoletins
           if  ws-fs-boletins <> 00 then
               move 2                                to ws-msn-erro-ofsset
                  into fd-boletins-linha
           write fd-boletins-linha

           perform le-transf-entrada
           if aluno-transferido-entrada then
               perform imprime-linha-transferencia
           end-if

           move zeros to ws-qtde-disc
           move zeros to ws-soma-medias-disc
           set sem-recuperacao-aplicada to true
           set sem-decisao-conselho to true

           perform apura-frequencia

               write fd-boletins-linha
           end-if

           if arquivo-frequencia-ok
           or aluno-transferido-entrada then
               perform imprime-linha-frequencia
           end-if

               perform imprime-linha-recuperacao
           end-if

           if decisao-conselho-aplicada then
               perform imprime-linha-conselho
           end-if

           add 1 to ws-total-impressos
           .
       imprime-boletim-exit.
      *>------------------------------------------------------------------------
       imprime-grade-disciplinas section.

           perform carrega-grade-turma

           perform varying ws-disc-ind from 1 by 1
               until ws-disc-ind > ws-qtde-grade

               move ws-matricula to fd-nd-matricula
               move ws-disc-codigo(ws-disc-ind) to fd-nd-disciplina
               end-if

           end-perform

           if aluno-transferido-entrada
           and ws-qtde-disc > 0 then
               move spaces to fd-boletins-linha
               move "(*) nota de bimestre cursado na escola de origem"
                   to fd-boletins-linha
               write fd-boletins-linha
           end-if
           .
       imprime-grade-disciplinas-exit.
           exit.
           move fd-nd-nota4   to ws-nd-nota4-ed
           move ws-media-disc to ws-nd-media-ed

           move spaces to ws-nd-marca1 ws-nd-marca2 ws-nd-marca3
           if ws-tre-bim-origem >= 1 then
               move "*" to ws-nd-marca1
           end-if
           if ws-tre-bim-origem >= 2 then
               move "*" to ws-nd-marca2
           end-if
           if ws-tre-bim-origem >= 3 then
               move "*" to ws-nd-marca3
           end-if

           move spaces to fd-boletins-linha
           string ws-disc-nome(ws-disc-ind) delimited by size
                  "  "            delimited by size
                  ws-nd-nota1-ed  delimited by size
                  ws-nd-marca1    delimited by size
                  " "             delimited by size
                  ws-nd-nota2-ed  delimited by size
                  ws-nd-marca2    delimited by size
                  " "             delimited by size
                  ws-nd-nota3-ed  delimited by size
                  ws-nd-marca3    delimited by size
                  " "             delimited by size
                  ws-nd-nota4-ed  delimited by size
                  "  Media: "     delimited by size
                  ws-nd-media-ed  delimited by size
               perform conta-frequencia-ano
           end-if

      *>   aluno recebido por transferencia: os dias letivos da escola de
      *>   origem somam-se aos da escola, com as faltas e as abonadas da
      *>   declaração; os demais dias contam como presença
           if aluno-transferido-entrada then
               add ws-tre-dias-letivos to ws-frq-total
               add ws-tre-faltas       to ws-frq-faltas
               add ws-tre-abonadas     to ws-frq-abonadas
               compute ws-frq-presencas = ws-frq-presencas
                   + ws-tre-dias-letivos - ws-tre-faltas - ws-tre-abonadas
           end-if

      *>   falta abonada por atestado conta a favor do aluno no
      *>   percentual, como se fosse presença
           if ws-frq-total > 0 then
      *>  Decide a situacao final do aluno a partir da media ja calculada:
      *>  APROVADO/REPROVADO pela media minima e, havendo lançamentos de
      *>  frequencia, REPROVADO POR FALTA quando a presença fica abaixo do
      *>  minimo legal de 75%, independente da media; por ultimo, a
      *>  decisão do conselho de classe, quando houver, prevalece
      *>------------------------------------------------------------------------
       apura-situacao-final section.

           end-if

           perform aplica-reprovacao-falta
           perform aplica-decisao-conselho
           .
       apura-situacao-final-exit.
           exit.
       aplica-reprovacao-falta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aplica a decisão do conselho de classe por cima do resultado
      *>  apurado: o resultado decidido (ja marcado como do conselho)
      *>  substitui o apurado pelas notas e frequencia, que nao mudam
      *>------------------------------------------------------------------------
       aplica-decisao-conselho section.

           if arquivo-conselho-ok then
               move ws-matricula  to fd-con-matricula
               move ws-ano-letivo to fd-con-ano
               read arqConselho

               if ws-fs-conselho = 0 then
                   move fd-con-resultado to ws-situacao-aluno
                   set decisao-conselho-aplicada to true
               else
                   if ws-fs-conselho <> 23 then
                       move 28                                  to ws-msn-erro-ofsset
                       move ws-fs-conselho                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselho "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       aplica-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha do conselho de classe do boletim: a data da
      *>  reunião e a justificativa da decisão
      *>------------------------------------------------------------------------
       imprime-linha-conselho section.

           move spaces to fd-boletins-linha
           string "Conselho    : reuniao de "  delimited by size
                  fd-con-data-reuniao(7:2)     delimited by size
                  "/"                          delimited by size
                  fd-con-data-reuniao(5:2)     delimited by size
                  "/"                          delimited by size
                  fd-con-data-reuniao(1:4)     delimited by size
                  into fd-boletins-linha
           write fd-boletins-linha

           move spaces to fd-boletins-linha
           string "              "             delimited by size
                  fd-con-justificativa         delimited by size
                  into fd-boletins-linha
           write fd-boletins-linha
           .
       imprime-linha-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a nota do exame de recuperação do aluno reprovado pela
      *>  media e, quando lançada, recalcula a media final (media da media
                      into fd-boletins-linha
           end-if
           write fd-boletins-linha

           if aluno-transferido-entrada then
               move spaces to fd-boletins-linha
               string "              inclui "   delimited by size
                      ws-tre-dias-letivos       delimited by size
                      " dias letivos da escola de origem"
                                                delimited by size
                      into fd-boletins-linha
               write fd-boletins-linha
           end-if
           .
       imprime-linha-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le a transferencia recebida do aluno corrente no ano letivo
      *>  (arqTransfEntrada) e guarda a declaração da escola de origem
      *>------------------------------------------------------------------------
       le-transf-entrada section.

           set aluno-sem-transferencia to true
           move zeros to ws-tre-bim-origem
           move zeros to ws-tre-dias-letivos
           move zeros to ws-tre-faltas
           move zeros to ws-tre-abonadas

           if arquivo-transf-entrada-ok then
               move ws-matricula  to fd-tre-matricula
               move ws-ano-letivo to fd-tre-ano-letivo
               read arqTransfEntrada

               if ws-fs-transf-entrada = 0 then
                   set aluno-transferido-entrada to true
                   move fd-tre-bimestres-origem to ws-tre-bim-origem
                   move fd-tre-escola-origem    to ws-tre-escola
                   move fd-tre-data-chegada     to ws-tre-data-chegada
                   move fd-tre-dias-letivos     to ws-tre-dias-letivos
                   move fd-tre-faltas           to ws-tre-faltas
                   move fd-tre-abonadas         to ws-tre-abonadas
               else
                   if ws-fs-transf-entrada <> 23 then
                       move 31                                      to ws-msn-erro-ofsset
                       move ws-fs-transf-entrada                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransfEntrada "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       le-transf-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha do aluno recebido por transferencia: a escola de
      *>  origem, a data de chegada e os bimestres cursados la
      *>------------------------------------------------------------------------
       imprime-linha-transferencia section.

           move spaces to fd-boletins-linha
           string "Transferido de "          delimited by size
                  ws-tre-escola              delimited by "  "
                  " em "                     delimited by size
                  ws-tre-data-chegada(7:2)   delimited by size
                  "/"                        delimited by size
                  ws-tre-data-chegada(5:2)   delimited by size
                  "/"                        delimited by size
                  ws-tre-data-chegada(1:4)   delimited by size
                  into fd-boletins-linha
           write fd-boletins-linha

           move spaces to fd-boletins-linha
           string "Bimestres 1 a "           delimited by size
                  ws-tre-bim-origem          delimited by size
                  " cursados na escola de origem"
                                             delimited by size
                  into fd-boletins-linha
           write fd-boletins-linha
           .
       imprime-linha-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime as notas gerais do cadastro (fd-notas), a media e a
      *>  situacao -- usado para aluno ainda sem notas por disciplina
               move zeros to ws-media
               move "SEM NOTAS" to ws-situacao-aluno
               perform aplica-reprovacao-falta
               perform aplica-decisao-conselho
           else
               compute ws-media rounded =
                   (ws-nota1 + ws-nota2 + ws-nota3 + ws-nota4) / 4
       imprime-notas-gerais-exit.
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

           if ws-turma <> ws-grade-turma then
               move ws-turma to ws-grade-turma
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
                               move 22                                      to ws-msn-erro-ofsset
                               move ws-fs-cad-disc                          to ws-msn-erro-cod
                               move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

                   read arqCurriculo next
                   if ws-fs-curriculo <> 0
                   and ws-fs-curriculo <> 10 then
                       move 23                                      to ws-msn-erro-ofsset
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
                       move 24                                      to ws-msn-erro-ofsset
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
                   move 25                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-curriculo-ok then
               close arqCurriculo
               if ws-fs-curriculo <> 0 then
                   move 26                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCurriculo "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-conselho-ok then
               close arqConselho
               if ws-fs-conselho <> 0 then
                   move 29                                       to ws-msn-erro-ofsset
                   move ws-fs-conselho                           to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-transf-entrada-ok then
               close arqTransfEntrada
               if ws-fs-transf-entrada <> 0 then
                   move 32                                       to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTransfEntrada "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqBoletins
           if ws-fs-boletins <> 0 then
               move 5                                 to ws-msn-erro-ofsset
