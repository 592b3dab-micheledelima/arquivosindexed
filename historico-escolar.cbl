      *>  pelo operador, imprime em HISTESCOLAR.LST o documento formal que
      *>  a secretaria entrega a familia, combinando a identificação do
      *>  aluno do cadastro, todos os anos encerrados de arqHistorico
      *>  (turma, notas, media e resultado, com a grade de disciplinas do
      *>  ano tomada do acumulado arqHistDisc) e o ano em curso de
      *>  arqCadAlu/arqNotasDisc na grade curricular da turma, com a data
      *>  de emissão e um numero sequencial de documento. Os nomes das
      *>  disciplinas vem do cadastro arqDisciplinas. O ano com decisão
      *>  do conselho de classe (arqConselho) sai com o resultado marcado
      *>  como do conselho, a data da reunião e a justificativa. O ano em
      *>  que o aluno chegou transferido de outra escola (arqTransfEntrada)
      *>  sai com a escola de origem, a data de chegada e a frequencia da
      *>  declaração, e as notas dos bimestres cursados na origem marcadas.
      *>
      *>  O numero vem do arquivo de controle arqCtlDocHist.dat (mesma
      *>  tecnica do arqControle de matriculas); a contagem de vias por
           record key is fd-hist-chave
           file status is ws-fs-historico.

      *>declaração do acumulado historico das notas por disciplina dos
      *>anos encerrados
           select arqHistDisc assign to "arqHistDisc.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hd-chave
           file status is ws-fs-histdisc.

      *>declaração do arquivo de notas por disciplina do ano em curso
           select arqNotasDisc assign to "arqNotasDisc.dat"
           organization is indexed
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

      *>declaração do controle do ultimo numero de documento emitido
      *>(registro unico, mesma tecnica do arqControle)
           select arqCtlDocHist assign to "arqCtlDocHist.dat"
           record key is fd-via-matricula
           file status is ws-fs-vias.

      *>declaração das decisões do conselho de classe, gravadas pelo
      *>lista11exercicio3v2 - somente leitura
           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-con-chave
           file status is ws-fs-conselho.

      *>declaração das transferencias recebidas de outra escola, gravadas
      *>pelo lista11exercicio3v2 - somente leitura
           select arqTransfEntrada assign to "arqTransfEntrada.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tre-chave
           file status is ws-fs-transf-entrada.

      *>declaração do documento impresso
           select arqTranscrito assign to "HISTESCOLAR.LST"
           organization is line sequential

           copy historico.

       fd arqHistDisc.

           copy histdisc.

       fd arqNotasDisc.

           copy notasdisc.
           05  fd-via-matricula                    pic 9(06).
           05  fd-via-qtde                         pic 9(02).

       fd arqDisciplinas.

           copy disciplina.

       fd arqCurriculo.

           copy curriculo.

       fd arqConselho.

           copy conselho.

       fd arqTransfEntrada.

           copy transfentrada.

       fd  arqTranscrito
           record contains 80 characters.


       77 ws-fs-arqCadAlu                          pic 9(02).
       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-histdisc                           pic 9(02).
       77 ws-fs-notasdisc                          pic 9(02).
       77 ws-fs-cad-disc                           pic 9(02).
       77 ws-fs-curriculo                          pic 9(02).
       77 ws-fs-conselho                           pic 9(02).
       77 ws-fs-transf-entrada                     pic 9(02).
       77 ws-fs-ctldoc                             pic 9(02).
       77 ws-fs-vias                               pic 9(02).
       77 ws-fs-transcrito                         pic 9(02).
       01  ws-nota4-ed                             pic z9,99.
       01  ws-media-ed                             pic z9,99.

      *>----marca "*" apos a nota de bimestre cursado na escola de origem
       77  ws-marca1                               pic x(01).
       77  ws-marca2                               pic x(01).
       77  ws-marca3                               pic x(01).

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
       77  ws-hd-disc-nome                         pic x(15).

      *>----os arquivos do historico e da grade podem ainda nao existir
       77  ws-historico-sw                         pic x(01).
          88  arquivo-disciplinas-ok               value "S".
          88  sem-arquivo-disciplinas              value "N".

       77  ws-histdisc-sw                          pic x(01).
          88  arquivo-histdisc-ok                  value "S".
          88  sem-arquivo-histdisc                 value "N".

      *>----o cadastro de disciplinas e a grade curricular podem ainda nao
      *>----existir: sem eles a grade fica vazia e valem as notas gerais
       77  ws-cad-disc-sw                          pic x(01).
          88  arquivo-cad-disc-ok                  value "S".
          88  sem-arquivo-cad-disc                 value "N".

       77  ws-curriculo-sw                         pic x(01).
          88  arquivo-curriculo-ok                 value "S".
          88  sem-arquivo-curriculo                value "N".

      *>----o arquivo do conselho de classe pode nao existir (nenhuma decisão
      *>----registrada ainda)
       77  ws-conselho-sw                          pic x(01).
          88  arquivo-conselho-ok                  value "S".
          88  sem-arquivo-conselho                 value "N".

      *>----o arquivo de transferencias recebidas pode nao existir (nenhum
      *>----aluno recebido de outra escola ainda)
       77  ws-transf-entrada-sw                    pic x(01).
          88  arquivo-transf-entrada-ok            value "S".
          88  sem-arquivo-transf-entrada           value "N".

      *>----ano impresso em que o aluno chegou transferido de outra escola:
      *>----bimestres cursados na origem (zero quando nao veio transferido)
       77  ws-tre-sw                               pic x(01).
          88  ano-transferido-entrada              value "S".
          88  ano-sem-transferencia                value "N".

       77  ws-tre-bim-origem                       pic 9(01).

      *>----variaveis para comunicação entre programas
       linkage section.

               end-if
           end-if

           set arquivo-histdisc-ok to true
           open input arqHistDisc
           if ws-fs-histdisc = 35 then
               set sem-arquivo-histdisc to true
           else
               if ws-fs-histdisc <> 00 then
                   move 21                                  to ws-msn-erro-ofsset
                   move ws-fs-histdisc                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistDisc "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-disciplinas-ok to true
           open input arqNotasDisc
           if ws-fs-notasdisc = 35 then
               end-if
           end-if

           set arquivo-cad-disc-ok to true
           open input arqDisciplinas
           if ws-fs-cad-disc = 35 then
               set sem-arquivo-cad-disc to true
           else
               if ws-fs-cad-disc <> 00 then
                   move 25                                      to ws-msn-erro-ofsset
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
                   move 26                                      to ws-msn-erro-ofsset
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
                   move 33                                       to ws-msn-erro-ofsset
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
                   move 36                                       to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransfEntrada "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqViasHistorico
           if ws-fs-vias = 35 then
      *>       contagem de vias ainda nao existe - cria-se vazia
           exit.

      *>------------------------------------------------------------------------
      *>  imprime um ano encerrado do historico: turma, notas, media, a
      *>  grade de disciplinas do ano e o resultado final arquivado
      *>------------------------------------------------------------------------
       imprime-ano-encerrado section.

                  into fd-transcrito-linha
           write fd-transcrito-linha

           move fd-hist-matricula to fd-tre-matricula
           move fd-hist-ano       to fd-tre-ano-letivo
           perform imprime-transf-entrada

           move spaces to fd-transcrito-linha
           if fd-hist-informou = 0 then
               move "    sem notas informadas no encerramento"
           end-if
           write fd-transcrito-linha

           if arquivo-histdisc-ok then
               perform imprime-grade-encerrada
           end-if

           move fd-hist-media to ws-media-ed
           move spaces to fd-transcrito-linha
           string "    Media: "      delimited by size
                  fd-hist-resultado  delimited by size
                  into fd-transcrito-linha
           write fd-transcrito-linha

           move fd-hist-matricula to fd-con-matricula
           move fd-hist-ano       to fd-con-ano
           perform imprime-decisao-conselho
           .
       imprime-ano-encerrado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a grade de disciplinas do ano encerrado corrente, uma
      *>  linha por disciplina com as quatro notas e a media da
      *>  disciplina, lendo o acumulado por disciplina pela chave
      *>  composta (matricula + ano + disciplina)
      *>------------------------------------------------------------------------
       imprime-grade-encerrada section.

           move fd-hist-matricula to fd-hd-matricula
           move fd-hist-ano       to fd-hd-ano
           move low-values        to fd-hd-disciplina

           start arqHistDisc key >= fd-hd-chave
           if ws-fs-histdisc = 0 then
               read arqHistDisc next
               perform until ws-fs-histdisc <> 0
                   or fd-hd-matricula <> fd-hist-matricula
                   or fd-hd-ano       <> fd-hist-ano

                   move fd-hd-disciplina to ws-hd-disc-nome
                   if arquivo-cad-disc-ok then
                       move fd-hd-disciplina to fd-dis-codigo
                       read arqDisciplinas
                       if ws-fs-cad-disc = 0 then
                           move fd-dis-nome to ws-hd-disc-nome
                       else
                           if ws-fs-cad-disc <> 23 then
                               move 32                                      to ws-msn-erro-ofsset
                               move ws-fs-cad-disc                          to ws-msn-erro-cod
                               move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

                   move fd-hd-nota1 to ws-nota1-ed
                   move fd-hd-nota2 to ws-nota2-ed
                   move fd-hd-nota3 to ws-nota3-ed
                   move fd-hd-nota4 to ws-nota4-ed
                   move fd-hd-media to ws-media-ed
                   perform monta-marcas-origem
                   move spaces to fd-transcrito-linha
                   string "    "         delimited by size
                          ws-hd-disc-nome delimited by size
                          "  "           delimited by size
                          ws-nota1-ed    delimited by size
                          ws-marca1      delimited by size
                          " "            delimited by size
                          ws-nota2-ed    delimited by size
                          ws-marca2      delimited by size
                          " "            delimited by size
                          ws-nota3-ed    delimited by size
                          ws-marca3      delimited by size
                          " "            delimited by size
                          ws-nota4-ed    delimited by size
                          "  Media "     delimited by size
                          ws-media-ed    delimited by size
                          into fd-transcrito-linha
                   write fd-transcrito-linha

                   read arqHistDisc next
                   if ws-fs-histdisc <> 0
                   and ws-fs-histdisc <> 10 then
                       move 22                                 to ws-msn-erro-ofsset
                       move ws-fs-histdisc                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistDisc "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               end-perform
           else
               if ws-fs-histdisc <> 23
               and ws-fs-histdisc <> 10 then
                   move 23                                   to ws-msn-erro-ofsset
                   move ws-fs-histdisc                       to ws-msn-erro-cod
                   move "Erro ao pesquisar arqHistDisc "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       imprime-grade-encerrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o bloco do ano em curso: turma/ano do cadastro e as
      *>  notas parciais por disciplina de arqNotasDisc (nao as havendo,
                  into fd-transcrito-linha
           write fd-transcrito-linha

           move ws-matricula  to fd-tre-matricula
           move fd-ano-letivo to fd-tre-ano-letivo
           perform imprime-transf-entrada

           move zeros to ws-qtde-disc
           if arquivo-disciplinas-ok then
               perform imprime-grade-em-curso
               perform imprime-notas-gerais-curso
           end-if

           move ws-matricula  to fd-con-matricula
           move fd-ano-letivo to fd-con-ano
           perform imprime-decisao-conselho

           move spaces to fd-transcrito-linha
           write fd-transcrito-linha
           .

      *>------------------------------------------------------------------------
      *>  imprime uma linha por disciplina com notas informadas do ano em
      *>  curso, na ordem da grade curricular da turma
      *>------------------------------------------------------------------------
       imprime-grade-em-curso section.

           perform carrega-grade-turma

           perform varying ws-disc-ind from 1 by 1
               until ws-disc-ind > ws-qtde-grade

               move ws-matricula to fd-nd-matricula
               move ws-disc-codigo(ws-disc-ind) to fd-nd-disciplina
                   move fd-nd-nota2 to ws-nota2-ed
                   move fd-nd-nota3 to ws-nota3-ed
                   move fd-nd-nota4 to ws-nota4-ed
                   perform monta-marcas-origem
                   move spaces to fd-transcrito-linha
                   string "  "          delimited by size
                          ws-disc-nome(ws-disc-ind) delimited by size
                          "  "          delimited by size
                          ws-nota1-ed   delimited by size
                          ws-marca1     delimited by size
                          " "           delimited by size
                          ws-nota2-ed   delimited by size
                          ws-marca2     delimited by size
                          " "           delimited by size
                          ws-nota3-ed   delimited by size
                          ws-marca3     delimited by size
                          " "           delimited by size
                          ws-nota4-ed   delimited by size
                          into fd-transcrito-linha
                   write fd-transcrito-linha
       imprime-notas-gerais-curso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a transferencia recebida de outra escola no ano da chave
      *>  ja montada em fd-tre-chave, quando houver: a escola de origem, a
      *>  data de chegada, os bimestres cursados la e a frequencia da
      *>  declaração. Guarda os bimestres de origem para as marcas das
      *>  notas do ano
      *>------------------------------------------------------------------------
       imprime-transf-entrada section.

           set ano-sem-transferencia to true
           move zeros to ws-tre-bim-origem

           if arquivo-transf-entrada-ok then
               read arqTransfEntrada
               if ws-fs-transf-entrada = 0 then
                   set ano-transferido-entrada to true
                   move fd-tre-bimestres-origem to ws-tre-bim-origem

                   move spaces to fd-transcrito-linha
                   string "    Transferido de "        delimited by size
                          fd-tre-escola-origem         delimited by "  "
                          " em "                       delimited by size
                          fd-tre-data-chegada(7:2)     delimited by size
                          "/"                          delimited by size
                          fd-tre-data-chegada(5:2)     delimited by size
                          "/"                          delimited by size
                          fd-tre-data-chegada(1:4)     delimited by size
                          into fd-transcrito-linha
                   write fd-transcrito-linha

                   move spaces to fd-transcrito-linha
                   string "    Escola de origem: "     delimited by size
                          fd-tre-dias-letivos          delimited by size
                          " dias letivos, "            delimited by size
                          fd-tre-faltas                delimited by size
                          " faltas, "                  delimited by size
                          fd-tre-abonadas              delimited by size
                          " abonadas"                  delimited by size
                          into fd-transcrito-linha
                   write fd-transcrito-linha

                   move spaces to fd-transcrito-linha
                   string "    (*) bimestres 1 a "     delimited by size
                          fd-tre-bimestres-origem      delimited by size
                          " cursados na escola de origem"
                                                       delimited by size
                          into fd-transcrito-linha
                   write fd-transcrito-linha
               else
                   if ws-fs-transf-entrada <> 23 then
                       move 37                                      to ws-msn-erro-ofsset
                       move ws-fs-transf-entrada                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransfEntrada "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       imprime-transf-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  marca com "*" as notas dos bimestres cursados na escola de
      *>  origem no ano impresso
      *>------------------------------------------------------------------------
       monta-marcas-origem section.

           move spaces to ws-marca1 ws-marca2 ws-marca3
           if ws-tre-bim-origem >= 1 then
               move "*" to ws-marca1
           end-if
           if ws-tre-bim-origem >= 2 then
               move "*" to ws-marca2
           end-if
           if ws-tre-bim-origem >= 3 then
               move "*" to ws-marca3
           end-if
           .
       monta-marcas-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a decisão do conselho de classe do aluno no ano da
      *>  chave ja montada em fd-con-chave, quando houver: o resultado
      *>  decidido, a data da reunião e a justificativa
      *>------------------------------------------------------------------------
       imprime-decisao-conselho section.

           if arquivo-conselho-ok then
               read arqConselho
               if ws-fs-conselho = 0 then
                   move spaces to fd-transcrito-linha
                   string "    Conselho de classe: "   delimited by size
                          fd-con-resultado             delimited by size
                          " em "                       delimited by size
                          fd-con-data-reuniao(7:2)     delimited by size
                          "/"                          delimited by size
                          fd-con-data-reuniao(5:2)     delimited by size
                          "/"                          delimited by size
                          fd-con-data-reuniao(1:4)     delimited by size
                          into fd-transcrito-linha
                   write fd-transcrito-linha

                   move spaces to fd-transcrito-linha
                   string "    "                       delimited by size
                          fd-con-justificativa         delimited by size
                          into fd-transcrito-linha
                   write fd-transcrito-linha
               else
                   if ws-fs-conselho <> 23 then
                       move 34                                  to ws-msn-erro-ofsset
                       move ws-fs-conselho                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselho "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       imprime-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o fecho do documento: data de emissão e numero
      *>  sequencial do documento
       imprime-fecho-exit.
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
                               move 27                                      to ws-msn-erro-ofsset
                               move ws-fs-cad-disc                          to ws-msn-erro-cod
                               move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

                   read arqCurriculo next
                   if ws-fs-curriculo <> 0
                   and ws-fs-curriculo <> 10 then
                       move 28                                      to ws-msn-erro-ofsset
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
                       move 29                                      to ws-msn-erro-ofsset
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

           if arquivo-histdisc-ok then
               close arqHistDisc
               if ws-fs-histdisc <> 0 then
                   move 24                                   to ws-msn-erro-ofsset
                   move ws-fs-histdisc                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistDisc "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-disciplinas-ok then
               close arqNotasDisc
               if ws-fs-notasdisc <> 0 then
               end-if
           end-if

           if arquivo-cad-disc-ok then
               close arqDisciplinas
               if ws-fs-cad-disc <> 0 then
                   move 30                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-curriculo-ok then
               close arqCurriculo
               if ws-fs-curriculo <> 0 then
                   move 31                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCurriculo "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-conselho-ok then
               close arqConselho
               if ws-fs-conselho <> 0 then
                   move 35                                       to ws-msn-erro-ofsset
                   move ws-fs-conselho                           to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqViasHistorico
           if ws-fs-vias <> 0 then
               move 19                                        to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

           if arquivo-transf-entrada-ok then
               close arqTransfEntrada
               if ws-fs-transf-entrada <> 0 then
                   move 38                                       to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTransfEntrada "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqTranscrito
           if ws-fs-transcrito <> 0 then
               move 20                                   to ws-msn-erro-ofsset
