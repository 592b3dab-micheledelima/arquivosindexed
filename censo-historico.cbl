      *>  acumulado arqHistorico (um registro por aluno e ano, gravado
      *>  pelo fecha-ano) e imprime em CENSO.LST, para cada ano letivo e
      *>  turma presentes no arquivo, as quantidades e os percentuais de
      *>  APROVADO, REPROVADO e REPROVADO POR FALTA (o resultado decidido
      *>  pelo conselho de classe conta como aprovado ou reprovado e o
      *>  total dessas decisões sai no rodape; demais resultados, como
      *>  SEM NOTAS e TRANSFERIDO, saem agrupados como outros), o
      *>  total do ano, a evolução do percentual de aprovação ano a ano, o
      *>  desempenho por disciplina de cada ano (alunos, media das medias
      *>  e quantos ficaram abaixo de 6,00, tomados do acumulado por
      *>  disciplina arqHistDisc) e, ao final, a lista de retenção --
      *>  alunos com mais de uma reprovação no acumulado -- para a
      *>  coordenação agir.
      *>
      *>  O arquivo é lido duas vezes: a primeira passada acumula as
      *>  tabelas de ano/turma, a segunda, ja em ordem de matricula pela
           record key is fd-hist-chave
           file status is ws-fs-historico.

      *>declaração do acumulado historico das notas por disciplina dos
      *>anos encerrados, gravado pelo fecha-ano
           select arqHistDisc assign to "arqHistDisc.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hd-chave
           file status is ws-fs-histdisc.

      *>declaração do relatorio impresso do censo
           select arqCenso assign to "CENSO.LST"
           organization is line sequential

           copy historico.

       fd arqHistDisc.

           copy histdisc.

       fd  arqCenso
           record contains 100 characters.

       working-storage section.

       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-histdisc                           pic 9(02).
       77 ws-fs-censo                              pic 9(02).

       01 ws-msn-erro.
       77  ws-ret-qtde-listados                    pic 9(04)
                                                   value zeros.

      *>----tabela de desempenho por disciplina: para cada ano da tabela
      *>----do censo (mesmo indice, apos a ordenação), ate 15 disciplinas
       01  ws-cdi-tabela.
           05  ws-cdi-ano-tab occurs 20 times.
               10  ws-cdi-qtde-disc                pic 9(02).
               10  ws-cdi-disc-tab occurs 15 times.
                   15  ws-cdi-disciplina           pic x(03).
                   15  ws-cdi-alunos               pic 9(05).
                   15  ws-cdi-soma-medias          pic 9(07)v99.
                   15  ws-cdi-abaixo               pic 9(05).

       77  ws-cdi-ind                              pic 9(02).
       77  ws-cdi-achada                           pic 9(02).
       77  ws-cdi-media                            pic 9(02)v99.
       01  ws-cdi-media-ed                         pic z9,99.
       77  ws-media-minima                         pic 9(02)v99
                                                   value 6,00.

      *>----o acumulado por disciplina so existe apos o primeiro
      *>----encerramento que o gravou
       77  ws-histdisc-sw                          pic x(01).
          88  arquivo-histdisc-ok                  value "S".
          88  sem-arquivo-histdisc                 value "N".

       77 ws-total-lidos                           pic 9(06)
                                                   value zeros.
       77 ws-total-lidos-disc                      pic 9(06)
                                                   value zeros.
       77 ws-total-conselho                        pic 9(06)
                                                   value zeros.

      *>----variaveis para comunicação entre programas
       linkage section.
           perform inicializa.
           perform acumula-censo.
           perform ordena-anos.
           perform acumula-disciplinas.
           perform imprime-censo.
           perform imprime-evolucao.
           perform imprime-disciplinas.
           perform imprime-retencao.
           perform finaliza.

      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
      *>   abre o historico e o acumulado por disciplina para leitura e o
      *>   relatorio para escrita

           open input arqHistorico
           if ws-fs-historico = 35 then
               perform finaliza-anormal
           end-if

           set arquivo-histdisc-ok to true
           open input arqHistDisc
           if ws-fs-histdisc = 35 then
               set sem-arquivo-histdisc to true
           else
               if ws-fs-histdisc <> 00 then
                   move 8                                   to ws-msn-erro-ofsset
                   move ws-fs-histdisc                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistDisc "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqCenso
           if  ws-fs-censo <> 00 then
               move 2                                to ws-msn-erro-ofsset
           perform until ws-fs-historico = 10

               add 1 to ws-total-lidos
               if fd-hist-resultado = "APROVADO CONSELHO"
               or fd-hist-resultado = "REPROVADO CONSELHO" then
                   add 1 to ws-total-conselho
               end-if
               perform acumula-registro

               read arqHistorico next
           if ws-turma-achada > 0 then
               evaluate fd-hist-resultado
                   when = "APROVADO"
                   when = "APROVADO CONSELHO"
                       add 1 to ws-cen-aprovados
                           (ws-ano-achado ws-turma-achada)
                   when = "REPROVADO"
                   when = "REPROVADO CONSELHO"
                       add 1 to ws-cen-reprovados
                           (ws-ano-achado ws-turma-achada)
                   when = "REPROVADO POR FALTA"
       ordena-anos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o acumulado por disciplina sequencialmente e acumula, no ano
      *>  ja ordenado da tabela do censo, a quantidade de alunos, a soma
      *>  das medias e os abaixo da media minima de cada disciplina
      *>------------------------------------------------------------------------
       acumula-disciplinas section.

           perform varying ws-ano-ind from 1 by 1
               until ws-ano-ind > 20
               move zeros to ws-cdi-qtde-disc(ws-ano-ind)
           end-perform

           if arquivo-histdisc-ok then
               read arqHistDisc next
               perform until ws-fs-histdisc = 10

                   add 1 to ws-total-lidos-disc
                   perform acumula-registro-disciplina

                   read arqHistDisc next
                   if ws-fs-histdisc <> 0
                   and ws-fs-histdisc <> 10 then
                       move 9                                  to ws-msn-erro-ofsset
                       move ws-fs-histdisc                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistDisc "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               end-perform
           end-if
           .
       acumula-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acumula o registro por disciplina corrente na celula do seu
      *>  ano/disciplina, criando a entrada da disciplina na primeira
      *>  ocorrencia; ano ausente da tabela do censo é ignorado
      *>------------------------------------------------------------------------
       acumula-registro-disciplina section.

           move zeros to ws-ano-achado
           perform varying ws-ano-ind from 1 by 1
               until ws-ano-ind > ws-cen-qtde-anos
               if ws-cen-ano(ws-ano-ind) = fd-hd-ano then
                   move ws-ano-ind to ws-ano-achado
               end-if
           end-perform

           if ws-ano-achado > 0 then
               move zeros to ws-cdi-achada
               perform varying ws-cdi-ind from 1 by 1
                   until ws-cdi-ind > ws-cdi-qtde-disc(ws-ano-achado)
                   if ws-cdi-disciplina(ws-ano-achado ws-cdi-ind)
                       = fd-hd-disciplina then
                       move ws-cdi-ind to ws-cdi-achada
                   end-if
               end-perform

               if ws-cdi-achada = 0 then
                   if ws-cdi-qtde-disc(ws-ano-achado) >= 15 then
                       display "Tabela de disciplinas esgotada (mais de "
                               "15 no ano) - registro ignorado"
                   else
                       add 1 to ws-cdi-qtde-disc(ws-ano-achado)
                       move ws-cdi-qtde-disc(ws-ano-achado)
                           to ws-cdi-achada
                       move fd-hd-disciplina
                           to ws-cdi-disciplina(ws-ano-achado ws-cdi-achada)
                       move zeros
                           to ws-cdi-alunos(ws-ano-achado ws-cdi-achada)
                       move zeros
                           to ws-cdi-soma-medias(ws-ano-achado ws-cdi-achada)
                       move zeros
                           to ws-cdi-abaixo(ws-ano-achado ws-cdi-achada)
                   end-if
               end-if

               if ws-cdi-achada > 0 then
                   add 1 to ws-cdi-alunos(ws-ano-achado ws-cdi-achada)
                   add fd-hd-media
                       to ws-cdi-soma-medias(ws-ano-achado ws-cdi-achada)
                   if fd-hd-media < ws-media-minima then
                       add 1 to ws-cdi-abaixo(ws-ano-achado ws-cdi-achada)
                   end-if
               end-if
           end-if
           .
       acumula-registro-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a seção de cada ano letivo: uma linha por turma com as
      *>  contagens e os percentuais e a linha de total do ano
       imprime-evolucao-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o desempenho por disciplina de cada ano letivo: alunos
      *>  com notas na disciplina, media das medias e quantos ficaram
      *>  abaixo da media minima
      *>------------------------------------------------------------------------
       imprime-disciplinas section.

           move spaces to fd-censo-linha
           move "DESEMPENHO POR DISCIPLINA" to fd-censo-linha
           write fd-censo-linha

           if ws-total-lidos-disc = 0 then
               move spaces to fd-censo-linha
               move "  nenhuma nota por disciplina arquivada no historico"
                   to fd-censo-linha
               write fd-censo-linha
           else
               perform varying ws-ano-ind from 1 by 1
                   until ws-ano-ind > ws-cen-qtde-anos
                   if ws-cdi-qtde-disc(ws-ano-ind) > 0 then
                       move spaces to fd-censo-linha
                       string "  ANO LETIVO " delimited by size
                              ws-cen-ano(ws-ano-ind) delimited by size
                              into fd-censo-linha
                       write fd-censo-linha
                       perform varying ws-cdi-ind from 1 by 1
                           until ws-cdi-ind > ws-cdi-qtde-disc(ws-ano-ind)
                           perform imprime-linha-disciplina
                       end-perform
                   end-if
               end-perform
           end-if

           move spaces to fd-censo-linha
           write fd-censo-linha
           .
       imprime-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a linha de uma disciplina do ano corrente
      *>------------------------------------------------------------------------
       imprime-linha-disciplina section.

           move zeros to ws-cdi-media
           if ws-cdi-alunos(ws-ano-ind ws-cdi-ind) > 0 then
               compute ws-cdi-media rounded =
                   ws-cdi-soma-medias(ws-ano-ind ws-cdi-ind)
                       / ws-cdi-alunos(ws-ano-ind ws-cdi-ind)
           end-if
           move ws-cdi-media to ws-cdi-media-ed

           move spaces to fd-censo-linha
           string "    Disciplina " delimited by size
                  ws-cdi-disciplina(ws-ano-ind ws-cdi-ind)
                      delimited by size
                  "  Alunos: "      delimited by size
                  ws-cdi-alunos(ws-ano-ind ws-cdi-ind)
                      delimited by size
                  "  Media: "       delimited by size
                  ws-cdi-media-ed   delimited by size
                  "  Abaixo de 6,00: " delimited by size
                  ws-cdi-abaixo(ws-ano-ind ws-cdi-ind)
                      delimited by size
                  into fd-censo-linha
           write fd-censo-linha
           .
       imprime-linha-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  segunda passada - re-le o historico do inicio (a chave matricula
      *>  + ano ja agrupa os anos de cada aluno) e imprime a lista de
               end-if

               if fd-hist-resultado = "REPROVADO"
               or fd-hist-resultado = "REPROVADO POR FALTA"
               or fd-hist-resultado = "REPROVADO CONSELHO" then
                   add 1 to ws-ret-qtde-repro
               end-if

               perform finaliza-anormal
           end-if

           if arquivo-histdisc-ok then
               close arqHistDisc
               if ws-fs-histdisc <> 0 then
                   move 10                                   to ws-msn-erro-ofsset
                   move ws-fs-histdisc                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistDisc "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to fd-censo-linha
           move all "-" to fd-censo-linha
           write fd-censo-linha
                  into fd-censo-linha
           write fd-censo-linha

           move spaces to fd-censo-linha
           string "Resultados decididos pelo conselho de classe: "
                                        delimited by size
                  ws-total-conselho     delimited by size
                  into fd-censo-linha
           write fd-censo-linha

           close arqCenso
           if ws-fs-censo <> 0 then
               move 7                                to ws-msn-erro-ofsset
           display "Registros lidos         : " ws-total-lidos
           display "Anos letivos no censo   : " ws-cen-qtde-anos
           display "Alunos na lista retencao: " ws-ret-qtde-listados
           display "Decididos pelo conselho : " ws-total-conselho

           stop run
           .
