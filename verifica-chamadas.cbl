      $set sourceformat"free"
      *>divisão de identificação do programa
       identification division.
       program-id. "verifica-chamadas".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *>  Conferencia diaria das chamadas: para cada dia letivo do
      *>  calendario escolar (arqCalendario) do ano da data de referencia,
      *>  do inicio das aulas ate a data de referencia, lista em
      *>  CHAMADAS.LST as turmas do ano (arqTurmas) com alunos ativos em
      *>  que nenhum aluno tem lançamento de frequencia no dia
      *>  (arqFrequencia). Rodado todo dia, aponta as chamadas que faltam
      *>  lançar antes que o relatorio-faltas e a apuração dos 75% de
      *>  presença do boletim e do fecha-ano usem dados incompletos.
      *>
      *>  As datas letivas e as turmas sao carregadas em tabela; os
      *>  lançamentos de cada aluno ativo sao casados com a tabela de
      *>  datas (as duas em ordem de data) e marcam o dia da turma do
      *>  aluno como chamada lançada. Sem arqFrequencia (nenhuma chamada
      *>  lançada ainda), todo dia letivo fica pendente para toda turma
      *>  com alunos ativos.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>declaração do calendario escolar, mantido pelo lista11exercicio3v2
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-data
           file status is ws-fs-calendario.

      *>declaração do cadastro mestre de turmas
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tur-codigo
           file status is ws-fs-turmas.

      *>declaração do arquivo de alunos - mesma forma de acesso do consulta-seq
           select arqCadAlu assign to "arqCadAlu.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matricula
           file status is ws-fs-arqCadAlu.

      *>declaração do arquivo de frequencia (um registro por aluno e dia
      *>letivo), gravado pelo lista11exercicio3v2
           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-frq-chave
           file status is ws-fs-frequencia.

      *>declaração do relatorio impresso
           select arqChamadas assign to "CHAMADAS.LST"
           organization is line sequential
           file status is ws-fs-chamadas.

       i-o-control.

      *>declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.
       fd arqCalendario.

           copy calendario.

       fd arqTurmas.

           copy turma.

       fd arqCadAlu.

           copy cadalu.

       fd arqFrequencia.

           copy frequencia.

       fd  arqChamadas
           record contains 80 characters.

       01  fd-chamadas-linha                       pic x(80).

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-calendario                         pic 9(02).
       77 ws-fs-turmas                             pic 9(02).
       77 ws-fs-arqCadAlu                          pic 9(02).
       77 ws-fs-frequencia                         pic 9(02).
       77 ws-fs-chamadas                           pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>----data de referencia informada pelo operador (vazio = hoje)
       01  ws-referencia.
           05  ws-ref-data-txt                     pic x(08).
           05  ws-ref-data redefines ws-ref-data-txt
                                                   pic 9(08).
           05  ws-ref-data-r redefines ws-ref-data-txt.
               10  ws-ref-ano                      pic 9(04).
               10  ws-ref-mes                      pic 9(02).
               10  ws-ref-dia                      pic 9(02).

      *>----tabela das turmas do ano: codigo, descrição e quantidade de
      *>----alunos ativos (turma sem aluno ativo nao tem chamada a fazer)
       01  ws-turma-tabela.
           05  ws-qtde-turmas                      pic 9(03)
                                                   value zeros.
           05  ws-turma-tab occurs 100 times.
               10  ws-tab-turma                    pic x(03).
               10  ws-tab-descricao                pic x(25).
               10  ws-tab-alunos                   pic 9(04).

      *>----tabela dos dias letivos ate a data de referencia, em ordem de
      *>----data, com a marca de chamada lançada de cada turma da tabela
      *>----de turmas (mesma posição)
       01  ws-dia-tabela.
           05  ws-qtde-dias                        pic 9(03)
                                                   value zeros.
           05  ws-dia-tab occurs 366 times.
               10  ws-tab-data.
                   15  ws-tab-data-ano             pic 9(04).
                   15  ws-tab-data-mes             pic 9(02).
                   15  ws-tab-data-dia             pic 9(02).
               10  ws-tab-lancada occurs 100 times pic x(01).

       77  ws-turma-ind                            pic 9(03).
       77  ws-turma-achada                         pic 9(03).
       77  ws-dia-ind                              pic 9(03).

      *>----totais do relatorio
       77  ws-total-turmas-ativas                  pic 9(03)
                                                   value zeros.
       77  ws-total-pendentes                      pic 9(05)
                                                   value zeros.
       77  ws-dia-pendentes                        pic 9(03).

      *>----o arquivo de frequencia pode ainda nao existir (nenhuma
      *>----chamada lançada): todos os dias ficam sem lançamento
       77  ws-frequencia-sw                        pic x(01).
          88  arquivo-frequencia-ok                value "S".
          88  sem-arquivo-frequencia               value "N".

      *>----variaveis para comunicação entre programas
       linkage section.

      *>declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
      *>   pede ao operador a data de referencia (em branco = hoje) e abre
      *>   os arquivos

           display "Informe a data de referencia (AAAAMMDD, vazio = hoje): "
           accept ws-ref-data-txt
           if ws-ref-data-txt = spaces then
               accept ws-ref-data from date yyyymmdd
           else
               inspect ws-ref-data-txt replacing all " " by "0"
           end-if

           open input arqCalendario
           if  ws-fs-calendario <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-calendario                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCalendario "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if  ws-fs-turmas <> 00 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-turmas                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCadAlu
           if  ws-fs-arqCadAlu <> 00 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAlu "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set arquivo-frequencia-ok to true
           open input arqFrequencia
           if ws-fs-frequencia = 35 then
               set sem-arquivo-frequencia to true
           else
               if ws-fs-frequencia <> 00 then
                   move 4                                    to ws-msn-erro-ofsset
                   move ws-fs-frequencia                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFrequencia "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqChamadas
           if  ws-fs-chamadas <> 00 then
               move 5                                    to ws-msn-erro-ofsset
               move ws-fs-chamadas                       to ws-msn-erro-cod
               move "Erro ao abrir arq. CHAMADAS "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-chamadas-linha
           string "CHAMADAS NAO LANCADAS - DIAS LETIVOS DE " delimited by size
                  ws-ref-ano          delimited by size
                  " ATE "             delimited by size
                  ws-ref-dia          delimited by size
                  "/"                 delimited by size
                  ws-ref-mes          delimited by size
                  "/"                 delimited by size
                  ws-ref-ano          delimited by size
                  into fd-chamadas-linha
           write fd-chamadas-linha

           move spaces to fd-chamadas-linha
           move all "-" to fd-chamadas-linha
           write fd-chamadas-linha
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - carrega as turmas e os dias letivos,
      *>  marca as chamadas lançadas pelos lançamentos dos alunos ativos e
      *>  imprime as pendencias dia a dia
      *>------------------------------------------------------------------------
       processamento section.

           perform carrega-turmas
           perform carrega-dias-letivos

           read arqCadAlu next
           perform until ws-fs-arqCadAlu = 10

               if fd-aluno-ativo
               and fd-ano-letivo = ws-ref-ano then
                   perform localiza-turma-tabela
                   if ws-turma-achada > 0 then
                       add 1 to ws-tab-alunos(ws-turma-achada)
                       if arquivo-frequencia-ok then
                           perform marca-lancamentos-aluno
                       end-if
                   end-if
               end-if

               read arqCadAlu next
               if ws-fs-arqCadAlu <> 0
               and ws-fs-arqCadAlu <> 10 then
                   move 6                                 to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlu                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-perform

           perform varying ws-turma-ind from 1 by 1
               until ws-turma-ind > ws-qtde-turmas
               if ws-tab-alunos(ws-turma-ind) > 0 then
                   add 1 to ws-total-turmas-ativas
               end-if
           end-perform

           if ws-qtde-dias = 0 then
               move spaces to fd-chamadas-linha
               string "Calendario escolar sem dias letivos ate a data "
                      delimited by size
                      "- cadastre pela opcao 'CL'" delimited by size
                      into fd-chamadas-linha
               write fd-chamadas-linha
           end-if

           perform varying ws-dia-ind from 1 by 1
               until ws-dia-ind > ws-qtde-dias
               perform imprime-pendencias-dia
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega na tabela as turmas do ano de referencia, lendo arqTurmas
      *>  sequencialmente
      *>------------------------------------------------------------------------
       carrega-turmas section.

           read arqTurmas next
           perform until ws-fs-turmas = 10

               if fd-tur-ano-letivo = ws-ref-ano then
                   if ws-qtde-turmas >= 100 then
                       display "Tabela de turmas esgotada (mais de 100 "
                               "turmas no ano) - turma " fd-tur-codigo
                               " ignorada"
                   else
                       add 1 to ws-qtde-turmas
                       move fd-tur-codigo    to ws-tab-turma(ws-qtde-turmas)
                       move fd-tur-descricao to ws-tab-descricao(ws-qtde-turmas)
                       move zeros            to ws-tab-alunos(ws-qtde-turmas)
                   end-if
               end-if

               read arqTurmas next
               if ws-fs-turmas <> 0
               and ws-fs-turmas <> 10 then
                   move 7                                 to ws-msn-erro-ofsset
                   move ws-fs-turmas                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-perform
           .
       carrega-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega na tabela os dias letivos do ano de referencia ate a data
      *>  de referencia, pela chave parcial (ano + mes e dia zero), com a
      *>  marca de chamada lançada em branco para todas as turmas
      *>------------------------------------------------------------------------
       carrega-dias-letivos section.

           move ws-ref-ano to fd-cal-data-ano
           move zeros      to fd-cal-data-mes
           move zeros      to fd-cal-data-dia
           start arqCalendario key >= fd-cal-data
           if ws-fs-calendario = 0 then
               read arqCalendario next
               perform until ws-fs-calendario <> 0
                   or fd-cal-data > ws-ref-data

                   if fd-cal-dia-letivo then
                       if ws-qtde-dias < 366 then
                           add 1 to ws-qtde-dias
                           move fd-cal-data to ws-tab-data(ws-qtde-dias)
                           perform varying ws-turma-ind from 1 by 1
                               until ws-turma-ind > 100
                               move "N"
                                   to ws-tab-lancada(ws-qtde-dias ws-turma-ind)
                           end-perform
                       end-if
                   end-if

                   read arqCalendario next
                   if ws-fs-calendario <> 0
                   and ws-fs-calendario <> 10 then
                       move 8                                   to ws-msn-erro-ofsset
                       move ws-fs-calendario                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           else
               if ws-fs-calendario <> 23
               and ws-fs-calendario <> 10 then
                   move 9                                   to ws-msn-erro-ofsset
                   move ws-fs-calendario                    to ws-msn-erro-cod
                   move "Erro ao pesquisar arqCalendario "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-dias-letivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  localiza na tabela a turma do aluno corrente (ws-turma-achada
      *>  zero quando a turma nao é do ano de referencia)
      *>------------------------------------------------------------------------
       localiza-turma-tabela section.

           move zeros to ws-turma-achada
           perform varying ws-turma-ind from 1 by 1
               until ws-turma-ind > ws-qtde-turmas
               if ws-tab-turma(ws-turma-ind) = fd-turma then
                   move ws-turma-ind to ws-turma-achada
               end-if
           end-perform
           .
       localiza-turma-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre os lançamentos do aluno corrente no ano, pela chave
      *>  composta (matricula + data), casando cada data com a tabela de
      *>  dias letivos: o dia encontrado fica com a chamada lançada para a
      *>  turma do aluno
      *>------------------------------------------------------------------------
       marca-lancamentos-aluno section.

           move 1 to ws-dia-ind

           move fd-matricula to fd-frq-matricula
           move ws-ref-ano   to fd-frq-data-ano
           move zeros        to fd-frq-data-mes
           move zeros        to fd-frq-data-dia
           start arqFrequencia key >= fd-frq-chave
           if ws-fs-frequencia = 0 then
               read arqFrequencia next
               perform until ws-fs-frequencia <> 0
                   or fd-frq-matricula <> fd-matricula
                   or fd-frq-data > ws-ref-data

                   perform until ws-dia-ind > ws-qtde-dias
                       or ws-tab-data(ws-dia-ind) >= fd-frq-data
                       add 1 to ws-dia-ind
                   end-perform

                   if ws-dia-ind <= ws-qtde-dias then
                       if ws-tab-data(ws-dia-ind) = fd-frq-data then
                           move "S"
                               to ws-tab-lancada(ws-dia-ind ws-turma-achada)
                       end-if
                   end-if

                   read arqFrequencia next
                   if ws-fs-frequencia <> 0
                   and ws-fs-frequencia <> 10 then
                       move 10                                  to ws-msn-erro-ofsset
                       move ws-fs-frequencia                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               end-perform
           else
               if ws-fs-frequencia <> 23
               and ws-fs-frequencia <> 10 then
                   move 11                                    to ws-msn-erro-ofsset
                   move ws-fs-frequencia                      to ws-msn-erro-cod
                   move "Erro ao pesquisar arqFrequencia "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       marca-lancamentos-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime as turmas com alunos ativos sem chamada lançada no dia
      *>  letivo corrente da tabela (ws-dia-ind)
      *>------------------------------------------------------------------------
       imprime-pendencias-dia section.

           move zeros to ws-dia-pendentes

           perform varying ws-turma-ind from 1 by 1
               until ws-turma-ind > ws-qtde-turmas

               if ws-tab-alunos(ws-turma-ind) > 0
               and ws-tab-lancada(ws-dia-ind ws-turma-ind) = "N" then
                   add 1 to ws-dia-pendentes
                   add 1 to ws-total-pendentes

                   move spaces to fd-chamadas-linha
                   string ws-tab-data-dia(ws-dia-ind)  delimited by size
                          "/"                          delimited by size
                          ws-tab-data-mes(ws-dia-ind)  delimited by size
                          "/"                          delimited by size
                          ws-tab-data-ano(ws-dia-ind)  delimited by size
                          "  Turma: "                  delimited by size
                          ws-tab-turma(ws-turma-ind)   delimited by size
                          "  "                         delimited by size
                          ws-tab-descricao(ws-turma-ind) delimited by size
                          "  SEM CHAMADA"              delimited by size
                          into fd-chamadas-linha
                   write fd-chamadas-linha
               end-if

           end-perform
           .
       imprime-pendencias-dia-exit.
           exit.

      *>------------------------------------------------------------------------------------------------------
      *>Finalização do sistema Anormal
      *>------------------------------------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro.
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------------------------------------
      *>Finalização do sistema
      *>------------------------------------------------------------------------------------------------------
       finaliza section.

           close arqCalendario
           if ws-fs-calendario <> 0 then
               move 12                                    to ws-msn-erro-ofsset
               move ws-fs-calendario                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCalendario "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-turmas <> 0 then
               move 13                                    to ws-msn-erro-ofsset
               move ws-fs-turmas                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadAlu
           if ws-fs-arqCadAlu <> 0 then
               move 14                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadAlu "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if arquivo-frequencia-ok then
               close arqFrequencia
               if ws-fs-frequencia <> 0 then
                   move 15                                    to ws-msn-erro-ofsset
                   move ws-fs-frequencia                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequencia "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to fd-chamadas-linha
           move all "-" to fd-chamadas-linha
           write fd-chamadas-linha

           move spaces to fd-chamadas-linha
           string "Dias letivos verificados: " delimited by size
                  ws-qtde-dias                 delimited by size
                  "   Turmas com alunos: "     delimited by size
                  ws-total-turmas-ativas       delimited by size
                  "   Chamadas pendentes: "    delimited by size
                  ws-total-pendentes           delimited by size
                  into fd-chamadas-linha
           write fd-chamadas-linha

           close arqChamadas
           if ws-fs-chamadas <> 0 then
               move 16                                    to ws-msn-erro-ofsset
               move ws-fs-chamadas                        to ws-msn-erro-cod
               move "Erro ao fechar arq. CHAMADAS "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Chamadas pendentes: " ws-total-pendentes
                   " (relatorio em CHAMADAS.LST)"

           stop run
           .
       finaliza-exit.
           exit.
