      $set sourceformat"free"
      *>divisão de identificação do programa
       identification division.
       program-id. "alerta-bimestre".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *>  Alerta de risco do bimestre: executado depois que a coordenação
      *>  fecha um bimestre pela opção 'FB' do menu, apura para cada aluno
      *>  ativo a situacao ate o bimestre fechado e aponta o aluno em
      *>  risco de reprovação:
      *>    - disciplina com media dos bimestres ja cursados abaixo da
      *>      media minima de 6,00 (notas de arqNotasDisc na grade da
      *>      turma, de arqCurriculo/arqDisciplinas, como no boletim);
      *>    - frequencia ate a data do fechamento do bimestre abaixo de
      *>      80% -- a caminho do minimo legal de 75% -- contada como no
      *>      boletim: falta abonada por atestado (arqAtestados) nao conta
      *>      como falta, e o aluno recebido por transferencia soma a
      *>      frequencia da declaração da escola de origem
      *>      (arqTransfEntrada).
      *>
      *>  Gera a lista de risco por turma para a coordenação em ALERTA.LST
      *>  (turma a turma do cadastro mestre arqTurmas, e ao final os
      *>  alunos de turma fora do cadastro mestre, como o relatorio de
      *>  inadimplencia) e, para cada aluno apontado, uma carta impressa
      *>  em CARTAS.LST aos responsaveis (fd-mae/fd-pai, no endereço do
      *>  cadastro) com as disciplinas e a frequencia em risco.
      *>
      *>  Cada carta emitida fica registrada em arqAvisosBimestre (chave
      *>  matricula + ano + bimestre): o aluno que ja recebeu aviso no
      *>  bimestre anterior recebe a carta marcada como aviso repetido, com
      *>  o numero do aviso. Re-executar o mesmo bimestre re-grava os
      *>  avisos dos alunos ainda em risco, sem contar o aviso duas vezes,
      *>  e exclui o aviso do aluno que saiu do risco (nota corrigida com
      *>  o bimestre reaberto), para que ele nao conte como aviso anterior
      *>  no bimestre seguinte.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>declaração do controle de bimestres (registro unico), gravado
      *>pela opção 'FB' do menu
           select arqBimestres assign to "arqBimestres.dat"
           organization is line sequential
           file status is ws-fs-bimestres.

      *>declaração do arquivo de alunos - mesma forma de acesso do consulta-seq
           select arqCadAlu assign to "arqCadAlu.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matricula
           file status is ws-fs-arqCadAlu.

      *>declaração do cadastro mestre de turmas, que dirige a ordem da
      *>lista de risco (uma seção por turma)
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tur-codigo
           file status is ws-fs-turmas.

      *>declaração do arquivo de notas por disciplina (um registro por
      *>aluno e disciplina), gravado pelo lista11exercicio3v2
           select arqNotasDisc assign to "arqNotasDisc.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
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
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-frq-chave
           file status is ws-fs-frequencia.

      *>declaração das justificativas de falta por atestado, gravadas pelo
      *>lista11exercicio3v2: falta dentro de periodo justificado é abonada
           select arqAtestados assign to "arqAtestados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ate-chave
           file status is ws-fs-atestados.

      *>declaração das transferencias recebidas de outra escola, gravadas
      *>pelo lista11exercicio3v2: a frequencia da declaração da escola de
      *>origem soma-se aos lançamentos da escola
           select arqTransfEntrada assign to "arqTransfEntrada.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tre-chave
           file status is ws-fs-transf-entrada.

      *>declaração do registro das cartas de aviso enviadas (um registro
      *>por aluno, ano e bimestre)
           select arqAvisosBimestre assign to "arqAvisosBimestre.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-avb-chave
           file status is ws-fs-avisos.

      *>declaração da lista de risco por turma (impressão)
           select arqAlerta assign to "ALERTA.LST"
           organization is line sequential
           file status is ws-fs-alerta.

      *>declaração das cartas aos responsaveis (impressão)
           select arqCartas assign to "CARTAS.LST"
           organization is line sequential
           file status is ws-fs-cartas.

       i-o-control.

      *>declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.
       fd  arqBimestres.

           copy bimestre.

       fd arqCadAlu.

           copy cadalu.

       fd arqTurmas.

           copy turma.

       fd arqNotasDisc.

           copy notasdisc.

       fd arqDisciplinas.

           copy disciplina.

       fd arqCurriculo.

           copy curriculo.

       fd arqFrequencia.

           copy frequencia.

       fd arqAtestados.

           copy atestado.

       fd arqTransfEntrada.

           copy transfentrada.

       fd arqAvisosBimestre.

           copy avisobim.

       fd  arqAlerta
           record contains 80 characters.

       01  fd-alerta-linha                         pic x(80).

       fd  arqCartas
           record contains 80 characters.

       01  fd-cartas-linha                         pic x(80).

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-bimestres                          pic 9(02).
       77 ws-fs-arqCadAlu                          pic 9(02).
       77 ws-fs-turmas                             pic 9(02).
       77 ws-fs-notasdisc                          pic 9(02).
       77 ws-fs-cad-disc                           pic 9(02).
       77 ws-fs-curriculo                          pic 9(02).
       77 ws-fs-frequencia                         pic 9(02).
       77 ws-fs-atestados                          pic 9(02).
       77 ws-fs-transf-entrada                     pic 9(02).
       77 ws-fs-avisos                             pic 9(02).
       77 ws-fs-alerta                             pic 9(02).
       77 ws-fs-cartas                             pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>----imagem em memoria do controle de bimestres
       01  ws-bimestres.
           05  ws-bim-corrente                     pic 9(01).
           05  ws-bim-controle occurs 4 times.
               10  ws-bim-situacao                 pic x(01).
               10  ws-bim-data-fechamento          pic 9(08).

       77  ws-bim-ind                              pic 9(01).

      *>----bimestre apurado (informado pelo operador, vazio = o ultimo
      *>----fechado) e a data do seu fechamento, limite da frequencia
       77  ws-bim-entrada                          pic x(01).
       77  ws-bimestre                             pic 9(01).
       77  ws-bimestre-anterior                    pic 9(01).
       77  ws-data-corte                           pic 9(08).

      *>----turma corrente da lista e seus acumuladores
       77  ws-turma-corrente                       pic x(03).
       77  ws-tur-qtde-risco                       pic 9(04).

      *>----aluno corrente
       77  ws-matricula                            pic 9(06).

      *>----limites da apuração: media minima da disciplina e o alerta de
      *>----frequencia, 5 pontos acima do minimo legal de 75%, para que o
      *>----aviso chegue antes da reprovação por falta
       77  ws-media-minima                         pic 9(02)v99
                                                   value 6,00.
       77  ws-perc-freq-minima                     pic 9(03)v99
                                                   value 75,00.
       77  ws-perc-freq-alerta                     pic 9(03)v99
                                                   value 80,00.

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
       77  ws-media-disc                           pic 9(02)v99.

      *>----disciplinas em risco do aluno corrente, na ordem da grade
       01  ws-riscos.
           05  ws-qtde-risco                       pic 9(02).
           05  ws-risco-tab occurs 20 times.
               10  ws-risco-nome                   pic x(15).
               10  ws-risco-media                  pic 9(02)v99.

       77  ws-risco-ind                            pic 9(02).

      *>----frequencia do aluno ate o fechamento do bimestre
       77  ws-frq-presencas                        pic 9(04).
       77  ws-frq-faltas                           pic 9(04).
       77  ws-frq-abonadas                         pic 9(04).
       77  ws-frq-total                            pic 9(04).
       77  ws-perc-freq                            pic 9(03)v99.

       77  ws-frq-risco-sw                         pic x(01).
          88  frequencia-em-risco                  value "S".
          88  frequencia-regular                   value "N".

      *>----data da falta corrente e resultado da checagem de abono
       77  ws-falta-data                           pic 9(08).

       77  ws-abono-sw                             pic x(01).
          88  falta-abonada                        value "S".
          88  falta-nao-abonada                    value "N".

      *>----numero do aviso do aluno corrente (maior que 1 = repetido)
       77  ws-numero-aviso                         pic 9(02).
       77  ws-data-emissao                         pic 9(08).

       01  ws-media-ed                             pic z9,99.
       01  ws-perc-freq-ed                         pic zz9,99.
       01  ws-qtde-ed                              pic zzz9.
       01  ws-aviso-ed                             pic z9.
       01  ws-bimestre-ed                          pic 9.

      *>----os arquivos da grade, da frequencia, dos atestados e das
      *>----transferencias recebidas podem ainda nao existir: sem eles o
      *>----criterio correspondente nao aponta ninguem
       77  ws-notasdisc-sw                         pic x(01).
          88  arquivo-disciplinas-ok               value "S".
          88  sem-arquivo-disciplinas              value "N".

       77  ws-cad-disc-sw                          pic x(01).
          88  arquivo-cad-disc-ok                  value "S".
          88  sem-arquivo-cad-disc                 value "N".

       77  ws-curriculo-sw                         pic x(01).
          88  arquivo-curriculo-ok                 value "S".
          88  sem-arquivo-curriculo                value "N".

       77  ws-frequencia-sw                        pic x(01).
          88  arquivo-frequencia-ok                value "S".
          88  sem-arquivo-frequencia               value "N".

       77  ws-atestados-sw                         pic x(01).
          88  arquivo-atestados-ok                 value "S".
          88  sem-arquivo-atestados                value "N".

       77  ws-transf-entrada-sw                    pic x(01).
          88  arquivo-transf-entrada-ok            value "S".
          88  sem-arquivo-transf-entrada           value "N".

      *>----totais de controle da execução
       77 ws-total-avaliados                       pic 9(05)
                                                   value zeros.
       77 ws-total-em-risco                        pic 9(05)
                                                   value zeros.
       77 ws-total-repetidos                       pic 9(05)
                                                   value zeros.
       77 ws-snr-qtde-risco                        pic 9(04)
                                                   value zeros.

      *>----variaveis para comunicação entre programas
       linkage section.

      *>declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform processa-turmas-nao-cadastradas.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
      *>   le o controle de bimestres e pede ao operador o bimestre a
      *>   apurar, que deve estar fechado; abre os arquivos de dados para
      *>   leitura, o registro de avisos para gravação e os dois
      *>   relatorios para escrita

           display "------ Alerta de risco do bimestre ------"

           perform carrega-bimestres

           move zeros to ws-bimestre
           perform varying ws-bim-ind from 1 by 1
               until ws-bim-ind > 4
               if ws-bim-situacao(ws-bim-ind) = "F" then
                   move ws-bim-ind to ws-bimestre
               end-if
           end-perform

           if ws-bimestre = 0 then
               display "Nenhum bimestre fechado - feche o bimestre pela "
                       "opcao 'FB' do menu antes de emitir o alerta"
               stop run
           end-if

           display "Bimestre a apurar (1 a 4, vazio = " ws-bimestre "): "
           accept ws-bim-entrada

           if ws-bim-entrada <> spaces then
               if ws-bim-entrada >= "1"
               and ws-bim-entrada <= "4" then
                   move ws-bim-entrada to ws-bimestre
               else
                   display "Bimestre informado invalido"
                   stop run
               end-if
           end-if

           if ws-bim-situacao(ws-bimestre) <> "F" then
               display "Bimestre " ws-bimestre " nao esta fechado - "
                       "o alerta so e emitido para bimestre fechado"
               stop run
           end-if

           move ws-bim-data-fechamento(ws-bimestre) to ws-data-corte
           compute ws-bimestre-anterior = ws-bimestre - 1
           move ws-bimestre to ws-bimestre-ed
           accept ws-data-emissao from date yyyymmdd

           open input arqCadAlu
           if  ws-fs-arqCadAlu <> 00 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAlu "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if  ws-fs-turmas <> 00 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-turmas                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set arquivo-disciplinas-ok to true
           open input arqNotasDisc
           if ws-fs-notasdisc = 35 then
               set sem-arquivo-disciplinas to true
           else
               if ws-fs-notasdisc <> 00 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-notasdisc                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNotasDisc "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-cad-disc-ok to true
           open input arqDisciplinas
           if ws-fs-cad-disc = 35 then
               set sem-arquivo-cad-disc to true
           else
               if ws-fs-cad-disc <> 00 then
                   move 5                                       to ws-msn-erro-ofsset
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
                   move 6                                       to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCurriculo "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-frequencia-ok to true
           open input arqFrequencia
           if ws-fs-frequencia = 35 then
               set sem-arquivo-frequencia to true
           else
               if ws-fs-frequencia <> 00 then
                   move 7                                    to ws-msn-erro-ofsset
                   move ws-fs-frequencia                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFrequencia "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-atestados-ok to true
           open input arqAtestados
           if ws-fs-atestados = 35 then
               set sem-arquivo-atestados to true
           else
               if ws-fs-atestados <> 00 then
                   move 8                                    to ws-msn-erro-ofsset
                   move ws-fs-atestados                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAtestados "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-transf-entrada-ok to true
           open input arqTransfEntrada
           if ws-fs-transf-entrada = 35 then
               set sem-arquivo-transf-entrada to true
           else
               if ws-fs-transf-entrada <> 00 then
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransfEntrada "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqAvisosBimestre
           if ws-fs-avisos = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               open output arqAvisosBimestre
               close arqAvisosBimestre
               open i-o arqAvisosBimestre
           end-if

           if  ws-fs-avisos <> 00 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-avisos                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAvisosBimestre "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqAlerta
           if  ws-fs-alerta <> 00 then
               move 11                               to ws-msn-erro-ofsset
               move ws-fs-alerta                     to ws-msn-erro-cod
               move "Erro ao abrir arq. ALERTA.LST " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCartas
           if  ws-fs-cartas <> 00 then
               move 12                               to ws-msn-erro-ofsset
               move ws-fs-cartas                     to ws-msn-erro-cod
               move "Erro ao abrir arq. CARTAS.LST " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-alerta-linha
           string "ALUNOS EM RISCO - "           delimited by size
                  ws-bimestre-ed                 delimited by size
                  "o BIMESTRE, FECHADO EM "      delimited by size
                  ws-data-corte(7:2)             delimited by size
                  "/"                            delimited by size
                  ws-data-corte(5:2)             delimited by size
                  "/"                            delimited by size
                  ws-data-corte(1:4)             delimited by size
                  into fd-alerta-linha
           write fd-alerta-linha

           move spaces to fd-alerta-linha
           move "Media da disciplina abaixo de 6,00 ou frequencia abaixo de 80% (minimo 75%)"
               to fd-alerta-linha
           write fd-alerta-linha

           move spaces to fd-alerta-linha
           move all "-" to fd-alerta-linha
           write fd-alerta-linha
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega o controle de bimestres para a memoria; sem o arquivo,
      *>  nenhum bimestre foi fechado ainda
      *>------------------------------------------------------------------------
       carrega-bimestres section.

           move 1 to ws-bim-corrente
           perform varying ws-bim-ind from 1 by 1
               until ws-bim-ind > 4
               move "A"   to ws-bim-situacao(ws-bim-ind)
               move zeros to ws-bim-data-fechamento(ws-bim-ind)
           end-perform

           open input arqBimestres
           if ws-fs-bimestres = 00 then
               read arqBimestres
               if ws-fs-bimestres = 00 then
                   move fd-bimestres to ws-bimestres
               end-if
               close arqBimestres
           else
               if ws-fs-bimestres <> 35 then
                   move 1                                   to ws-msn-erro-ofsset
                   move ws-fs-bimestres                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqBimestres "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-bimestres-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - percorre o cadastro mestre de turmas e
      *>  imprime a seção de risco de cada turma
      *>------------------------------------------------------------------------
       processamento section.

           read arqTurmas next
           perform until ws-fs-turmas = 10

               move fd-tur-codigo to ws-turma-corrente
               perform processa-turma

               read arqTurmas next
               if ws-fs-turmas <> 0
               and ws-fs-turmas <> 10 then
                   move 13                               to ws-msn-erro-ofsset
                   move ws-fs-turmas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a seção de uma turma: percorre arqCadAlu sequencialmente
      *>  e apura cada aluno ativo da turma
      *>------------------------------------------------------------------------
       processa-turma section.

           move zeros to ws-tur-qtde-risco

           move spaces to fd-alerta-linha
           write fd-alerta-linha

           move spaces to fd-alerta-linha
           string "TURMA " delimited by size
                  ws-turma-corrente delimited by size
                  "  "              delimited by size
                  fd-tur-descricao  delimited by size
                  into fd-alerta-linha
           write fd-alerta-linha

           move zeros to fd-matricula
           start arqCadAlu key >= fd-matricula
           if ws-fs-arqCadAlu = 0 then
               read arqCadAlu next
               perform until ws-fs-arqCadAlu <> 0

                   if fd-aluno-ativo
                   and fd-turma = ws-turma-corrente then
                       perform apura-aluno
                       if ws-qtde-risco > 0
                       or frequencia-em-risco then
                           add 1 to ws-tur-qtde-risco
                           perform emite-aviso-aluno
                       else
                           perform exclui-aviso
                       end-if
                   end-if

                   read arqCadAlu next
                   if ws-fs-arqCadAlu <> 0
                   and ws-fs-arqCadAlu <> 10 then
                       move 14                               to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlu                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAlu "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               end-perform
           else
               if ws-fs-arqCadAlu <> 23
               and ws-fs-arqCadAlu <> 10 then
                   move 15                               to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlu                  to ws-msn-erro-cod
                   move "Erro ao pesquisar arqCadAlu "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to fd-alerta-linha
           if ws-tur-qtde-risco = 0 then
               move "  sem alunos em risco" to fd-alerta-linha
           else
               move ws-tur-qtde-risco to ws-qtde-ed
               string "  Subtotal da turma: " delimited by size
                      ws-qtde-ed              delimited by size
                      " aluno(s) em risco"    delimited by size
                      into fd-alerta-linha
           end-if
           write fd-alerta-linha
           .
       processa-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  seção final: alunos ativos cuja turma nao esta no cadastro
      *>  mestre (codigos legados anteriores a validação de turma) -- sem
      *>  ela, esses alunos ficariam sem aviso
      *>------------------------------------------------------------------------
       processa-turmas-nao-cadastradas section.

           move spaces to fd-alerta-linha
           write fd-alerta-linha

           move spaces to fd-alerta-linha
           move "TURMAS FORA DO CADASTRO MESTRE" to fd-alerta-linha
           write fd-alerta-linha

           move zeros to fd-matricula
           start arqCadAlu key >= fd-matricula
           if ws-fs-arqCadAlu = 0 then
               read arqCadAlu next
               perform until ws-fs-arqCadAlu <> 0

                   if fd-aluno-ativo then
                       move fd-turma to fd-tur-codigo
                       read arqTurmas
                       evaluate true
                           when ws-fs-turmas = 23
                               perform apura-aluno
                               if ws-qtde-risco > 0
                               or frequencia-em-risco then
                                   add 1 to ws-snr-qtde-risco
                                   perform emite-aviso-aluno
                               else
                                   perform exclui-aviso
                               end-if
                           when ws-fs-turmas <> 0
                               move 16                               to ws-msn-erro-ofsset
                               move ws-fs-turmas                     to ws-msn-erro-cod
                               move "Erro ao ler arq. arqTurmas "    to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-if

                   read arqCadAlu next
                   if ws-fs-arqCadAlu <> 0
                   and ws-fs-arqCadAlu <> 10 then
                       move 17                               to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlu                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAlu "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               end-perform
           else
               if ws-fs-arqCadAlu <> 23
               and ws-fs-arqCadAlu <> 10 then
                   move 18                               to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlu                  to ws-msn-erro-cod
                   move "Erro ao pesquisar arqCadAlu "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to fd-alerta-linha
           if ws-snr-qtde-risco = 0 then
               move "  sem alunos em risco em turmas fora do cadastro mestre"
                   to fd-alerta-linha
           else
               move ws-snr-qtde-risco to ws-qtde-ed
               string "  Subtotal: "          delimited by size
                      ws-qtde-ed              delimited by size
                      " aluno(s) em risco"    delimited by size
                      into fd-alerta-linha
           end-if
           write fd-alerta-linha
           .
       processa-turmas-nao-cadastradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  apura o aluno corrente (fd-alunos carregado): as disciplinas com
      *>  media abaixo da minima ate o bimestre e a frequencia ate a data
      *>  do fechamento
      *>------------------------------------------------------------------------
       apura-aluno section.

           add 1 to ws-total-avaliados
           move fd-matricula to ws-matricula
           move zeros to ws-qtde-risco

           if arquivo-disciplinas-ok then
               perform apura-disciplinas
           end-if

           perform apura-frequencia

           set frequencia-regular to true
           if ws-frq-total > 0
           and ws-perc-freq < ws-perc-freq-alerta then
               set frequencia-em-risco to true
           end-if
           .
       apura-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre a grade da turma do aluno e guarda as disciplinas com
      *>  notas informadas cuja media dos bimestres ate o apurado ficou
      *>  abaixo da media minima
      *>------------------------------------------------------------------------
       apura-disciplinas section.

           perform carrega-grade-turma

           perform varying ws-disc-ind from 1 by 1
               until ws-disc-ind > ws-qtde-grade

               move ws-matricula to fd-nd-matricula
               move ws-disc-codigo(ws-disc-ind) to fd-nd-disciplina
               read arqNotasDisc

               if ws-fs-notasdisc = 0
               and fd-nd-informou <> 0 then
                   perform calcula-media-ate-bimestre
                   if ws-media-disc < ws-media-minima then
                       add 1 to ws-qtde-risco
                       move ws-disc-nome(ws-disc-ind)
                           to ws-risco-nome(ws-qtde-risco)
                       move ws-media-disc
                           to ws-risco-media(ws-qtde-risco)
                   end-if
               else
                   if ws-fs-notasdisc <> 0
                   and ws-fs-notasdisc <> 23 then
                       move 19                                 to ws-msn-erro-ofsset
                       move ws-fs-notasdisc                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNotasDisc "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform
           .
       apura-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media da disciplina lida (fd-notas-disc) nos bimestres ja
      *>  cursados, do primeiro ate o bimestre apurado
      *>------------------------------------------------------------------------
       calcula-media-ate-bimestre section.

           evaluate ws-bimestre
               when 1
                   move fd-nd-nota1 to ws-media-disc
               when 2
                   compute ws-media-disc rounded =
                       (fd-nd-nota1 + fd-nd-nota2) / 2
               when 3
                   compute ws-media-disc rounded =
                       (fd-nd-nota1 + fd-nd-nota2 + fd-nd-nota3) / 3
               when other
                   compute ws-media-disc rounded =
                       (fd-nd-nota1 + fd-nd-nota2 + fd-nd-nota3
                        + fd-nd-nota4) / 4
           end-evaluate
           .
       calcula-media-ate-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura a frequencia do aluno no ano letivo ate a data do
      *>  fechamento do bimestre: lançamentos de arqFrequencia, com a falta
      *>  abonada por atestado contando a favor do aluno, como no boletim,
      *>  somados a frequencia da declaração da escola de origem do aluno
      *>  recebido por transferencia
      *>------------------------------------------------------------------------
       apura-frequencia section.

           move zeros to ws-frq-presencas
           move zeros to ws-frq-faltas
           move zeros to ws-frq-abonadas
           move zeros to ws-frq-total
           move zeros to ws-perc-freq

           if arquivo-frequencia-ok then
               perform conta-frequencia-ate-corte
           end-if

           if arquivo-transf-entrada-ok then
               perform soma-frequencia-origem
           end-if

           if ws-frq-total > 0 then
               compute ws-perc-freq rounded =
                   ((ws-frq-presencas + ws-frq-abonadas) * 100)
                       / ws-frq-total
           end-if
           .
       apura-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os lançamentos, as presenças, as faltas e as abonadas do
      *>  aluno no ano letivo ate a data de corte (inclusive),
      *>  posicionando pela chave composta (matricula + data)
      *>------------------------------------------------------------------------
       conta-frequencia-ate-corte section.

           move ws-matricula  to fd-frq-matricula
           move fd-ano-letivo to fd-frq-data-ano
           move zeros         to fd-frq-data-mes
           move zeros         to fd-frq-data-dia

           start arqFrequencia key >= fd-frq-chave
           if ws-fs-frequencia = 0 then
               read arqFrequencia next
               perform until ws-fs-frequencia <> 0
                   or fd-frq-matricula <> ws-matricula
                   or fd-frq-data-ano  <> fd-ano-letivo
                   or fd-frq-data       > ws-data-corte

                   add 1 to ws-frq-total
                   if fd-frq-presente then
                       add 1 to ws-frq-presencas
                   else
                       perform verifica-falta-abonada
                       if falta-abonada then
                           add 1 to ws-frq-abonadas
                       else
                           add 1 to ws-frq-faltas
                       end-if
                   end-if

                   read arqFrequencia next
                   if ws-fs-frequencia <> 0
                   and ws-fs-frequencia <> 10 then
                       move 20                                  to ws-msn-erro-ofsset
                       move ws-fs-frequencia                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               end-perform
           else
               if ws-fs-frequencia <> 23
               and ws-fs-frequencia <> 10 then
                   move 21                                   to ws-msn-erro-ofsset
                   move ws-fs-frequencia                     to ws-msn-erro-cod
                   move "Erro ao pesquisar arqFrequencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       conta-frequencia-ate-corte-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  verifica se a falta do dia corrente (fd-frequencia carregado)
      *>  cai dentro de um periodo justificado por atestado do aluno,
      *>  percorrendo arqAtestados pela chave composta (matricula + data
      *>  de inicio) ate passar da data da falta
      *>------------------------------------------------------------------------
       verifica-falta-abonada section.

           set falta-nao-abonada to true

           if sem-arquivo-atestados then
               continue
           else
               move fd-frq-data to ws-falta-data

               move ws-matricula to fd-ate-matricula
               move zeros        to fd-ate-data-inicio

               start arqAtestados key >= fd-ate-chave
               if ws-fs-atestados = 0 then
                   read arqAtestados next
                   perform until ws-fs-atestados <> 0
                       or fd-ate-matricula <> ws-matricula
                       or fd-ate-data-inicio > ws-falta-data

                       if fd-ate-data-fim >= ws-falta-data then
                           set falta-abonada to true
                       end-if

                       read arqAtestados next
                       if ws-fs-atestados <> 0
                       and ws-fs-atestados <> 10 then
                           move 22                                  to ws-msn-erro-ofsset
                           move ws-fs-atestados                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAtestados "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                   end-perform
               else
                   if ws-fs-atestados <> 23
                   and ws-fs-atestados <> 10 then
                       move 23                                    to ws-msn-erro-ofsset
                       move ws-fs-atestados                       to ws-msn-erro-cod
                       move "Erro ao pesquisar arqAtestados "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       verifica-falta-abonada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aluno recebido por transferencia no ano letivo: os dias letivos
      *>  da declaração da escola de origem somam-se aos da escola, com as
      *>  faltas e as abonadas; os demais dias contam como presença
      *>------------------------------------------------------------------------
       soma-frequencia-origem section.

           move ws-matricula  to fd-tre-matricula
           move fd-ano-letivo to fd-tre-ano-letivo
           read arqTransfEntrada

           if ws-fs-transf-entrada = 0 then
               add fd-tre-dias-letivos to ws-frq-total
               add fd-tre-faltas       to ws-frq-faltas
               add fd-tre-abonadas     to ws-frq-abonadas
               compute ws-frq-presencas = ws-frq-presencas
                   + fd-tre-dias-letivos - fd-tre-faltas - fd-tre-abonadas
           else
               if ws-fs-transf-entrada <> 23 then
                   move 24                                      to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTransfEntrada "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       soma-frequencia-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aluno apontado em risco: registra o aviso, imprime a sua linha
      *>  na lista da turma e a carta aos responsaveis
      *>------------------------------------------------------------------------
       emite-aviso-aluno section.

           add 1 to ws-total-em-risco

           perform registra-aviso
           perform imprime-linha-risco
           perform imprime-carta
           .
       emite-aviso-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava (ou re-grava, na re-execução do bimestre) o aviso do
      *>  aluno; aviso ja enviado no bimestre anterior torna este um aviso
      *>  repetido, com o numero seguinte
      *>------------------------------------------------------------------------
       registra-aviso section.

           move 1 to ws-numero-aviso

           if ws-bimestre > 1 then
               move ws-matricula         to fd-avb-matricula
               move fd-ano-letivo        to fd-avb-ano-letivo
               move ws-bimestre-anterior to fd-avb-bimestre
               read arqAvisosBimestre
               if ws-fs-avisos = 0 then
                   compute ws-numero-aviso = fd-avb-numero-aviso + 1
               else
                   if ws-fs-avisos <> 23 then
                       move 25                                       to ws-msn-erro-ofsset
                       move ws-fs-avisos                             to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAvisosBimestre "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-numero-aviso > 1 then
               add 1 to ws-total-repetidos
           end-if

           move ws-matricula      to fd-avb-matricula
           move fd-ano-letivo     to fd-avb-ano-letivo
           move ws-bimestre       to fd-avb-bimestre
           move ws-data-emissao   to fd-avb-data-emissao
           move fd-turma          to fd-avb-turma
           move ws-qtde-risco     to fd-avb-qtde-disciplinas
           move ws-perc-freq      to fd-avb-perc-freq
           move ws-numero-aviso   to fd-avb-numero-aviso
           if frequencia-em-risco then
               set fd-avb-frequencia-em-risco to true
           else
               set fd-avb-frequencia-regular to true
           end-if

           write fd-avisos-bimestre
           if ws-fs-avisos = 22 then
      *>       bimestre ja apurado antes - re-execução re-grava o aviso
               rewrite fd-avisos-bimestre
           end-if

           if ws-fs-avisos <> 0 then
               move 26                                         to ws-msn-erro-ofsset
               move ws-fs-avisos                               to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAvisosBimestre "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aluno fora de risco: exclui o aviso deste bimestre gravado por
      *>  uma execução anterior, quando o aluno ainda estava em risco
      *>------------------------------------------------------------------------
       exclui-aviso section.

           move ws-matricula  to fd-avb-matricula
           move fd-ano-letivo to fd-avb-ano-letivo
           move ws-bimestre   to fd-avb-bimestre
           read arqAvisosBimestre
           if ws-fs-avisos = 0 then
               delete arqAvisosBimestre
               if ws-fs-avisos <> 0 then
                   move 42                                         to ws-msn-erro-ofsset
                   move ws-fs-avisos                               to ws-msn-erro-cod
                   move "Erro ao excluir arq. arqAvisosBimestre "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if ws-fs-avisos <> 23 then
                   move 41                                       to ws-msn-erro-ofsset
                   move ws-fs-avisos                             to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAvisosBimestre "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       exclui-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o aluno na lista de risco da turma: matricula, nome,
      *>  frequencia e numero do aviso, seguidos das disciplinas em risco
      *>------------------------------------------------------------------------
       imprime-linha-risco section.

           move ws-perc-freq    to ws-perc-freq-ed
           move ws-numero-aviso to ws-aviso-ed

           move spaces to fd-alerta-linha
           string "  "              delimited by size
                  ws-matricula      delimited by size
                  "  "              delimited by size
                  fd-aluno          delimited by size
                  "  Freq "         delimited by size
                  ws-perc-freq-ed   delimited by size
                  "%"               delimited by size
                  into fd-alerta-linha
           if frequencia-em-risco then
               move "*" to fd-alerta-linha(56:1)
           end-if
           if ws-numero-aviso > 1 then
               string "  AVISO "    delimited by size
                      ws-aviso-ed   delimited by size
                      into fd-alerta-linha(58:23)
           end-if
           write fd-alerta-linha

           perform varying ws-risco-ind from 1 by 1
               until ws-risco-ind > ws-qtde-risco
               move ws-risco-media(ws-risco-ind) to ws-media-ed
               move spaces to fd-alerta-linha
               string "          "                 delimited by size
                      ws-risco-nome(ws-risco-ind)  delimited by size
                      "  Media "                   delimited by size
                      ws-media-ed                  delimited by size
                      into fd-alerta-linha
               write fd-alerta-linha
           end-perform
           .
       imprime-linha-risco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a carta aos responsaveis do aluno corrente: destinatarios
      *>  e endereço do cadastro, as disciplinas e a frequencia em risco e,
      *>  no aviso repetido, a observação de que o aluno ja constava do
      *>  aviso do bimestre anterior
      *>------------------------------------------------------------------------
       imprime-carta section.

           move spaces to fd-cartas-linha
           move all "=" to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           string "AVISO DE ACOMPANHAMENTO ESCOLAR - "  delimited by size
                  ws-bimestre-ed                        delimited by size
                  "o BIMESTRE DE "                      delimited by size
                  fd-ano-letivo                         delimited by size
                  into fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           string "Emitido em "         delimited by size
                  ws-data-emissao(7:2)  delimited by size
                  "/"                   delimited by size
                  ws-data-emissao(5:2)  delimited by size
                  "/"                   delimited by size
                  ws-data-emissao(1:4)  delimited by size
                  into fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           write fd-cartas-linha

           if fd-mae <> spaces then
               move spaces to fd-cartas-linha
               string "A Sra. "   delimited by size
                      fd-mae      delimited by size
                      into fd-cartas-linha
               write fd-cartas-linha
           end-if

           if fd-pai <> spaces then
               move spaces to fd-cartas-linha
               string "Ao Sr. "   delimited by size
                      fd-pai      delimited by size
                      into fd-cartas-linha
               write fd-cartas-linha
           end-if

           move spaces to fd-cartas-linha
           move fd-endereco to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           move "Prezados responsaveis," to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           string "Comunicamos que o(a) aluno(a) "  delimited by size
                  fd-aluno                          delimited by size
                  into fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           string "matricula "                      delimited by size
                  ws-matricula                      delimited by size
                  ", turma "                        delimited by size
                  fd-turma                          delimited by size
                  ", encerrou o "                   delimited by size
                  ws-bimestre-ed                    delimited by size
                  "o bimestre em situacao de risco de"
                                                    delimited by size
                  into fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           move "reprovacao, conforme abaixo:" to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           write fd-cartas-linha

           if ws-qtde-risco > 0 then
               move spaces to fd-cartas-linha
               move "  Disciplinas com media abaixo de 6,00 ate o bimestre:"
                   to fd-cartas-linha
               write fd-cartas-linha

               perform varying ws-risco-ind from 1 by 1
                   until ws-risco-ind > ws-qtde-risco
                   move ws-risco-media(ws-risco-ind) to ws-media-ed
                   move spaces to fd-cartas-linha
                   string "    "                       delimited by size
                          ws-risco-nome(ws-risco-ind)  delimited by size
                          "  media "                   delimited by size
                          ws-media-ed                  delimited by size
                          into fd-cartas-linha
                   write fd-cartas-linha
               end-perform

               move spaces to fd-cartas-linha
               write fd-cartas-linha
           end-if

           if frequencia-em-risco then
               move ws-perc-freq to ws-perc-freq-ed
               move spaces to fd-cartas-linha
               string "  Frequencia ate o bimestre: "  delimited by size
                      ws-perc-freq-ed                  delimited by size
                      "% ("                            delimited by size
                      ws-frq-faltas                    delimited by size
                      " faltas nao justificadas)"      delimited by size
                      into fd-cartas-linha
               write fd-cartas-linha

               move spaces to fd-cartas-linha
               if ws-perc-freq < ws-perc-freq-minima then
                   move "  abaixo do minimo legal de 75% de presenca exigido para a aprovacao"
                       to fd-cartas-linha
               else
                   move "  proxima do minimo legal de 75% de presenca exigido para a aprovacao"
                       to fd-cartas-linha
               end-if
               write fd-cartas-linha

               move spaces to fd-cartas-linha
               write fd-cartas-linha
           end-if

           if ws-numero-aviso > 1 then
               move ws-numero-aviso to ws-aviso-ed
               move spaces to fd-cartas-linha
               string "ATENCAO: este e o "     delimited by size
                      ws-aviso-ed              delimited by size
                      "o aviso consecutivo - o aluno ja constava do aviso do"
                                               delimited by size
                      into fd-cartas-linha
               write fd-cartas-linha

               move spaces to fd-cartas-linha
               move "bimestre anterior." to fd-cartas-linha
               write fd-cartas-linha

               move spaces to fd-cartas-linha
               write fd-cartas-linha
           end-if

           move spaces to fd-cartas-linha
           move "Solicitamos o comparecimento de um dos responsaveis a coordenacao para"
               to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           move "combinarmos o acompanhamento do aluno." to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           move "Atenciosamente," to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           move "A Coordenacao" to fd-cartas-linha
           write fd-cartas-linha

           move spaces to fd-cartas-linha
           write fd-cartas-linha
           .
       imprime-carta-exit.
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

           move spaces to fd-alerta-linha
           write fd-alerta-linha

           move spaces to fd-alerta-linha
           move all "-" to fd-alerta-linha
           write fd-alerta-linha

           move spaces to fd-alerta-linha
           string "Alunos avaliados: "   delimited by size
                  ws-total-avaliados     delimited by size
                  "  Em risco: "         delimited by size
                  ws-total-em-risco      delimited by size
                  "  Avisos repetidos: " delimited by size
                  ws-total-repetidos     delimited by size
                  into fd-alerta-linha
           write fd-alerta-linha

           move spaces to fd-alerta-linha
           move "(*) frequencia abaixo de 80% - AVISO n: aluno ja avisado no bimestre anterior"
               to fd-alerta-linha
           write fd-alerta-linha

           close arqCadAlu
           if ws-fs-arqCadAlu <> 0 then
               move 30                                to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadAlu "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-turmas <> 0 then
               move 31                                to ws-msn-erro-ofsset
               move ws-fs-turmas                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if arquivo-disciplinas-ok then
               close arqNotasDisc
               if ws-fs-notasdisc <> 0 then
                   move 32                                   to ws-msn-erro-ofsset
                   move ws-fs-notasdisc                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotasDisc "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-cad-disc-ok then
               close arqDisciplinas
               if ws-fs-cad-disc <> 0 then
                   move 33                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-curriculo-ok then
               close arqCurriculo
               if ws-fs-curriculo <> 0 then
                   move 34                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCurriculo "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-frequencia-ok then
               close arqFrequencia
               if ws-fs-frequencia <> 0 then
                   move 35                                    to ws-msn-erro-ofsset
                   move ws-fs-frequencia                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequencia "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-atestados-ok then
               close arqAtestados
               if ws-fs-atestados <> 0 then
                   move 36                                    to ws-msn-erro-ofsset
                   move ws-fs-atestados                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAtestados "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-transf-entrada-ok then
               close arqTransfEntrada
               if ws-fs-transf-entrada <> 0 then
                   move 37                                       to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTransfEntrada "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqAvisosBimestre
           if ws-fs-avisos <> 0 then
               move 38                                         to ws-msn-erro-ofsset
               move ws-fs-avisos                               to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAvisosBimestre "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlerta
           if ws-fs-alerta <> 0 then
               move 39                                to ws-msn-erro-ofsset
               move ws-fs-alerta                      to ws-msn-erro-cod
               move "Erro ao fechar arq. ALERTA.LST " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCartas
           if ws-fs-cartas <> 0 then
               move 40                                to ws-msn-erro-ofsset
               move ws-fs-cartas                      to ws-msn-erro-cod
               move "Erro ao fechar arq. CARTAS.LST " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Alunos avaliados  : " ws-total-avaliados
           display "Alunos em risco   : " ws-total-em-risco
           display "Avisos repetidos  : " ws-total-repetidos
           display "Lista de risco em ALERTA.LST e cartas em CARTAS.LST"

           stop run
           .
       finaliza-exit.
           exit.
