      *>  tecnica de READ...NEXT do boletim) e, para cada aluno ativo,
      *>  grava no acumulado arqHistorico (chave matricula + ano) o
      *>  registro final do ano -- notas, media e o resultado definitivo
      *>  apurado com o mesmo criterio do boletim: grade de disciplinas da
      *>  turma (curriculo de arqCurriculo, senao todo o cadastro
      *>  arqDisciplinas) com as notas de arqNotasDisc quando houver
      *>  (senao as notas gerais do cadastro),
      *>  nota de recuperação de arqRecuperacao para o reprovado pela
      *>  media, e REPROVADO POR FALTA quando a frequencia do ano ficou
      *>  abaixo do minimo legal de 75% (somados, para o aluno recebido
      *>  por transferencia, os dias letivos, faltas e abonadas da
      *>  declaração da escola de origem em arqTransfEntrada, que fica
      *>  guardado com o ano na chave para o historico) -- salvo decisão
      *>  do conselho de classe registrada em arqConselho, cujo resultado
      *>  (APROVADO CONSELHO ou REPROVADO CONSELHO) prevalece e é o
      *>  arquivado, sem mexer nas notas. Em seguida zera as notas e o
      *>  indicador do cadastro e avança o ano letivo do aluno para o novo
      *>  ano informado pelo operador, para que o mesmo arquivo de
      *>  produção role para o ano seguinte sem re-digitação. As notas por
      *>  disciplina de cada aluno arquivado são copiadas, com a media da
      *>  disciplina, para o acumulado permanente arqHistDisc (chave
      *>  matricula + ano + disciplina), consultado pela opção 'HI' do
      *>  menu, pelo historico-escolar e pelo censo-historico. Ao final,
      *>  as notas por disciplina e as notas de recuperação do ano
      *>  encerrado são eliminadas (os arquivos são do ano corrente, sem
      *>  ano na chave), para que o primeiro boletim do novo ano nao leia
      *>  apenas contado; aluno ainda no ano antigo com historico ja
      *>  gravado (falha entre a gravação e a rolagem) tem o historico
      *>  re-gravado (REWRITE) identico e segue para a rolagem.
      *>
      *>  Depois da rolagem, o aluno aprovado no ano encerrado é promovido
      *>  para a turma da serie seguinte definida no mapa arqPromocao
      *>  (opção 'TU' do menu), respeitando a capacidade da turma de
      *>  destino no cadastro arqTurmas; reprovados (pela media ou por
      *>  falta) permanecem na turma. O relatorio PROMOCAO.LST traz o mapa
      *>  de cada turma antes e depois da promoção e a lista de exceções:
      *>  aprovados que ficaram por falta de vaga ou porque a turma nao
      *>  tem serie seguinte. Aluno ja promovido nao esta mais na turma do
      *>  seu historico e nao é movido de novo numa re-execução.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
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

      *>declaração do arquivo de notas por disciplina (um registro por
      *>aluno e disciplina), gravado pelo lista11exercicio3v2
           select arqNotasDisc assign to "arqNotasDisc.dat"
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

      *>declaração do cadastro mestre de turmas - somente leitura, para a
      *>capacidade das turmas do novo ano
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tur-codigo
           file status is ws-fs-turmas.

      *>declaração do mapa de promoção (turma -> turma da serie seguinte),
      *>mantido pela opção 'TU' do menu
           select arqPromocao assign to "arqPromocao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pro-turma-origem
           file status is ws-fs-promocao.

      *>declaração do relatorio da promoção: mapa antes e depois e as
      *>exceções (aprovados sem vaga ou sem serie seguinte)
           select arqRelPromocao assign to "PROMOCAO.LST"
           organization is line sequential
           file status is ws-fs-relpromocao.

      *>declaração das decisões do conselho de classe, gravadas pelo
      *>lista11exercicio3v2: o resultado decidido substitui o apurado
           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-con-chave
           file status is ws-fs-conselho.

      *>declaração do arquivo de frequencia (um registro por aluno e dia
      *>letivo), gravado pelo lista11exercicio3v2
           select arqFrequencia assign to "arqFrequencia.dat"
           record key is fd-ate-chave
           file status is ws-fs-atestados.

      *>declaração das transferencias recebidas de outra escola, gravadas
      *>pelo lista11exercicio3v2: a frequencia da declaração da escola de
      *>origem entra na apuração dos 75% de presença
           select arqTransfEntrada assign to "arqTransfEntrada.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tre-chave
           file status is ws-fs-transf-entrada.

       i-o-control.

      *>declaração de variáveis

           copy historico.

       fd arqHistDisc.

           copy histdisc.

       fd arqNotasDisc.

           copy notasdisc.

       fd arqDisciplinas.

           copy disciplina.

       fd arqCurriculo.

           copy curriculo.

       fd arqTurmas.

           copy turma.

       fd arqPromocao.

           copy promocao.

       fd  arqRelPromocao
           record contains 80 characters.

       01  fd-relpromocao-linha                    pic x(80).

       fd arqConselho.

           copy conselho.

       fd arqFrequencia.

           copy frequencia.

           copy atestado.

       fd arqTransfEntrada.

           copy transfentrada.

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCadAlu                          pic 9(02).
       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-histdisc                           pic 9(02).
       77 ws-fs-notasdisc                          pic 9(02).
       77 ws-fs-frequencia                         pic 9(02).
       77 ws-fs-recuperacao                        pic 9(02).
       77 ws-fs-atestados                          pic 9(02).
       77 ws-fs-cad-disc                           pic 9(02).
       77 ws-fs-curriculo                          pic 9(02).
       77 ws-fs-turmas                             pic 9(02).
       77 ws-fs-promocao                           pic 9(02).
       77 ws-fs-relpromocao                        pic 9(02).
       77 ws-fs-conselho                           pic 9(02).
       77 ws-fs-transf-entrada                     pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).

       77 ws-situacao-aluno                        pic x(19).

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
          88  arquivo-atestados-ok                 value "S".
          88  sem-arquivo-atestados                value "N".

      *>----sem transferencias recebidas registradas, a frequencia é so a
      *>----dos lançamentos da escola
       77  ws-transf-entrada-sw                    pic x(01).
          88  arquivo-transf-entrada-ok            value "S".
          88  sem-arquivo-transf-entrada           value "N".

      *>----o cadastro de disciplinas e a grade curricular podem ainda nao
      *>----existir: sem eles a grade fica vazia e valem as notas gerais
       77  ws-cad-disc-sw                          pic x(01).
          88  arquivo-cad-disc-ok                  value "S".
          88  sem-arquivo-cad-disc                 value "N".

       77  ws-curriculo-sw                         pic x(01).
          88  arquivo-curriculo-ok                 value "S".
          88  sem-arquivo-curriculo                value "N".

      *>----mapa de promoção em memoria: cada turma do cadastro com a sua
      *>----capacidade, a turma da serie seguinte (indice na propria
      *>----tabela) e as contagens da promoção -- aprovados a mover,
      *>----alunos que permanecem na turma, cota de vagas liberada no
      *>----destino, aprovados que ficam por falta de vaga, promovidos e
      *>----recebidos da serie anterior
       01  ws-mapa-promocao.
           05  ws-qtde-turmas                      pic 9(03)
                                                   value zeros.
           05  ws-mapa-tab occurs 100 times.
               10  ws-map-turma                    pic x(03).
               10  ws-map-capacidade               pic 9(03).
               10  ws-map-destino                  pic x(03).
               10  ws-map-dest-ind                 pic 9(03).
               10  ws-map-resolvida                pic x(01).
               10  ws-map-aprovados                pic 9(04).
               10  ws-map-permanecem               pic 9(04).
               10  ws-map-cota                     pic 9(04).
               10  ws-map-ficam                    pic 9(04).
               10  ws-map-promovidos               pic 9(04).
               10  ws-map-recebidos                pic 9(04).

       77  ws-map-ind                              pic 9(03).
       77  ws-map-dest                             pic 9(03).
       77  ws-map-achou                            pic 9(03).
       77  ws-map-busca                            pic x(03).
       77  ws-map-ocupacao                         pic 9(04).
       77  ws-map-vagas                            pic 9(04).

       77  ws-resolucao-sw                         pic x(01).
          88  houve-resolucao                      value "S".
          88  sem-resolucao                        value "N".

      *>----resultado do ano encerrado do aluno corrente, tomado do
      *>----ultimo registro de arqHistorico anterior ao novo ano
       77  ws-pro-resultado                        pic x(19).
       77  ws-pro-turma-hist                       pic x(03).
       77  ws-pro-motivo                           pic x(30).

       77  ws-candidato-sw                         pic x(01).
          88  aluno-a-promover                     value "S".
          88  aluno-nao-promovido                  value "N".

      *>----o arquivo do conselho de classe pode nao existir (nenhuma decisão
      *>----registrada ainda): nesse caso vale sempre o resultado apurado
       77  ws-conselho-sw                          pic x(01).
          88  arquivo-conselho-ok                  value "S".
          88  sem-arquivo-conselho                 value "N".

      *>----o cadastro de turmas e o mapa de promoção podem ainda nao
      *>----existir: sem turmas nao ha promoção; sem mapa nenhuma turma
      *>----tem serie seguinte
       77  ws-turmas-sw                            pic x(01).
          88  arquivo-turmas-ok                    value "S".
          88  sem-arquivo-turmas                   value "N".

       77  ws-promocao-sw                          pic x(01).
          88  arquivo-promocao-ok                  value "S".
          88  sem-arquivo-promocao                 value "N".

       01  ws-pro-qtde1-ed                         pic zzz9.
       01  ws-pro-qtde2-ed                         pic zzz9.
       01  ws-pro-qtde3-ed                         pic zzz9.
       01  ws-pro-qtde4-ed                         pic zzz9.
       01  ws-pro-cap-ed                           pic zz9.

       77 ws-total-conselho                        pic 9(04)
                                                   value zeros.
       77 ws-total-promovidos                      pic 9(04)
                                                   value zeros.
       77 ws-total-excecoes-promocao               pic 9(04)
                                                   value zeros.
       77 ws-total-arquivados                      pic 9(04)
                                                   value zeros.
       77 ws-total-zerados                         pic 9(04)
                                                   value zeros.
       77 ws-total-transf-ja-arquivados            pic 9(04)
                                                   value zeros.
       77 ws-total-hist-disciplinas                pic 9(05)
                                                   value zeros.

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

           open i-o arqHistDisc
           if ws-fs-histdisc = 35 then
      *>       acumulado ainda nao existe - cria-se vazio antes de usar
               open output arqHistDisc
               close arqHistDisc
               open i-o arqHistDisc
           end-if

           if  ws-fs-histdisc <> 00 then
               move 23                                  to ws-msn-erro-ofsset
               move ws-fs-histdisc                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistDisc "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set arquivo-disciplinas-ok to true
           open input arqNotasDisc
           if ws-fs-notasdisc = 35 then
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-transf-entrada-ok to true
           open input arqTransfEntrada
           if ws-fs-transf-entrada = 35 then
               set sem-arquivo-transf-entrada to true
           else
               if ws-fs-transf-entrada <> 00 then
                   move 51                                       to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransfEntrada "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-turmas-ok to true
           open input arqTurmas
           if ws-fs-turmas = 35 then
               set sem-arquivo-turmas to true
           else
               if ws-fs-turmas <> 00 then
                   move 33                                  to ws-msn-erro-ofsset
                   move ws-fs-turmas                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTurmas "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-promocao-ok to true
           open input arqPromocao
           if ws-fs-promocao = 35 then
               set sem-arquivo-promocao to true
           else
               if ws-fs-promocao <> 00 then
                   move 34                                  to ws-msn-erro-ofsset
                   move ws-fs-promocao                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqPromocao "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-conselho-ok to true
           open input arqConselho
           if ws-fs-conselho = 35 then
               set sem-arquivo-conselho to true
           else
               if ws-fs-conselho <> 00 then
                   move 46                                       to ws-msn-erro-ofsset
                   move ws-fs-conselho                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelPromocao
           if ws-fs-relpromocao <> 00 then
               move 35                                  to ws-msn-erro-ofsset
               move ws-fs-relpromocao                   to ws-msn-erro-cod
               move "Erro ao abrir arq. PROMOCAO.LST "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set arquivo-cad-disc-ok to true
           open input arqDisciplinas
           if ws-fs-cad-disc = 35 then
               set sem-arquivo-cad-disc to true
           else
               if ws-fs-cad-disc <> 00 then
                   move 26                                      to ws-msn-erro-ofsset
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
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCurriculo "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.
               end-if

           end-perform

      *>   com todos os cadastros ja rolados, move os aprovados para a
      *>   turma da serie seguinte
           perform promove-alunos
           .
       processamento-exit.
           exit.
      *>  criterio do imprime-boletim do boletim: media das medias das
      *>  disciplinas com notas informadas (senao as notas gerais do
      *>  cadastro), recuperação para o reprovado pela media e a regra dos
      *>  75% de frequencia por cima de tudo; a decisão do conselho de
      *>  classe, quando houver, prevalece sobre o resultado apurado
      *>------------------------------------------------------------------------
       apura-resultado-aluno section.

                   perform apura-situacao-final
               end-if
           end-if

           perform aplica-decisao-conselho
           .
       apura-resultado-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aplica a decisão do conselho de classe por cima do resultado
      *>  apurado: o resultado decidido, ja marcado como do conselho, é o
      *>  que vai para o historico; as notas e a media nao mudam
      *>------------------------------------------------------------------------
       aplica-decisao-conselho section.

           if arquivo-conselho-ok then
               move fd-matricula  to fd-con-matricula
               move fd-ano-letivo to fd-con-ano
               read arqConselho

               if ws-fs-conselho = 0 then
                   move fd-con-resultado to ws-situacao-aluno
               else
                   if ws-fs-conselho <> 23 then
                       move 47                                  to ws-msn-erro-ofsset
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
      *>  Arquiva no historico o aluno transferido durante o ano letivo:
      *>  a media é apurada pelo mesmo criterio dos demais, mas o
      *>------------------------------------------------------------------------
      *>  acumula a media de cada disciplina com notas informadas do aluno
      *>  corrente, lendo arqNotasDisc pela chave composta (matricula +
      *>  disciplina), e copia as notas e a media de cada uma para o
      *>  acumulado historico por disciplina
      *>------------------------------------------------------------------------
       acumula-medias-disciplinas section.

           perform carrega-grade-turma

           perform varying ws-disc-ind from 1 by 1
               until ws-disc-ind > ws-qtde-grade

               move fd-matricula to fd-nd-matricula
               move ws-disc-codigo(ws-disc-ind) to fd-nd-disciplina
                       + fd-nd-nota3 + fd-nd-nota4) / 4
                   add 1             to ws-qtde-disc
                   add ws-media-disc to ws-soma-medias-disc
                   perform grava-historico-disciplina
               else
                   if ws-fs-notasdisc <> 0
                   and ws-fs-notasdisc <> 23 then
               perform conta-frequencia-ano
           end-if

           if arquivo-transf-entrada-ok then
               perform soma-frequencia-origem
           end-if

      *>   falta abonada por atestado conta a favor do aluno no
      *>   percentual, como se fosse presença
           if ws-frq-total > 0 then
       apura-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aluno recebido por transferencia no ano letivo do cadastro: os
      *>  dias letivos da declaração da escola de origem somam-se aos da
      *>  escola, com as abonadas; os dias sem falta contam como presença
      *>------------------------------------------------------------------------
       soma-frequencia-origem section.

           move fd-matricula  to fd-tre-matricula
           move fd-ano-letivo to fd-tre-ano-letivo
           read arqTransfEntrada

           if ws-fs-transf-entrada = 0 then
               add fd-tre-dias-letivos to ws-frq-total
               add fd-tre-abonadas     to ws-frq-abonadas
               compute ws-frq-presencas = ws-frq-presencas
                   + fd-tre-dias-letivos - fd-tre-faltas - fd-tre-abonadas
           else
               if ws-fs-transf-entrada <> 23 then
                   move 52                                      to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTransfEntrada "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       soma-frequencia-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os lançamentos e as presenças do aluno no ano letivo do
      *>  cadastro, posicionando pela chave composta (matricula + data)
           end-if

           add 1 to ws-total-arquivados
           if ws-situacao-aluno = "APROVADO CONSELHO"
           or ws-situacao-aluno = "REPROVADO CONSELHO" then
               add 1 to ws-total-conselho
           end-if
           .
       grava-historico-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou re-grava, em caso de re-execução) no acumulado
      *>  historico por disciplina as notas da disciplina lida do
      *>  arqNotasDisc e a sua media, para o ano letivo que esta sendo
      *>  encerrado
      *>------------------------------------------------------------------------
       grava-historico-disciplina section.

           move fd-matricula       to fd-hd-matricula
           move fd-ano-letivo      to fd-hd-ano
           move fd-nd-disciplina   to fd-hd-disciplina
           move fd-nd-notas        to fd-hd-notas
           move ws-media-disc      to fd-hd-media

           write fd-hist-disc
           if ws-fs-histdisc = 22 then
      *>       aluno/ano/disciplina ja arquivado em execução anterior
               rewrite fd-hist-disc
           end-if

           if ws-fs-histdisc <> 0 then
               move 24                                   to ws-msn-erro-ofsset
               move ws-fs-histdisc                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqHistDisc "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-total-hist-disciplinas
           .
       grava-historico-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Zera as notas e o indicador de notas informadas do aluno no
      *>  cadastro e avança o seu ano letivo para o novo ano, rolando o
           move zeros to fd-informou
           move ws-novo-ano to fd-ano-letivo

           perform le-imagem-anterior
           rewrite fd-alunos
           if ws-fs-arqCadAlu <> 0 then
               move 5                                   to ws-msn-erro-ofsset
               move "Erro ao alterar arq. arqCadAlu "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform registra-jornal

           add 1 to ws-total-zerados
           .
                   move "Erro ao limpar arq. arqNotasDisc "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "arqNotasDisc"   to ws-jrn-arquivo
               perform registra-limpeza-jornal
           end-if

           if arquivo-recuperacao-ok then
                   move "Erro ao limpar arq. arqRecuperacao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "arqRecuperacao" to ws-jrn-arquivo
               perform registra-limpeza-jornal
           end-if
           .
       limpa-arquivos-do-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Promoção de turma: depois da rolagem, cada aluno ativo aprovado
      *>  no ano encerrado (resultado do ultimo registro de arqHistorico,
      *>  que começa com APROVADO) e que ainda esta na turma em que foi
      *>  arquivado é movido para a turma da serie seguinte do mapa
      *>  arqPromocao; reprovados permanecem. As vagas de cada turma de
      *>  destino sao a capacidade do cadastro de turmas menos os alunos
      *>  que nela ficam; o aprovado que nao cabe, ou cuja turma nao tem
      *>  serie seguinte, fica na turma e sai na lista de exceções. O mapa
      *>  de cada turma é impresso antes e depois da promoção. Como o
      *>  aluno ja promovido nao esta mais na turma do historico, a
      *>  re-execução nao o move de novo
      *>------------------------------------------------------------------------
       promove-alunos section.

           if sem-arquivo-turmas then
               display "Cadastro de turmas inexistente - promocao de turma nao executada"
               move spaces to fd-relpromocao-linha
               move "CADASTRO DE TURMAS INEXISTENTE - PROMOCAO NAO EXECUTADA"
                   to fd-relpromocao-linha
               write fd-relpromocao-linha
           else
               perform carrega-mapa-promocao
               perform conta-candidatos-promocao
               perform resolve-cotas-promocao
               perform imprime-mapa-antes
               perform move-aprovados
               perform imprime-mapa-depois
           end-if
           .
       promove-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o cadastro de turmas para a tabela do mapa e completa cada
      *>  turma com a turma da serie seguinte de arqPromocao; destino fora
      *>  do cadastro de turmas é tratado como sem serie seguinte
      *>------------------------------------------------------------------------
       carrega-mapa-promocao section.

           move zeros to ws-qtde-turmas
           move low-values to fd-tur-codigo
           start arqTurmas key >= fd-tur-codigo
           if ws-fs-turmas = 0 then
               read arqTurmas next
               perform until ws-fs-turmas <> 0
                   or ws-qtde-turmas = 100

                   add 1 to ws-qtde-turmas
                   move ws-qtde-turmas to ws-map-ind
                   move fd-tur-codigo     to ws-map-turma(ws-map-ind)
                   move fd-tur-capacidade to ws-map-capacidade(ws-map-ind)
                   move spaces            to ws-map-destino(ws-map-ind)
                   move zeros             to ws-map-dest-ind(ws-map-ind)
                   move "N"               to ws-map-resolvida(ws-map-ind)
                   move zeros             to ws-map-aprovados(ws-map-ind)
                   move zeros             to ws-map-permanecem(ws-map-ind)
                   move zeros             to ws-map-cota(ws-map-ind)
                   move zeros             to ws-map-ficam(ws-map-ind)
                   move zeros             to ws-map-promovidos(ws-map-ind)
                   move zeros             to ws-map-recebidos(ws-map-ind)

                   if arquivo-promocao-ok then
                       move fd-tur-codigo to fd-pro-turma-origem
                       read arqPromocao
                       if ws-fs-promocao = 0 then
                           move fd-pro-turma-destino
                               to ws-map-destino(ws-map-ind)
                       else
                           if ws-fs-promocao <> 23 then
                               move 37                                  to ws-msn-erro-ofsset
                               move ws-fs-promocao                      to ws-msn-erro-cod
                               move "Erro ao ler arq. arqPromocao "     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

                   read arqTurmas next
                   if ws-fs-turmas <> 0
                   and ws-fs-turmas <> 10 then
                       move 36                                  to ws-msn-erro-ofsset
                       move ws-fs-turmas                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           end-if

      *>   indice da turma de destino de cada turma do mapa
           perform varying ws-map-ind from 1 by 1
               until ws-map-ind > ws-qtde-turmas
               if ws-map-destino(ws-map-ind) <> spaces then
                   move ws-map-destino(ws-map-ind) to ws-map-busca
                   perform localiza-turma-mapa
                   if ws-map-achou <> ws-map-ind then
                       move ws-map-achou to ws-map-dest-ind(ws-map-ind)
                   end-if
               end-if
           end-perform
           .
       carrega-mapa-promocao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura ws-map-busca na tabela do mapa; devolve o indice em
      *>  ws-map-achou (zero quando a turma nao esta no cadastro)
      *>------------------------------------------------------------------------
       localiza-turma-mapa section.

           move zeros to ws-map-achou
           perform varying ws-map-dest from 1 by 1
               until ws-map-dest > ws-qtde-turmas
               or ws-map-achou <> 0
               if ws-map-turma(ws-map-dest) = ws-map-busca then
                   move ws-map-dest to ws-map-achou
               end-if
           end-perform
           .
       localiza-turma-mapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  primeira passada pelo cadastro ja rolado: conta, por turma, os
      *>  aprovados a mover e os alunos que permanecem na turma
      *>------------------------------------------------------------------------
       conta-candidatos-promocao section.

           move zeros to fd-matricula
           start arqCadAlu key >= fd-matricula
           if ws-fs-arqCadAlu = 0 then
               read arqCadAlu next
           end-if
           if ws-fs-arqCadAlu <> 0
           and ws-fs-arqCadAlu <> 10
           and ws-fs-arqCadAlu <> 23 then
               move 38                                to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCadAlu <> 0

               if fd-aluno-ativo
               and fd-ano-letivo = ws-novo-ano then
                   move fd-turma to ws-map-busca
                   perform localiza-turma-mapa
                   if ws-map-achou <> 0 then
                       perform verifica-candidato-promocao
                       if aluno-a-promover
                       and ws-map-dest-ind(ws-map-achou) <> 0 then
                           add 1 to ws-map-aprovados(ws-map-achou)
                       else
                           add 1 to ws-map-permanecem(ws-map-achou)
                       end-if
                   end-if
               end-if

               read arqCadAlu next
               if ws-fs-arqCadAlu <> 0
               and ws-fs-arqCadAlu <> 10 then
                   move 39                                to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlu                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           .
       conta-candidatos-promocao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o aluno lido é candidato a promoção quando o ultimo registro do
      *>  historico anterior ao novo ano é de aprovação e o aluno ainda
      *>  esta na turma em que foi arquivado
      *>------------------------------------------------------------------------
       verifica-candidato-promocao section.

           set aluno-nao-promovido to true
           move spaces to ws-pro-resultado
           move spaces to ws-pro-turma-hist

           move fd-matricula to fd-hist-matricula
           move zeros        to fd-hist-ano
           start arqHistorico key >= fd-hist-chave
           if ws-fs-historico = 0 then
               read arqHistorico next
               perform until ws-fs-historico <> 0
                   or fd-hist-matricula <> fd-matricula
                   or fd-hist-ano >= ws-novo-ano

                   move fd-hist-resultado to ws-pro-resultado
                   move fd-hist-turma     to ws-pro-turma-hist

                   read arqHistorico next
                   if ws-fs-historico <> 0
                   and ws-fs-historico <> 10 then
                       move 40                                  to ws-msn-erro-ofsset
                       move ws-fs-historico                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistorico "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           else
               if ws-fs-historico <> 23
               and ws-fs-historico <> 10 then
                   move 41                                  to ws-msn-erro-ofsset
                   move ws-fs-historico                     to ws-msn-erro-cod
                   move "Erro ao posicionar arqHistorico "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-pro-resultado(1:8) = "APROVADO"
           and ws-pro-turma-hist = fd-turma then
               set aluno-a-promover to true
           end-if
           .
       verifica-candidato-promocao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  reparte as vagas: uma turma só é resolvida depois da sua turma
      *>  de destino, porque os aprovados do destino que nao couberem na
      *>  serie seguinte continuam ocupando vaga nele. Turma sem destino
      *>  é resolvida de imediato (todos os seus aprovados ficam). Se as
      *>  passadas param de resolver (mapa em ciclo), a primeira turma
      *>  pendente é resolvida supondo que todos os aprovados do destino
      *>  ficam nele
      *>------------------------------------------------------------------------
       resolve-cotas-promocao section.

           perform varying ws-map-ind from 1 by 1
               until ws-map-ind > ws-qtde-turmas
               if ws-map-dest-ind(ws-map-ind) = 0 then
                   move ws-map-aprovados(ws-map-ind)
                       to ws-map-ficam(ws-map-ind)
                   move "S" to ws-map-resolvida(ws-map-ind)
               end-if
           end-perform

           set houve-resolucao to true
           perform until sem-resolucao
               set sem-resolucao to true

               perform varying ws-map-ind from 1 by 1
                   until ws-map-ind > ws-qtde-turmas
                   if ws-map-resolvida(ws-map-ind) = "N" then
                       move ws-map-dest-ind(ws-map-ind) to ws-map-dest
                       if ws-map-resolvida(ws-map-dest) = "S" then
                           compute ws-map-ocupacao =
                                   ws-map-permanecem(ws-map-dest)
                                 + ws-map-ficam(ws-map-dest)
                                 + ws-map-recebidos(ws-map-dest)
                           perform aplica-cota-promocao
                       end-if
                   end-if
               end-perform

               if sem-resolucao then
                   perform varying ws-map-ind from 1 by 1
                       until ws-map-ind > ws-qtde-turmas
                       or houve-resolucao
                       if ws-map-resolvida(ws-map-ind) = "N" then
                           move ws-map-dest-ind(ws-map-ind) to ws-map-dest
                           compute ws-map-ocupacao =
                                   ws-map-permanecem(ws-map-dest)
                                 + ws-map-aprovados(ws-map-dest)
                                 + ws-map-recebidos(ws-map-dest)
                           perform aplica-cota-promocao
                       end-if
                   end-perform
               end-if
           end-perform
           .
       resolve-cotas-promocao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cota da turma ws-map-ind no destino ws-map-dest dada a ocupação
      *>  ja apurada do destino
      *>------------------------------------------------------------------------
       aplica-cota-promocao section.

           if ws-map-ocupacao < ws-map-capacidade(ws-map-dest) then
               compute ws-map-vagas =
                       ws-map-capacidade(ws-map-dest) - ws-map-ocupacao
           else
               move zeros to ws-map-vagas
           end-if

           if ws-map-aprovados(ws-map-ind) < ws-map-vagas then
               move ws-map-aprovados(ws-map-ind) to ws-map-cota(ws-map-ind)
           else
               move ws-map-vagas to ws-map-cota(ws-map-ind)
           end-if

           compute ws-map-ficam(ws-map-ind) =
                   ws-map-aprovados(ws-map-ind) - ws-map-cota(ws-map-ind)
           add ws-map-cota(ws-map-ind) to ws-map-recebidos(ws-map-dest)
           move "S" to ws-map-resolvida(ws-map-ind)
           set houve-resolucao to true
           .
       aplica-cota-promocao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mapa antes da promoção: por turma, a serie seguinte, a
      *>  capacidade, os alunos atuais e os aprovados a mover
      *>------------------------------------------------------------------------
       imprime-mapa-antes section.

           move spaces to fd-relpromocao-linha
           string "MAPA DE PROMOCAO ANTES DA VIRADA PARA " delimited by size
                  ws-novo-ano-txt                          delimited by size
                  into fd-relpromocao-linha
           write fd-relpromocao-linha

           move all "-" to fd-relpromocao-linha
           write fd-relpromocao-linha

           move "TURMA  DESTINO  CAPAC.  ALUNOS  APROVADOS  VAGAS P/ PROMOVER"
               to fd-relpromocao-linha
           write fd-relpromocao-linha

           perform varying ws-map-ind from 1 by 1
               until ws-map-ind > ws-qtde-turmas
               move ws-map-capacidade(ws-map-ind) to ws-pro-cap-ed
               compute ws-pro-qtde1-ed = ws-map-permanecem(ws-map-ind)
                                       + ws-map-aprovados(ws-map-ind)
               move ws-map-aprovados(ws-map-ind)  to ws-pro-qtde2-ed
               move ws-map-cota(ws-map-ind)       to ws-pro-qtde3-ed

               move spaces to fd-relpromocao-linha
               if ws-map-dest-ind(ws-map-ind) = 0 then
                   string ws-map-turma(ws-map-ind) delimited by size
                          "    ---      "          delimited by size
                          ws-pro-cap-ed            delimited by size
                          "     "                  delimited by size
                          ws-pro-qtde1-ed          delimited by size
                          "       "                delimited by size
                          ws-pro-qtde2-ed          delimited by size
                          "    (SEM SERIE SEGUINTE)" delimited by size
                          into fd-relpromocao-linha
               else
                   string ws-map-turma(ws-map-ind)   delimited by size
                          "    "                     delimited by size
                          ws-map-destino(ws-map-ind) delimited by size
                          "      "                   delimited by size
                          ws-pro-cap-ed              delimited by size
                          "     "                    delimited by size
                          ws-pro-qtde1-ed            delimited by size
                          "       "                  delimited by size
                          ws-pro-qtde2-ed            delimited by size
                          "          "               delimited by size
                          ws-pro-qtde3-ed            delimited by size
                          into fd-relpromocao-linha
               end-if
               write fd-relpromocao-linha
           end-perform

           move spaces to fd-relpromocao-linha
           write fd-relpromocao-linha
           move "EXCECOES DA PROMOCAO (APROVADOS QUE PERMANECEM NA TURMA)"
               to fd-relpromocao-linha
           write fd-relpromocao-linha
           move all "-" to fd-relpromocao-linha
           write fd-relpromocao-linha
           .
       imprime-mapa-antes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  segunda passada pelo cadastro: move o aprovado para a turma da
      *>  serie seguinte enquanto houver cota; o que nao cabe ou nao tem
      *>  serie seguinte sai na lista de exceções
      *>------------------------------------------------------------------------
       move-aprovados section.

           move zeros to fd-matricula
           start arqCadAlu key >= fd-matricula
           if ws-fs-arqCadAlu = 0 then
               read arqCadAlu next
           end-if
           if ws-fs-arqCadAlu <> 0
           and ws-fs-arqCadAlu <> 10
           and ws-fs-arqCadAlu <> 23 then
               move 38                                to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCadAlu <> 0

               if fd-aluno-ativo
               and fd-ano-letivo = ws-novo-ano then
                   perform verifica-candidato-promocao
                   if aluno-a-promover then
                       perform promove-aluno
                   end-if
               end-if

               read arqCadAlu next
               if ws-fs-arqCadAlu <> 0
               and ws-fs-arqCadAlu <> 10 then
                   move 39                                to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlu                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           .
       move-aprovados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  promove o aprovado lido ou registra a exceção
      *>------------------------------------------------------------------------
       promove-aluno section.

           move spaces to ws-pro-motivo
           move fd-turma to ws-map-busca
           perform localiza-turma-mapa
           move ws-map-achou to ws-map-ind

           if ws-map-ind = 0 then
               move "TURMA NAO CADASTRADA" to ws-pro-motivo
           else
               move ws-map-dest-ind(ws-map-ind) to ws-map-dest
               if ws-map-dest = 0 then
                   move "SEM SERIE SEGUINTE NO MAPA" to ws-pro-motivo
               else
                   if ws-map-promovidos(ws-map-ind) < ws-map-cota(ws-map-ind) then
                       move ws-map-turma(ws-map-dest) to fd-turma
                       perform le-imagem-anterior
                       rewrite fd-alunos
                       if ws-fs-arqCadAlu <> 0 then
                           move 42                                  to ws-msn-erro-ofsset
                           move ws-fs-arqCadAlu                     to ws-msn-erro-cod
                           move "Erro ao regravar arq. arqCadAlu "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform registra-jornal
                       add 1 to ws-map-promovidos(ws-map-ind)
                       add 1 to ws-total-promovidos
                   else
                       string "SEM VAGA NA TURMA "       delimited by size
                              ws-map-turma(ws-map-dest)  delimited by size
                              into ws-pro-motivo
                   end-if
               end-if
           end-if

           if ws-pro-motivo <> spaces then
               move spaces to fd-relpromocao-linha
               string fd-matricula   delimited by size
                      "  "           delimited by size
                      fd-aluno       delimited by size
                      "  "           delimited by size
                      fd-turma       delimited by size
                      "  "           delimited by size
                      ws-pro-motivo  delimited by size
                      into fd-relpromocao-linha
               write fd-relpromocao-linha
               add 1 to ws-total-excecoes-promocao
           end-if
           .
       promove-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mapa depois da promoção: por turma, os promovidos, os aprovados
      *>  que ficaram, os recebidos da serie anterior e a ocupação final
      *>------------------------------------------------------------------------
       imprime-mapa-depois section.

           move spaces to fd-relpromocao-linha
           string "Excecoes: "                 delimited by size
                  ws-total-excecoes-promocao   delimited by size
                  into fd-relpromocao-linha
           write fd-relpromocao-linha

           move spaces to fd-relpromocao-linha
           write fd-relpromocao-linha
           move spaces to fd-relpromocao-linha
           string "MAPA DE PROMOCAO DEPOIS DA VIRADA PARA " delimited by size
                  ws-novo-ano-txt                           delimited by size
                  into fd-relpromocao-linha
           write fd-relpromocao-linha

           move all "-" to fd-relpromocao-linha
           write fd-relpromocao-linha

           move "TURMA  DESTINO  CAPAC.  PROMOVIDOS  FICARAM  RECEBIDOS  ALUNOS"
               to fd-relpromocao-linha
           write fd-relpromocao-linha

           perform varying ws-map-ind from 1 by 1
               until ws-map-ind > ws-qtde-turmas
               move ws-map-capacidade(ws-map-ind)  to ws-pro-cap-ed
               move ws-map-promovidos(ws-map-ind)  to ws-pro-qtde1-ed
               compute ws-pro-qtde2-ed = ws-map-aprovados(ws-map-ind)
                                       - ws-map-promovidos(ws-map-ind)
               move ws-map-recebidos(ws-map-ind)   to ws-pro-qtde3-ed
               compute ws-pro-qtde4-ed = ws-map-permanecem(ws-map-ind)
                                       + ws-map-aprovados(ws-map-ind)
                                       - ws-map-promovidos(ws-map-ind)
                                       + ws-map-recebidos(ws-map-ind)

               move spaces to fd-relpromocao-linha
               if ws-map-dest-ind(ws-map-ind) = 0 then
                   move "---" to ws-map-busca
               else
                   move ws-map-destino(ws-map-ind) to ws-map-busca
               end-if
               string ws-map-turma(ws-map-ind) delimited by size
                      "    "                   delimited by size
                      ws-map-busca             delimited by size
                      "      "                 delimited by size
                      ws-pro-cap-ed            delimited by size
                      "        "               delimited by size
                      ws-pro-qtde1-ed          delimited by size
                      "     "                  delimited by size
                      ws-pro-qtde2-ed          delimited by size
                      "       "                delimited by size
                      ws-pro-qtde3-ed          delimited by size
                      "    "                   delimited by size
                      ws-pro-qtde4-ed          delimited by size
                      into fd-relpromocao-linha
               write fd-relpromocao-linha
           end-perform
           .
       imprime-mapa-depois-exit.
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
                               move 28                                      to ws-msn-erro-ofsset
                               move ws-fs-cad-disc                          to ws-msn-erro-cod
                               move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

                   read arqCurriculo next
                   if ws-fs-curriculo <> 0
                   and ws-fs-curriculo <> 10 then
                       move 29                                      to ws-msn-erro-ofsset
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
                       move 30                                      to ws-msn-erro-ofsset
                       move ws-fs-cad-disc                          to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           end-if
           .
       carrega-todas-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  jornal de transações: guarda a nova imagem do registro (ja
      *>  montada na area do arquivo) e le do disco, pela chave, a imagem
      *>  anterior -- em branco quando o registro ainda nao existe
      *>  (inclusão); a area do registro volta com a nova imagem
      *>------------------------------------------------------------------------
       le-imagem-anterior section.

           move "arqCadAlu"            to ws-jrn-arquivo
           move spaces to ws-jrn-antes
           move fd-alunos to ws-jrn-depois

           read arqCadAlu key is fd-matricula
           if ws-fs-arqCadAlu = 0 then
               move fd-alunos to ws-jrn-antes
               move "A" to ws-jrn-operacao
           else
               move "I" to ws-jrn-operacao
               if ws-fs-arqCadAlu <> 23 then
                   move 49                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlu                          to ws-msn-erro-cod
                   move "Erro ao ler imagem anterior p/ jornal " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-jrn-depois to fd-alunos
           .
       le-imagem-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no jornal a limpeza do arquivo inteiro informado em
      *>  ws-jrn-arquivo (re-aplicada pelo recupera-jornal como uma nova
      *>  abertura em OUTPUT)
      *>------------------------------------------------------------------------
       registra-limpeza-jornal section.

           move "L"    to ws-jrn-operacao
           move spaces to ws-jrn-antes
           move spaces to ws-jrn-depois
           perform registra-jornal
           .
       registra-limpeza-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no jornal de transações a gravação confirmada (arquivo,
      *>  operação e imagens ja preparados), pelo subprograma grava-jornal
      *>------------------------------------------------------------------------
       registra-jornal section.

           move "fecha-ano"            to ws-jrn-programa
           move "*FECANO*"             to ws-jrn-operador

           call "grava-jornal" using ws-jrn-parametros ws-jrn-retorno

           if not ws-jrn-retorno-ok then
               move 50                                       to ws-msn-erro-ofsset
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
               perform finaliza-anormal
           end-if

           close arqHistDisc
           if ws-fs-histdisc <> 0 then
               move 25                                  to ws-msn-erro-ofsset
               move ws-fs-histdisc                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHistDisc "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if arquivo-frequencia-ok then
               close arqFrequencia
               if ws-fs-frequencia <> 0 then
               end-if
           end-if

           if arquivo-transf-entrada-ok then
               close arqTransfEntrada
               if ws-fs-transf-entrada <> 0 then
                   move 53                                       to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTransfEntrada "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-cad-disc-ok then
               close arqDisciplinas
               if ws-fs-cad-disc <> 0 then
                   move 31                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-curriculo-ok then
               close arqCurriculo
               if ws-fs-curriculo <> 0 then
                   move 32                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCurriculo "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-turmas-ok then
               close arqTurmas
               if ws-fs-turmas <> 0 then
                   move 43                                  to ws-msn-erro-ofsset
                   move ws-fs-turmas                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTurmas "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-promocao-ok then
               close arqPromocao
               if ws-fs-promocao <> 0 then
                   move 44                                  to ws-msn-erro-ofsset
                   move ws-fs-promocao                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqPromocao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-conselho-ok then
               close arqConselho
               if ws-fs-conselho <> 0 then
                   move 48                                       to ws-msn-erro-ofsset
                   move ws-fs-conselho                           to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqRelPromocao
           if ws-fs-relpromocao <> 0 then
               move 45                                  to ws-msn-erro-ofsset
               move ws-fs-relpromocao                   to ws-msn-erro-cod
               move "Erro ao fechar arq. PROMOCAO.LST " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform limpa-arquivos-do-ano

           display "Alunos arquivados no historico : " ws-total-arquivados
           display "Transferidos arquivados        : " ws-total-transferidos
           display "Transferidos ja arquivados     : "
                   ws-total-transf-ja-arquivados
           display "Notas por disciplina arquivadas: "
                   ws-total-hist-disciplinas
           display "Resultados do conselho         : " ws-total-conselho
           display "Aprovados promovidos de turma  : " ws-total-promovidos
           display "Excecoes da promocao           : "
                   ws-total-excecoes-promocao

           stop run
           .
