      $set sourceformat"free"
      *>divisão de identificação do programa
       identification division.
       program-id. "recupera-jornal".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *>  Recuperação do movimento posterior ao backup (roll-forward):
      *>  executado logo depois da restauração de uma geração pelo
      *>  backup-dados ('R'), re-aplica aos arquivos de produção as
      *>  transações registradas no jornal da geração (JRNnnn.DAT,
      *>  gravado pelo subprograma grava-jornal) ate a data/hora de corte
      *>  informada pelo operador -- em geral o momento da falha, ou o
      *>  instante anterior a uma gravação errada que se quer desfazer.
      *>
      *>  Para cada linha do jornal com data/hora ate o corte:
      *>    "I" inclusão  - grava a imagem depois (regrava se ja existir);
      *>    "A" alteração - le o registro pela chave da imagem antes e
      *>                    regrava a imagem depois (grava se nao
      *>                    existir); registro encontrado diferente das
      *>                    duas imagens conta como divergencia;
      *>    "E" exclusão  - exclui o registro (ja ausente é ignorado);
      *>    "L" limpeza   - re-cria o arquivo vazio.
      *>  Re-aplicar a mesma linha duas vezes da o mesmo resultado, entao
      *>  uma recuperação interrompida pode ser simplesmente repetida.
      *>
      *>  As linhas posteriores ao corte nao sao aplicadas: vao para
      *>  JRNnnn.DESCARTE.DAT e o jornal fica somente com as linhas
      *>  aplicadas, de modo que o movimento novo continue em ordem.
      *>
      *>  Ao final o ultimo numero de matricula de arqControle é acertado
      *>  pela maior matricula do cadastro, a geração volta a ser a
      *>  geração em vigor (arqGeracao) e os totais de controle por
      *>  arquivo (linhas lidas, inclusões, alterações, exclusões,
      *>  limpezas, divergencias, descartes, quantidade final de
      *>  registros e total de conferencia das matriculas, o mesmo hash
      *>  do manifesto do backup) saem na tela e em RECUPERA.LST.
      *>
      *>  Deve ser executado com o sistema fechado, como o backup-dados.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>declaração dos arquivos de produção cobertos pelo jornal -- o
      *>cadastro leva as chaves alternativas, como no backup-dados
           select arqCadAlu assign to "arqCadAlu.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matricula
           alternate record key is fd-aluno
               with duplicates
           alternate record key is fd-mae
               with duplicates
           alternate record key is fd-pai
               with duplicates
           file status is ws-fs-arqCadAlu.

           select arqNotasDisc assign to "arqNotasDisc.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-nd-chave
           file status is ws-fs-notasdisc.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-frq-chave
           file status is ws-fs-frequencia.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-men-chave
           file status is ws-fs-mensalidades.

           select arqRecuperacao assign to "arqRecuperacao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rec-matricula
           file status is ws-fs-recuperacao.

           select arqTransferencias assign to "arqTransferencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-trf-matricula
           file status is ws-fs-transferencias.

           select arqTransfEntrada assign to "arqTransfEntrada.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tre-chave
           file status is ws-fs-transf-entrada.

      *>declaração do controle de matriculas
           select arqControle assign to "arqControle.dat"
           organization is line sequential
           file status is ws-fs-controle.

      *>declaração do controle da geração em vigor
           select arqGeracao assign to "arqGeracao.dat"
           organization is line sequential
           file status is ws-fs-geracao.

      *>declaração do jornal da geração, do jornal de trabalho (linhas
      *>aplicadas) e das linhas descartadas -- nomes montados em tempo
      *>de execução com a geração, como as copias do backup-dados
           select arqJornal assign to dynamic ws-nome-jornal
           organization is line sequential
           file status is ws-fs-jornal.

           select arqTrabalho assign to dynamic ws-nome-trabalho
           organization is line sequential
           file status is ws-fs-trabalho.

           select arqDescarte assign to dynamic ws-nome-descarte
           organization is line sequential
           file status is ws-fs-descarte.

      *>declaração do relatorio de controle
           select arqRelatorio assign to "RECUPERA.LST"
           organization is line sequential
           file status is ws-fs-relatorio.

       i-o-control.

      *>declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.
       fd arqCadAlu.

           copy cadalu.

       fd arqNotasDisc.

           copy notasdisc.

       fd arqFrequencia.

           copy frequencia.

       fd arqMensalidades.

           copy mensalidade.

       fd arqRecuperacao.

           copy recuperacao.

       fd arqTransferencias.

           copy transferencia.

       fd arqTransfEntrada.

           copy transfentrada.

       fd  arqControle.

           copy controle.

       fd  arqGeracao.

           copy geracao.

       fd  arqJornal.

           copy jornal.

       fd  arqTrabalho
           record contains 398 characters.

       01  fd-trabalho-linha                       pic x(398).

       fd  arqDescarte
           record contains 398 characters.

       01  fd-descarte-linha                       pic x(398).

       fd  arqRelatorio
           record contains 80 characters.

       01  fd-relatorio-linha                      pic x(80).

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCadAlu                          pic 9(02).
       77 ws-fs-notasdisc                          pic 9(02).
       77 ws-fs-frequencia                         pic 9(02).
       77 ws-fs-mensalidades                       pic 9(02).
       77 ws-fs-recuperacao                        pic 9(02).
       77 ws-fs-transferencias                     pic 9(02).
       77 ws-fs-transf-entrada                     pic 9(02).
       77 ws-fs-controle                           pic 9(02).
       77 ws-fs-geracao                            pic 9(02).
       77 ws-fs-jornal                             pic 9(02).
       77 ws-fs-trabalho                           pic 9(02).
       77 ws-fs-descarte                           pic 9(02).
       77 ws-fs-relatorio                          pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>----geração e data/hora de corte informadas pelo operador
       01  ws-geracao-entrada.
           05  ws-geracao-txt                      pic x(03).
           05  ws-geracao redefines ws-geracao-txt
                                                   pic 9(03).

       01  ws-corte-entrada.
           05  ws-corte-data-txt                   pic x(08).
           05  ws-corte-hora-txt                   pic x(06).

      *>----data/hora de corte no formato da data/hora do jornal
      *>----(hora com centesimos, como devolvida pelo ACCEPT FROM TIME)
       01  ws-corte.
           05  ws-corte-data                       pic 9(08).
           05  ws-corte-hora.
               10  ws-corte-hhmmss                 pic 9(06).
               10  ws-corte-centesimos             pic 9(02).

       77  ws-confirma                             pic x(01).
          88  confirma-recuperacao                 value "S" "s".

      *>----nomes montados do jornal, do trabalho e do descarte
       77  ws-nome-jornal                          pic x(40).
       77  ws-nome-trabalho                        pic x(40).
       77  ws-nome-descarte                        pic x(40).

       77  ws-jornal-sw                            pic x(01).
          88  jornal-presente                      value "S".
          88  jornal-ausente                       value "N".

      *>----tabela dos arquivos cobertos pelo jornal (nome como gravado
      *>----pelos programas) e os totais de controle de cada um
       01  ws-arquivos-valores.
           05  filler                              pic x(20)
               value "arqCadAlu".
           05  filler                              pic x(20)
               value "arqNotasDisc".
           05  filler                              pic x(20)
               value "arqFrequencia".
           05  filler                              pic x(20)
               value "arqMensalidades".
           05  filler                              pic x(20)
               value "arqRecuperacao".
           05  filler                              pic x(20)
               value "arqTransferencias".
           05  filler                              pic x(20)
               value "arqTransfEntrada".

       01  ws-arquivos-nomes redefines ws-arquivos-valores.
           05  ws-arq-nome occurs 7 times          pic x(20).

       01  ws-totais-arquivos.
           05  ws-total-tab occurs 7 times.
               10  ws-tot-lidas                    pic 9(06).
               10  ws-tot-inclusoes                pic 9(06).
               10  ws-tot-alteracoes               pic 9(06).
               10  ws-tot-exclusoes                pic 9(06).
               10  ws-tot-limpezas                 pic 9(06).
               10  ws-tot-divergencias             pic 9(06).
               10  ws-tot-descartes                pic 9(06).
               10  ws-tot-registros                pic 9(06).
               10  ws-tot-hash                     pic 9(12).

       77  ws-arq-ind                              pic 9(02).
       77  ws-arq-achado                           pic 9(02).

      *>----status da ultima operação no arquivo corrente e imagem do
      *>----registro encontrado no disco
       77  ws-fs-destino                           pic 9(02).
       77  ws-registro                             pic x(165).

      *>----total de conferencia: matricula do inicio do registro
       01  ws-hash-chave.
           05  ws-hash-chave-txt                   pic x(06).
           05  ws-hash-chave-num redefines ws-hash-chave-txt
                                                   pic 9(06).

      *>----acerto do controle de matriculas
       77  ws-maior-matricula                      pic 9(06).
       77  ws-ultima-controle                      pic 9(06).

      *>----totais gerais
       77  ws-total-lidas                          pic 9(06)
                                                   value zeros.
       77  ws-total-aplicadas                      pic 9(06)
                                                   value zeros.
       77  ws-total-descartadas                    pic 9(06)
                                                   value zeros.

      *>----linha de totais do relatorio
       01  ws-rel-movimento.
           05  ws-rel-nome                         pic x(18).
           05  ws-rel-lidas                        pic zzzzz9.
           05  filler                              pic x(01) value space.
           05  ws-rel-inclusoes                    pic zzzzz9.
           05  filler                              pic x(01) value space.
           05  ws-rel-alteracoes                   pic zzzzz9.
           05  filler                              pic x(01) value space.
           05  ws-rel-exclusoes                    pic zzzzz9.
           05  filler                              pic x(01) value space.
           05  ws-rel-limpezas                     pic zzzzz9.
           05  filler                              pic x(01) value space.
           05  ws-rel-divergencias                 pic zzzzz9.
           05  filler                              pic x(01) value space.
           05  ws-rel-descartes                    pic zzzzz9.
           05  filler                              pic x(09) value spaces.

       01  ws-rel-situacao.
           05  filler                              pic x(18)
               value "  situacao final:".
           05  filler                              pic x(11)
               value "registros ".
           05  ws-rel-registros                    pic zzzzz9.
           05  filler                              pic x(23)
               value "   total conferencia ".
           05  ws-rel-hash                         pic z(11)9.
           05  filler                              pic x(10) value spaces.

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
      *>   pede a geração e a data/hora de corte, confirma com o operador
      *>   e abre o jornal e os arquivos de produção

           display "------ Recuperacao do movimento pelo jornal ------"

           display "Numero da geracao restaurada (001 a 999): "
           accept ws-geracao-txt
           inspect ws-geracao-txt replacing all " " by "0"

           if ws-geracao-txt is not numeric
           or ws-geracao = 0 then
               display "Geracao informada invalida"
               stop run
           end-if

           display "Aplicar o movimento ate a data (AAAAMMDD): "
           accept ws-corte-data-txt
           inspect ws-corte-data-txt replacing all " " by "0"
           if ws-corte-data-txt is not numeric
           or ws-corte-data-txt = "00000000" then
               display "Data de corte invalida"
               stop run
           end-if
           move ws-corte-data-txt to ws-corte-data

           display "Ate a hora (HHMMSS, vazio = fim do dia): "
           accept ws-corte-hora-txt
           if ws-corte-hora-txt = spaces then
               move 235959 to ws-corte-hhmmss
           else
               inspect ws-corte-hora-txt replacing all " " by "0"
               if ws-corte-hora-txt is not numeric then
                   display "Hora de corte invalida"
                   stop run
               end-if
               move ws-corte-hora-txt to ws-corte-hhmmss
           end-if
      *>   a hora de corte inclui todo o segundo informado
           move 99 to ws-corte-centesimos

           display "Esta recuperacao deve ser feita logo apos a "
                   "restauracao da geracao " ws-geracao-txt
                   " pelo backup-dados."
           display "Confirma a recuperacao ate " ws-corte-data " "
                   ws-corte-hhmmss "? (S/N) "
           accept ws-confirma
           if not confirma-recuperacao then
               display "Recuperacao cancelada pelo operador"
               stop run
           end-if

           move spaces to ws-nome-jornal
           string "JRN"            delimited by size
                  ws-geracao-txt   delimited by size
                  ".DAT"           delimited by size
                  into ws-nome-jornal

           move spaces to ws-nome-trabalho
           string "JRN"            delimited by size
                  ws-geracao-txt   delimited by size
                  ".TRABALHO.DAT"  delimited by size
                  into ws-nome-trabalho

           move spaces to ws-nome-descarte
           string "JRN"            delimited by size
                  ws-geracao-txt   delimited by size
                  ".DESCARTE.DAT"  delimited by size
                  into ws-nome-descarte

           move zeros to ws-totais-arquivos

           set jornal-presente to true
           open input arqJornal
           if ws-fs-jornal = 35 then
      *>       nenhuma transação desde o backup
               set jornal-ausente to true
               display "Jornal " ws-nome-jornal " nao encontrado - "
                       "nenhum movimento a recuperar"
           else
               if ws-fs-jornal <> 00 then
                   move 1                                   to ws-msn-erro-ofsset
                   move ws-fs-jornal                        to ws-msn-erro-cod
                   move "Erro ao abrir jornal JRN "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if jornal-presente then
               open output arqTrabalho
               if ws-fs-trabalho <> 00 then
                   move 2                                   to ws-msn-erro-ofsset
                   move ws-fs-trabalho                      to ws-msn-erro-cod
                   move "Erro ao abrir jornal de trabalho " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open extend arqDescarte
               if ws-fs-descarte = 35 then
                   open output arqDescarte
               end-if
               if ws-fs-descarte <> 00 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-descarte                      to ws-msn-erro-cod
                   move "Erro ao abrir descarte do jornal " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform varying ws-arq-ind from 1 by 1
               until ws-arq-ind > 7
               perform abre-arquivo-producao
           end-perform
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre em I-O o arquivo de produção corrente da tabela; arquivo
      *>  ainda inexistente é criado vazio
      *>------------------------------------------------------------------------
       abre-arquivo-producao section.

           perform abre-destino-io
           if ws-fs-destino = 35 then
               perform cria-destino-vazio
               perform abre-destino-io
           end-if

           if ws-fs-destino <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-destino                          to ws-msn-erro-cod
               move "Erro ao abrir arquivo de producao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-arquivo-producao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - le o jornal e aplica cada linha ate o
      *>  corte; as posteriores vao para o descarte
      *>------------------------------------------------------------------------
       processamento section.

           if jornal-presente then
               read arqJornal
               perform until ws-fs-jornal <> 0

                   add 1 to ws-total-lidas
                   perform localiza-arquivo-jornal
                   add 1 to ws-tot-lidas(ws-arq-ind)

                   if fd-jrn-data-hora > ws-corte then
                       add 1 to ws-total-descartadas
                       add 1 to ws-tot-descartes(ws-arq-ind)
                       move fd-jornal to fd-descarte-linha
                       write fd-descarte-linha
                       if ws-fs-descarte <> 0 then
                           move 5                                   to ws-msn-erro-ofsset
                           move ws-fs-descarte                      to ws-msn-erro-cod
                           move "Erro ao gravar descarte do jornal " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       add 1 to ws-total-aplicadas
                       perform aplica-linha-jornal
                       move fd-jornal to fd-trabalho-linha
                       write fd-trabalho-linha
                       if ws-fs-trabalho <> 0 then
                           move 6                                   to ws-msn-erro-ofsset
                           move ws-fs-trabalho                      to ws-msn-erro-cod
                           move "Erro ao gravar jornal de trabalho " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

                   read arqJornal
               end-perform

               if ws-fs-jornal <> 10 then
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-jornal                        to ws-msn-erro-cod
                   move "Erro ao ler jornal JRN "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  localiza na tabela o arquivo da linha corrente do jornal; nome
      *>  desconhecido indica jornal corrompido e interrompe a recuperação
      *>------------------------------------------------------------------------
       localiza-arquivo-jornal section.

           move zeros to ws-arq-achado
           perform varying ws-arq-ind from 1 by 1
               until ws-arq-ind > 7
               if ws-arq-nome(ws-arq-ind) = fd-jrn-arquivo then
                   move ws-arq-ind to ws-arq-achado
               end-if
           end-perform

           if ws-arq-achado = 0 then
               display "Linha " ws-total-lidas " do jornal com arquivo "
                       "desconhecido: " fd-jrn-arquivo
               move 8                                      to ws-msn-erro-ofsset
               move zeros                                  to ws-msn-erro-cod
               move "Arquivo desconhecido no jornal JRN "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-arq-achado to ws-arq-ind
           .
       localiza-arquivo-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aplica a linha corrente do jornal ao arquivo de produção
      *>------------------------------------------------------------------------
       aplica-linha-jornal section.

           evaluate true
               when fd-jrn-inclusao
                   add 1 to ws-tot-inclusoes(ws-arq-ind)
                   perform aplica-inclusao
               when fd-jrn-alteracao
                   add 1 to ws-tot-alteracoes(ws-arq-ind)
                   perform aplica-alteracao
               when fd-jrn-exclusao
                   add 1 to ws-tot-exclusoes(ws-arq-ind)
                   perform aplica-exclusao
               when fd-jrn-limpeza
                   add 1 to ws-tot-limpezas(ws-arq-ind)
                   perform aplica-limpeza
               when other
                   display "Linha " ws-total-lidas " do jornal com "
                           "operacao invalida: " fd-jrn-operacao
                   move 9                                      to ws-msn-erro-ofsset
                   move zeros                                  to ws-msn-erro-cod
                   move "Operacao invalida no jornal JRN "     to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           .
       aplica-linha-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclusão: grava a imagem depois; registro ja existente (linha
      *>  re-aplicada) é regravado com a mesma imagem
      *>------------------------------------------------------------------------
       aplica-inclusao section.

           move fd-jrn-depois to ws-registro
           perform grava-destino
           if ws-fs-destino = 22 then
               perform regrava-destino
           end-if

           if ws-fs-destino <> 0 then
               move 10                                     to ws-msn-erro-ofsset
               move ws-fs-destino                          to ws-msn-erro-cod
               move "Erro ao refazer inclusao "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       aplica-inclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alteração: le o registro pela chave da imagem antes e regrava a
      *>  imagem depois; registro ausente ou diferente das duas imagens
      *>  (nem o estado anterior, nem o ja recuperado) conta divergencia
      *>------------------------------------------------------------------------
       aplica-alteracao section.

           move fd-jrn-antes to ws-registro
           perform le-destino-chave

           if ws-fs-destino = 0 then
               if ws-registro <> fd-jrn-antes
               and ws-registro <> fd-jrn-depois then
                   add 1 to ws-tot-divergencias(ws-arq-ind)
               end-if
               move fd-jrn-depois to ws-registro
               perform regrava-destino
           else
               if ws-fs-destino = 23 then
                   add 1 to ws-tot-divergencias(ws-arq-ind)
                   move fd-jrn-depois to ws-registro
                   perform grava-destino
               end-if
           end-if

           if ws-fs-destino <> 0 then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-destino                          to ws-msn-erro-cod
               move "Erro ao refazer alteracao "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       aplica-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclusão: exclui o registro da imagem antes; registro ja
      *>  ausente (linha re-aplicada) é ignorado
      *>------------------------------------------------------------------------
       aplica-exclusao section.

           move fd-jrn-antes to ws-registro
           perform exclui-destino

           if ws-fs-destino <> 0
           and ws-fs-destino <> 23 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-destino                          to ws-msn-erro-cod
               move "Erro ao refazer exclusao "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       aplica-exclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  limpeza: re-cria o arquivo vazio e o reabre em I-O
      *>------------------------------------------------------------------------
       aplica-limpeza section.

           perform fecha-destino
           perform cria-destino-vazio
           perform abre-destino-io

           if ws-fs-destino <> 0 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-destino                          to ws-msn-erro-cod
               move "Erro ao refazer limpeza "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       aplica-limpeza-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  operações sobre o arquivo de produção corrente da tabela
      *>  (ws-arq-ind), com a imagem do registro em ws-registro e o
      *>  status devolvido em ws-fs-destino
      *>------------------------------------------------------------------------
       abre-destino-io section.

           evaluate ws-arq-ind
               when 1
                   open i-o arqCadAlu
                   move ws-fs-arqCadAlu to ws-fs-destino
               when 2
                   open i-o arqNotasDisc
                   move ws-fs-notasdisc to ws-fs-destino
               when 3
                   open i-o arqFrequencia
                   move ws-fs-frequencia to ws-fs-destino
               when 4
                   open i-o arqMensalidades
                   move ws-fs-mensalidades to ws-fs-destino
               when 5
                   open i-o arqRecuperacao
                   move ws-fs-recuperacao to ws-fs-destino
               when 6
                   open i-o arqTransferencias
                   move ws-fs-transferencias to ws-fs-destino
               when 7
                   open i-o arqTransfEntrada
                   move ws-fs-transf-entrada to ws-fs-destino
           end-evaluate
           .
       abre-destino-io-exit.
           exit.

       cria-destino-vazio section.

           evaluate ws-arq-ind
               when 1
                   open output arqCadAlu
                   close arqCadAlu
               when 2
                   open output arqNotasDisc
                   close arqNotasDisc
               when 3
                   open output arqFrequencia
                   close arqFrequencia
               when 4
                   open output arqMensalidades
                   close arqMensalidades
               when 5
                   open output arqRecuperacao
                   close arqRecuperacao
               when 6
                   open output arqTransferencias
                   close arqTransferencias
               when 7
                   open output arqTransfEntrada
                   close arqTransfEntrada
           end-evaluate
           .
       cria-destino-vazio-exit.
           exit.

       fecha-destino section.

           evaluate ws-arq-ind
               when 1
                   close arqCadAlu
                   move ws-fs-arqCadAlu to ws-fs-destino
               when 2
                   close arqNotasDisc
                   move ws-fs-notasdisc to ws-fs-destino
               when 3
                   close arqFrequencia
                   move ws-fs-frequencia to ws-fs-destino
               when 4
                   close arqMensalidades
                   move ws-fs-mensalidades to ws-fs-destino
               when 5
                   close arqRecuperacao
                   move ws-fs-recuperacao to ws-fs-destino
               when 6
                   close arqTransferencias
                   move ws-fs-transferencias to ws-fs-destino
               when 7
                   close arqTransfEntrada
                   move ws-fs-transf-entrada to ws-fs-destino
           end-evaluate
           .
       fecha-destino-exit.
           exit.

       grava-destino section.

           evaluate ws-arq-ind
               when 1
                   move ws-registro to fd-alunos
                   write fd-alunos
                   move ws-fs-arqCadAlu to ws-fs-destino
               when 2
                   move ws-registro to fd-notas-disc
                   write fd-notas-disc
                   move ws-fs-notasdisc to ws-fs-destino
               when 3
                   move ws-registro to fd-frequencia
                   write fd-frequencia
                   move ws-fs-frequencia to ws-fs-destino
               when 4
                   move ws-registro to fd-mensalidades
                   write fd-mensalidades
                   move ws-fs-mensalidades to ws-fs-destino
               when 5
                   move ws-registro to fd-recuperacao
                   write fd-recuperacao
                   move ws-fs-recuperacao to ws-fs-destino
               when 6
                   move ws-registro to fd-transferencias
                   write fd-transferencias
                   move ws-fs-transferencias to ws-fs-destino
               when 7
                   move ws-registro to fd-transf-entrada
                   write fd-transf-entrada
                   move ws-fs-transf-entrada to ws-fs-destino
           end-evaluate
           .
       grava-destino-exit.
           exit.

       regrava-destino section.

           evaluate ws-arq-ind
               when 1
                   move ws-registro to fd-alunos
                   rewrite fd-alunos
                   move ws-fs-arqCadAlu to ws-fs-destino
               when 2
                   move ws-registro to fd-notas-disc
                   rewrite fd-notas-disc
                   move ws-fs-notasdisc to ws-fs-destino
               when 3
                   move ws-registro to fd-frequencia
                   rewrite fd-frequencia
                   move ws-fs-frequencia to ws-fs-destino
               when 4
                   move ws-registro to fd-mensalidades
                   rewrite fd-mensalidades
                   move ws-fs-mensalidades to ws-fs-destino
               when 5
                   move ws-registro to fd-recuperacao
                   rewrite fd-recuperacao
                   move ws-fs-recuperacao to ws-fs-destino
               when 6
                   move ws-registro to fd-transferencias
                   rewrite fd-transferencias
                   move ws-fs-transferencias to ws-fs-destino
               when 7
                   move ws-registro to fd-transf-entrada
                   rewrite fd-transf-entrada
                   move ws-fs-transf-entrada to ws-fs-destino
           end-evaluate
           .
       regrava-destino-exit.
           exit.

      *>   le pela chave contida em ws-registro e devolve em ws-registro
      *>   a imagem encontrada no disco
       le-destino-chave section.

           evaluate ws-arq-ind
               when 1
                   move ws-registro to fd-alunos
                   read arqCadAlu key is fd-matricula
                   move ws-fs-arqCadAlu to ws-fs-destino
                   move fd-alunos to ws-registro
               when 2
                   move ws-registro to fd-notas-disc
                   read arqNotasDisc
                   move ws-fs-notasdisc to ws-fs-destino
                   move fd-notas-disc to ws-registro
               when 3
                   move ws-registro to fd-frequencia
                   read arqFrequencia
                   move ws-fs-frequencia to ws-fs-destino
                   move fd-frequencia to ws-registro
               when 4
                   move ws-registro to fd-mensalidades
                   read arqMensalidades
                   move ws-fs-mensalidades to ws-fs-destino
                   move fd-mensalidades to ws-registro
               when 5
                   move ws-registro to fd-recuperacao
                   read arqRecuperacao
                   move ws-fs-recuperacao to ws-fs-destino
                   move fd-recuperacao to ws-registro
               when 6
                   move ws-registro to fd-transferencias
                   read arqTransferencias
                   move ws-fs-transferencias to ws-fs-destino
                   move fd-transferencias to ws-registro
               when 7
                   move ws-registro to fd-transf-entrada
                   read arqTransfEntrada
                   move ws-fs-transf-entrada to ws-fs-destino
                   move fd-transf-entrada to ws-registro
           end-evaluate
           .
       le-destino-chave-exit.
           exit.

       exclui-destino section.

           evaluate ws-arq-ind
               when 1
                   move ws-registro to fd-alunos
                   delete arqCadAlu
                   move ws-fs-arqCadAlu to ws-fs-destino
               when 2
                   move ws-registro to fd-notas-disc
                   delete arqNotasDisc
                   move ws-fs-notasdisc to ws-fs-destino
               when 3
                   move ws-registro to fd-frequencia
                   delete arqFrequencia
                   move ws-fs-frequencia to ws-fs-destino
               when 4
                   move ws-registro to fd-mensalidades
                   delete arqMensalidades
                   move ws-fs-mensalidades to ws-fs-destino
               when 5
                   move ws-registro to fd-recuperacao
                   delete arqRecuperacao
                   move ws-fs-recuperacao to ws-fs-destino
               when 6
                   move ws-registro to fd-transferencias
                   delete arqTransferencias
                   move ws-fs-transferencias to ws-fs-destino
               when 7
                   move ws-registro to fd-transf-entrada
                   delete arqTransfEntrada
                   move ws-fs-transf-entrada to ws-fs-destino
           end-evaluate
           .
       exclui-destino-exit.
           exit.

      *>   le o proximo registro do arquivo corrente para ws-registro
       le-destino-proximo section.

           move spaces to ws-registro

           evaluate ws-arq-ind
               when 1
                   read arqCadAlu next
                   move ws-fs-arqCadAlu to ws-fs-destino
                   move fd-alunos to ws-registro
               when 2
                   read arqNotasDisc next
                   move ws-fs-notasdisc to ws-fs-destino
                   move fd-notas-disc to ws-registro
               when 3
                   read arqFrequencia next
                   move ws-fs-frequencia to ws-fs-destino
                   move fd-frequencia to ws-registro
               when 4
                   read arqMensalidades next
                   move ws-fs-mensalidades to ws-fs-destino
                   move fd-mensalidades to ws-registro
               when 5
                   read arqRecuperacao next
                   move ws-fs-recuperacao to ws-fs-destino
                   move fd-recuperacao to ws-registro
               when 6
                   read arqTransferencias next
                   move ws-fs-transferencias to ws-fs-destino
                   move fd-transferencias to ws-registro
               when 7
                   read arqTransfEntrada next
                   move ws-fs-transf-entrada to ws-fs-destino
                   move fd-transf-entrada to ws-registro
           end-evaluate
           .
       le-destino-proximo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  substitui o jornal pelas linhas aplicadas: o movimento novo da
      *>  geração continua depois delas, e as descartadas ficam somente
      *>  no JRNnnn.DESCARTE.DAT
      *>------------------------------------------------------------------------
       regrava-jornal section.

           close arqJornal
           close arqDescarte
           close arqTrabalho
           if ws-fs-trabalho <> 0 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-trabalho                         to ws-msn-erro-cod
               move "Erro ao fechar jornal de trabalho "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-total-descartadas > 0 then
               open input arqTrabalho
               open output arqJornal
               if ws-fs-trabalho <> 0
               or ws-fs-jornal <> 0 then
                   move 15                                 to ws-msn-erro-ofsset
                   move ws-fs-jornal                       to ws-msn-erro-cod
                   move "Erro ao regravar jornal JRN "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqTrabalho
               perform until ws-fs-trabalho <> 0
                   move fd-trabalho-linha to fd-jornal
                   write fd-jornal
                   if ws-fs-jornal <> 0 then
                       move 15                                 to ws-msn-erro-ofsset
                       move ws-fs-jornal                       to ws-msn-erro-cod
                       move "Erro ao regravar jornal JRN "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   read arqTrabalho
               end-perform

               close arqTrabalho
               close arqJornal
           end-if

      *>   o trabalho fica vazio para nao ser confundido com movimento
           open output arqTrabalho
           close arqTrabalho
           .
       regrava-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros e soma o total de conferencia de cada arquivo
      *>  recuperado e apura a maior matricula do cadastro
      *>------------------------------------------------------------------------
       apura-situacao-final section.

           move zeros to ws-maior-matricula

           perform varying ws-arq-ind from 1 by 1
               until ws-arq-ind > 7

               perform fecha-destino
               perform abre-destino-io
               if ws-fs-destino <> 0 then
                   move 16                                     to ws-msn-erro-ofsset
                   move ws-fs-destino                          to ws-msn-erro-cod
                   move "Erro ao reabrir arquivo de producao " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform le-destino-proximo
               perform until ws-fs-destino <> 0
                   add 1 to ws-tot-registros(ws-arq-ind)
                   move ws-registro(1:6) to ws-hash-chave-txt
                   if ws-hash-chave-txt is numeric then
                       add ws-hash-chave-num to ws-tot-hash(ws-arq-ind)
                       if ws-arq-ind = 1
                       and ws-hash-chave-num > ws-maior-matricula then
                           move ws-hash-chave-num to ws-maior-matricula
                       end-if
                   end-if
                   perform le-destino-proximo
               end-perform

               if ws-fs-destino <> 10 then
                   move 17                                     to ws-msn-erro-ofsset
                   move ws-fs-destino                          to ws-msn-erro-cod
                   move "Erro ao ler arquivo de producao "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform fecha-destino
           end-perform
           .
       apura-situacao-final-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acerta o ultimo numero de matricula de arqControle: a geração
      *>  restaurada traz o controle do momento do backup, e as
      *>  matriculas incluidas depois voltaram pelo jornal
      *>------------------------------------------------------------------------
       acerta-controle-matricula section.

           move zeros to ws-ultima-controle

           open input arqControle
           if ws-fs-controle = 0 then
               read arqControle
               if ws-fs-controle = 0 then
                   move fd-ctl-ultima-matricula to ws-ultima-controle
               end-if
               close arqControle
           end-if

           if ws-maior-matricula > ws-ultima-controle then
               open output arqControle
               if ws-fs-controle <> 0 then
                   move 18                                 to ws-msn-erro-ofsset
                   move ws-fs-controle                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqControle "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-maior-matricula to fd-ctl-ultima-matricula
               write fd-controle
               if ws-fs-controle <> 0 then
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-controle                     to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqControle " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqControle
               if ws-fs-controle <> 0 then
                   move 23                                 to ws-msn-erro-ofsset
                   move ws-fs-controle                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqControle " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Ultima matricula de arqControle acertada para "
                       ws-maior-matricula
           end-if
           .
       acerta-controle-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  a geração recuperada volta a ser a geração em vigor, para que o
      *>  movimento novo continue no mesmo jornal
      *>------------------------------------------------------------------------
       grava-geracao-em-vigor section.

           open output arqGeracao
           if ws-fs-geracao <> 00 then
               move 19                                 to ws-msn-erro-ofsset
               move ws-fs-geracao                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGeracao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-geracao to fd-ger-numero
           accept fd-ger-data from date yyyymmdd
           accept fd-ger-hora from time
           write fd-geracao
           if ws-fs-geracao <> 00 then
               move 24                                 to ws-msn-erro-ofsset
               move ws-fs-geracao                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqGeracao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqGeracao
           if ws-fs-geracao <> 00 then
               move 25                                 to ws-msn-erro-ofsset
               move ws-fs-geracao                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqGeracao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-geracao-em-vigor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime os totais de controle por arquivo na tela e em
      *>  RECUPERA.LST
      *>------------------------------------------------------------------------
       imprime-totais section.

           open output arqRelatorio
           if ws-fs-relatorio <> 00 then
               move 20                                 to ws-msn-erro-ofsset
               move ws-fs-relatorio                    to ws-msn-erro-cod
               move "Erro ao abrir arq. RECUPERA "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-relatorio-linha
           string "RECUPERACAO PELO JORNAL - GERACAO " delimited by size
                  ws-geracao-txt   delimited by size
                  " ATE "          delimited by size
                  ws-corte-data    delimited by size
                  " "              delimited by size
                  ws-corte-hhmmss  delimited by size
                  into fd-relatorio-linha
           perform imprime-linha

           move spaces to fd-relatorio-linha
           move all "-" to fd-relatorio-linha
           perform imprime-linha

           move spaces to fd-relatorio-linha
           string "ARQUIVO            LIDAS   INCL    ALT   EXCL"
                                    delimited by size
                  "   LIMP   DIVG   DESC"
                                    delimited by size
                  into fd-relatorio-linha
           perform imprime-linha

           perform varying ws-arq-ind from 1 by 1
               until ws-arq-ind > 7

               move ws-arq-nome(ws-arq-ind)             to ws-rel-nome
               move ws-tot-lidas(ws-arq-ind)            to ws-rel-lidas
               move ws-tot-inclusoes(ws-arq-ind)        to ws-rel-inclusoes
               move ws-tot-alteracoes(ws-arq-ind)       to ws-rel-alteracoes
               move ws-tot-exclusoes(ws-arq-ind)        to ws-rel-exclusoes
               move ws-tot-limpezas(ws-arq-ind)         to ws-rel-limpezas
               move ws-tot-divergencias(ws-arq-ind)     to ws-rel-divergencias
               move ws-tot-descartes(ws-arq-ind)        to ws-rel-descartes
               move ws-rel-movimento                    to fd-relatorio-linha
               perform imprime-linha

               move ws-tot-registros(ws-arq-ind)        to ws-rel-registros
               move ws-tot-hash(ws-arq-ind)             to ws-rel-hash
               move ws-rel-situacao                     to fd-relatorio-linha
               perform imprime-linha
           end-perform

           move spaces to fd-relatorio-linha
           move all "-" to fd-relatorio-linha
           perform imprime-linha

           move spaces to fd-relatorio-linha
           string "Linhas do jornal: "    delimited by size
                  ws-total-lidas          delimited by size
                  "   aplicadas: "        delimited by size
                  ws-total-aplicadas      delimited by size
                  "   descartadas: "      delimited by size
                  ws-total-descartadas    delimited by size
                  into fd-relatorio-linha
           perform imprime-linha

           close arqRelatorio
           .
       imprime-totais-exit.
           exit.

       imprime-linha section.

           display fd-relatorio-linha
           write fd-relatorio-linha
           if ws-fs-relatorio <> 0 then
               move 21                                 to ws-msn-erro-ofsset
               move ws-fs-relatorio                    to ws-msn-erro-cod
               move "Erro ao gravar arq. RECUPERA "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       imprime-linha-exit.
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

      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       finaliza section.

           if jornal-presente then
               perform regrava-jornal
           end-if

           perform apura-situacao-final
           perform acerta-controle-matricula
           perform grava-geracao-em-vigor
           perform imprime-totais

           if ws-total-descartadas > 0 then
               display "Linhas posteriores ao corte guardadas em "
                       ws-nome-descarte
           end-if
           display "RECUPERACAO CONCLUIDA - sistema pode ser reaberto "
                   "(relatorio em RECUPERA.LST)"

           stop run
           .
       finaliza-exit.
           exit.
