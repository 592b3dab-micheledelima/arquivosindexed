      *>  gerada responde com file status 22 e é apenas contada como ja
      *>  existente, preservando inclusive uma eventual baixa de pagamento
      *>  ja registrada.
      *>
      *>  O valor cobrado (fd-men-valor) é o valor informado menos o
      *>  desconto do aluno na competencia: a bolsa ou o desconto vigente
      *>  cadastrado em arqDescontos (opção 'DE' do menu) ou o desconto de
      *>  irmãos, concedido automaticamente a todo aluno ativo que tem um
      *>  irmão ativo de matricula mais antiga com a mesma mae ou o mesmo
      *>  pai (a mesma relação da opção 'PM'), no percentual informado
      *>  pelo operador. Os descontos nao se somam: vale o maior. Bolsa
      *>  integral gera a cobrança com valor zero ja quitada. O registro
      *>  de faturamento FATURAMENTO.LST lista, por aluno, o valor cheio,
      *>  o desconto, o motivo e o valor liquido, com os totais de
      *>  receita renunciada por tipo de desconto.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>declaração do arquivo de alunos - mesma forma de acesso do
      *>consulta-seq; as chaves de mae/pai localizam os irmãos
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

      *>declaração do arquivo de mensalidades (um registro por aluno e
           record key is fd-men-chave
           file status is ws-fs-mensalidades.

      *>declaração dos descontos e bolsas concedidos, mantidos pela opção
      *>'DE' do menu - somente leitura
           select arqDescontos assign to "arqDescontos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dsc-chave
           file status is ws-fs-descontos.

      *>declaração do registro de faturamento da competencia (impressão)
           select arqFaturamento assign to "FATURAMENTO.LST"
           organization is line sequential
           file status is ws-fs-faturamento.

       i-o-control.

      *>declaração de variáveis

           copy mensalidade.

       fd arqDescontos.

           copy desconto.

       fd  arqFaturamento
           record contains 80 characters.

       01  fd-faturamento-linha                    pic x(80).

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCadAlu                          pic 9(02).
       77 ws-fs-mensalidades                       pic 9(02).
       77 ws-fs-descontos                          pic 9(02).
       77 ws-fs-faturamento                        pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
                                                   pic 9(02).
       77  ws-valor-mensalidade                    pic 9(05)v99.

      *>----percentual do desconto de irmãos informado pelo operador
       77  ws-perc-irmaos                          pic 9(03)v99.

      *>----desconto apurado para o aluno corrente: tipo ("I" irmãos, "B"
      *>----bolsa, "D" desconto cadastrado, espaço = sem desconto),
      *>----percentual, motivo e os valores resultantes
       77  ws-desc-tipo                            pic x(01).
          88  desconto-irmaos                      value "I".
          88  desconto-bolsa                       value "B".
          88  desconto-cadastrado                  value "D".
          88  sem-desconto                         value " ".
       77  ws-desc-perc                            pic 9(03)v99.
       77  ws-desc-motivo                          pic x(30).
       77  ws-valor-desconto                       pic 9(05)v99.
       77  ws-valor-liquido                        pic 9(05)v99.
       77  ws-data-hoje                            pic 9(08).

      *>----dados do aluno corrente guardados durante a procura de irmãos
      *>----pelas chaves de mae/pai, que troca o registro lido
       77  ws-alu-matricula                        pic 9(06).
       77  ws-alu-mae                              pic x(25).
       77  ws-alu-pai                              pic x(25).

       77  ws-irmao-sw                             pic x(01).
          88  tem-irmao-mais-antigo                value "S".
          88  sem-irmao-mais-antigo                value "N".

      *>----o arquivo de descontos e bolsas pode nao existir (nenhuma
      *>----concessão cadastrada ainda): vale so o desconto de irmãos
       77  ws-descontos-sw                         pic x(01).
          88  arquivo-descontos-ok                 value "S".
          88  sem-arquivo-descontos                value "N".

      *>----linha do registro de faturamento
       01  ws-fat-linha.
           05  ws-fat-matricula                    pic 9(06).
           05  filler                              pic x(01) value space.
           05  ws-fat-aluno                        pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-fat-cheio                        pic zzzz9,99.
           05  filler                              pic x(01) value space.
           05  ws-fat-desconto                     pic zzzz9,99.
           05  filler                              pic x(01) value space.
           05  ws-fat-liquido                      pic zzzz9,99.
           05  filler                              pic x(01) value space.
           05  ws-fat-motivo                       pic x(20).

      *>----totais do faturamento e da receita renunciada por tipo
       77  ws-tot-cheio                            pic 9(07)v99
                                                   value zeros.
       77  ws-tot-desconto                         pic 9(07)v99
                                                   value zeros.
       77  ws-tot-liquido                          pic 9(07)v99
                                                   value zeros.
       77  ws-tot-irmaos                           pic 9(07)v99
                                                   value zeros.
       77  ws-tot-bolsas                           pic 9(07)v99
                                                   value zeros.
       77  ws-tot-descontos                        pic 9(07)v99
                                                   value zeros.
       77  ws-qtde-irmaos                          pic 9(04)
                                                   value zeros.
       77  ws-qtde-bolsas                          pic 9(04)
                                                   value zeros.
       77  ws-qtde-descontos                       pic 9(04)
                                                   value zeros.
       01  ws-tot-ed                               pic zzzzzz9,99.
       01  ws-perc-ed                              pic zz9,99.

       77 ws-total-lidos                           pic 9(04)
                                                   value zeros.
       77 ws-total-geradas                         pic 9(04)
       77 ws-total-inativos                        pic 9(04)
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

               stop run
           end-if

           display "Percentual do desconto de irmaos (ex. 10,00; "
                   "vazio = 10,00; 0 = sem desconto): "
           accept ws-valor-txt
           if ws-valor-txt = spaces then
               move 10 to ws-perc-irmaos
           else
               perform converte-valor
               move ws-valor-mensalidade to ws-perc-irmaos
           end-if

           if ws-perc-irmaos > 100 then
               display "Percentual do desconto de irmaos invalido"
               stop run
           end-if

           display "Informe o valor da mensalidade (ex. 350,00): "
           accept ws-valor-txt
           perform converte-valor
               move "Erro ao abrir arq. arqMensalidades "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set arquivo-descontos-ok to true
           open input arqDescontos
           if ws-fs-descontos = 35 then
               set sem-arquivo-descontos to true
           else
               if ws-fs-descontos <> 00 then
                   move 7                                       to ws-msn-erro-ofsset
                   move ws-fs-descontos                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDescontos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqFaturamento
           if  ws-fs-faturamento <> 00 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-faturamento                       to ws-msn-erro-cod
               move "Erro ao abrir arq. FATURAMENTO "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-hoje from date yyyymmdd

           move spaces to fd-faturamento-linha
           string "REGISTRO DE FATURAMENTO - COMPETENCIA " delimited by size
                  ws-competencia-txt                         delimited by size
                  into fd-faturamento-linha
           write fd-faturamento-linha

           move ws-valor-mensalidade to ws-tot-ed
           move ws-perc-irmaos       to ws-perc-ed
           move spaces to fd-faturamento-linha
           string "Mensalidade: "        delimited by size
                  ws-tot-ed              delimited by size
                  "   Desconto irmaos: " delimited by size
                  ws-perc-ed             delimited by size
                  "%"                    delimited by size
                  into fd-faturamento-linha
           write fd-faturamento-linha

           move all "-" to fd-faturamento-linha
           write fd-faturamento-linha

           move "MATRIC ALUNO                        CHEIO DESCONTO  LIQUIDO MOTIVO"
               to fd-faturamento-linha
           write fd-faturamento-linha
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
       gera-cobranca-aluno section.

           perform apura-desconto-aluno

           move fd-matricula           to fd-men-matricula
           move ws-competencia         to fd-men-competencia
           move ws-valor-liquido       to fd-men-valor
           move zeros                  to fd-men-valor-pago
           if ws-valor-liquido = 0 then
      *>       bolsa integral: nada a cobrar, a cobrança nasce quitada
               move "P"                to fd-men-situacao
               move ws-data-hoje       to fd-men-data-pagamento
           else
               move "A"                to fd-men-situacao
               move zeros              to fd-men-data-pagamento
           end-if

           move fd-matricula to ws-fat-matricula
           move fd-aluno     to ws-fat-aluno

           write fd-mensalidades
           if ws-fs-mensalidades = 22 then
      *>       cobrança da competencia ja gerada para o aluno
               add 1 to ws-total-ja-geradas
               move spaces to fd-faturamento-linha
               string ws-fat-matricula   delimited by size
                      " "                delimited by size
                      ws-fat-aluno       delimited by size
                      " cobranca ja gerada anteriormente"
                                         delimited by size
                      into fd-faturamento-linha
               write fd-faturamento-linha
           else
               if ws-fs-mensalidades <> 0 then
                   move 4                                       to ws-msn-erro-ofsset
                   perform finaliza-anormal
               else
                   add 1 to ws-total-geradas
                   perform registra-jornal
                   perform registra-faturamento-aluno
               end-if
           end-if
           .
       gera-cobranca-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  apura o desconto do aluno corrente na competencia: a maior
      *>  concessão vigente cadastrada e o desconto de irmãos, valendo o
      *>  maior percentual (a concessão cadastrada em caso de empate), e
      *>  calcula o valor do desconto e o valor liquido
      *>------------------------------------------------------------------------
       apura-desconto-aluno section.

           move space  to ws-desc-tipo
           move zeros  to ws-desc-perc
           move spaces to ws-desc-motivo

           if arquivo-descontos-ok then
               perform busca-desconto-cadastrado
           end-if

           if ws-perc-irmaos > 0
           and ws-perc-irmaos > ws-desc-perc then
               perform verifica-irmao-mais-antigo
               if tem-irmao-mais-antigo then
                   move "I"                 to ws-desc-tipo
                   move ws-perc-irmaos      to ws-desc-perc
                   move "DESCONTO DE IRMAOS" to ws-desc-motivo
               end-if
           end-if

           compute ws-valor-desconto rounded =
               ws-valor-mensalidade * ws-desc-perc / 100
           compute ws-valor-liquido =
               ws-valor-mensalidade - ws-valor-desconto
           .
       apura-desconto-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura nas concessões do aluno (chave matricula + competencia de
      *>  inicio) a de maior percentual vigente na competencia gerada:
      *>  inicio ate a competencia e fim zerado ou a partir dela
      *>------------------------------------------------------------------------
       busca-desconto-cadastrado section.

           move fd-matricula to fd-dsc-matricula
           move zeros        to fd-dsc-competencia-ini
           start arqDescontos key >= fd-dsc-chave
           if ws-fs-descontos = 0 then
               read arqDescontos next
               perform until ws-fs-descontos <> 0
                   or fd-dsc-matricula <> fd-matricula
                   or fd-dsc-competencia-ini > ws-competencia

                   if (fd-dsc-competencia-fim = 0
                   or fd-dsc-competencia-fim >= ws-competencia)
                   and fd-dsc-percentual > ws-desc-perc then
                       move fd-dsc-tipo       to ws-desc-tipo
                       move fd-dsc-percentual to ws-desc-perc
                       move fd-dsc-motivo     to ws-desc-motivo
                   end-if

                   read arqDescontos next
                   if ws-fs-descontos <> 0
                   and ws-fs-descontos <> 10 then
                       move 9                                   to ws-msn-erro-ofsset
                       move ws-fs-descontos                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDescontos "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           else
               if ws-fs-descontos <> 23
               and ws-fs-descontos <> 10 then
                   move 9                                   to ws-msn-erro-ofsset
                   move ws-fs-descontos                     to ws-msn-erro-cod
                   move "Erro ao pesquisar arqDescontos "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       busca-desconto-cadastrado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o aluno corrente tem direito ao desconto de irmãos quando existe
      *>  outro aluno ativo, de matricula mais antiga, com a mesma mae ou
      *>  o mesmo pai -- o irmão mais antigo paga o valor cheio. A
      *>  procura muda a chave de leitura para mae/pai; ao final o
      *>  registro do aluno é relido pela matricula, o que restabelece a
      *>  chave primaria e a posição da leitura sequencial
      *>------------------------------------------------------------------------
       verifica-irmao-mais-antigo section.

           set sem-irmao-mais-antigo to true
           move fd-matricula to ws-alu-matricula
           move fd-mae       to ws-alu-mae
           move fd-pai       to ws-alu-pai

           if ws-alu-mae <> spaces then
               start arqCadAlu key = fd-mae
               if ws-fs-arqCadAlu = 0 then
                   read arqCadAlu next
                   perform until ws-fs-arqCadAlu <> 0
                       or fd-mae <> ws-alu-mae
                       or tem-irmao-mais-antigo

                       if fd-aluno-ativo
                       and fd-matricula < ws-alu-matricula then
                           set tem-irmao-mais-antigo to true
                       end-if

                       read arqCadAlu next
                       if ws-fs-arqCadAlu <> 0
                       and ws-fs-arqCadAlu <> 10 then
                           move 10                                to ws-msn-erro-ofsset
                           move ws-fs-arqCadAlu                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-perform
               end-if
           end-if

           if ws-alu-pai <> spaces
           and sem-irmao-mais-antigo then
               move ws-alu-pai to fd-pai
               start arqCadAlu key = fd-pai
               if ws-fs-arqCadAlu = 0 then
                   read arqCadAlu next
                   perform until ws-fs-arqCadAlu <> 0
                       or fd-pai <> ws-alu-pai
                       or tem-irmao-mais-antigo

                       if fd-aluno-ativo
                       and fd-matricula < ws-alu-matricula then
                           set tem-irmao-mais-antigo to true
                       end-if

                       read arqCadAlu next
                       if ws-fs-arqCadAlu <> 0
                       and ws-fs-arqCadAlu <> 10 then
                           move 10                                to ws-msn-erro-ofsset
                           move ws-fs-arqCadAlu                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-perform
               end-if
           end-if

      *>   volta ao registro do aluno corrente pela chave primaria
           move ws-alu-matricula to fd-matricula
           read arqCadAlu
           if ws-fs-arqCadAlu <> 0 then
               move 11                                to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                   to ws-msn-erro-cod
               move "Erro ao reler arq. arqCadAlu "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       verifica-irmao-mais-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a linha do aluno no registro de faturamento e acumula os
      *>  totais e a receita renunciada pelo tipo do desconto
      *>------------------------------------------------------------------------
       registra-faturamento-aluno section.

           move ws-valor-mensalidade to ws-fat-cheio
           move ws-valor-desconto    to ws-fat-desconto
           move ws-valor-liquido     to ws-fat-liquido
           move ws-desc-motivo       to ws-fat-motivo
           move ws-fat-linha         to fd-faturamento-linha
           write fd-faturamento-linha

           add ws-valor-mensalidade to ws-tot-cheio
           add ws-valor-desconto    to ws-tot-desconto
           add ws-valor-liquido     to ws-tot-liquido

           evaluate true
               when desconto-irmaos
                   add 1                 to ws-qtde-irmaos
                   add ws-valor-desconto to ws-tot-irmaos
               when desconto-bolsa
                   add 1                 to ws-qtde-bolsas
                   add ws-valor-desconto to ws-tot-bolsas
               when desconto-cadastrado
                   add 1                 to ws-qtde-descontos
                   add ws-valor-desconto to ws-tot-descontos
               when other
                   continue
           end-evaluate
           .
       registra-faturamento-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime os totais do registro de faturamento: valor cheio,
      *>  descontos e liquido, e a receita renunciada por tipo de desconto
      *>------------------------------------------------------------------------
       imprime-totais-faturamento section.

           move all "-" to fd-faturamento-linha
           write fd-faturamento-linha

           move ws-tot-cheio to ws-tot-ed
           move spaces to fd-faturamento-linha
           string "Valor cheio            : " delimited by size
                  ws-tot-ed                   delimited by size
                  into fd-faturamento-linha
           write fd-faturamento-linha

           move ws-tot-desconto to ws-tot-ed
           move spaces to fd-faturamento-linha
           string "Descontos concedidos   : " delimited by size
                  ws-tot-ed                   delimited by size
                  into fd-faturamento-linha
           write fd-faturamento-linha

           move ws-tot-liquido to ws-tot-ed
           move spaces to fd-faturamento-linha
           string "Valor liquido faturado : " delimited by size
                  ws-tot-ed                   delimited by size
                  into fd-faturamento-linha
           write fd-faturamento-linha

           move spaces to fd-faturamento-linha
           write fd-faturamento-linha
           move "RECEITA RENUNCIADA POR TIPO DE DESCONTO"
               to fd-faturamento-linha
           write fd-faturamento-linha

           move ws-tot-irmaos to ws-tot-ed
           move spaces to fd-faturamento-linha
           string "  Irmaos    : "  delimited by size
                  ws-qtde-irmaos    delimited by size
                  " alunos  "       delimited by size
                  ws-tot-ed         delimited by size
                  into fd-faturamento-linha
           write fd-faturamento-linha

           move ws-tot-bolsas to ws-tot-ed
           move spaces to fd-faturamento-linha
           string "  Bolsas    : "  delimited by size
                  ws-qtde-bolsas    delimited by size
                  " alunos  "       delimited by size
                  ws-tot-ed         delimited by size
                  into fd-faturamento-linha
           write fd-faturamento-linha

           move ws-tot-descontos to ws-tot-ed
           move spaces to fd-faturamento-linha
           string "  Descontos : "  delimited by size
                  ws-qtde-descontos delimited by size
                  " alunos  "       delimited by size
                  ws-tot-ed         delimited by size
                  into fd-faturamento-linha
           write fd-faturamento-linha
           .
       imprime-totais-faturamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no jornal de transações a inclusão da cobrança corrente,
      *>  pelo subprograma grava-jornal
      *>------------------------------------------------------------------------
       registra-jornal section.

           move "arqMensalidades"      to ws-jrn-arquivo
           move "I"                    to ws-jrn-operacao
           move "gera-mensalidades"    to ws-jrn-programa
           move "*GERMEN*"             to ws-jrn-operador
           move spaces                 to ws-jrn-antes
           move fd-mensalidades        to ws-jrn-depois

           call "grava-jornal" using ws-jrn-parametros ws-jrn-retorno

           if not ws-jrn-retorno-ok then
               move 14                                       to ws-msn-erro-ofsset
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

           if arquivo-descontos-ok then
               close arqDescontos
               if ws-fs-descontos <> 0 then
                   move 12                                      to ws-msn-erro-ofsset
                   move ws-fs-descontos                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDescontos "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform imprime-totais-faturamento

           close arqFaturamento
           if ws-fs-faturamento <> 0 then
               move 13                                       to ws-msn-erro-ofsset
               move ws-fs-faturamento                        to ws-msn-erro-cod
               move "Erro ao fechar arq. FATURAMENTO "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Alunos lidos            : " ws-total-lidos
           display "Cobrancas geradas       : " ws-total-geradas
           display "Cobrancas ja existentes : " ws-total-ja-geradas
           display "Alunos inativos pulados : " ws-total-inativos
           display "Descontos de irmaos     : " ws-qtde-irmaos
           display "Bolsas aplicadas        : " ws-qtde-bolsas
           display "Descontos cadastrados   : " ws-qtde-descontos

           stop run
           .
