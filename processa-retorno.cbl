      $set sourceformat"free"
      *>divisão de identificação do programa
       identification division.
       program-id. "processa-retorno".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *>  Processamento do arquivo de retorno de cobrança do banco: le
      *>  RETORNO.TXT (layout de tamanho fixo do copybook retorno) e, para
      *>  cada ocorrencia de liquidação, da baixa automatica na cobrança
      *>  de arqMensalidades identificada pelo nosso numero (matricula +
      *>  competencia), com os mesmos campos da baixa manual do menu
      *>  (fd-men-situacao, fd-men-data-pagamento e fd-men-valor-pago).
      *>  Cada baixa é gravada na trilha de auditoria com o operador
      *>  *RETBCO*.
      *>
      *>  Gera o relatorio RETORNO.LST em duas partes, no mesmo estilo do
      *>  NOTASIMP.LST do importa-notas: os pagamentos baixados e as
      *>  excecoes -- matricula desconhecida, competencia sem cobrança,
      *>  cobrança ja paga e pagamento com valor diferente de
      *>  fd-men-valor (este é baixado pelo valor recebido, como na baixa
      *>  manual, e listado para conferencia da tesouraria). O trailer do
      *>  banco é conferido com a quantidade e o valor dos detalhes lidos.
      *>
      *>  O programa pode ser re-executado com o mesmo arquivo: a
      *>  liquidação de cobrança ja paga com a mesma data e o mesmo valor
      *>  é reconhecida como baixa ja feita por este retorno e apenas
      *>  contada, sem nova baixa, auditoria ou excecao.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>declaração do arquivo de retorno recebido do banco
           select arqRetorno assign to "RETORNO.TXT"
           organization is line sequential
           file status is ws-fs-retorno.

      *>declaração do arquivo de alunos - somente leitura, para validar a
      *>matricula e o nome do aluno da auditoria
           select arqCadAlu assign to "arqCadAlu.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matricula
           file status is ws-fs-arqCadAlu.

      *>declaração do arquivo de mensalidades (um registro por aluno e
      *>competencia)
           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-men-chave
           file status is ws-fs-mensalidades.

      *>declaração da trilha de auditoria, para rastrear as baixas
      *>automaticas
           select arqAuditoria assign to "arqAuditoria.dat"
           organization is line sequential
           file status is ws-fs-auditoria.

      *>declaração do relatorio de resultado do retorno
           select arqResultado assign to "RETORNO.LST"
           organization is line sequential
           file status is ws-fs-resultado.

      *>arquivo de trabalho que acumula as excecoes durante o retorno,
      *>para que o relatorio final as apresente agrupadas apos as baixas
           select arqExcecoes assign to "RETEXC.TMP"
           organization is line sequential
           file status is ws-fs-excecoes.

       i-o-control.

      *>declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.
       fd  arqRetorno
           record contains 100 characters.

           copy retorno.

       fd arqCadAlu.

           copy cadalu.

       fd arqMensalidades.

           copy mensalidade.

       fd  arqAuditoria.

       01  fd-auditoria.
           05  fd-aud-aluno                        pic x(25).
           05  fd-aud-campo                        pic x(10).
           05  fd-aud-valor-antigo                 pic x(35).
           05  fd-aud-valor-novo                   pic x(35).
           05  fd-aud-data-hora                    pic x(16).
           05  fd-aud-operador                     pic x(08).

       fd  arqResultado
           record contains 100 characters.

       01  fd-resultado-linha                      pic x(100).

       fd  arqExcecoes
           record contains 100 characters.

       01  fd-excecoes-linha                       pic x(100).

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-retorno                            pic 9(02).
       77 ws-fs-arqCadAlu                          pic 9(02).
       77 ws-fs-mensalidades                       pic 9(02).
       77 ws-fs-auditoria                          pic 9(02).
       77 ws-fs-resultado                          pic 9(02).
       77 ws-fs-excecoes                           pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>----resultado da critica da liquidação corrente
       77  ws-linha-sw                             pic x(01).
          88  linha-aceita                         value "S".
          88  linha-rejeitada                      value "N".
          88  linha-ja-baixada                     value "J".

       77  ws-motivo-excecao                       pic x(30).

      *>----linha impressa do relatorio (baixas e excecoes)
       01  ws-ret-linha.
           05  ws-ret-matricula                    pic 9(06).
           05  filler                              pic x(01) value space.
           05  ws-ret-competencia                  pic 9(06).
           05  filler                              pic x(01) value space.
           05  ws-ret-aluno                        pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-ret-data-pagamento               pic 99/99/9999.
           05  filler                              pic x(01) value space.
           05  ws-ret-valor-cobrado                pic zzzz9,99.
           05  filler                              pic x(01) value space.
           05  ws-ret-valor-pago                   pic zzzz9,99.
           05  filler                              pic x(01) value space.
           05  ws-ret-motivo                       pic x(30).

      *>----data AAAAMMDD do banco remontada como DDMMAAAA para impressão
       01  ws-data-banco.
           05  ws-data-banco-ano                   pic 9(04).
           05  ws-data-banco-mes                   pic 9(02).
           05  ws-data-banco-dia                   pic 9(02).
       01  ws-data-impressa.
           05  ws-data-impressa-dia                pic 9(02).
           05  ws-data-impressa-mes                pic 9(02).
           05  ws-data-impressa-ano                pic 9(04).
       01  ws-data-impressa-n redefines ws-data-impressa
                                                   pic 9(08).

      *>----apoio da auditoria da baixa automatica
       77  ws-aud-data-sistema                     pic 9(08).
       77  ws-aud-hora-sistema                     pic 9(08).
       77  ws-aud-valor-ed                         pic zzzz9,99.

      *>----controle do trailer do banco
       77  ws-trailer-sw                           pic x(01) value "N".
          88  trailer-lido                         value "S".
       77  ws-trl-quantidade                       pic 9(06) value zeros.
       77  ws-trl-valor-total                      pic 9(12)v99 value zeros.

       77 ws-total-detalhes                        pic 9(06)
                                                   value zeros.
       77 ws-total-liquidacoes                     pic 9(06)
                                                   value zeros.
       77 ws-total-baixados                        pic 9(06)
                                                   value zeros.
       77 ws-total-ja-baixados                     pic 9(06)
                                                   value zeros.
       77 ws-total-excecoes                        pic 9(06)
                                                   value zeros.
       77 ws-total-outras-ocorrencias              pic 9(06)
                                                   value zeros.
       77 ws-valor-detalhes                        pic 9(12)v99
                                                   value zeros.
       77 ws-valor-baixado                         pic 9(12)v99
                                                   value zeros.
       01 ws-valor-total-ed                        pic z.zzz.zzz.zz9,99.

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

      *>declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
      *>   abre o retorno e o cadastro para leitura, as mensalidades para
      *>   atualização, a trilha em EXTEND e o relatorio e o arquivo de
      *>   trabalho das excecoes para escrita

           open input arqRetorno
           if  ws-fs-retorno <> 00 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-retorno                       to ws-msn-erro-cod
               move "Erro ao abrir arq. RETORNO.TXT "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCadAlu
           if  ws-fs-arqCadAlu <> 00 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAlu "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqMensalidades
           if  ws-fs-mensalidades <> 00 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-mensalidades                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidades "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqAuditoria
           if  ws-fs-auditoria <> 00 then
               move 4                                   to ws-msn-erro-ofsset
               move ws-fs-auditoria                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAuditoria "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqResultado
           if  ws-fs-resultado <> 00 then
               move 5                                  to ws-msn-erro-ofsset
               move ws-fs-resultado                    to ws-msn-erro-cod
               move "Erro ao abrir arq. RETORNO.LST "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqExcecoes
           if  ws-fs-excecoes <> 00 then
               move 6                                   to ws-msn-erro-ofsset
               move ws-fs-excecoes                      to ws-msn-erro-cod
               move "Erro ao abrir arq. RETEXC "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-resultado-linha
           move "------ PAGAMENTOS BAIXADOS ------" to fd-resultado-linha
           write fd-resultado-linha
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - le o retorno linha a linha e trata
      *>  cada registro pelo tipo: header, detalhe ou trailer
      *>------------------------------------------------------------------------
       processamento section.

           read arqRetorno
           perform until ws-fs-retorno = 10

               evaluate fd-ret-det-tipo
                   when "0"
                       display "Retorno numero " fd-ret-hdr-numero-retorno
                               " de " fd-ret-hdr-data-arquivo
                   when "1"
                       perform trata-detalhe-retorno
                   when "9"
                       set trailer-lido to true
                       move fd-ret-trl-quantidade  to ws-trl-quantidade
                       move fd-ret-trl-valor-total to ws-trl-valor-total
                   when other
                       continue
               end-evaluate

               read arqRetorno
               if ws-fs-retorno <> 0
               and ws-fs-retorno <> 10 then
                   move 7                                 to ws-msn-erro-ofsset
                   move ws-fs-retorno                     to ws-msn-erro-cod
                   move "Erro ao ler arq. RETORNO.TXT "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trata um registro detalhe: somente a liquidação movimenta a
      *>  cobrança; as demais ocorrencias sao apenas contadas
      *>------------------------------------------------------------------------
       trata-detalhe-retorno section.

           add 1                      to ws-total-detalhes
           add fd-ret-det-valor-pago  to ws-valor-detalhes

           if not fd-ret-liquidacao then
               add 1 to ws-total-outras-ocorrencias
           else
               add 1 to ws-total-liquidacoes

               move spaces                     to ws-ret-aluno
               move fd-ret-det-matricula       to ws-ret-matricula
               move fd-ret-det-competencia     to ws-ret-competencia
               move fd-ret-det-data-pagamento  to ws-data-banco
               move ws-data-banco-dia          to ws-data-impressa-dia
               move ws-data-banco-mes          to ws-data-impressa-mes
               move ws-data-banco-ano          to ws-data-impressa-ano
               move ws-data-impressa-n         to ws-ret-data-pagamento
               move zeros                      to ws-ret-valor-cobrado
               move fd-ret-det-valor-pago      to ws-ret-valor-pago
               move spaces                     to ws-ret-motivo

               set linha-aceita to true

               perform critica-liquidacao

               if linha-aceita then
                   perform baixa-cobranca-retorno
               end-if

               if linha-rejeitada then
                   perform grava-excecao
               end-if
           end-if
           .
       trata-detalhe-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  critica a liquidação: matricula existente no cadastro e a
      *>  cobrança da competencia
      *>------------------------------------------------------------------------
       critica-liquidacao section.

           move fd-ret-det-matricula to fd-matricula
           read arqCadAlu
           if ws-fs-arqCadAlu = 23 then
               set linha-rejeitada to true
               move "01 MATRICULA DESCONHECIDA" to ws-motivo-excecao
           else
               if ws-fs-arqCadAlu <> 0 then
                   move 8                                 to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlu                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move fd-aluno to ws-ret-aluno
               perform critica-cobranca-retorno
           end-if
           .
       critica-liquidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  critica a cobrança do nosso numero: existente para a competencia
      *>  e ainda em aberto. Cobrança ja paga com a mesma data e o mesmo
      *>  valor do retorno é baixa ja feita em execução anterior deste
      *>  mesmo arquivo -- apenas contada
      *>------------------------------------------------------------------------
       critica-cobranca-retorno section.

           move fd-ret-det-matricula   to fd-men-matricula
           move fd-ret-det-competencia to fd-men-competencia
           read arqMensalidades
           if ws-fs-mensalidades = 23 then
               set linha-rejeitada to true
               move "02 COMPETENCIA SEM COBRANCA" to ws-motivo-excecao
           else
               if ws-fs-mensalidades <> 0 then
                   move 9                                     to ws-msn-erro-ofsset
                   move ws-fs-mensalidades                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMensalidades "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move fd-men-valor to ws-ret-valor-cobrado

               if fd-men-paga then
                   if  fd-men-data-pagamento = fd-ret-det-data-pagamento
                   and fd-men-valor-pago     = fd-ret-det-valor-pago then
      *>               baixa ja feita por este mesmo retorno em execução
      *>               anterior: nem baixa nem excecao
                       add 1 to ws-total-ja-baixados
                       set linha-ja-baixada to true
                   else
                       set linha-rejeitada to true
                       move "03 COBRANCA JA PAGA" to ws-motivo-excecao
                   end-if
               end-if
           end-if
           .
       critica-cobranca-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Baixa a cobrança em aberto com a data e o valor do banco, grava a
      *>  auditoria e imprime a linha; valor pago diferente do cobrado é
      *>  baixado pelo valor recebido e tambem listado como excecao
      *>------------------------------------------------------------------------
       baixa-cobranca-retorno section.

           move "P"                       to fd-men-situacao
           move fd-ret-det-data-pagamento to fd-men-data-pagamento
           move fd-ret-det-valor-pago     to fd-men-valor-pago

           perform le-imagem-anterior
           rewrite fd-mensalidades
           if ws-fs-mensalidades <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-mensalidades                      to ws-msn-erro-cod
               move "Erro ao alterar arq. arqMensalidades " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform registra-jornal

           perform grava-auditoria

           add 1                     to ws-total-baixados
           add fd-men-valor-pago     to ws-valor-baixado

           move ws-ret-linha to fd-resultado-linha
           write fd-resultado-linha

           if fd-men-valor-pago <> fd-men-valor then
               move "04 VALOR DIFERENTE (BAIXADO)" to ws-motivo-excecao
               perform grava-excecao
           end-if
           .
       baixa-cobranca-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava um registro de auditoria da baixa automatica: o campo sai
      *>  como PGTO + competencia, os valores com a situação, a data e o
      *>  valor, e o operador como *RETBCO*
      *>------------------------------------------------------------------------
       grava-auditoria section.

           accept ws-aud-data-sistema from date yyyymmdd
           accept ws-aud-hora-sistema from time

           move fd-aluno            to fd-aud-aluno
           move spaces              to fd-aud-campo
           string "PGTO"              delimited by size
                  fd-men-competencia  delimited by size
                  into fd-aud-campo

           move fd-men-valor        to ws-aud-valor-ed
           move spaces              to fd-aud-valor-antigo
           string "ABERTA "         delimited by size
                  ws-aud-valor-ed   delimited by size
                  into fd-aud-valor-antigo

           move fd-men-valor-pago   to ws-aud-valor-ed
           move spaces              to fd-aud-valor-novo
           string "PAGA "                 delimited by size
                  ws-data-impressa-dia    delimited by size
                  "/"                     delimited by size
                  ws-data-impressa-mes    delimited by size
                  "/"                     delimited by size
                  ws-data-impressa-ano    delimited by size
                  " "                     delimited by size
                  ws-aud-valor-ed         delimited by size
                  into fd-aud-valor-novo
           move "*RETBCO*"          to fd-aud-operador

           move spaces              to fd-aud-data-hora
           string ws-aud-data-sistema delimited by size
                  ws-aud-hora-sistema delimited by size
                  into fd-aud-data-hora

           write fd-auditoria
           if ws-fs-auditoria <> 0 then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-auditoria                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAuditoria "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no arquivo de trabalho a liquidação com o motivo da
      *>  excecao, para a segunda parte do relatorio
      *>------------------------------------------------------------------------
       grava-excecao section.

           add 1 to ws-total-excecoes
           move ws-motivo-excecao to ws-ret-motivo
           move ws-ret-linha      to fd-excecoes-linha
           write fd-excecoes-linha
           if ws-fs-excecoes <> 0 then
               move 12                                  to ws-msn-erro-ofsset
               move ws-fs-excecoes                      to ws-msn-erro-cod
               move "Erro ao gravar arq. RETEXC "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to ws-ret-motivo
           .
       grava-excecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia as excecoes acumuladas no arquivo de trabalho para a
      *>  segunda parte do relatorio de resultado
      *>------------------------------------------------------------------------
       anexa-excecoes section.

           move spaces to fd-resultado-linha
           write fd-resultado-linha

           move spaces to fd-resultado-linha
           move "------ EXCECOES DO RETORNO ------" to fd-resultado-linha
           write fd-resultado-linha

           open input arqExcecoes
           if  ws-fs-excecoes <> 00 then
               move 13                                  to ws-msn-erro-ofsset
               move ws-fs-excecoes                      to ws-msn-erro-cod
               move "Erro ao reabrir arq. RETEXC "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           read arqExcecoes
           perform until ws-fs-excecoes = 10

               move fd-excecoes-linha to fd-resultado-linha
               write fd-resultado-linha

               read arqExcecoes
               if ws-fs-excecoes <> 0
               and ws-fs-excecoes <> 10 then
                   move 14                                  to ws-msn-erro-ofsset
                   move ws-fs-excecoes                      to ws-msn-erro-cod
                   move "Erro ao ler arq. RETEXC "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-perform

           close arqExcecoes
           .
       anexa-excecoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime os totais do retorno e a conferencia com o trailer do
      *>  banco
      *>------------------------------------------------------------------------
       imprime-totais-retorno section.

           move spaces to fd-resultado-linha
           write fd-resultado-linha

           move spaces to fd-resultado-linha
           string "Detalhes lidos              : " delimited by size
                  ws-total-detalhes                delimited by size
                  into fd-resultado-linha
           write fd-resultado-linha

           move spaces to fd-resultado-linha
           string "Liquidacoes                 : " delimited by size
                  ws-total-liquidacoes             delimited by size
                  into fd-resultado-linha
           write fd-resultado-linha

           move ws-valor-baixado to ws-valor-total-ed
           move spaces to fd-resultado-linha
           string "Cobrancas baixadas          : " delimited by size
                  ws-total-baixados                delimited by size
                  "  valor "                       delimited by size
                  ws-valor-total-ed                delimited by size
                  into fd-resultado-linha
           write fd-resultado-linha

           move spaces to fd-resultado-linha
           string "Ja baixadas anteriormente   : " delimited by size
                  ws-total-ja-baixados             delimited by size
                  into fd-resultado-linha
           write fd-resultado-linha

           move spaces to fd-resultado-linha
           string "Excecoes                    : " delimited by size
                  ws-total-excecoes                delimited by size
                  into fd-resultado-linha
           write fd-resultado-linha

           move spaces to fd-resultado-linha
           string "Outras ocorrencias ignoradas: " delimited by size
                  ws-total-outras-ocorrencias      delimited by size
                  into fd-resultado-linha
           write fd-resultado-linha

           move spaces to fd-resultado-linha
           if not trailer-lido then
               move "ATENCAO: retorno sem registro trailer" to fd-resultado-linha
           else
               if  ws-trl-quantidade  = ws-total-detalhes
               and ws-trl-valor-total = ws-valor-detalhes then
                   move "Trailer do banco conferido" to fd-resultado-linha
               else
                   move "ATENCAO: totais do trailer nao conferem com os detalhes"
                       to fd-resultado-linha
               end-if
           end-if
           write fd-resultado-linha
           display fd-resultado-linha
           .
       imprime-totais-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  jornal de transações: guarda a nova imagem do registro (ja
      *>  montada na area do arquivo) e le do disco, pela chave, a imagem
      *>  anterior -- em branco quando o registro ainda nao existe
      *>  (inclusão); a area do registro volta com a nova imagem
      *>------------------------------------------------------------------------
       le-imagem-anterior section.

           move "arqMensalidades"      to ws-jrn-arquivo
           move spaces to ws-jrn-antes
           move fd-mensalidades to ws-jrn-depois

           read arqMensalidades
           if ws-fs-mensalidades = 0 then
               move fd-mensalidades to ws-jrn-antes
               move "A" to ws-jrn-operacao
           else
               move "I" to ws-jrn-operacao
               if ws-fs-mensalidades <> 23 then
                   move 20                                       to ws-msn-erro-ofsset
                   move ws-fs-mensalidades                       to ws-msn-erro-cod
                   move "Erro ao ler imagem anterior p/ jornal " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-jrn-depois to fd-mensalidades
           .
       le-imagem-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no jornal de transações a gravação confirmada (arquivo,
      *>  operação e imagens ja preparados), pelo subprograma grava-jornal
      *>------------------------------------------------------------------------
       registra-jornal section.

           move "processa-retorno"     to ws-jrn-programa
           move "*RETBCO*"             to ws-jrn-operador

           call "grava-jornal" using ws-jrn-parametros ws-jrn-retorno

           if not ws-jrn-retorno-ok then
               move 21                                       to ws-msn-erro-ofsset
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

           close arqExcecoes
           perform anexa-excecoes
           perform imprime-totais-retorno

           close arqRetorno
           if ws-fs-retorno <> 0 then
               move 15                                  to ws-msn-erro-ofsset
               move ws-fs-retorno                       to ws-msn-erro-cod
               move "Erro ao fechar arq. RETORNO.TXT "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadAlu
           if ws-fs-arqCadAlu <> 0 then
               move 16                                to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadAlu "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMensalidades
           if ws-fs-mensalidades <> 0 then
               move 17                                       to ws-msn-erro-ofsset
               move ws-fs-mensalidades                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMensalidades "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 18                                  to ws-msn-erro-ofsset
               move ws-fs-auditoria                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAuditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqResultado
           if ws-fs-resultado <> 0 then
               move 19                                  to ws-msn-erro-ofsset
               move ws-fs-resultado                     to ws-msn-erro-cod
               move "Erro ao fechar arq. RETORNO.LST "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-valor-baixado to ws-valor-total-ed
           display "Liquidacoes lidas         : " ws-total-liquidacoes
           display "Cobrancas baixadas        : " ws-total-baixados
           display "Valor baixado             : " ws-valor-total-ed
           display "Ja baixadas anteriormente : " ws-total-ja-baixados
           display "Excecoes (ver RETORNO.LST): " ws-total-excecoes

           stop run
           .
       finaliza-exit.
           exit.
