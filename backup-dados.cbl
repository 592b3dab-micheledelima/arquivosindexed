      *>                  produção. Arquivo AUSENTE na geração volta como
      *>                  arquivo vazio, mantendo o conjunto consistente.
      *>
      *>  A geração gravada com sucesso passa a ser a geração em vigor
      *>  (arqGeracao): a partir dela todo programa que grava arqCadAlu,
      *>  arqNotasDisc, arqFrequencia, arqMensalidades, arqRecuperacao,
      *>  arqTransferencias ou arqTransfEntrada registra as imagens
      *>  antes/depois no jornal JRNnnn.DAT da geração. Depois de uma
      *>  restauração, o movimento posterior ao backup é refeito a partir
      *>  desse jornal pelo recupera-jornal.
      *>
      *>  Deve ser executado com o sistema fechado (nenhum outro programa
      *>  com os arquivos abertos), como qualquer rotina de backup frio.
      *>------------------------------------------------------------------------
           record key is fd-via-matricula
           file status is ws-fs-vias.

           select arqHistDisc assign to "arqHistDisc.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hd-chave
           file status is ws-fs-histdisc.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dis-codigo
           file status is ws-fs-cad-disc.

           select arqCurriculo assign to "arqCurriculo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cur-chave
           file status is ws-fs-curriculo.

           select arqPromocao assign to "arqPromocao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pro-turma-origem
           file status is ws-fs-promocao.

           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-con-chave
           file status is ws-fs-conselho.

           select arqDescontos assign to "arqDescontos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dsc-chave
           file status is ws-fs-descontos.

           select arqEspera assign to "arqEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-chave
           file status is ws-fs-espera.

           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-data
           file status is ws-fs-calendario.

           select arqTransfEntrada assign to "arqTransfEntrada.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tre-chave
           file status is ws-fs-transf-entrada.

           select arqAvisosBimestre assign to "arqAvisosBimestre.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-avb-chave
           file status is ws-fs-avisos.

      *>declaração da copia de backup do arquivo corrente -- o nome é
      *>montado em tempo de execução com a geração e o nome do arquivo,
      *>mesma tecnica da guarda anual do expurga-auditoria
           organization is line sequential
           file status is ws-fs-manifesto.

      *>declaração do controle da geração em vigor (jornal de transações)
           select arqGeracao assign to "arqGeracao.dat"
           organization is line sequential
           file status is ws-fs-geracao.

       i-o-control.

      *>declaração de variáveis
           05  fd-via-matricula                    pic 9(06).
           05  fd-via-qtde                         pic 9(02).

       fd arqHistDisc.

           copy histdisc.

       fd arqDisciplinas.

           copy disciplina.

       fd arqCurriculo.

           copy curriculo.

       fd arqPromocao.

           copy promocao.

       fd arqConselho.

           copy conselho.

       fd arqDescontos.

           copy desconto.

       fd arqEspera.

           copy espera.

       fd arqCalendario.

           copy calendario.

       fd arqTransfEntrada.

           copy transfentrada.

       fd arqAvisosBimestre.

           copy avisobim.

       fd  arqBackup
           record contains 200 characters.

       01  fd-backup-registro                      pic x(200).

       fd  arqManifesto
           record contains 80 characters.

       01  fd-manifesto-linha                      pic x(80).

       fd  arqGeracao.

           copy geracao.

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-atestados                          pic 9(02).
       77 ws-fs-ctldoc                             pic 9(02).
       77 ws-fs-vias                               pic 9(02).
       77 ws-fs-histdisc                           pic 9(02).
       77 ws-fs-cad-disc                           pic 9(02).
       77 ws-fs-curriculo                          pic 9(02).
       77 ws-fs-promocao                           pic 9(02).
       77 ws-fs-conselho                           pic 9(02).
       77 ws-fs-descontos                          pic 9(02).
       77 ws-fs-espera                             pic 9(02).
       77 ws-fs-calendario                         pic 9(02).
       77 ws-fs-transf-entrada                     pic 9(02).
       77 ws-fs-avisos                             pic 9(02).
       77 ws-fs-backup                             pic 9(02).
       77 ws-fs-manifesto                          pic 9(02).
       77 ws-fs-geracao                            pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
               value "arqCtlDocHist.dat        006".
           05  filler                              pic x(28)
               value "arqViasHistorico.dat     008".
           05  filler                              pic x(28)
               value "arqHistDisc.dat          035".
           05  filler                              pic x(28)
               value "arqDisciplinas.dat       021".
           05  filler                              pic x(28)
               value "arqCurriculo.dat         008".
           05  filler                              pic x(28)
               value "arqPromocao.dat          006".
           05  filler                              pic x(28)
               value "arqConselho.dat          105".
           05  filler                              pic x(28)
               value "arqDescontos.dat         054".
           05  filler                              pic x(28)
               value "arqEspera.dat            178".
           05  filler                              pic x(28)
               value "arqCalendario.dat        039".
           05  filler                              pic x(28)
               value "arqTransfEntrada.dat     058".
           05  filler                              pic x(28)
               value "arqAvisosBimestre.dat    032".

       01  ws-arquivos redefines ws-arquivos-valores.
           05  ws-arquivo-tab occurs 25 times.
               10  ws-arq-nome                     pic x(25).
               10  ws-arq-tamanho                  pic 9(03).

       77  ws-nome-backup                          pic x(40).
       77  ws-nome-manifesto                       pic x(40).

      *>----registro corrente copiado (imagem fixa de 200 posicões, o
      *>----maior registro do conjunto completado com brancos)
       77  ws-registro                             pic x(200).

      *>----apuração da copia do arquivo corrente: fim de arquivo,
      *>----quantidade e total de conferencia (hash das matriculas)
           write fd-manifesto-linha

           perform varying ws-arq-ind from 1 by 1
               until ws-arq-ind > 25
               perform copia-arquivo
           end-perform

               perform finaliza-anormal
           end-if

           perform grava-geracao-em-vigor

           display "Geracao " ws-geracao-txt " gravada - confira com "
                   "o modo 'V' antes de descartar geracoes antigas"
           display "Movimento a partir de agora vai para o jornal JRN"
                   ws-geracao-txt ".DAT"
           .
       gera-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registra a geração recem gravada como a geração em vigor: o
      *>  jornal de transações passa a ser o JRNnnn.DAT desta geração
      *>------------------------------------------------------------------------
       grava-geracao-em-vigor section.

           open output arqGeracao
           if ws-fs-geracao <> 00 then
               move 11                                 to ws-msn-erro-ofsset
               move ws-fs-geracao                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGeracao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-geracao      to fd-ger-numero
           move ws-data-geracao to fd-ger-data
           move ws-hora-geracao to fd-ger-hora
           write fd-geracao

           close arqGeracao
           if ws-fs-geracao <> 00 then
               move 12                                 to ws-msn-erro-ofsset
               move ws-fs-geracao                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqGeracao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-geracao-em-vigor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia um arquivo de produção para a sua copia BKPnnn, contando
      *>  os registros e somando o total de conferencia, e grava a linha
               end-if

               perform varying ws-arq-ind from 1 by 1
                   until ws-arq-ind > 25
                   perform verifica-arquivo
               end-perform

               read arqManifesto

               perform varying ws-arq-ind from 1 by 1
                   until ws-arq-ind > 25
                   perform restaura-arquivo
               end-perform


               display "RESTAURACAO CONCLUIDA - geracao "
                       ws-geracao-txt " devolvida a producao."
               display "Antes de reabrir o sistema, execute o "
                       "recupera-jornal da geracao " ws-geracao-txt
                       " para refazer o movimento posterior ao backup."
           end-if
           .
       restaura-geracao-exit.
               when 15
                   open input arqViasHistorico
                   move ws-fs-vias to ws-fs-origem
               when 16
                   open input arqHistDisc
                   move ws-fs-histdisc to ws-fs-origem
               when 17
                   open input arqDisciplinas
                   move ws-fs-cad-disc to ws-fs-origem
               when 18
                   open input arqCurriculo
                   move ws-fs-curriculo to ws-fs-origem
               when 19
                   open input arqPromocao
                   move ws-fs-promocao to ws-fs-origem
               when 20
                   open input arqConselho
                   move ws-fs-conselho to ws-fs-origem
               when 21
                   open input arqDescontos
                   move ws-fs-descontos to ws-fs-origem
               when 22
                   open input arqEspera
                   move ws-fs-espera to ws-fs-origem
               when 23
                   open input arqCalendario
                   move ws-fs-calendario to ws-fs-origem
               when 24
                   open input arqTransfEntrada
                   move ws-fs-transf-entrada to ws-fs-origem
               when 25
                   open input arqAvisosBimestre
                   move ws-fs-avisos to ws-fs-origem
           end-evaluate

           if ws-fs-origem = 35 then
               when 15
                   open output arqViasHistorico
                   move ws-fs-vias to ws-fs-origem
               when 16
                   open output arqHistDisc
                   move ws-fs-histdisc to ws-fs-origem
               when 17
                   open output arqDisciplinas
                   move ws-fs-cad-disc to ws-fs-origem
               when 18
                   open output arqCurriculo
                   move ws-fs-curriculo to ws-fs-origem
               when 19
                   open output arqPromocao
                   move ws-fs-promocao to ws-fs-origem
               when 20
                   open output arqConselho
                   move ws-fs-conselho to ws-fs-origem
               when 21
                   open output arqDescontos
                   move ws-fs-descontos to ws-fs-origem
               when 22
                   open output arqEspera
                   move ws-fs-espera to ws-fs-origem
               when 23
                   open output arqCalendario
                   move ws-fs-calendario to ws-fs-origem
               when 24
                   open output arqTransfEntrada
                   move ws-fs-transf-entrada to ws-fs-origem
               when 25
                   open output arqAvisosBimestre
                   move ws-fs-avisos to ws-fs-origem
           end-evaluate

           if ws-fs-origem <> 00 then
                   if ws-fs-origem = 0
                       move fd-vias to ws-registro
                   end-if
               when 16
                   read arqHistDisc next
                   move ws-fs-histdisc to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-hist-disc to ws-registro
                   end-if
               when 17
                   read arqDisciplinas next
                   move ws-fs-cad-disc to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-disciplinas to ws-registro
                   end-if
               when 18
                   read arqCurriculo next
                   move ws-fs-curriculo to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-curriculo to ws-registro
                   end-if
               when 19
                   read arqPromocao next
                   move ws-fs-promocao to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-promocao to ws-registro
                   end-if
               when 20
                   read arqConselho next
                   move ws-fs-conselho to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-conselho to ws-registro
                   end-if
               when 21
                   read arqDescontos next
                   move ws-fs-descontos to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-descontos to ws-registro
                   end-if
               when 22
                   read arqEspera next
                   move ws-fs-espera to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-espera to ws-registro
                   end-if
               when 23
                   read arqCalendario next
                   move ws-fs-calendario to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-calendario to ws-registro
                   end-if
               when 24
                   read arqTransfEntrada next
                   move ws-fs-transf-entrada to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-transf-entrada to ws-registro
                   end-if
               when 25
                   read arqAvisosBimestre next
                   move ws-fs-avisos to ws-fs-origem
                   if ws-fs-origem = 0
                       move fd-avisos-bimestre to ws-registro
                   end-if
           end-evaluate
           .
       le-origem-exit.
                       to fd-vias
                   write fd-vias
                   move ws-fs-vias to ws-fs-origem
               when 16
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-hist-disc
                   write fd-hist-disc
                   move ws-fs-histdisc to ws-fs-origem
               when 17
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-disciplinas
                   write fd-disciplinas
                   move ws-fs-cad-disc to ws-fs-origem
               when 18
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-curriculo
                   write fd-curriculo
                   move ws-fs-curriculo to ws-fs-origem
               when 19
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-promocao
                   write fd-promocao
                   move ws-fs-promocao to ws-fs-origem
               when 20
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-conselho
                   write fd-conselho
                   move ws-fs-conselho to ws-fs-origem
               when 21
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-descontos
                   write fd-descontos
                   move ws-fs-descontos to ws-fs-origem
               when 22
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-espera
                   write fd-espera
                   move ws-fs-espera to ws-fs-origem
               when 23
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-calendario
                   write fd-calendario
                   move ws-fs-calendario to ws-fs-origem
               when 24
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-transf-entrada
                   write fd-transf-entrada
                   move ws-fs-transf-entrada to ws-fs-origem
               when 25
                   move ws-registro(1:ws-arq-tamanho(ws-arq-ind))
                       to fd-avisos-bimestre
                   write fd-avisos-bimestre
                   move ws-fs-avisos to ws-fs-origem
           end-evaluate

           if ws-fs-origem <> 0 then
                   close arqCtlDocHist
               when 15
                   close arqViasHistorico
               when 16
                   close arqHistDisc
               when 17
                   close arqDisciplinas
               when 18
                   close arqCurriculo
               when 19
                   close arqPromocao
               when 20
                   close arqConselho
               when 21
                   close arqDescontos
               when 22
                   close arqEspera
               when 23
                   close arqCalendario
               when 24
                   close arqTransfEntrada
               when 25
                   close arqAvisosBimestre
           end-evaluate
           .
       fecha-origem-exit.
