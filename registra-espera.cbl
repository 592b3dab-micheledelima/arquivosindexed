      $set sourceformat"free"
      *>divisão de identificação do programa
       identification division.
       program-id. "registra-espera" is initial program.
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *>  subprograma chamavel (CALL) que inclui na lista de espera
      *>  arqEspera o aluno recusado por turma lotada (retorno 04 do
      *>  registra-aluno ou recusa do cadastro interativo 'CA'), para que
      *>  a familia seja chamada quando abrir vaga na turma. Recebe os
      *>  dados do aluno no mesmo layout da LINKAGE do registra-aluno e a
      *>  origem do pedido ("C" cadastro do menu, "I" importação), e
      *>  devolve o codigo de retorno e a posição do aluno na fila da
      *>  turma/ano (pedidos ainda aguardando vaga, em ordem de chegada).
      *>
      *>  O pedido entra no fim da fila da turma/ano: a sequencia é a
      *>  maior ja usada na turma/ano mais 1. Aluno com o mesmo nome ja
      *>  aguardando vaga na mesma turma/ano nao é incluido de novo
      *>  (retorno 01, com a posição que ja ocupa) -- criterio que mantem
      *>  a re-execução segura das cargas em lote do importa-alunos.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>declaração da lista de espera das turmas lotadas
           select arqEspera assign to "arqEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-chave
           file status is ws-fs-espera.

       i-o-control.

      *>declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.
       fd arqEspera.

           copy espera.

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-espera                             pic 9(02).

      *>----maior sequencia ja usada na turma/ano e posição na fila
       77  ws-ultima-sequencia                     pic 9(04).
       77  ws-qtde-aguardando                      pic 9(04).
       77  ws-posicao-existente                    pic 9(04).

       77  ws-pedido-sw                            pic x(01).
          88  pedido-inedito                       value "S".
          88  pedido-duplicado                     value "N".

       77  ws-data-hoje                            pic 9(08).

      *>----variaveis para comunicação entre programas
       linkage section.

      *>  lk-alunos espelha o layout da LINKAGE do registra-aluno (copybook
      *>  CADALU sem a situacao), para que o chamador use a mesma area nas
      *>  duas chamadas
       01  lk-alunos.
           05  lk-matricula                        pic 9(06).
           05  lk-aluno                            pic x(25).
           05  lk-endereco                         pic x(35).
           05  lk-mae                              pic x(25).
           05  lk-pai                              pic x(25).
           05  lk-telefone                         pic x(15).
           05  lk-notas.
               10  lk-nota1                        pic 9(02)v99.
               10  lk-nota2                        pic 9(02)v99.
               10  lk-nota3                        pic 9(02)v99.
               10  lk-nota4                        pic 9(02)v99.
               10  lk-informou                     pic 9(02).
           05  lk-turma                            pic x(03).
           05  lk-ano-letivo                       pic 9(04).

       01  lk-origem                               pic x(01).

       01  lk-retorno                              pic 9(02).
           88  lk-retorno-ok                       value 00.
           88  lk-retorno-ja-na-lista              value 01.
           88  lk-retorno-erro-arquivo             value 09.

       01  lk-posicao                              pic 9(04).

      *>declaração do corpo do programa
       procedure division using lk-alunos lk-origem lk-retorno lk-posicao.

           perform inicializa.

           if lk-retorno-erro-arquivo then
               goback
           end-if

           perform percorre-fila-turma.

           if lk-retorno-ok then
               if pedido-duplicado then
                   set lk-retorno-ja-na-lista to true
                   move ws-posicao-existente to lk-posicao
               else
                   perform grava-pedido
               end-if
           end-if

           perform finaliza.

           goback
           .

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           set lk-retorno-ok to true
           move zeros to lk-posicao

           open i-o arqEspera
           if ws-fs-espera = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               open output arqEspera
               close arqEspera
               open i-o arqEspera
           end-if

           if ws-fs-espera <> 00 then
               set lk-retorno-erro-arquivo to true
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre os pedidos da turma/ano pela chave parcial (turma + ano
      *>  + sequencia zero): apura a maior sequencia usada, a quantidade
      *>  de pedidos aguardando vaga e se o aluno ja esta na fila
      *>------------------------------------------------------------------------
       percorre-fila-turma section.

           set pedido-inedito to true
           move zeros to ws-ultima-sequencia
           move zeros to ws-qtde-aguardando
           move zeros to ws-posicao-existente

           move lk-turma      to fd-esp-turma
           move lk-ano-letivo to fd-esp-ano-letivo
           move zeros         to fd-esp-sequencia
           start arqEspera key >= fd-esp-chave
           if ws-fs-espera = 0 then
               read arqEspera next
               perform until ws-fs-espera <> 0
                   or fd-esp-turma <> lk-turma
                   or fd-esp-ano-letivo <> lk-ano-letivo

                   move fd-esp-sequencia to ws-ultima-sequencia

                   if fd-esp-aguardando then
                       add 1 to ws-qtde-aguardando
                       if fd-esp-aluno = lk-aluno then
                           set pedido-duplicado to true
                           move ws-qtde-aguardando to ws-posicao-existente
                       end-if
                   end-if

                   read arqEspera next
                   if ws-fs-espera <> 0
                   and ws-fs-espera <> 10 then
                       set lk-retorno-erro-arquivo to true
                   end-if

               end-perform
           else
               if ws-fs-espera <> 23
               and ws-fs-espera <> 10 then
                   set lk-retorno-erro-arquivo to true
               end-if
           end-if
           .
       percorre-fila-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o pedido no fim da fila da turma/ano, aguardando vaga
      *>------------------------------------------------------------------------
       grava-pedido section.

           accept ws-data-hoje from date yyyymmdd

           move lk-turma               to fd-esp-turma
           move lk-ano-letivo          to fd-esp-ano-letivo
           compute fd-esp-sequencia = ws-ultima-sequencia + 1
           move lk-aluno               to fd-esp-aluno
           move lk-endereco            to fd-esp-endereco
           move lk-mae                 to fd-esp-mae
           move lk-pai                 to fd-esp-pai
           move lk-telefone            to fd-esp-telefone
           move lk-nota1               to fd-esp-nota1
           move lk-nota2               to fd-esp-nota2
           move lk-nota3               to fd-esp-nota3
           move lk-nota4               to fd-esp-nota4
           move lk-informou            to fd-esp-informou
           move ws-data-hoje           to fd-esp-data-pedido
           move lk-origem              to fd-esp-origem
           move "A"                    to fd-esp-situacao
           move zeros                  to fd-esp-matricula
           move ws-data-hoje           to fd-esp-data-situacao

           write fd-espera
           if ws-fs-espera <> 00 then
               set lk-retorno-erro-arquivo to true
           else
               compute lk-posicao = ws-qtde-aguardando + 1
           end-if
           .
       grava-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fecha o arquivo antes de devolver o controle ao chamador
      *>------------------------------------------------------------------------
       finaliza section.

           close arqEspera
           .
       finaliza-exit.
           exit.
