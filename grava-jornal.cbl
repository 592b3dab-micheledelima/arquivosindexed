      $set sourceformat"free"
      *>divisão de identificação do programa
       identification division.
       program-id. "grava-jornal" is initial program.
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *>  subprograma chamavel (CALL) que grava uma linha no jornal de
      *>  transações da geração de backup em vigor (JRNnnn.DAT, nnn lido
      *>  de arqGeracao). Todo programa que inclui, altera ou exclui
      *>  registro de arqCadAlu, arqNotasDisc, arqFrequencia,
      *>  arqMensalidades, arqRecuperacao, arqTransferencias ou
      *>  arqTransfEntrada chama este subprograma logo apos a gravação bem sucedida, com o nome do
      *>  arquivo, a operação ("I" inclusão, "A" alteração, "E" exclusão,
      *>  "L" limpeza do arquivo inteiro), o programa, o operador e as
      *>  imagens do registro antes e depois da gravação.
      *>
      *>  O jornal é aberto em EXTEND e fechado a cada linha, para que
      *>  toda transação confirmada ao operador ja esteja em disco -- é
      *>  dele que o recupera-jornal refaz o movimento posterior ao backup.
      *>
      *>  Codigos de retorno: 00 gravado, 09 erro de arquivo (o chamador
      *>  trata como erro de gravação).
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>declaração do controle da geração de backup em vigor
           select arqGeracao assign to "arqGeracao.dat"
           organization is line sequential
           file status is ws-fs-geracao.

      *>declaração do jornal da geração -- o nome é montado em tempo de
      *>execução com a geração, mesma tecnica das copias do backup-dados
           select arqJornal assign to dynamic ws-nome-jornal
           organization is line sequential
           file status is ws-fs-jornal.

       i-o-control.

      *>declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.
       fd  arqGeracao.

           copy geracao.

       fd  arqJornal.

           copy jornal.

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-geracao                            pic 9(02).
       77 ws-fs-jornal                             pic 9(02).

      *>----geração em vigor e nome montado do jornal
       01  ws-geracao-atual.
           05  ws-geracao-txt                      pic x(03).
           05  ws-geracao redefines ws-geracao-txt
                                                   pic 9(03).

       77  ws-nome-jornal                          pic x(40).

      *>----variaveis para comunicação entre programas
       linkage section.

       01  lk-jornal.
           05  lk-jrn-arquivo                      pic x(20).
           05  lk-jrn-operacao                     pic x(01).
           05  lk-jrn-programa                     pic x(20).
           05  lk-jrn-operador                     pic x(08).
           05  lk-jrn-antes                        pic x(165).
           05  lk-jrn-depois                       pic x(165).

       01  lk-retorno                              pic 9(02).
           88  lk-retorno-ok                       value 00.
           88  lk-retorno-erro-arquivo             value 09.

      *>declaração do corpo do programa
       procedure division using lk-jornal lk-retorno.

           perform inicializa.

           if lk-retorno-ok then
               perform grava-linha-jornal
           end-if

           goback
           .

      *>------------------------------------------------------------------------
      *>  le a geração em vigor e monta o nome do jornal
      *>------------------------------------------------------------------------
       inicializa section.

           set lk-retorno-ok to true
           move zeros to ws-geracao

           open input arqGeracao
           if ws-fs-geracao = 35 then
      *>       nenhum backup gerado ainda - movimento vai para o JRN000
               continue
           else
               if ws-fs-geracao <> 0 then
                   set lk-retorno-erro-arquivo to true
               else
                   read arqGeracao
                   if ws-fs-geracao = 0 then
                       move fd-ger-numero to ws-geracao
                   else
                       if ws-fs-geracao <> 10 then
                           set lk-retorno-erro-arquivo to true
                       end-if
                   end-if
                   close arqGeracao
               end-if
           end-if

           move spaces to ws-nome-jornal
           string "JRN"            delimited by size
                  ws-geracao-txt   delimited by size
                  ".DAT"           delimited by size
                  into ws-nome-jornal
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha do jornal com a data/hora do sistema e a fecha em
      *>  seguida
      *>------------------------------------------------------------------------
       grava-linha-jornal section.

           open extend arqJornal
           if ws-fs-jornal = 35 then
      *>       primeira transação da geração - cria o jornal
               open output arqJornal
           end-if

           if ws-fs-jornal <> 0 then
               set lk-retorno-erro-arquivo to true
           else
               accept fd-jrn-data from date yyyymmdd
               accept fd-jrn-hora from time

               move ws-geracao         to fd-jrn-geracao
               move lk-jrn-arquivo     to fd-jrn-arquivo
               move lk-jrn-operacao    to fd-jrn-operacao
               move lk-jrn-programa    to fd-jrn-programa
               move lk-jrn-operador    to fd-jrn-operador
               move lk-jrn-antes       to fd-jrn-antes
               move lk-jrn-depois      to fd-jrn-depois

               write fd-jornal
               if ws-fs-jornal <> 0 then
                   set lk-retorno-erro-arquivo to true
               end-if

               close arqJornal
               if ws-fs-jornal <> 0 then
                   set lk-retorno-erro-arquivo to true
               end-if
           end-if
           .
       grava-linha-jornal-exit.
           exit.
