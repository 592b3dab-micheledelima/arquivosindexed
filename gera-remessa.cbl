      $set sourceformat"free"
      *>divisão de identificação do programa
       identification division.
       program-id. "gera-remessa".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *>  Geração do arquivo de remessa de cobrança para o banco: le
      *>  arqMensalidades sequencialmente e grava em REMESSA.TXT, no
      *>  layout de tamanho fixo do banco (copybook remessa), um registro
      *>  detalhe por cobrança em aberto -- todas as competencias ou
      *>  somente a competencia (AAAAMM) informada pelo operador. O nosso
      *>  numero do boleto é a chave da cobrança (matricula +
      *>  competencia), que volta no arquivo de retorno tratado pelo
      *>  processa-retorno; o sacado é o responsavel do cadastro (mae,
      *>  ou o pai quando a mae nao esta informada, ou o proprio aluno) e
      *>  o vencimento é o dia informado dentro do mes da competencia.
      *>
      *>  Cobrança paga (inclusive a bolsa integral, que nasce quitada)
      *>  nao vai para a remessa. O programa pode ser re-executado: a
      *>  remessa é sempre gerada de novo com as cobranças ainda abertas.
      *>------------------------------------------------------------------------

      *>divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>declaração do arquivo de alunos - somente leitura, para o nome do
      *>aluno e do responsavel
           select arqCadAlu assign to "arqCadAlu.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matricula
           file status is ws-fs-arqCadAlu.

      *>declaração do arquivo de mensalidades (um registro por aluno e
      *>competencia) - somente leitura
           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-men-chave
           file status is ws-fs-mensalidades.

      *>declaração do arquivo de remessa enviado ao banco
           select arqRemessa assign to "REMESSA.TXT"
           organization is line sequential
           file status is ws-fs-remessa.

       i-o-control.

      *>declaração de variáveis
       data division.

      *>----variaveis de arquivos
       file section.
       fd arqCadAlu.

           copy cadalu.

       fd arqMensalidades.

           copy mensalidade.

       fd  arqRemessa
           record contains 100 characters.

           copy remessa.

      *>----variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCadAlu                          pic 9(02).
       77 ws-fs-mensalidades                       pic 9(02).
       77 ws-fs-remessa                            pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>----competencia (AAAAMM) informada pelo operador; zeros = todas as
      *>----cobranças em aberto
       01  ws-competencia-entrada.
           05  ws-competencia-txt                  pic x(06).
           05  ws-competencia redefines ws-competencia-txt
                                                   pic 9(06).

      *>----dia do vencimento dos boletos dentro do mes da competencia
       01  ws-dia-entrada.
           05  ws-dia-txt                          pic x(02).
           05  ws-dia-vencimento redefines ws-dia-txt
                                                   pic 9(02).

       77  ws-data-hoje                            pic 9(08).
       77  ws-sequencia                            pic 9(06)
                                                   value zeros.

       77 ws-total-lidos                           pic 9(06)
                                                   value zeros.
       77 ws-total-remessa                         pic 9(06)
                                                   value zeros.
       77 ws-total-sem-cadastro                    pic 9(06)
                                                   value zeros.
       77 ws-valor-total                           pic 9(12)v99
                                                   value zeros.
       01 ws-valor-total-ed                        pic z.zzz.zzz.zz9,99.

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
      *>   pede a competencia e o dia de vencimento ao operador, abre o
      *>   cadastro e as mensalidades para leitura e a remessa para
      *>   gravação, com o registro header

           display "------ Geracao da remessa de cobranca ------"

           display "Informe a competencia (AAAAMM; vazio = todas em aberto): "
           accept ws-competencia-txt
           inspect ws-competencia-txt replacing all " " by "0"

           if ws-competencia-txt is not numeric then
               display "Competencia informada invalida"
               stop run
           end-if

           display "Informe o dia de vencimento (01 a 28; vazio = 10): "
           accept ws-dia-txt
           if ws-dia-txt = spaces then
               move 10 to ws-dia-vencimento
           end-if
           inspect ws-dia-txt replacing all " " by "0"

           if ws-dia-txt is not numeric
           or ws-dia-vencimento < 1
           or ws-dia-vencimento > 28 then
               display "Dia de vencimento invalido"
               stop run
           end-if

           open input arqCadAlu
           if  ws-fs-arqCadAlu <> 00 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAlu "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqMensalidades
           if  ws-fs-mensalidades <> 00 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-mensalidades                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidades "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRemessa
           if  ws-fs-remessa <> 00 then
               move 3                                   to ws-msn-erro-ofsset
               move ws-fs-remessa                       to ws-msn-erro-cod
               move "Erro ao abrir arq. REMESSA.TXT "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-hoje from date yyyymmdd

           add 1 to ws-sequencia
           move spaces           to fd-rem-header
           move "0"              to fd-rem-hdr-tipo
           move "REMESSA"        to fd-rem-hdr-literal
           move "COLEGIO - MENSALIDADES"
                                 to fd-rem-hdr-cedente
           move ws-data-hoje     to fd-rem-hdr-data-geracao
           move ws-competencia   to fd-rem-hdr-competencia
           move ws-sequencia     to fd-rem-hdr-sequencia
           write fd-rem-header
           if ws-fs-remessa <> 0 then
               move 4                                   to ws-msn-erro-ofsset
               move ws-fs-remessa                       to ws-msn-erro-cod
               move "Erro ao gravar arq. REMESSA.TXT "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - le arqMensalidades sequencialmente e
      *>  envia para a remessa cada cobrança em aberto da competencia
      *>------------------------------------------------------------------------
       processamento section.

           read arqMensalidades next
           perform until ws-fs-mensalidades = 10

               add 1 to ws-total-lidos

               if fd-men-aberta
               and (ws-competencia = 0
               or fd-men-competencia = ws-competencia) then
                   perform grava-detalhe-remessa
               end-if

               read arqMensalidades next
               if ws-fs-mensalidades <> 0
               and ws-fs-mensalidades <> 10 then
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-mensalidades                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMensalidades "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro detalhe da cobrança corrente: o nosso numero é a
      *>  chave da cobrança e o sacado o responsavel do cadastro. Cobrança
      *>  de matricula fora do cadastro nao vai para o banco e é apenas
      *>  contada e exibida
      *>------------------------------------------------------------------------
       grava-detalhe-remessa section.

           move fd-men-matricula to fd-matricula
           read arqCadAlu
           if ws-fs-arqCadAlu = 23 then
               add 1 to ws-total-sem-cadastro
               display "Cobranca sem aluno no cadastro: "
                       fd-men-matricula " " fd-men-competencia
           else
               if ws-fs-arqCadAlu <> 0 then
                   move 6                                 to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlu                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-sequencia
               move spaces               to fd-rem-detalhe
               move "1"                  to fd-rem-det-tipo
               move fd-men-matricula     to fd-rem-det-matricula
               move fd-men-competencia   to fd-rem-det-competencia
               evaluate true
                   when fd-mae <> spaces
                       move fd-mae       to fd-rem-det-sacado
                   when fd-pai <> spaces
                       move fd-pai       to fd-rem-det-sacado
                   when other
                       move fd-aluno     to fd-rem-det-sacado
               end-evaluate
               move fd-aluno             to fd-rem-det-aluno
               compute fd-rem-det-vencimento =
                   fd-men-competencia * 100 + ws-dia-vencimento
               move fd-men-valor         to fd-rem-det-valor
               move ws-sequencia         to fd-rem-det-sequencia

               write fd-rem-detalhe
               if ws-fs-remessa <> 0 then
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-remessa                       to ws-msn-erro-cod
                   move "Erro ao gravar arq. REMESSA.TXT "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1            to ws-total-remessa
               add fd-men-valor to ws-valor-total
           end-if
           .
       grava-detalhe-remessa-exit.
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

           add 1 to ws-sequencia
           move spaces              to fd-rem-trailer
           move "9"                 to fd-rem-trl-tipo
           move ws-total-remessa    to fd-rem-trl-quantidade
           move ws-valor-total      to fd-rem-trl-valor-total
           move ws-sequencia        to fd-rem-trl-sequencia
           write fd-rem-trailer
           if ws-fs-remessa <> 0 then
               move 8                                   to ws-msn-erro-ofsset
               move ws-fs-remessa                       to ws-msn-erro-cod
               move "Erro ao gravar arq. REMESSA.TXT "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadAlu
           if ws-fs-arqCadAlu <> 0 then
               move 9                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadAlu "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMensalidades
           if ws-fs-mensalidades <> 0 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-mensalidades                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMensalidades "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRemessa
           if ws-fs-remessa <> 0 then
               move 11                                  to ws-msn-erro-ofsset
               move ws-fs-remessa                       to ws-msn-erro-cod
               move "Erro ao fechar arq. REMESSA.TXT "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-valor-total to ws-valor-total-ed
           display "Cobrancas lidas            : " ws-total-lidos
           display "Boletos enviados na remessa: " ws-total-remessa
           display "Valor total da remessa     : " ws-valor-total-ed
           display "Cobrancas sem cadastro     : " ws-total-sem-cadastro

           stop run
           .
       finaliza-exit.
           exit.
