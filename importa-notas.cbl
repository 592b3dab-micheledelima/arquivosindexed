      *>  disciplina;nota1;nota2;nota3;nota4, notas no formato "z9,99" do
      *>  extrato) e grava/re-grava arqNotasDisc.dat, aplicando a mesma
      *>  faixa de nota (0 a 10) do valida-nota interativo e a mesma grade
      *>  curricular da turma do aluno (arqCurriculo/arqDisciplinas) da
      *>  opção 'ND' do menu.
      *>
      *>  Respeita o controle de bimestres de arqBimestres: em registro ja
      *>  existente, nota de bimestre fechado nao pode mudar -- a linha é
      *>  alterada durante bimestre reaberto sai na trilha de auditoria
      *>  com o operador *IMPNOT*.
      *>
      *>  Aluno recebido por transferencia no ano (arqTransfEntrada): as
      *>  notas dos bimestres cursados na escola de origem vem da
      *>  declaração e sao mantidas -- as notas da planilha para esses
      *>  bimestres sao ignoradas, como na opção 'ND' do menu.
      *>
      *>  Gera o relatorio NOTASIMP.LST em duas partes (linhas aceitas e
      *>  linhas rejeitadas com o motivo), no mesmo estilo re-executavel
      *>  do IMPORTA.LST do importa-alunos: re-execução apos falha apenas
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

      *>declaração do controle de bimestres (registro unico)
           select arqBimestres assign to "arqBimestres.dat"
           organization is line sequential
           file status is ws-fs-bimestres.

      *>declaração das transferencias recebidas de outra escola - somente
      *>leitura, para manter as notas dos bimestres cursados na origem
           select arqTransfEntrada assign to "arqTransfEntrada.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tre-chave
           file status is ws-fs-transf-entrada.

      *>declaração da trilha de auditoria, para rastrear nota alterada
      *>durante bimestre reaberto
           select arqAuditoria assign to "arqAuditoria.dat"

           copy notasdisc.

       fd arqDisciplinas.

           copy disciplina.

       fd arqCurriculo.

           copy curriculo.

       fd  arqBimestres.

           copy bimestre.

       fd arqTransfEntrada.

           copy transfentrada.

       fd  arqAuditoria.

       01  fd-auditoria.
       77 ws-fs-auditoria                          pic 9(02).
       77 ws-fs-resultado                          pic 9(02).
       77 ws-fs-rejeitados                         pic 9(02).
       77 ws-fs-cad-disc                           pic 9(02).
       77 ws-fs-curriculo                          pic 9(02).
       77 ws-fs-transf-entrada                     pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
                                                   pic 9(02).
       77  ws-cnv-nota                             pic 9(03)v99.

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

          88  disciplina-valida                    value "S".
          88  disciplina-invalida                  value "N".

      *>----o cadastro de disciplinas e a grade curricular podem ainda nao
      *>----existir: sem eles a grade fica vazia e valem as notas gerais
       77  ws-cad-disc-sw                          pic x(01).
          88  arquivo-cad-disc-ok                  value "S".
          88  sem-arquivo-cad-disc                 value "N".

       77  ws-curriculo-sw                         pic x(01).
          88  arquivo-curriculo-ok                 value "S".
          88  sem-arquivo-curriculo                value "N".

      *>----sem transferencias recebidas registradas, nenhuma nota vem de
      *>----escola de origem
       77  ws-transf-entrada-sw                    pic x(01).
          88  arquivo-transf-entrada-ok            value "S".
          88  sem-arquivo-transf-entrada           value "N".

      *>----bimestres cursados na escola de origem pelo aluno da linha
       77  ws-bim-origem                           pic 9(01).

      *>----imagem em memoria do controle de bimestres; sem o arquivo,
      *>----todos os bimestres valem como abertos
       01  ws-bimestres.
       77 ws-total-rejeitados                      pic 9(04)
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

           set arquivo-cad-disc-ok to true
           open input arqDisciplinas
           if ws-fs-cad-disc = 35 then
               set sem-arquivo-cad-disc to true
           else
               if ws-fs-cad-disc <> 00 then
                   move 22                                      to ws-msn-erro-ofsset
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
                   move 23                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCurriculo "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set arquivo-transf-entrada-ok to true
           open input arqTransfEntrada
           if ws-fs-transf-entrada = 35 then
               set sem-arquivo-transf-entrada to true
           else
               if ws-fs-transf-entrada <> 00 then
                   move 31                                      to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransfEntrada "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open extend arqAuditoria
           if  ws-fs-auditoria <> 00 then
               move 4                                   to ws-msn-erro-ofsset
               perform le-registro-atual
           end-if

           if linha-aceita then
               perform mantem-notas-origem
           end-if

           if linha-aceita then
               perform critica-bimestres-fechados
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  critica a disciplina da linha contra a grade curricular da turma
      *>  do aluno (lido pelo critica-matricula)
      *>------------------------------------------------------------------------
       critica-disciplina section.

           set disciplina-invalida to true

           perform carrega-grade-turma

           perform varying ws-disc-ind from 1 by 1
               until ws-disc-ind > ws-qtde-grade
               if ws-imp-disciplina = ws-disc-codigo(ws-disc-ind) then
                   set disciplina-valida to true
               end-if

           if disciplina-invalida then
               set linha-rejeitada to true
               move "04 DISCIPLINA FORA DA GRADE" to ws-motivo-rejeicao
           end-if
           .
       critica-disciplina-exit.
       le-registro-atual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aluno recebido por transferencia no ano letivo: as notas dos
      *>  bimestres cursados na escola de origem ficam as ja gravadas (da
      *>  declaração), qualquer que seja o valor da planilha
      *>------------------------------------------------------------------------
       mantem-notas-origem section.

           move zeros to ws-bim-origem

           if arquivo-transf-entrada-ok then
               move ws-imp-matricula to fd-tre-matricula
               move fd-ano-letivo    to fd-tre-ano-letivo
               read arqTransfEntrada
               if ws-fs-transf-entrada = 0 then
                   move fd-tre-bimestres-origem to ws-bim-origem
               else
                   if ws-fs-transf-entrada <> 23 then
                       move 32                                     to ws-msn-erro-ofsset
                       move ws-fs-transf-entrada                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransfEntrada "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if registro-existente then
               if ws-bim-origem >= 1 then
                   move ws-atu-nota1 to ws-imp-nota1
               end-if
               if ws-bim-origem >= 2 then
                   move ws-atu-nota2 to ws-imp-nota2
               end-if
               if ws-bim-origem >= 3 then
                   move ws-atu-nota3 to ws-imp-nota3
               end-if
           end-if
           .
       mantem-notas-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  critica o controle de bimestres: em registro ja existente, nota
      *>  de bimestre fechado ("F") deve vir identica a gravada, senao a
           move ws-imp-nota4      to fd-nd-nota4
           move 1                 to fd-nd-informou

           perform le-imagem-anterior
           write fd-notas-disc
           if ws-fs-notasdisc = 22 then
      *>       disciplina ja cadastrada para o aluno - correção de notas
               move "Erro ao gravar arq. arqNotasDisc "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform registra-jornal

           if registro-existente then
               perform audita-notas-reabertas
       anexa-rejeitados-exit.
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
                               move 24                                      to ws-msn-erro-ofsset
                               move ws-fs-cad-disc                          to ws-msn-erro-cod
                               move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

                   read arqCurriculo next
                   if ws-fs-curriculo <> 0
                   and ws-fs-curriculo <> 10 then
                       move 25                                      to ws-msn-erro-ofsset
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
                       move 26                                      to ws-msn-erro-ofsset
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

           move "arqNotasDisc"         to ws-jrn-arquivo
           move spaces to ws-jrn-antes
           move fd-notas-disc to ws-jrn-depois

           read arqNotasDisc
           if ws-fs-notasdisc = 0 then
               move fd-notas-disc to ws-jrn-antes
               move "A" to ws-jrn-operacao
           else
               move "I" to ws-jrn-operacao
               if ws-fs-notasdisc <> 23 then
                   move 29                                       to ws-msn-erro-ofsset
                   move ws-fs-notasdisc                          to ws-msn-erro-cod
                   move "Erro ao ler imagem anterior p/ jornal " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-jrn-depois to fd-notas-disc
           .
       le-imagem-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no jornal de transações a gravação confirmada (arquivo,
      *>  operação e imagens ja preparados), pelo subprograma grava-jornal
      *>------------------------------------------------------------------------
       registra-jornal section.

           move "importa-notas"        to ws-jrn-programa
           move "*IMPNOT*"             to ws-jrn-operador

           call "grava-jornal" using ws-jrn-parametros ws-jrn-retorno

           if not ws-jrn-retorno-ok then
               move 30                                       to ws-msn-erro-ofsset
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

           if arquivo-cad-disc-ok then
               close arqDisciplinas
               if ws-fs-cad-disc <> 0 then
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-curriculo-ok then
               close arqCurriculo
               if ws-fs-curriculo <> 0 then
                   move 28                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCurriculo "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if arquivo-transf-entrada-ok then
               close arqTransfEntrada
               if ws-fs-transf-entrada <> 0 then
                   move 33                                      to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTransfEntrada " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 19                                   to ws-msn-erro-ofsset
