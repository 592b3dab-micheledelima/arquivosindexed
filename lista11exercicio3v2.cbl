           record key is fd-hist-chave
           file status is ws-fs-historico.

      *>declaração do acumulado historico das notas por disciplina dos
      *>anos letivos encerrados, gravado pelo fecha-ano
           select arqHistDisc assign to "arqHistDisc.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hd-chave
           file status is ws-fs-histdisc.

      *>declaração do cadastro mestre de turmas: todo codigo de turma
      *>aceito pelo cadastro de alunos é validado contra este arquivo
           select arqTurmas assign to "arqTurmas.dat"
           record key is fd-tur-codigo
           file status is ws-fs-turmas.

      *>declaração do cadastro mestre de disciplinas (codigo, nome e carga
      *>horaria), base da grade curricular de cada turma
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dis-codigo
           file status is ws-fs-cad-disc.

      *>declaração da grade curricular das turmas: as disciplinas que cada
      *>turma de arqTurmas cursa, na ordem de apresentação
           select arqCurriculo assign to "arqCurriculo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cur-chave
           file status is ws-fs-curriculo.

      *>declaração do mapa de promoção: para cada turma, a turma da serie
      *>seguinte para onde o fecha-ano move os aprovados
           select arqPromocao assign to "arqPromocao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pro-turma-origem
           file status is ws-fs-promocao.

      *>declaração das decisões do conselho de classe: o resultado final
      *>decidido pelo conselho para o aluno no ano letivo
           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-con-chave
           file status is ws-fs-conselho.

      *>declaração dos descontos e bolsas concedidos na mensalidade,
      *>aplicados pelo gera-mensalidades
           select arqDescontos assign to "arqDescontos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dsc-chave
           file status is ws-fs-descontos.

      *>declaração da lista de espera das turmas lotadas, alimentada pelo
      *>subprograma registra-espera; aberta somente nas opções que a
      *>consultam, para nao concorrer com o subprograma
           select arqEspera assign to "arqEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-chave
           file status is ws-fs-espera.

      *>declaração do relatorio de vagas abertas com as proximas familias
      *>da lista de espera a chamar (acumulado a cada vaga aberta)
           select arqVagas assign to "VAGAS.LST"
           organization is line sequential
           file status is ws-fs-vagas.

      *>declaração do calendario escolar (um registro por data: dia
      *>letivo, feriado ou recesso), consultado no lançamento de frequencia
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-data
           file status is ws-fs-calendario.

      *>declaração do cadastro de operadores do sistema: todo uso do menu
      *>exige login e o operador logado carimba a trilha de auditoria
           select arqOperadores assign to "arqOperadores.dat"
           record key is fd-trf-matricula
           file status is ws-fs-transferencias.

      *>declaração das transferencias recebidas de outra escola (um
      *>registro por aluno e ano letivo, com a escola de origem e os
      *>totais de frequencia da declaração da escola de origem)
           select arqTransfEntrada assign to "arqTransfEntrada.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tre-chave
           file status is ws-fs-transf-entrada.

      *>declaração das justificativas de falta por atestado (um registro
      *>por aluno e data de inicio do periodo coberto)
           select arqAtestados assign to "arqAtestados.dat"

           copy historico.

       fd arqHistDisc.

           copy histdisc.

       fd  arqControle.

           copy controle.

           copy turma.

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

       fd  arqVagas
           record contains 80 characters.

       01  fd-vagas-linha                          pic x(80).

       fd arqCalendario.

           copy calendario.

       fd arqOperadores.

           copy operador.

           copy transferencia.

       fd arqTransfEntrada.

           copy transfentrada.

       fd arqAtestados.

           copy atestado.

       77 ws-fs-arqCadAlu                          pic 9(02).
       77 ws-fs-turmas                             pic 9(02).
       77 ws-fs-cad-disc                           pic 9(02).
       77 ws-fs-curriculo                          pic 9(02).
       77 ws-fs-promocao                           pic 9(02).
       77 ws-fs-conselho                           pic 9(02).
       77 ws-fs-descontos                          pic 9(02).
       77 ws-fs-espera                             pic 9(02).
       77 ws-fs-vagas                              pic 9(02).
       77 ws-fs-calendario                         pic 9(02).
       77 ws-fs-operadores                         pic 9(02).
       77 ws-fs-mensalidades                       pic 9(02).
       77 ws-fs-transferencias                     pic 9(02).
       77 ws-fs-transf-entrada                     pic 9(02).
       77 ws-fs-bimestres                          pic 9(02).
       77 ws-fs-atestados                          pic 9(02).
       77 ws-fs-auditoria                          pic 9(02).
       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-histdisc                           pic 9(02).
       77 ws-fs-controle                           pic 9(02).
       77 ws-fs-notasdisc                          pic 9(02).
       77 ws-fs-frequencia                         pic 9(02).
       77  ws-pesq-nome                            pic x(25).
       77  ws-pesq-qtde                            pic 9(04).

      *>----grade de disciplinas da turma do aluno corrente, montada pelo
      *>----carrega-grade-turma a partir do curriculo da turma e do
      *>----cadastro de disciplinas, usada no cadastro de notas por
      *>----disciplina e na apuração da media da recuperação
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
       77  ws-disc-informada                       pic x(03).
          88  disciplina-valida                    value "S".
          88  disciplina-invalida                  value "N".

      *>----disciplinas com que o cadastro é criado na primeira execução,
      *>----as mesmas da grade escolar anterior ao cadastro
       01  ws-disc-iniciais-valores.
           05  filler                              pic x(21)
                                                   value "PORPORTUGUES      200".
           05  filler                              pic x(21)
                                                   value "MATMATEMATICA     200".
           05  filler                              pic x(21)
                                                   value "CIECIENCIAS       120".
           05  filler                              pic x(21)
                                                   value "HISHISTORIA       080".
           05  filler                              pic x(21)
                                                   value "GEOGEOGRAFIA      080".

       01  ws-disc-iniciais redefines ws-disc-iniciais-valores.
           05  ws-disc-inicial occurs 5 times      pic x(21).

      *>----variaveis para a manutenção do cadastro de disciplinas e da
      *>----grade curricular das turmas
       77  ws-dis-opcao                            pic x(01).

       01  ws-disciplina-entrada.
           05  ws-dis-codigo                       pic x(03).
           05  ws-dis-nome                         pic x(15).
           05  ws-dis-carga-txt                    pic x(03).
           05  ws-dis-carga redefines ws-dis-carga-txt
                                                   pic 9(03).

       77  ws-cur-opcao                            pic x(01).
       77  ws-cur-turma                            pic x(03).
       77  ws-cur-ordem-txt                        pic x(02).
       77  ws-cur-ordem                            pic 9(02).
       77  ws-cur-qtde                             pic 9(02).
       77  ws-cur-ultima-ordem                     pic 9(02).

      *>----variaveis para o lançamento diario de frequencia
       01  ws-frq-entrada.
           05  ws-frq-data-txt                     pic x(08).
          88  presenca-valida                      value "S".
          88  presenca-invalida                    value "N".

       77  ws-frq-dia-sw                           pic x(01).
          88  frq-dia-letivo                       value "S".
          88  frq-dia-nao-letivo                   value "N".

      *>----modo do lançamento: aluno a aluno ou chamada da turma inteira
       77  ws-frq-modo                             pic x(01).
          88  frq-modo-chamada                     value "C" "c".

      *>----variaveis da chamada da turma: alunos ativos da turma em ordem
      *>----alfabetica (chave alternativa fd-aluno) e totais da chamada
       77  ws-chm-turma                            pic x(03).
       77  ws-chm-qtde                             pic 9(03).
       77  ws-chm-presentes                        pic 9(03).
       77  ws-chm-faltas                           pic 9(03).
       77  ws-chm-lancado                          pic x(14).

      *>----variaveis do calendario escolar: data informada, data de
      *>----trabalho da geração dos dias letivos e calculo do dia da semana
       77  ws-cal-opcao                            pic x(01).
       77  ws-cal-rotulo                           pic x(30).

       01  ws-cal-entrada.
           05  ws-cal-data-txt                     pic x(08).
           05  ws-cal-data redefines ws-cal-data-txt
                                                   pic 9(08).

       01  ws-cal-mes-entrada.
           05  ws-cal-mes-txt                      pic x(06).
           05  ws-cal-mes-ref redefines ws-cal-mes-txt.
               10  ws-cal-mes-ref-ano              pic 9(04).
               10  ws-cal-mes-ref-mes              pic 9(02).

       01  ws-cal-trab.
           05  ws-cal-trab-ano                     pic 9(04).
           05  ws-cal-trab-mes                     pic 9(02).
           05  ws-cal-trab-dia                     pic 9(02).
       01  ws-cal-trab-data redefines ws-cal-trab  pic 9(08).

       77  ws-cal-inicio                           pic 9(08).
       77  ws-cal-fim                              pic 9(08).
       77  ws-cal-dias-mes                         pic 9(02).
       77  ws-cal-tipo                             pic x(01).
       77  ws-cal-descricao                        pic x(30).
       77  ws-cal-gravados                         pic 9(03).
       77  ws-cal-existentes                       pic 9(03).
       77  ws-cal-qtde                             pic 9(03).

       77  ws-cal-data-sw                          pic x(01).
          88  cal-data-valida                      value "S".
          88  cal-data-invalida                    value "N".

      *>----ano bissexto: restos da divisão do ano por 4, 100 e 400
       77  ws-cal-quociente                        pic 9(04).
       77  ws-cal-resto-4                          pic 9(03).
       77  ws-cal-resto-100                        pic 9(03).
       77  ws-cal-resto-400                        pic 9(03).

      *>----dia da semana pela congruencia de Zeller: 0 sabado, 1 domingo,
      *>----2 segunda ... 6 sexta
       77  ws-zel-mes                              pic 9(02).
       77  ws-zel-ano                              pic 9(04).
       77  ws-zel-seculo                           pic 9(02).
       77  ws-zel-ano-seculo                       pic 9(02).
       77  ws-zel-termo-mes                        pic 9(03).
       77  ws-zel-termo-ano                        pic 9(03).
       77  ws-zel-termo-seculo                     pic 9(03).
       77  ws-zel-soma                             pic 9(04).
       77  ws-zel-dia-semana                       pic 9(01).
          88  zel-dia-util                         value 2 thru 6.

      *>----variaveis para o lançamento da nota de recuperação: a media do
      *>----aluno é apurada do mesmo jeito do boletim (grade de disciplinas
      *>----quando houver, senao as notas gerais do cadastro)
      *>----validação do codigo de turma no cadastro de alunos
       77  ws-tur-opcao                            pic x(01).

      *>----turma de origem e turma da serie seguinte no mapa de promoção
       77  ws-pro-origem                           pic x(03).
       77  ws-pro-destino                          pic x(03).

       01  ws-turmas.
           05  ws-tur-codigo                       pic x(03).
           05  ws-tur-descricao                    pic x(25).
           05  ws-trf-data redefines ws-trf-data-txt
                                                   pic 9(08).

      *>----variaveis para o registro do aluno recebido por transferencia
      *>----de outra escola: dados da declaração da escola de origem
       77  ws-tre-escola                           pic x(30).

       01  ws-tre-data-entrada.
           05  ws-tre-data-txt                     pic x(08).
           05  ws-tre-data redefines ws-tre-data-txt
                                                   pic 9(08).

       01  ws-tre-bimestres-entrada.
           05  ws-tre-bimestres-txt                pic x(01).
           05  ws-tre-bimestres redefines ws-tre-bimestres-txt
                                                   pic 9(01).

       77  ws-tre-qtde-txt                         pic x(03).
       77  ws-tre-qtde                             pic 9(03).

       77  ws-tre-qtde-sw                          pic x(01).
          88  qtde-origem-valida                   value "S".
          88  qtde-origem-invalida                 value "N".

       77  ws-tre-rotulo                           pic x(40).
       77  ws-tre-dias-letivos                     pic 9(03).
       77  ws-tre-faltas                           pic 9(03).
       77  ws-tre-abonadas                         pic 9(03).

      *>----bimestres cursados na escola de origem pelo aluno localizado
      *>----(zero quando o aluno nao veio transferido no ano): as notas
      *>----desses bimestres vem da declaração e so se corrigem pela 'TE'
       77  ws-tre-bim-origem                       pic 9(01).

       77  ws-tre-sw                               pic x(01).
          88  frequencia-origem-valida             value "S".
          88  frequencia-origem-invalida           value "N".

      *>----variaveis para o registro da decisão do conselho de classe
       77  ws-con-opcao                            pic x(01).
       77  ws-con-resultado                        pic x(19).
       77  ws-con-justificativa                    pic x(60).

       01  ws-con-data-entrada.
           05  ws-con-data-txt                     pic x(08).
           05  ws-con-data redefines ws-con-data-txt
                                                   pic 9(08).

       77  ws-con-sw                               pic x(01).
          88  decisao-existente                    value "S".
          88  decisao-inexistente                  value "N".

      *>----variaveis para a manutenção de descontos e bolsas
       77  ws-dsc-opcao                            pic x(01).
       77  ws-dsc-tipo                             pic x(01).
       77  ws-dsc-motivo                           pic x(30).
       77  ws-dsc-percentual                       pic 9(03)v99.
       01  ws-dsc-percentual-ed                    pic zz9,99.
       77  ws-dsc-qtde                             pic 9(03).

       01  ws-dsc-competencias.
           05  ws-dsc-comp-ini-txt                 pic x(06).
           05  ws-dsc-comp-ini redefines ws-dsc-comp-ini-txt
                                                   pic 9(06).
           05  ws-dsc-comp-ini-r redefines ws-dsc-comp-ini-txt.
               10  ws-dsc-comp-ini-ano             pic 9(04).
               10  ws-dsc-comp-ini-mes             pic 9(02).
           05  ws-dsc-comp-fim-txt                 pic x(06).
           05  ws-dsc-comp-fim redefines ws-dsc-comp-fim-txt
                                                   pic 9(06).
           05  ws-dsc-comp-fim-r redefines ws-dsc-comp-fim-txt.
               10  ws-dsc-comp-fim-ano             pic 9(04).
               10  ws-dsc-comp-fim-mes             pic 9(02).

      *>----area de comunicação com os subprogramas registra-espera e
      *>----registra-aluno, espelho da LINKAGE SECTION daqueles programas
       01  ws-reg-alunos.
           05  ws-reg-matricula                    pic 9(06).
           05  ws-reg-aluno                        pic x(25).
           05  ws-reg-endereco                     pic x(35).
           05  ws-reg-mae                          pic x(25).
           05  ws-reg-pai                          pic x(25).
           05  ws-reg-telefone                     pic x(15).
           05  ws-reg-notas.
               10  ws-reg-nota1                    pic 9(02)v99.
               10  ws-reg-nota2                    pic 9(02)v99.
               10  ws-reg-nota3                    pic 9(02)v99.
               10  ws-reg-nota4                    pic 9(02)v99.
               10  ws-reg-informou                 pic 9(02).
           05  ws-reg-turma                        pic x(03).
           05  ws-reg-ano-letivo                   pic 9(04).

       01  ws-reg-retorno                          pic 9(02).
           88  ws-reg-retorno-ok                   value 00.
           88  ws-reg-retorno-aluno-duplicado      value 01.
           88  ws-reg-retorno-nota-invalida        value 02.
           88  ws-reg-retorno-turma-invalida       value 03.
           88  ws-reg-retorno-turma-lotada         value 04.
           88  ws-reg-retorno-erro-arquivo         value 09.

       77  ws-esp-origem                           pic x(01).
       01  ws-esp-retorno                          pic 9(02).
           88  ws-esp-retorno-ok                   value 00.
           88  ws-esp-retorno-ja-na-lista          value 01.
           88  ws-esp-retorno-erro-arquivo         value 09.
       77  ws-esp-posicao                          pic 9(04).

      *>----variaveis para a consulta e a matricula da lista de espera
       77  ws-esp-opcao                            pic x(01).
       77  ws-esp-turma                            pic x(03).
       01  ws-esp-ano-entrada.
           05  ws-esp-ano-txt                      pic x(04).
           05  ws-esp-ano redefines ws-esp-ano-txt
                                                   pic 9(04).
       77  ws-esp-seq-txt                          pic x(04).
       77  ws-esp-seq                              pic 9(04).
       77  ws-esp-qtde-digitos                     pic 9(02).
       77  ws-esp-qtde                             pic 9(04).
       77  ws-esp-responsavel                      pic x(25).

      *>----variaveis do relatorio de vagas abertas: turma/ano da vaga,
      *>----motivo (transferencia, exclusão ou aumento de capacidade),
      *>----quantidade de vagas livres e familias listadas
       77  ws-vag-turma                            pic x(03).
       77  ws-vag-ano                              pic 9(04).
       77  ws-vag-motivo                           pic x(21).
       77  ws-vag-qtde                             pic 9(03).
       77  ws-vag-listados                         pic 9(03).
       77  ws-vag-capacidade-anterior              pic 9(03).

       01  ws-vag-data.
           05  ws-vag-data-ano                     pic 9(04).
           05  ws-vag-data-mes                     pic 9(02).
           05  ws-vag-data-dia                     pic 9(02).

       01  ws-vag-linha.
           05  filler                              pic x(02) value spaces.
           05  ws-vag-posicao                      pic 9(02).
           05  filler                              pic x(01) value space.
           05  ws-vag-sequencia                    pic 9(04).
           05  filler                              pic x(01) value space.
           05  ws-vag-aluno                        pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-vag-responsavel                  pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-vag-telefone                     pic x(15).

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

       77  ws-jrn-fs                               pic 9(02).

      *>----variaveis para a baixa interativa de pagamento de mensalidade
       01  ws-men-competencia-entrada.
           05  ws-men-competencia-txt              pic x(06).
       77  ws-hist-qtde                            pic 9(04).
       77  ws-hist-nota-ed                         pic z9,99.
       77  ws-hist-media-ed                        pic z9,99.
       77  ws-hist-nota2-ed                        pic z9,99.
       77  ws-hist-nota3-ed                        pic z9,99.
       77  ws-hist-nota4-ed                        pic z9,99.
       77  ws-hist-disc-nome                       pic x(15).

      *>----o acumulado por disciplina so existe apos o primeiro
      *>----encerramento que o gravou
       77  ws-histdisc-sw                          pic x(01).
          88  arquivo-histdisc-ok                  value "S".
          88  sem-arquivo-histdisc                 value "N".

      *>----variaveis para comunicação entre programas
       linkage section.
               perform finaliza-anormal
           end-if

           open i-o arqDisciplinas
           if ws-fs-cad-disc = 35 then
      *>       cadastro de disciplinas ainda nao existe - cria-se com as
      *>       cinco disciplinas da grade escolar anterior ao cadastro,
      *>       para que as notas ja lançadas continuem na grade
               open output arqDisciplinas
               perform varying ws-disc-ind from 1 by 1
                   until ws-disc-ind > 5
                   move ws-disc-inicial(ws-disc-ind) to fd-disciplinas
                   write fd-disciplinas
                   if ws-fs-cad-disc <> 00 then
                       move 76                                      to ws-msn-erro-ofsset
                       move ws-fs-cad-disc                          to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqDisciplinas "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
               close arqDisciplinas
               open i-o arqDisciplinas
           end-if

           if  ws-fs-cad-disc <> 00 then
               move 75                                      to ws-msn-erro-ofsset
               move ws-fs-cad-disc                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqCurriculo
           if ws-fs-curriculo = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               open output arqCurriculo
               close arqCurriculo
               open i-o arqCurriculo
           end-if

           if  ws-fs-curriculo <> 00 then
               move 77                                      to ws-msn-erro-ofsset
               move ws-fs-curriculo                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCurriculo "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqPromocao
           if ws-fs-promocao = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               open output arqPromocao
               close arqPromocao
               open i-o arqPromocao
           end-if

           if  ws-fs-promocao <> 00 then
               move 91                                      to ws-msn-erro-ofsset
               move ws-fs-promocao                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPromocao "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqConselho
           if ws-fs-conselho = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               open output arqConselho
               close arqConselho
               open i-o arqConselho
           end-if

           if  ws-fs-conselho <> 00 then
               move 97                                      to ws-msn-erro-ofsset
               move ws-fs-conselho                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConselho "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDescontos
           if ws-fs-descontos = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               open output arqDescontos
               close arqDescontos
               open i-o arqDescontos
           end-if

           if  ws-fs-descontos <> 00 then
               move 102                                     to ws-msn-erro-ofsset
               move ws-fs-descontos                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDescontos "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqCalendario
           if ws-fs-calendario = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               open output arqCalendario
               close arqCalendario
               open i-o arqCalendario
           end-if

           if  ws-fs-calendario <> 00 then
               move 119                                     to ws-msn-erro-ofsset
               move ws-fs-calendario                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCalendario "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqMensalidades
           if ws-fs-mensalidades = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               perform finaliza-anormal
           end-if

           open i-o arqTransfEntrada
           if ws-fs-transf-entrada = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               open output arqTransfEntrada
               close arqTransfEntrada
               open i-o arqTransfEntrada
           end-if

           if  ws-fs-transf-entrada <> 00 then
               move 131                                       to ws-msn-erro-ofsset
               move ws-fs-transf-entrada                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTransfEntrada "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqAuditoria
           if  ws-fs-auditoria <> 00 then
               move 14                                 to ws-msn-erro-ofsset
      *>------------------------------------------------------------------------
      *>  checa se a opção de menu corrente é permitida ao nivel do
      *>  operador logado: exclusão, reativação, lançamento e alteração de
      *>  notas, manutenção de operadores e do cadastro de disciplinas e
      *>  grades curriculares, as decisões do conselho de classe e a
      *>  concessão de descontos e bolsas são restritos a coordenação
      *>------------------------------------------------------------------------
       verifica-permissao section.

                   when = "DA"
                   when = "RE"
                   when = "TR"
                   when = "TE"
                   when = "FB"
                   when = "OP"
                   when = "DI"
                   when = "CC"
                   when = "DE"
                   when = "CL"
                       set acesso-negado to true
                       display "Opcao restrita a coordenacao - "
                               "acesso negado ao operador "
               display "'PM' Pesquisa por Nome da Mae/Pai (irmaos)?"
               display "'HI' Historico de Anos Anteriores?"
               display "'TU' Manter Cadastro de Turmas?"
               display "'DI' Manter Disciplinas e Grade Curricular?"
               display "'OP' Manter Cadastro de Operadores?"
               display "'BM' Baixar Pagamento de Mensalidade?"
               display "'TR' Transferir Aluno p/ Outra Escola?"
               display "'TE' Receber Aluno Transferido de Outra Escola?"
               display "'FB' Fechar/Reabrir Bimestre?"
               display "'CC' Conselho de Classe (Resultado Final)?"
               display "'DE' Manter Descontos e Bolsas de Mensalidade?"
               display "'LE' Lista de Espera das Turmas Lotadas?"
               display "'CL' Manter Calendario Escolar?"
               accept ws-menu

               perform verifica-permissao
                           perform consultar-historico
                       when = "TU"
                           perform manter-turmas
                       when = "DI"
                           perform manter-disciplinas
                       when = "OP"
                           perform manter-operadores
                       when = "BM"
                           perform baixar-mensalidade
                       when = "TR"
                           perform transferir-aluno
                       when = "TE"
                           perform receber-transferencia
                       when = "FB"
                           perform controla-bimestres
                       when = "CC"
                           perform registrar-conselho
                       when = "DE"
                           perform manter-descontos
                       when = "LE"
                           perform manter-lista-espera
                       when = "CL"
                           perform manter-calendario

                       when other
                           display "opcao invalida"
                   display "Turma " ws-turma " ja esta lotada ("
                           fd-tur-capacidade " vagas) - "
                           "matricula nao efetuada"
                   perform inclui-espera-cadastro
               else

      *>       gera a matricula do novo aluno e salva os dados informados
                move ws-ano-letivo to fd-ano-letivo
                accept ws-data-situacao-hoje from date yyyymmdd
                move ws-data-situacao-hoje to fd-data-situacao
                move "arqCadAlu" to ws-jrn-arquivo
                perform le-imagem-anterior
                write fd-alunos
                if ws-fs-arqCadAlu <> 0 then
                    move 2                                   to ws-msn-erro-ofsset
                    move "Erro ao escrever arq. arqCadAlu "  to ws-msn-erro-text
                    perform finaliza-anormal
                end-if
                perform registra-jornal

               display "Aluno cadastrado com a matricula " fd-matricula

           perform until voltar-tela

               display "------ Cadastro de turmas ------"
               display "'I'ncluir, 'A'lterar, 'C'onsultar turma ou "
                       "'P'romocao (serie seguinte)?"
               accept ws-tur-opcao

               evaluate ws-tur-opcao
                       perform altera-turma
                   when = "C"
                       perform consulta-turma
                   when = "P"
                       if operador-secretaria then
                           display "Opcao restrita a coordenacao - "
                                   "acesso negado ao operador "
                                   ws-operador-logado
                       else
                           perform mantem-promocao-turma
                       end-if
                   when other
                       display "opcao invalida"
               end-evaluate
           read arqTurmas

           if ws-fs-turmas = 0 then
               move fd-tur-capacidade to ws-vag-capacidade-anterior
               perform aceita-dados-turma

               move ws-tur-descricao  to fd-tur-descricao
                   perform finaliza-anormal
               else
                   display "Turma " ws-tur-codigo " alterada com sucesso"
                   if ws-tur-capacidade > ws-vag-capacidade-anterior then
                       move ws-tur-codigo           to ws-vag-turma
                       move ws-tur-ano              to ws-vag-ano
                       move "AUMENTO DE CAPACIDADE" to ws-vag-motivo
                       perform relata-vagas-turma
                   end-if
               end-if
           else
               if ws-fs-turmas = 23 then
           exit.

      *>------------------------------------------------------------------------
      *>  mapa de promoção (restrito a coordenação): informa para uma
      *>  turma a turma da serie seguinte, para onde o fecha-ano move os
      *>  aprovados na virada do ano; destino em branco exclui a turma do
      *>  mapa (turma da ultima serie, sem promoção)
      *>------------------------------------------------------------------------
       mantem-promocao-turma section.

           display "Codigo da turma de origem: "
           accept ws-pro-origem

           move ws-pro-origem to fd-tur-codigo
           read arqTurmas
           if ws-fs-turmas = 23 then
               display "Turma " ws-pro-origem " nao cadastrada"
           else
               if ws-fs-turmas <> 0 then
                   move 92                                to ws-msn-erro-ofsset
                   move ws-fs-turmas                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-pro-origem to fd-pro-turma-origem
               read arqPromocao
               if ws-fs-promocao = 0 then
                   display "Serie seguinte atual: " fd-pro-turma-destino
               else
                   if ws-fs-promocao = 23 then
                       display "Turma sem serie seguinte no mapa"
                   else
                       move 92                                  to ws-msn-erro-ofsset
                       move ws-fs-promocao                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqPromocao "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               display "Turma da serie seguinte (branco = sem promocao): "
               accept ws-pro-destino

               if ws-pro-destino = spaces then
                   perform exclui-promocao-turma
               else
                   if ws-pro-destino = ws-pro-origem then
                       display "A serie seguinte deve ser outra turma"
                   else
                       move ws-pro-destino to fd-tur-codigo
                       read arqTurmas
                       if ws-fs-turmas = 23 then
                           display "Turma " ws-pro-destino " nao cadastrada"
                       else
                           if ws-fs-turmas <> 0 then
                               move 92                                to ws-msn-erro-ofsset
                               move ws-fs-turmas                      to ws-msn-erro-cod
                               move "Erro ao ler arq. arqTurmas "     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           perform grava-promocao-turma
                       end-if
                   end-if
               end-if
           end-if
           .
       mantem-promocao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava (ou regrava) a turma da serie seguinte da origem
      *>------------------------------------------------------------------------
       grava-promocao-turma section.

           move ws-pro-origem  to fd-pro-turma-origem
           move ws-pro-destino to fd-pro-turma-destino
           write fd-promocao
           if ws-fs-promocao = 22 then
               rewrite fd-promocao
               if ws-fs-promocao <> 0 then
                   move 94                                  to ws-msn-erro-ofsset
                   move ws-fs-promocao                      to ws-msn-erro-cod
                   move "Erro ao alterar arq. arqPromocao " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if ws-fs-promocao <> 0 then
                   move 93                                  to ws-msn-erro-ofsset
                   move ws-fs-promocao                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqPromocao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Aprovados da turma " ws-pro-origem
                   " serao promovidos para a turma " ws-pro-destino
           .
       grava-promocao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  retira a turma de origem do mapa de promoção
      *>------------------------------------------------------------------------
       exclui-promocao-turma section.

           move ws-pro-origem to fd-pro-turma-origem
           delete arqPromocao
           if ws-fs-promocao = 0 then
               display "Turma " ws-pro-origem " sem serie seguinte - "
                       "os aprovados permanecem na turma"
           else
               if ws-fs-promocao = 23 then
                   display "Turma " ws-pro-origem " ja estava fora do mapa"
               else
                   move 95                                  to ws-msn-erro-ofsset
                   move ws-fs-promocao                      to ws-msn-erro-cod
                   move "Erro ao excluir arq. arqPromocao " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       exclui-promocao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutenção do cadastro mestre de disciplinas (restrita a
      *>  coordenação pela checagem de permissão do menu): inclusão,
      *>  alteração e consulta dos registros de arqDisciplinas, e a grade
      *>  curricular de cada turma em arqCurriculo
      *>------------------------------------------------------------------------
       manter-disciplinas section.

           perform until voltar-tela

               display "------ Cadastro de disciplinas ------"
               display "'I'ncluir, 'A'lterar ou 'C'onsultar disciplina,"
               display "ou 'G'rade curricular de uma turma?"
               accept ws-dis-opcao

               evaluate ws-dis-opcao
                   when = "I"
                       perform inclui-disciplina
                   when = "A"
                       perform altera-disciplina
                   when = "C"
                       perform consulta-disciplina
                   when = "G"
                       perform manter-curriculo
                   when other
                       display "opcao invalida"
               end-evaluate

               display "Deseja manter outra disciplina? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

      *>   a grade em memoria pode ter mudado - re-monta no proximo uso
           move high-values to ws-grade-turma
           .
       manter-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita os dados de uma disciplina (nome e carga horaria anual)
      *>  para inclusão ou alteração
      *>------------------------------------------------------------------------
       aceita-dados-disciplina section.

           move spaces to ws-dis-nome
           perform until ws-dis-nome <> spaces
               display "Nome da disciplina: "
               accept ws-dis-nome
           end-perform

           move zeros to ws-dis-carga-txt
           perform until ws-dis-carga > 0
               display "Carga horaria anual em horas (999): "
               accept ws-dis-carga-txt
               inspect ws-dis-carga-txt replacing all " " by "0"
               if ws-dis-carga-txt is not numeric then
                   move zeros to ws-dis-carga-txt
               end-if
               if ws-dis-carga = 0 then
                   display "Carga horaria deve ser maior que zero"
               end-if
           end-perform
           .
       aceita-dados-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui uma nova disciplina no cadastro mestre
      *>------------------------------------------------------------------------
       inclui-disciplina section.

           display "Codigo da disciplina (3 posicoes): "
           accept ws-dis-codigo

           if ws-dis-codigo = spaces then
               display "Codigo da disciplina invalido"
           else
               perform aceita-dados-disciplina

               move ws-dis-codigo to fd-dis-codigo
               move ws-dis-nome   to fd-dis-nome
               move ws-dis-carga  to fd-dis-carga-horaria

               write fd-disciplinas
               if ws-fs-cad-disc = 22 then
                   display "Disciplina " ws-dis-codigo " ja cadastrada - "
                           "use a alteração"
               else
                   if ws-fs-cad-disc <> 0 then
                       move 83                                      to ws-msn-erro-ofsset
                       move ws-fs-cad-disc                          to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqDisciplinas "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Disciplina " ws-dis-codigo
                               " incluida com sucesso"
                   end-if
               end-if
           end-if
           .
       inclui-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  altera o nome e a carga horaria de uma disciplina ja cadastrada
      *>  (o codigo, chave do registro e das notas, nao se altera)
      *>------------------------------------------------------------------------
       altera-disciplina section.

           display "Codigo da disciplina: "
           accept ws-dis-codigo

           move ws-dis-codigo to fd-dis-codigo
           read arqDisciplinas

           if ws-fs-cad-disc = 0 then
               display "Nome atual : " fd-dis-nome
               display "Carga atual: " fd-dis-carga-horaria
               perform aceita-dados-disciplina

               move ws-dis-nome  to fd-dis-nome
               move ws-dis-carga to fd-dis-carga-horaria

               rewrite fd-disciplinas
               if ws-fs-cad-disc <> 0 then
                   move 84                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao alterar arq. arqDisciplinas "  to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   display "Disciplina " ws-dis-codigo
                           " alterada com sucesso"
               end-if
           else
               if ws-fs-cad-disc = 23 then
                   display "Disciplina " ws-dis-codigo " nao cadastrada"
               else
                   move 85                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       altera-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  consulta uma disciplina do cadastro mestre
      *>------------------------------------------------------------------------
       consulta-disciplina section.

           display "Codigo da disciplina: "
           accept ws-dis-codigo

           move ws-dis-codigo to fd-dis-codigo
           read arqDisciplinas

           if ws-fs-cad-disc = 0 then
               display "Codigo       : " fd-dis-codigo
               display "Nome         : " fd-dis-nome
               display "Carga horaria: " fd-dis-carga-horaria " horas"
           else
               if ws-fs-cad-disc = 23 then
                   display "Disciplina " ws-dis-codigo " nao cadastrada"
               else
                   move 85                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       consulta-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutenção da grade curricular de uma turma do cadastro mestre:
      *>  exibe a grade atual e inclui ou exclui uma disciplina; a ordem
      *>  informada define a sequencia da disciplina no boletim e no
      *>  historico
      *>------------------------------------------------------------------------
       manter-curriculo section.

           display "Codigo da turma: "
           accept ws-cur-turma

           move ws-cur-turma to fd-tur-codigo
           read arqTurmas

           if ws-fs-turmas = 0 then
               perform lista-curriculo-turma

               display "'I'ncluir ou 'E'xcluir disciplina da grade,"
               display "ou 'V'oltar?"
               accept ws-cur-opcao

               evaluate ws-cur-opcao
                   when = "I"
                       perform inclui-curriculo
                       perform lista-curriculo-turma
                   when = "E"
                       perform exclui-curriculo
                       perform lista-curriculo-turma
                   when other
                       continue
               end-evaluate
           else
               if ws-fs-turmas = 23 then
                   display "Turma " ws-cur-turma " nao cadastrada - "
                           "use a opcao 'TU' para cadastra-la"
               else
                   move 88                                to ws-msn-erro-ofsset
                   move ws-fs-turmas                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       manter-curriculo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exibe a grade curricular da turma informada, pela chave parcial
      *>  (turma + ordem zero), guardando a ultima ordem usada
      *>------------------------------------------------------------------------
       lista-curriculo-turma section.

           move zeros to ws-cur-qtde
           move zeros to ws-cur-ultima-ordem

           display "Grade curricular da turma " ws-cur-turma ":"

           move ws-cur-turma to fd-cur-turma
           move zeros        to fd-cur-ordem
           start arqCurriculo key >= fd-cur-chave
           if ws-fs-curriculo = 0 then
               read arqCurriculo next
               perform until ws-fs-curriculo <> 0
                   or fd-cur-turma <> ws-cur-turma

                   add 1 to ws-cur-qtde
                   move fd-cur-ordem to ws-cur-ultima-ordem

                   move fd-cur-disciplina to fd-dis-codigo
                   read arqDisciplinas
                   if ws-fs-cad-disc <> 0 then
                       if ws-fs-cad-disc <> 23 then
                           move 85                                      to ws-msn-erro-ofsset
                           move ws-fs-cad-disc                          to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "*NAO CADASTRADA" to fd-dis-nome
                       move zeros to fd-dis-carga-horaria
                   end-if

                   display "  " fd-cur-ordem "  " fd-cur-disciplina
                           "  " fd-dis-nome "  " fd-dis-carga-horaria "h"

                   read arqCurriculo next
                   if ws-fs-curriculo <> 0
                   and ws-fs-curriculo <> 10 then
                       move 79                                      to ws-msn-erro-ofsset
                       move ws-fs-curriculo                         to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCurriculo "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               end-perform
           else
               if ws-fs-curriculo <> 23
               and ws-fs-curriculo <> 10 then
                   move 89                                      to ws-msn-erro-ofsset
                   move ws-fs-curriculo                         to ws-msn-erro-cod
                   move "Erro ao pesquisar arqCurriculo "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-cur-qtde = 0 then
               display "  turma sem grade propria - usa todas as "
                       "disciplinas do cadastro"
           end-if
           .
       lista-curriculo-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui uma disciplina do cadastro na grade da turma: a ordem
      *>  sugerida é a seguinte a ultima da grade; disciplina repetida na
      *>  grade é recusada
      *>------------------------------------------------------------------------
       inclui-curriculo section.

           display "Codigo da disciplina: "
           accept ws-dis-codigo

           move ws-dis-codigo to fd-dis-codigo
           read arqDisciplinas

           if ws-fs-cad-disc = 0 then
               move ws-cur-turma     to ws-grade-turma
               move zeros            to ws-qtde-grade
               perform carrega-curriculo-turma

               move ws-dis-codigo to ws-disc-informada
               perform valida-disciplina

               if disciplina-valida then
                   display "Disciplina " ws-dis-codigo
                           " ja consta da grade da turma"
               else
                   compute ws-cur-ordem = ws-cur-ultima-ordem + 1
                   display "Ordem na grade (99, vazio = " ws-cur-ordem "): "
                   accept ws-cur-ordem-txt
                   if ws-cur-ordem-txt <> spaces then
                       inspect ws-cur-ordem-txt replacing all " " by "0"
                       if ws-cur-ordem-txt is numeric then
                           move ws-cur-ordem-txt to ws-cur-ordem
                       end-if
                   end-if

                   move ws-cur-turma  to fd-cur-turma
                   move ws-cur-ordem  to fd-cur-ordem
                   move ws-dis-codigo to fd-cur-disciplina

                   write fd-curriculo
                   if ws-fs-curriculo = 22 then
                       display "Ordem " ws-cur-ordem " ja usada na grade"
                   else
                       if ws-fs-curriculo <> 0 then
                           move 86                                      to ws-msn-erro-ofsset
                           move ws-fs-curriculo                         to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqCurriculo "     to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           display "Disciplina " ws-dis-codigo
                                   " incluida na grade da turma "
                                   ws-cur-turma
                       end-if
                   end-if
               end-if

               move high-values to ws-grade-turma
           else
               if ws-fs-cad-disc = 23 then
                   display "Disciplina " ws-dis-codigo " nao cadastrada"
               else
                   move 85                                      to ws-msn-erro-ofsset
                   move ws-fs-cad-disc                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inclui-curriculo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclui da grade da turma a disciplina da ordem informada; as
      *>  notas ja lançadas na disciplina permanecem em arqNotasDisc
      *>------------------------------------------------------------------------
       exclui-curriculo section.

           display "Ordem da disciplina a excluir (99): "
           accept ws-cur-ordem-txt
           inspect ws-cur-ordem-txt replacing all " " by "0"

           if ws-cur-ordem-txt is not numeric then
               display "Ordem invalida"
           else
               move ws-cur-ordem-txt to ws-cur-ordem
               move ws-cur-turma     to fd-cur-turma
               move ws-cur-ordem     to fd-cur-ordem

               delete arqCurriculo
               evaluate ws-fs-curriculo
                   when 0
                       display "Ordem " ws-cur-ordem
                               " excluida da grade da turma " ws-cur-turma
                   when 23
                       display "Ordem " ws-cur-ordem " nao consta da grade"
                   when other
                       move 87                                      to ws-msn-erro-ofsset
                       move ws-fs-curriculo                         to ws-msn-erro-cod
                       move "Erro ao excluir arq. arqCurriculo "    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       exclui-curriculo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutenção do cadastro de operadores (restrita a coordenação pela
      *>  checagem de permissão do menu): inclusão, alteração e consulta
      *>  dos registros de arqOperadores
      *>------------------------------------------------------------------------
       manter-operadores section.

           perform until voltar-tela

               display "------ Cadastro de operadores ------"
               display "'I'ncluir, 'A'lterar ou 'C'onsultar operador?"
               accept ws-ope-opcao

               evaluate ws-ope-opcao
                   when = "I"
                       perform inclui-operador
                   when = "A"
                       perform altera-operador
                   when = "C"
                       perform consulta-operador
                   when other
                       display "opcao invalida"
               end-evaluate

               display "Deseja manter outro operador? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       manter-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita os dados de um operador (nome, senha e nivel) para
      *>  inclusão ou alteração, validando o nivel informado
      *>------------------------------------------------------------------------
       aceita-dados-operador section.

           display "Nome: "
           accept ws-ope-nome
           display "Senha: "
           accept ws-ope-senha

           move spaces to ws-ope-nivel
           perform until ws-ope-nivel = "S"
               or ws-ope-nivel = "C"
               display "Nivel 'S'ecretaria ou 'C'oordenacao: "
               accept ws-ope-nivel
           end-perform
           .
       aceita-dados-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui um novo operador no cadastro
      *>------------------------------------------------------------------------
       inclui-operador section.

           display "Codigo do operador: "
           accept ws-ope-codigo

           perform aceita-dados-operador

           move ws-ope-codigo to fd-ope-codigo
           move ws-ope-nome   to fd-ope-nome
           move ws-ope-senha  to fd-ope-senha
           move ws-ope-nivel  to fd-ope-nivel

           write fd-operadores
           if ws-fs-operadores = 22 then
               display "Operador " ws-ope-codigo " ja cadastrado - "
                       "use a alteração"
           else
               if ws-fs-operadores <> 0 then
                   move 50                                    to ws-msn-erro-ofsset
                   move ws-fs-operadores                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqOperadores "  to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   display "Operador " ws-ope-codigo
                           " incluido com sucesso"
               end-if
           end-if
           .
       inclui-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  altera os dados de um operador ja cadastrado (o codigo, chave do
      *>  registro, nao se altera)
      *>------------------------------------------------------------------------
       altera-operador section.

           display "Codigo do operador: "
           accept ws-ope-codigo

           move ws-ope-codigo to fd-ope-codigo
           read arqOperadores

           if ws-fs-operadores = 0 then
               perform aceita-dados-operador

               move ws-ope-nome  to fd-ope-nome
               move ws-ope-senha to fd-ope-senha
               move ws-ope-nivel to fd-ope-nivel

               rewrite fd-operadores
               if ws-fs-operadores <> 0 then
                   move 51                                    to ws-msn-erro-ofsset
                   move ws-fs-operadores                      to ws-msn-erro-cod
                   move "Erro ao alterar arq. arqOperadores " to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   move ws-men-data-hoje  to fd-men-data-pagamento
                   move ws-men-valor-pago to fd-men-valor-pago

                   move "arqMensalidades" to ws-jrn-arquivo
                   perform le-imagem-anterior
                   rewrite fd-mensalidades
                   if ws-fs-mensalidades <> 0 then
                       move 57                                      to ws-msn-erro-ofsset
                       move "Erro ao alterar arq. arqMensalidades " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       perform registra-jornal
                       display "Pagamento registrado com sucesso"
                   end-if
               end-if
           exit.

      *>------------------------------------------------------------------------
      *>  manutenção dos descontos e bolsas de mensalidade (restrita a
      *>  coordenação pela checagem de permissão do menu): lista as
      *>  concessões do aluno e inclui, corrige ou exclui uma concessão,
      *>  identificada pela competencia de inicio. O desconto de irmãos é
      *>  automatico no gera-mensalidades e nao se cadastra aqui
      *>------------------------------------------------------------------------
       manter-descontos section.

           perform until voltar-tela

               display "------ Descontos e bolsas de mensalidade ------"

               perform localiza-aluno
               if aluno-localizado then
                   perform lista-descontos-aluno

                   display "'I'ncluir/corrigir ou 'E'xcluir concessao?"
                   accept ws-dsc-opcao

                   evaluate ws-dsc-opcao
                       when = "I"
                           perform inclui-desconto
                       when = "E"
                           perform exclui-desconto
                       when other
                           display "opcao invalida"
                   end-evaluate
               else
                   display "Aluno informado nao encontrado"
               end-if

               display "Deseja manter outro aluno? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       manter-descontos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista as concessões do aluno localizado, pela chave parcial
      *>  (matricula + competencia zero)
      *>------------------------------------------------------------------------
       lista-descontos-aluno section.

           display "Concessoes do aluno " fd-aluno ":"
           move zeros to ws-dsc-qtde

           move fd-matricula to fd-dsc-matricula
           move zeros        to fd-dsc-competencia-ini
           start arqDescontos key >= fd-dsc-chave
           if ws-fs-descontos = 0 then
               read arqDescontos next
               perform until ws-fs-descontos <> 0
                   or fd-dsc-matricula <> fd-matricula

                   add 1 to ws-dsc-qtde
                   move fd-dsc-percentual to ws-dsc-percentual-ed
                   display "  " fd-dsc-competencia-ini
                           " a " fd-dsc-competencia-fim
                           "  tipo " fd-dsc-tipo
                           "  " ws-dsc-percentual-ed "%  "
                           fd-dsc-motivo

                   read arqDescontos next
                   if ws-fs-descontos <> 0
                   and ws-fs-descontos <> 10 then
                       move 103                                 to ws-msn-erro-ofsset
                       move ws-fs-descontos                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDescontos "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           else
               if ws-fs-descontos <> 23
               and ws-fs-descontos <> 10 then
                   move 103                                 to ws-msn-erro-ofsset
                   move ws-fs-descontos                     to ws-msn-erro-cod
                   move "Erro ao pesquisar arqDescontos "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-dsc-qtde = 0 then
               display "  nenhuma concessao cadastrada"
           else
               display "  (competencia final 000000 = sem prazo; tipo "
                       "'B' bolsa, 'D' desconto)"
           end-if
           .
       lista-descontos-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita a competencia de inicio da concessão (AAAAMM, mes de 01 a
      *>  12), chave da concessão dentro do aluno
      *>------------------------------------------------------------------------
       aceita-competencia-desconto section.

           move zeros to ws-dsc-comp-ini
           perform until ws-dsc-comp-ini-ano > 0
               and ws-dsc-comp-ini-mes >= 1
               and ws-dsc-comp-ini-mes <= 12
               display "Competencia de inicio (AAAAMM): "
               accept ws-dsc-comp-ini-txt
               inspect ws-dsc-comp-ini-txt replacing all " " by "0"
               if ws-dsc-comp-ini-txt is not numeric then
                   move zeros to ws-dsc-comp-ini
               end-if
           end-perform
           .
       aceita-competencia-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui (ou corrige, pela mesma competencia de inicio) uma
      *>  concessão de desconto ou bolsa para o aluno localizado e grava a
      *>  auditoria
      *>------------------------------------------------------------------------
       inclui-desconto section.

           perform aceita-competencia-desconto

           move zeros to ws-dsc-comp-fim
           move 99    to ws-dsc-comp-fim-mes
           perform until ws-dsc-comp-fim = 0
               or (ws-dsc-comp-fim >= ws-dsc-comp-ini
               and ws-dsc-comp-fim-mes >= 1
               and ws-dsc-comp-fim-mes <= 12)
               display "Competencia final (AAAAMM, vazio = sem prazo): "
               accept ws-dsc-comp-fim-txt
               inspect ws-dsc-comp-fim-txt replacing all " " by "0"
               if ws-dsc-comp-fim-txt is not numeric then
                   move 99 to ws-dsc-comp-fim-mes
               end-if
           end-perform

           move spaces to ws-dsc-tipo
           perform until ws-dsc-tipo = "B" or ws-dsc-tipo = "D"
               display "Tipo 'B'olsa ou 'D'esconto: "
               accept ws-dsc-tipo
           end-perform

           move zeros to ws-dsc-percentual
           perform until ws-dsc-percentual > 0
               and ws-dsc-percentual <= 100
               display "Percentual sobre a mensalidade (ex. 50,00): "
               accept ws-men-valor-txt
               perform converte-valor-pago
               if ws-men-valor-pago > 100 then
                   move zeros to ws-dsc-percentual
               else
                   move ws-men-valor-pago to ws-dsc-percentual
               end-if
           end-perform

           move spaces to ws-dsc-motivo
           perform until ws-dsc-motivo <> spaces
               display "Motivo (obrigatorio): "
               accept ws-dsc-motivo
           end-perform

           move fd-matricula to fd-dsc-matricula
           move ws-dsc-comp-ini to fd-dsc-competencia-ini
           read arqDescontos
           move spaces to ws-aud-valor-antigo
           if ws-fs-descontos = 0 then
               move fd-dsc-percentual to ws-dsc-percentual-ed
               string fd-dsc-tipo            delimited by size
                      " "                    delimited by size
                      ws-dsc-percentual-ed   delimited by size
                      "% "                   delimited by size
                      fd-dsc-competencia-ini delimited by size
                      "-"                    delimited by size
                      fd-dsc-competencia-fim delimited by size
                      into ws-aud-valor-antigo
           else
               if ws-fs-descontos <> 23 then
                   move 103                                 to ws-msn-erro-ofsset
                   move ws-fs-descontos                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDescontos "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-matricula      to fd-dsc-matricula
           move ws-dsc-comp-ini   to fd-dsc-competencia-ini
           move ws-dsc-comp-fim   to fd-dsc-competencia-fim
           move ws-dsc-tipo       to fd-dsc-tipo
           move ws-dsc-percentual to fd-dsc-percentual
           move ws-dsc-motivo     to fd-dsc-motivo

           write fd-descontos
           if ws-fs-descontos = 22 then
               rewrite fd-descontos
           end-if

           if ws-fs-descontos <> 0 then
               move 104                                 to ws-msn-erro-ofsset
               move ws-fs-descontos                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDescontos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Concessao gravada para " fd-aluno

           move "DESCONTO" to ws-aud-campo
           move ws-dsc-percentual to ws-dsc-percentual-ed
           move spaces     to ws-aud-valor-novo
           string ws-dsc-tipo          delimited by size
                  " "                  delimited by size
                  ws-dsc-percentual-ed delimited by size
                  "% "                 delimited by size
                  ws-dsc-comp-ini      delimited by size
                  "-"                  delimited by size
                  ws-dsc-comp-fim      delimited by size
                  into ws-aud-valor-novo
           perform grava-auditoria
           .
       inclui-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclui a concessão do aluno localizado pela competencia de inicio
      *>------------------------------------------------------------------------
       exclui-desconto section.

           perform aceita-competencia-desconto

           move fd-matricula    to fd-dsc-matricula
           move ws-dsc-comp-ini to fd-dsc-competencia-ini
           read arqDescontos
           if ws-fs-descontos = 23 then
               display "Concessao com inicio em " ws-dsc-comp-ini
                       " nao cadastrada"
           else
               if ws-fs-descontos <> 0 then
                   move 103                                 to ws-msn-erro-ofsset
                   move ws-fs-descontos                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDescontos "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move fd-dsc-percentual to ws-dsc-percentual-ed
               move spaces to ws-aud-valor-antigo
               string fd-dsc-tipo            delimited by size
                      " "                    delimited by size
                      ws-dsc-percentual-ed   delimited by size
                      "% "                   delimited by size
                      fd-dsc-competencia-ini delimited by size
                      "-"                    delimited by size
                      fd-dsc-competencia-fim delimited by size
                      into ws-aud-valor-antigo

               delete arqDescontos
               if ws-fs-descontos <> 0 then
                   move 105                                 to ws-msn-erro-ofsset
                   move ws-fs-descontos                     to ws-msn-erro-cod
                   move "Erro ao excluir arq. arqDescontos " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Concessao excluida"

               move "DESCONTO"  to ws-aud-campo
               move "EXCLUIDO"  to ws-aud-valor-novo
               perform grava-auditoria
           end-if
           .
       exclui-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  transferencia de aluno para outra escola no meio do ano letivo
      *>  (restrita a coordenação pela checagem de permissão do menu):
      *>  marca fd-situacao = "T" no cadastro, registra a escola de
      *>  destino e a data em arqTransferencias e grava a auditoria da
      *>  mudança. A declaração impressa sai pelo declara-transferencia.
      *>------------------------------------------------------------------------
       transferir-aluno section.

           perform until voltar-tela

               display "------ Transferencia de aluno ------"

               perform localiza-aluno
               if aluno-localizado then
                   if fd-aluno-ativo then
                       perform efetiva-transferencia
                   else
                       display "Aluno " fd-aluno " nao esta ativo - "
                               "somente aluno ativo pode ser transferido"
                   end-if
               else
                   display "Aluno informado nao encontrado"
               end-if

               display "Deseja transferir outro aluno? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       transferir-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita a escola de destino e a data e efetiva a transferencia do
      *>  aluno ja localizado (fd-alunos carregado pelo localiza-aluno)
      *>------------------------------------------------------------------------
       efetiva-transferencia section.

           display "Escola de destino: "
           accept ws-trf-escola

           if ws-trf-escola = spaces then
               display "Escola de destino e obrigatoria - "
                       "transferencia nao efetuada"
           else

           display "Data da transferencia (AAAAMMDD, vazio = hoje): "
           accept ws-trf-data-txt

           if ws-trf-data-txt = spaces then
           move fd-turma       to fd-trf-turma
           move fd-ano-letivo  to fd-trf-ano-letivo

           move "arqTransferencias" to ws-jrn-arquivo
           perform le-imagem-anterior
           write fd-transferencias
           if ws-fs-transferencias = 22 then
               rewrite fd-transferencias
               move "Erro ao gravar arq. arqTransferencias "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform registra-jornal

           move fd-situacao to ws-aud-valor-antigo

           move "T"         to fd-situacao
           move ws-trf-data to fd-data-situacao
           move "arqCadAlu" to ws-jrn-arquivo
           perform le-imagem-anterior
           rewrite fd-alunos
           if ws-fs-arqCadAlu = 0 then
               perform registra-jornal
               display "Aluno " fd-aluno " transferido para "
                       ws-trf-escola

                      ws-trf-escola  delimited by size
                      into ws-aud-valor-novo
               perform grava-auditoria

               move fd-turma        to ws-vag-turma
               move fd-ano-letivo   to ws-vag-ano
               move "TRANSFERENCIA" to ws-vag-motivo
               perform relata-vagas-turma
           else
               move 61                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAlu                       to ws-msn-erro-cod
       efetiva-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  recebimento de aluno transferido de outra escola no meio do ano
      *>  letivo (restrito a coordenação pela checagem de permissão do
      *>  menu): o aluno é matriculado antes pela opção 'CA'; aqui se
      *>  registram, a partir da declaração da escola de origem, a escola,
      *>  a data de chegada, os bimestres ja cursados, os totais de
      *>  frequencia (arqTransfEntrada) e as notas desses bimestres por
      *>  disciplina (arqNotasDisc). Boletim, fecha-ano e historico
      *>  somam esses valores aos lançamentos da escola
      *>------------------------------------------------------------------------
       receber-transferencia section.

           perform until voltar-tela

               display "------ Recebimento de aluno transferido ------"

               perform localiza-aluno
               if aluno-localizado then
                   if fd-aluno-ativo then
                       perform registra-transf-entrada
                   else
                       display "Aluno " fd-aluno " nao esta ativo - "
                               "somente aluno ativo pode ser recebido"
                   end-if
               else
                   display "Aluno informado nao encontrado - matricule-o "
                           "antes pela opcao 'CA'"
               end-if

               display "Deseja receber outro aluno? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       receber-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita os dados da declaração da escola de origem e grava a
      *>  transferencia recebida do aluno ja localizado (fd-alunos
      *>  carregado pelo localiza-aluno); transferencia ja registrada no
      *>  ano é re-gravada (correção)
      *>------------------------------------------------------------------------
       registra-transf-entrada section.

           move spaces        to ws-aud-valor-antigo
           move fd-matricula  to fd-tre-matricula
           move fd-ano-letivo to fd-tre-ano-letivo
           read arqTransfEntrada
           if ws-fs-transf-entrada = 0 then
               move fd-tre-escola-origem to ws-aud-valor-antigo
               display "Transferencia ja registrada no ano - escola "
                       fd-tre-escola-origem
               display "Os dados informados substituem os anteriores"
           else
               if ws-fs-transf-entrada <> 23 then
                   move 133                                       to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTransfEntrada "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Escola de origem: "
           accept ws-tre-escola

           if ws-tre-escola = spaces then
               display "Escola de origem e obrigatoria - "
                       "transferencia nao registrada"
           else

           display "Data de chegada (AAAAMMDD, vazio = hoje): "
           accept ws-tre-data-txt

           if ws-tre-data-txt = spaces then
               accept ws-tre-data from date yyyymmdd
           else
               inspect ws-tre-data-txt replacing all " " by "0"
           end-if

      *>   o aluno chega no maximo no inicio do 4o bimestre: ao menos um
      *>   bimestre (e no maximo tres) foi cursado na escola de origem
           move spaces to ws-tre-bimestres-txt
           perform until ws-tre-bimestres-txt >= "1"
                     and ws-tre-bimestres-txt <= "3"
               display "Bimestres cursados na escola de origem (1 a 3): "
               accept ws-tre-bimestres-txt
               if ws-tre-bimestres-txt < "1"
               or ws-tre-bimestres-txt > "3" then
                   display "Quantidade invalida! Informe 1, 2 ou 3."
               end-if
           end-perform

      *>   totais de frequencia da declaração: faltas abonadas contam
      *>   como presença na apuração dos 75%, como os atestados da escola
           set frequencia-origem-invalida to true
           perform until frequencia-origem-valida
               move "Dias letivos na escola de origem: " to ws-tre-rotulo
               perform aceita-qtde-origem
               move ws-tre-qtde to ws-tre-dias-letivos

               move "Faltas nao abonadas na escola de origem: "
                                                         to ws-tre-rotulo
               perform aceita-qtde-origem
               move ws-tre-qtde to ws-tre-faltas

               move "Faltas abonadas na escola de origem: " to ws-tre-rotulo
               perform aceita-qtde-origem
               move ws-tre-qtde to ws-tre-abonadas

               if ws-tre-dias-letivos = 0 then
                   display "Dias letivos devem ser informados - "
                           "informe a frequencia de novo"
               else
                   if ws-tre-faltas + ws-tre-abonadas
                      > ws-tre-dias-letivos then
                       display "Faltas excedem os dias letivos - "
                               "informe a frequencia de novo"
                   else
                       set frequencia-origem-valida to true
                   end-if
               end-if
           end-perform

           move fd-matricula        to fd-tre-matricula
           move fd-ano-letivo       to fd-tre-ano-letivo
           move ws-tre-escola       to fd-tre-escola-origem
           move ws-tre-data         to fd-tre-data-chegada
           move ws-tre-bimestres    to fd-tre-bimestres-origem
           move ws-tre-dias-letivos to fd-tre-dias-letivos
           move ws-tre-faltas       to fd-tre-faltas
           move ws-tre-abonadas     to fd-tre-abonadas

           move "arqTransfEntrada" to ws-jrn-arquivo
           perform le-imagem-anterior
           write fd-transf-entrada
           if ws-fs-transf-entrada = 22 then
               rewrite fd-transf-entrada
           end-if

           if ws-fs-transf-entrada <> 0 then
               move 134                                         to ws-msn-erro-ofsset
               move ws-fs-transf-entrada                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTransfEntrada "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform registra-jornal

           display "Aluno " fd-aluno " recebido de " ws-tre-escola

           move "TRANSF-ENT" to ws-aud-campo
           move spaces       to ws-aud-valor-novo
           string "E "           delimited by size
                  ws-tre-escola  delimited by size
                  into ws-aud-valor-novo
           perform grava-auditoria

           move ws-tre-bimestres to ws-tre-bim-origem
           perform aceita-notas-origem

           end-if
           .
       registra-transf-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita uma quantidade de dias da declaração da escola de origem,
      *>  com o texto do prompt em ws-tre-rotulo; o valor volta em
      *>  ws-tre-qtde
      *>------------------------------------------------------------------------
       aceita-qtde-origem section.

           set qtde-origem-invalida to true
           perform until qtde-origem-valida
               display ws-tre-rotulo
               accept ws-tre-qtde-txt

               move zeros to ws-loc-qtde-digitos
               inspect ws-tre-qtde-txt
                   tallying ws-loc-qtde-digitos
                   for characters before initial " "
               move zeros to ws-tre-qtde
               if ws-loc-qtde-digitos = 0 then
                   set qtde-origem-valida to true
               else
                   if ws-tre-qtde-txt(1:ws-loc-qtde-digitos) is numeric then
                       move ws-tre-qtde-txt(1:ws-loc-qtde-digitos)
                           to ws-tre-qtde
                       set qtde-origem-valida to true
                   else
                       display "Quantidade invalida! Informe somente numeros."
                   end-if
               end-if
           end-perform
           .
       aceita-qtde-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita, disciplina a disciplina da grade da turma, as notas dos
      *>  bimestres cursados na escola de origem. A trava de bimestre
      *>  fechado nao se aplica: as notas vem da declaração e nao foram
      *>  lançadas pela escola. Os bimestres seguintes ficam como estavam
      *>  e são lançados depois pela opção 'ND'
      *>------------------------------------------------------------------------
       aceita-notas-origem section.

           perform carrega-grade-turma

           if ws-qtde-grade = 0 then
               display "Turma " fd-turma " sem disciplinas - notas da "
                       "escola de origem nao lancadas"
               display "Cadastre-as pela opcao 'DI' e repita a opcao 'TE'"
           else
               display "Notas da declaracao da escola de origem - "
                       "bimestres 1 a " ws-tre-bim-origem
               perform varying ws-disc-ind from 1 by 1
                   until ws-disc-ind > ws-qtde-grade
                   perform aceita-notas-origem-disciplina
               end-perform
           end-if
           .
       aceita-notas-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita e grava as notas de origem de uma disciplina da grade
      *>  (ws-disc-ind); registro ja existente é re-gravado e mantem as
      *>  notas dos bimestres cursados na escola
      *>------------------------------------------------------------------------
       aceita-notas-origem-disciplina section.

           move ws-disc-codigo(ws-disc-ind) to ws-disc-informada

           move zeros to ws-nota1 ws-nota2 ws-nota3 ws-nota4
           move fd-matricula      to fd-nd-matricula
           move ws-disc-informada to fd-nd-disciplina
           read arqNotasDisc
           if ws-fs-notasdisc = 0 then
               move fd-nd-nota1 to ws-nota1
               move fd-nd-nota2 to ws-nota2
               move fd-nd-nota3 to ws-nota3
               move fd-nd-nota4 to ws-nota4
           else
               if ws-fs-notasdisc <> 23 then
                   move 135                                to ws-msn-erro-ofsset
                   move ws-fs-notasdisc                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotasDisc "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Disciplina " ws-disc-codigo(ws-disc-ind)
                   " " ws-disc-nome(ws-disc-ind)

           set nota-invalida to true
           perform until nota-valida
               display "Informe a nota1 da escola de origem: "
               accept ws-nota1
               move ws-nota1 to ws-nota-validar
               perform valida-nota
           end-perform

           if ws-tre-bim-origem >= 2 then
               set nota-invalida to true
               perform until nota-valida
                   display "Informe a nota2 da escola de origem: "
                   accept ws-nota2
                   move ws-nota2 to ws-nota-validar
                   perform valida-nota
               end-perform
           end-if

           if ws-tre-bim-origem >= 3 then
               set nota-invalida to true
               perform until nota-valida
                   display "Informe a nota3 da escola de origem: "
                   accept ws-nota3
                   move ws-nota3 to ws-nota-validar
                   perform valida-nota
               end-perform
           end-if

           move fd-matricula       to fd-nd-matricula
           move ws-disc-informada  to fd-nd-disciplina
           move ws-nota1           to fd-nd-nota1
           move ws-nota2           to fd-nd-nota2
           move ws-nota3           to fd-nd-nota3
           move ws-nota4           to fd-nd-nota4
           move 1                  to fd-nd-informou

           move "arqNotasDisc" to ws-jrn-arquivo
           perform le-imagem-anterior
           write fd-notas-disc
           if ws-fs-notasdisc = 22 then
               rewrite fd-notas-disc
           end-if

           if ws-fs-notasdisc <> 0 then
               move 136                                   to ws-msn-erro-ofsset
               move ws-fs-notasdisc                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotasDisc "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform registra-jornal
           .
       aceita-notas-origem-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  bimestres cursados na escola de origem pelo aluno localizado no
      *>  ano letivo corrente (zero quando nao veio transferido)
      *>------------------------------------------------------------------------
       le-bimestres-origem section.

           move zeros         to ws-tre-bim-origem
           move fd-matricula  to fd-tre-matricula
           move fd-ano-letivo to fd-tre-ano-letivo
           read arqTransfEntrada
           if ws-fs-transf-entrada = 0 then
               move fd-tre-bimestres-origem to ws-tre-bim-origem
           else
               if ws-fs-transf-entrada <> 23 then
                   move 137                                       to ws-msn-erro-ofsset
                   move ws-fs-transf-entrada                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTransfEntrada "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       le-bimestres-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui na lista de espera da turma/ano o aluno recusado no
      *>  cadastro por turma lotada, chamando o subprograma
      *>  registra-espera com os dados ja informados
      *>------------------------------------------------------------------------
       inclui-espera-cadastro section.

           move zeros          to ws-reg-matricula
           move ws-aluno       to ws-reg-aluno
           move ws-endereco    to ws-reg-endereco
           move ws-mae         to ws-reg-mae
           move ws-pai         to ws-reg-pai
           move ws-telefone    to ws-reg-telefone
           move ws-nota1       to ws-reg-nota1
           move ws-nota2       to ws-reg-nota2
           move ws-nota3       to ws-reg-nota3
           move ws-nota4       to ws-reg-nota4
           move ws-informou    to ws-reg-informou
           move ws-turma       to ws-reg-turma
           move ws-ano-letivo  to ws-reg-ano-letivo
           move "C"            to ws-esp-origem

           call "registra-espera" using ws-reg-alunos
                                        ws-esp-origem
                                        ws-esp-retorno
                                        ws-esp-posicao

           evaluate true
               when ws-esp-retorno-ok
                   display "Aluno incluido na lista de espera da turma "
                           ws-turma " - posicao " ws-esp-posicao
               when ws-esp-retorno-ja-na-lista
                   display "Aluno ja esta na lista de espera da turma "
                           ws-turma " - posicao " ws-esp-posicao
               when other
                   display "Erro ao incluir na lista de espera - "
                           "anote o pedido e avise o suporte"
           end-evaluate
           .
       inclui-espera-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista de espera das turmas lotadas: consulta a fila de uma
      *>  turma/ano e matricula (pelo registra-aluno) ou baixa como
      *>  desistente um pedido da fila. O arquivo é aberto somente
      *>  durante a opção
      *>------------------------------------------------------------------------
       manter-lista-espera section.

           open i-o arqEspera
           if ws-fs-espera = 35 then
      *>       arquivo ainda nao existe - cria-se vazio antes de usar
               open output arqEspera
               close arqEspera
               open i-o arqEspera
           end-if

           if  ws-fs-espera <> 00 then
               move 107                                 to ws-msn-erro-ofsset
               move ws-fs-espera                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEspera "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until voltar-tela

               display "------ Lista de espera das turmas lotadas ------"

               display "Turma: "
               accept ws-esp-turma
               display "Ano letivo (AAAA): "
               accept ws-esp-ano-txt
               inspect ws-esp-ano-txt replacing all " " by "0"

               perform lista-espera-turma

               if ws-esp-qtde > 0 then
                   display "'M'atricular pedido, 'D'esistencia ou "
                           "'V'oltar?"
                   accept ws-esp-opcao

                   evaluate ws-esp-opcao
                       when = "M"
                           perform matricula-pedido-espera
                       when = "D"
                           perform desistencia-pedido-espera
                       when other
                           continue
                   end-evaluate
               end-if

               display "Deseja consultar outra turma? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           close arqEspera
           if ws-fs-espera <> 0 then
               move 110                                 to ws-msn-erro-ofsset
               move ws-fs-espera                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEspera "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       manter-lista-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista os pedidos aguardando vaga na turma/ano, em ordem de
      *>  chegada, pela chave parcial (turma + ano + sequencia zero)
      *>------------------------------------------------------------------------
       lista-espera-turma section.

           move zeros to ws-esp-qtde

           move ws-esp-turma to fd-esp-turma
           move ws-esp-ano   to fd-esp-ano-letivo
           move zeros        to fd-esp-sequencia
           start arqEspera key >= fd-esp-chave
           if ws-fs-espera = 0 then
               read arqEspera next
               perform until ws-fs-espera <> 0
                   or fd-esp-turma <> ws-esp-turma
                   or fd-esp-ano-letivo <> ws-esp-ano

                   if fd-esp-aguardando then
                       add 1 to ws-esp-qtde
                       if fd-esp-mae <> spaces then
                           move fd-esp-mae to ws-esp-responsavel
                       else
                           move fd-esp-pai to ws-esp-responsavel
                       end-if
                       display ws-esp-qtde " seq " fd-esp-sequencia
                               " " fd-esp-aluno
                               " pedido " fd-esp-data-pedido
                       display "       resp. " ws-esp-responsavel
                               " tel. " fd-esp-telefone
                   end-if

                   read arqEspera next
                   if ws-fs-espera <> 0
                   and ws-fs-espera <> 10 then
                       move 108                                 to ws-msn-erro-ofsset
                       move ws-fs-espera                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEspera "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           else
               if ws-fs-espera <> 23
               and ws-fs-espera <> 10 then
                   move 108                                 to ws-msn-erro-ofsset
                   move ws-fs-espera                        to ws-msn-erro-cod
                   move "Erro ao pesquisar arqEspera "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-esp-qtde = 0 then
               display "Nenhum pedido aguardando vaga na turma "
                       ws-esp-turma "/" ws-esp-ano
           end-if
           .
       lista-espera-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o pedido da turma/ano consultada pela sequencia informada
      *>  (mesma contagem de digitos do localiza-aluno)
      *>------------------------------------------------------------------------
       localiza-pedido-espera section.

           display "Sequencia do pedido: "
           accept ws-esp-seq-txt

           move zeros to ws-esp-qtde-digitos
           inspect ws-esp-seq-txt
               tallying ws-esp-qtde-digitos
               for characters before initial " "
           move zeros to ws-esp-seq
           if ws-esp-qtde-digitos > 0 then
               move ws-esp-seq-txt(1:ws-esp-qtde-digitos) to ws-esp-seq
           end-if

           move ws-esp-turma to fd-esp-turma
           move ws-esp-ano   to fd-esp-ano-letivo
           move ws-esp-seq   to fd-esp-sequencia
           read arqEspera
           if ws-fs-espera <> 0
           and ws-fs-espera <> 23 then
               move 108                                 to ws-msn-erro-ofsset
               move ws-fs-espera                        to ws-msn-erro-cod
               move "Erro ao ler arq. arqEspera "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       localiza-pedido-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  matricula o aluno de um pedido da fila pelo subprograma
      *>  registra-aluno, que refaz as validações de duplicidade e de vaga
      *>  na turma. O cadastro e as turmas sao fechados durante a chamada,
      *>  pois o subprograma os abre por conta propria
      *>------------------------------------------------------------------------
       matricula-pedido-espera section.

           perform localiza-pedido-espera

           if ws-fs-espera = 23 then
               display "Pedido nao encontrado na turma " ws-esp-turma
           else
           if not fd-esp-aguardando then
               display "Pedido nao esta aguardando vaga (situacao "
                       fd-esp-situacao ")"
           else
               move zeros              to ws-reg-matricula
               move fd-esp-aluno       to ws-reg-aluno
               move fd-esp-endereco    to ws-reg-endereco
               move fd-esp-mae         to ws-reg-mae
               move fd-esp-pai         to ws-reg-pai
               move fd-esp-telefone    to ws-reg-telefone
               move fd-esp-nota1       to ws-reg-nota1
               move fd-esp-nota2       to ws-reg-nota2
               move fd-esp-nota3       to ws-reg-nota3
               move fd-esp-nota4       to ws-reg-nota4
               move fd-esp-informou    to ws-reg-informou
               move fd-esp-turma       to ws-reg-turma
               move fd-esp-ano-letivo  to ws-reg-ano-letivo

               close arqCadAlu
               close arqTurmas

               call "registra-aluno" using ws-reg-alunos ws-reg-retorno

               open i-o arqCadAlu
               if  ws-fs-arqCadAlu <> 00 then
                   move 111                              to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlu                  to ws-msn-erro-cod
                   move "Erro ao reabrir arq. arqCadAlu " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open i-o arqTurmas
               if  ws-fs-turmas <> 00 then
                   move 112                              to ws-msn-erro-ofsset
                   move ws-fs-turmas                     to ws-msn-erro-cod
                   move "Erro ao reabrir arq. arqTurmas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               evaluate true
                   when ws-reg-retorno-ok
                       move "M"               to fd-esp-situacao
                       move ws-reg-matricula  to fd-esp-matricula
                       accept ws-data-situacao-hoje from date yyyymmdd
                       move ws-data-situacao-hoje to fd-esp-data-situacao
                       perform regrava-pedido-espera
                       display "Aluno " fd-esp-aluno
                               " matriculado com a matricula "
                               ws-reg-matricula
                   when ws-reg-retorno-turma-lotada
                       display "Turma " fd-esp-turma " continua lotada - "
                               "pedido mantido na lista"
                   when ws-reg-retorno-aluno-duplicado
                       display "Aluno ja cadastrado nesta turma/ano - "
                               "use a 'D'esistencia para tirar o "
                               "pedido da fila"
                   when ws-reg-retorno-turma-invalida
                       display "Turma " fd-esp-turma " nao cadastrada "
                               "para o ano " fd-esp-ano-letivo
                   when ws-reg-retorno-nota-invalida
                       display "Pedido com nota invalida - "
                               "matricule pela opcao 'CA'"
                   when other
                       display "Erro de arquivo na matricula - "
                               "pedido mantido na lista"
               end-evaluate
           end-if
           end-if
           .
       matricula-pedido-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  baixa um pedido da fila como desistente (familia que nao quer
      *>  mais a vaga ou aluno ja matriculado por outro caminho)
      *>------------------------------------------------------------------------
       desistencia-pedido-espera section.

           perform localiza-pedido-espera

           if ws-fs-espera = 23 then
               display "Pedido nao encontrado na turma " ws-esp-turma
           else
               if not fd-esp-aguardando then
                   display "Pedido nao esta aguardando vaga (situacao "
                           fd-esp-situacao ")"
               else
                   move "D"                   to fd-esp-situacao
                   accept ws-data-situacao-hoje from date yyyymmdd
                   move ws-data-situacao-hoje to fd-esp-data-situacao
                   perform regrava-pedido-espera
                   display "Pedido de " fd-esp-aluno
                           " baixado como desistente"
               end-if
           end-if
           .
       desistencia-pedido-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  re-grava o pedido da fila com a nova situacao
      *>------------------------------------------------------------------------
       regrava-pedido-espera section.

           rewrite fd-espera
           if ws-fs-espera <> 0 then
               move 109                                 to ws-msn-erro-ofsset
               move ws-fs-espera                        to ws-msn-erro-cod
               move "Erro ao alterar arq. arqEspera "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-pedido-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relatorio de vaga aberta: quando uma transferencia, uma exclusão
      *>  ou um aumento de capacidade abre vaga na turma/ano informada em
      *>  ws-vag-turma/ws-vag-ano, lista na tela e em VAGAS.LST as
      *>  proximas familias da lista de espera a chamar -- tantas quantas
      *>  as vagas livres na turma
      *>------------------------------------------------------------------------
       relata-vagas-turma section.

           move ws-vag-turma to fd-tur-codigo
           read arqTurmas
           if ws-fs-turmas <> 0
           and ws-fs-turmas <> 23 then
               move 113                               to ws-msn-erro-ofsset
               move ws-fs-turmas                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqTurmas "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-turmas = 0
           and fd-tur-ano-letivo = ws-vag-ano then
               move ws-vag-turma to ws-turma
               move ws-vag-ano   to ws-ano-letivo
               perform conta-ocupacao-turma

               if ws-tur-ocupacao < fd-tur-capacidade then
                   compute ws-vag-qtde =
                       fd-tur-capacidade - ws-tur-ocupacao
                   perform lista-proximos-espera
               end-if
           end-if
           .
       relata-vagas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista os primeiros pedidos aguardando vaga na turma/ano, ate a
      *>  quantidade de vagas livres; sem lista de espera nada é impresso
      *>------------------------------------------------------------------------
       lista-proximos-espera section.

           move zeros to ws-vag-listados

           open input arqEspera
           if ws-fs-espera = 35 then
               continue
           else
               if ws-fs-espera <> 0 then
                   move 114                                 to ws-msn-erro-ofsset
                   move ws-fs-espera                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEspera "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-vag-turma to fd-esp-turma
               move ws-vag-ano   to fd-esp-ano-letivo
               move zeros        to fd-esp-sequencia
               start arqEspera key >= fd-esp-chave
               if ws-fs-espera = 0 then
                   read arqEspera next
                   perform until ws-fs-espera <> 0
                       or fd-esp-turma <> ws-vag-turma
                       or fd-esp-ano-letivo <> ws-vag-ano
                       or ws-vag-listados >= ws-vag-qtde

                       if fd-esp-aguardando then
                           add 1 to ws-vag-listados
                           if ws-vag-listados = 1 then
                               perform abre-relatorio-vagas
                           end-if
                           perform imprime-familia-vaga
                       end-if

                       read arqEspera next
                       if ws-fs-espera <> 0
                       and ws-fs-espera <> 10 then
                           move 115                             to ws-msn-erro-ofsset
                           move ws-fs-espera                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqEspera "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-perform
               else
                   if ws-fs-espera <> 23
                   and ws-fs-espera <> 10 then
                       move 115                             to ws-msn-erro-ofsset
                       move ws-fs-espera                    to ws-msn-erro-cod
                       move "Erro ao pesquisar arqEspera "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqEspera
               if ws-fs-espera <> 0 then
                   move 116                                 to ws-msn-erro-ofsset
                   move ws-fs-espera                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEspera "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-vag-listados > 0 then
               close arqVagas
               if ws-fs-vagas <> 0 then
                   move 118                                 to ws-msn-erro-ofsset
                   move ws-fs-vagas                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. VAGAS.LST "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               display "Familias a chamar gravadas em VAGAS.LST"
           end-if
           .
       lista-proximos-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o relatorio de vagas em EXTEND (criando-o na primeira vez)
      *>  e imprime o cabeçalho da vaga aberta
      *>------------------------------------------------------------------------
       abre-relatorio-vagas section.

           open extend arqVagas
           if ws-fs-vagas = 35 then
      *>       relatorio ainda nao existe - cria-se na primeira vaga
               open output arqVagas
           end-if

           if ws-fs-vagas <> 0 then
               move 117                                 to ws-msn-erro-ofsset
               move ws-fs-vagas                         to ws-msn-erro-cod
               move "Erro ao abrir arq. VAGAS.LST "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-vag-data from date yyyymmdd

           move spaces to fd-vagas-linha
           string "VAGA NA TURMA "  delimited by size
                  ws-vag-turma      delimited by size
                  "/"               delimited by size
                  ws-vag-ano        delimited by size
                  " EM "            delimited by size
                  ws-vag-data-dia   delimited by size
                  "/"               delimited by size
                  ws-vag-data-mes   delimited by size
                  "/"               delimited by size
                  ws-vag-data-ano   delimited by size
                  " - "             delimited by size
                  ws-vag-motivo     delimited by size
                  into fd-vagas-linha
           write fd-vagas-linha
           display fd-vagas-linha

           move spaces to fd-vagas-linha
           string "  Vagas livres: " delimited by size
                  ws-vag-qtde        delimited by size
                  " - familias a chamar, em ordem de pedido:"
                                     delimited by size
                  into fd-vagas-linha
           write fd-vagas-linha
           display fd-vagas-linha
           .
       abre-relatorio-vagas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a familia do pedido corrente: posição, sequencia, aluno,
      *>  responsavel (mae, ou o pai quando a mae nao foi informada) e
      *>  telefone
      *>------------------------------------------------------------------------
       imprime-familia-vaga section.

           move ws-vag-listados  to ws-vag-posicao
           move fd-esp-sequencia to ws-vag-sequencia
           move fd-esp-aluno     to ws-vag-aluno
           if fd-esp-mae <> spaces then
               move fd-esp-mae   to ws-vag-responsavel
           else
               move fd-esp-pai   to ws-vag-responsavel
           end-if
           move fd-esp-telefone  to ws-vag-telefone

           move ws-vag-linha to fd-vagas-linha
           write fd-vagas-linha
           display fd-vagas-linha
           .
       imprime-familia-vaga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conselho de classe (restrito a coordenação pela checagem de
      *>  permissão do menu): registra, para o aluno ativo e o seu ano
      *>  letivo, o resultado final decidido pelo conselho, que o boletim,
      *>  o fecha-ano e o historico passam a usar no lugar do resultado
      *>  apurado -- as notas nao sao alteradas. A decisão pode ser
      *>  refeita ou excluida ate o encerramento do ano; toda mudança sai
      *>  na trilha de auditoria
      *>------------------------------------------------------------------------
       registrar-conselho section.

           perform until voltar-tela

               display "------ Conselho de classe ------"

               perform localiza-aluno
               if aluno-localizado then
                   if fd-aluno-ativo then
                       perform registra-decisao-conselho
                   else
                       display "Aluno " fd-aluno " nao esta ativo - "
                               "conselho somente para aluno ativo"
                   end-if
               else
                   display "Aluno informado nao encontrado"
               end-if

               display "Deseja registrar outra decisao? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       registrar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exibe a decisão ja registrada para o aluno localizado no seu ano
      *>  letivo e aceita a nova decisão, a justificativa (obrigatoria) e
      *>  a data da reunião
      *>------------------------------------------------------------------------
       registra-decisao-conselho section.

           move fd-matricula  to fd-con-matricula
           move fd-ano-letivo to fd-con-ano
           read arqConselho
           if ws-fs-conselho = 0 then
               set decisao-existente to true
               display "Decisao atual : " fd-con-resultado
                       " em " fd-con-data-reuniao
                       " por " fd-con-operador
               display "Justificativa : " fd-con-justificativa
           else
               if ws-fs-conselho = 23 then
                   set decisao-inexistente to true
                   display "Aluno " fd-aluno " sem decisao do conselho em "
                           fd-ano-letivo
               else
                   move 98                                  to ws-msn-erro-ofsset
                   move ws-fs-conselho                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "'A'provar, 'R'eprovar ou 'E'xcluir a decisao?"
           accept ws-con-opcao

           evaluate ws-con-opcao
               when = "A"
                   move "APROVADO CONSELHO"  to ws-con-resultado
                   perform grava-decisao-conselho
               when = "R"
                   move "REPROVADO CONSELHO" to ws-con-resultado
                   perform grava-decisao-conselho
               when = "E"
                   if decisao-existente then
                       perform exclui-decisao-conselho
                   else
                       display "Nao ha decisao a excluir"
                   end-if
               when other
                   display "opcao invalida"
           end-evaluate
           .
       registra-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava (ou regrava) a decisão do conselho e a auditoria
      *>------------------------------------------------------------------------
       grava-decisao-conselho section.

           move spaces to ws-con-justificativa
           perform until ws-con-justificativa <> spaces
               display "Justificativa (obrigatoria): "
               accept ws-con-justificativa
           end-perform

           display "Data da reuniao (AAAAMMDD, vazio = hoje): "
           accept ws-con-data-txt

           if ws-con-data-txt = spaces then
               accept ws-con-data from date yyyymmdd
           else
               inspect ws-con-data-txt replacing all " " by "0"
           end-if

           move spaces to ws-aud-valor-antigo
           if decisao-existente then
               move fd-con-resultado to ws-aud-valor-antigo
           end-if

           move fd-matricula         to fd-con-matricula
           move fd-ano-letivo        to fd-con-ano
           move ws-con-resultado     to fd-con-resultado
           move ws-con-justificativa to fd-con-justificativa
           move ws-con-data          to fd-con-data-reuniao
           move ws-operador-logado   to fd-con-operador

           write fd-conselho
           if ws-fs-conselho = 22 then
               rewrite fd-conselho
           end-if

           if ws-fs-conselho <> 0 then
               move 99                                  to ws-msn-erro-ofsset
               move ws-fs-conselho                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqConselho "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Aluno " fd-aluno " : " ws-con-resultado
                   " no ano " fd-ano-letivo

           move "CONSELHO" to ws-aud-campo
           move spaces     to ws-aud-valor-novo
           string ws-con-resultado delimited by size
                  " "              delimited by size
                  ws-con-data      delimited by size
                  into ws-aud-valor-novo
           perform grava-auditoria
           .
       grava-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclui a decisão do conselho: volta a valer o resultado apurado
      *>------------------------------------------------------------------------
       exclui-decisao-conselho section.

           move fd-con-resultado to ws-aud-valor-antigo

           delete arqConselho
           if ws-fs-conselho <> 0 then
               move 100                                 to ws-msn-erro-ofsset
               move ws-fs-conselho                      to ws-msn-erro-cod
               move "Erro ao excluir arq. arqConselho " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Decisao do conselho excluida - vale o resultado "
                   "apurado pelas notas e frequencia"

           move "CONSELHO"  to ws-aud-campo
           move "EXCLUIDA"  to ws-aud-valor-novo
           perform grava-auditoria
           .
       exclui-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fechamento e reabertura de bimestre (restritos a coordenação
      *>  pela checagem de permissão do menu): exibe a situacao dos quatro
                   perform grava-bimestres
                   perform grava-auditoria-bimestre
                   display "Bimestre " ws-bim-numero " fechado"
                   display "Emita o alerta de risco do bimestre (alerta-bimestre)"
               end-if
           else
               if ws-bim-situacao(ws-bim-numero) <> "F" then
                       move ws-nota3 to fd-nota3
                       move ws-nota4 to fd-nota4
                       move ws-informou to fd-informou
                       move "arqCadAlu" to ws-jrn-arquivo
                       perform le-imagem-anterior
                       rewrite fd-alunos
                       if ws-fs-arqCadAlu <> 0 then
                           move 3                                   to ws-msn-erro-ofsset
                           move "Erro ao escrever arq. arqCadAlu "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform registra-jornal

      *>               mudança de nota durante bimestre reaberto fica
      *>               rastreavel na trilha de auditoria (o primeiro
               perform localiza-aluno
               if aluno-localizado then

                   perform carrega-grade-turma

                   if ws-qtde-grade = 0 then
                       display "Turma " fd-turma " sem disciplinas - "
                               "use a opcao 'DI' para cadastra-las"
                   else
                       display "Disciplinas da turma " fd-turma ":"
                       perform varying ws-disc-ind from 1 by 1
                           until ws-disc-ind > ws-qtde-grade
                           display "  " ws-disc-codigo(ws-disc-ind)
                                   "  " ws-disc-nome(ws-disc-ind)
                       end-perform
                       display "Informe a disciplina: "
                       accept ws-disc-informada
                       perform valida-disciplina

                       if disciplina-valida then
                           perform aceita-notas-disciplina
                       else
                           display "Disciplina fora da grade da turma"
                       end-if
                   end-if

               else
           exit.

      *>------------------------------------------------------------------------
      *>  valida se a disciplina informada pertence a grade da turma ja
      *>  carregada em memoria
      *>------------------------------------------------------------------------
       valida-disciplina section.

           set disciplina-invalida to true

           perform varying ws-disc-ind from 1 by 1
               until ws-disc-ind > ws-qtde-grade
               if ws-disc-informada = ws-disc-codigo(ws-disc-ind) then
                   set disciplina-valida to true
               end-if
       valida-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em memoria a grade de disciplinas da turma do aluno
      *>  localizado: as disciplinas do curriculo da turma, na ordem do
      *>  curriculo, com o nome e a carga horaria do cadastro de
      *>  disciplinas; turma sem curriculo cadastrado usa todas as
      *>  disciplinas do cadastro. A grade é re-montada somente quando a
      *>  turma muda
      *>------------------------------------------------------------------------
       carrega-grade-turma section.

           if fd-turma <> ws-grade-turma then
               move fd-turma to ws-grade-turma
               move zeros    to ws-qtde-grade

               perform carrega-curriculo-turma

               if ws-qtde-grade = 0 then
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

                   move fd-cur-disciplina to fd-dis-codigo
                   read arqDisciplinas
                   if ws-fs-cad-disc = 0 then
                       move fd-dis-nome
                           to ws-disc-nome(ws-qtde-grade)
                       move fd-dis-carga-horaria
                           to ws-disc-carga(ws-qtde-grade)
                   else
                       if ws-fs-cad-disc <> 23 then
                           move 78                                      to ws-msn-erro-ofsset
                           move ws-fs-cad-disc                          to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

                   read arqCurriculo next
                   if ws-fs-curriculo <> 0
                   and ws-fs-curriculo <> 10 then
                       move 79                                      to ws-msn-erro-ofsset
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
                       move 80                                      to ws-msn-erro-ofsset
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
      *>  aceita e grava as quatro notas bimestrais da disciplina para o
      *>  aluno ja localizado (fd-alunos carregado pelo localiza-aluno):
           move ws-nota3 to ws-aud-nota3-antiga
           move ws-nota4 to ws-aud-nota4-antiga

      *>   aluno recebido por transferencia no ano: as notas dos
      *>   bimestres cursados na escola de origem nao se lançam aqui
           perform le-bimestres-origem

           move 1 to ws-bim-ind
           perform verifica-bimestre-liberado
           if ws-tre-bim-origem >= 1 then
               display "Bimestre 1 cursado na escola de origem - nota1 "
                       "mantida (corrija pela opcao 'TE')"
           else
               if bimestre-travado and notas-ja-lancadas then
                   display "Bimestre 1 fechado - nota1 mantida"
               else
                   set nota-invalida to true
                   perform until nota-valida
                       display "Informe a nota1: "
                       accept ws-nota1
                       move ws-nota1 to ws-nota-validar
                       perform valida-nota
                   end-perform
               end-if
           end-if

           move 2 to ws-bim-ind
           perform verifica-bimestre-liberado
           if ws-tre-bim-origem >= 2 then
               display "Bimestre 2 cursado na escola de origem - nota2 "
                       "mantida (corrija pela opcao 'TE')"
           else
               if bimestre-travado and notas-ja-lancadas then
                   display "Bimestre 2 fechado - nota2 mantida"
               else
                   set nota-invalida to true
                   perform until nota-valida
                       display "Informe a nota2: "
                       accept ws-nota2
                       move ws-nota2 to ws-nota-validar
                       perform valida-nota
                   end-perform
               end-if
           end-if

           move 3 to ws-bim-ind
           perform verifica-bimestre-liberado
           if ws-tre-bim-origem >= 3 then
               display "Bimestre 3 cursado na escola de origem - nota3 "
                       "mantida (corrija pela opcao 'TE')"
           else
               if bimestre-travado and notas-ja-lancadas then
                   display "Bimestre 3 fechado - nota3 mantida"
               else
                   set nota-invalida to true
                   perform until nota-valida
                       display "Informe a nota3: "
                       accept ws-nota3
                       move ws-nota3 to ws-nota-validar
                       perform valida-nota
                   end-perform
               end-if
           end-if

           move 4 to ws-bim-ind
           perform verifica-bimestre-liberado
           if ws-tre-bim-origem >= 4 then
               display "Bimestre 4 cursado na escola de origem - nota4 "
                       "mantida (corrija pela opcao 'TE')"
           else
               if bimestre-travado and notas-ja-lancadas then
                   display "Bimestre 4 fechado - nota4 mantida"
               else
                   set nota-invalida to true
                   perform until nota-valida
                       display "Informe a nota4: "
                       accept ws-nota4
                       move ws-nota4 to ws-nota-validar
                       perform valida-nota
                   end-perform
               end-if
           end-if

           move fd-matricula       to fd-nd-matricula
           move ws-nota4           to fd-nd-nota4
           move 1                  to fd-nd-informou

           move "arqNotasDisc" to ws-jrn-arquivo
           perform le-imagem-anterior
           write fd-notas-disc
           if ws-fs-notasdisc = 22 then
      *>       disciplina ja cadastrada para o aluno - correção de notas
               if notas-ja-lancadas then
                   perform audita-notas-disc-reabertas
               end-if
           perform registra-jornal
           end-if
           .
       aceita-notas-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  audita as notas por disciplina alteradas durante bimestre
      *>  reaberto, com o campo qualificado pela disciplina informada
      *>------------------------------------------------------------------------
       audita-notas-disc-reabertas section.

           if ws-bim-situacao(1) = "R"
           and ws-nota1 <> ws-aud-nota1-antiga then
               move spaces to ws-aud-campo
               string ws-disc-informada delimited by size
                      "-NOTA1"          delimited by size
                      into ws-aud-campo
               move ws-aud-nota1-antiga to ws-aud-nota-ed
               move ws-aud-nota-ed      to ws-aud-valor-antigo
               move ws-nota1            to ws-aud-nota-ed
               move ws-aud-nota-ed      to ws-aud-valor-novo
               perform grava-auditoria
           end-if

           if ws-bim-situacao(2) = "R"
           and ws-nota2 <> ws-aud-nota2-antiga then
               move spaces to ws-aud-campo
               string ws-disc-informada delimited by size
                      "-NOTA2"          delimited by size
                      into ws-aud-campo
               move ws-aud-nota2-antiga to ws-aud-nota-ed
               move ws-aud-nota-ed      to ws-aud-valor-antigo
               move ws-nota2            to ws-aud-nota-ed
               move ws-aud-nota-ed      to ws-aud-valor-novo
               perform grava-auditoria
           end-if

           if ws-bim-situacao(3) = "R"
           and ws-nota3 <> ws-aud-nota3-antiga then
               move spaces to ws-aud-campo
               string ws-disc-informada delimited by size
                      "-NOTA3"          delimited by size
                      into ws-aud-campo
               move ws-aud-nota3-antiga to ws-aud-nota-ed
               move ws-aud-nota-ed      to ws-aud-valor-antigo
               move ws-nota3            to ws-aud-nota-ed
               move ws-aud-nota-ed      to ws-aud-valor-novo
               perform grava-auditoria
           end-if

           if ws-bim-situacao(4) = "R"
           and ws-nota4 <> ws-aud-nota4-antiga then
               move spaces to ws-aud-campo
               string ws-disc-informada delimited by size
                      "-NOTA4"          delimited by size
                      into ws-aud-campo
               move ws-aud-nota4-antiga to ws-aud-nota-ed
               move ws-aud-nota-ed      to ws-aud-valor-antigo
               move ws-nota4            to ws-aud-nota-ed
               move ws-aud-nota-ed      to ws-aud-valor-novo
               perform grava-auditoria
           end-if
           .
       audita-notas-disc-reabertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lançamento diario de frequencia: um registro em arqFrequencia por
      *>  aluno e dia letivo, com a presença "P" ou a falta "F" do dia.
      *>  Lançamento repetido do mesmo aluno no mesmo dia é re-gravado
      *>  (correção). A data tem de constar do calendario escolar como dia
      *>  letivo; o lançamento é feito aluno a aluno ou pela chamada da
      *>  turma inteira
      *>------------------------------------------------------------------------
       lancar-frequencia section.

           display "------ Lancamento de frequencia ------"

           display "Informe a data do dia letivo (AAAAMMDD): "
           accept ws-frq-data-txt
           inspect ws-frq-data-txt replacing all " " by "0"

           perform verifica-dia-letivo

           if frq-dia-letivo then
               display "Lancar por 'A'luno ou 'C'hamada da turma? "
               accept ws-frq-modo

               if frq-modo-chamada then
                   perform chamada-turma
               else
                   perform until voltar-tela

                       perform localiza-aluno
                       if aluno-localizado then
                           if not fd-aluno-ativo then
                               display "Aluno " fd-aluno " nao esta ativo"
                           else
                               perform aceita-presenca-dia
                           end-if
                       else
                           display "Aluno informado nao encontrado"
                       end-if

                       display "Deseja lancar a frequencia de outro aluno? 'S' ou 'V'oltar"
                       accept ws-sair

                   end-perform
               end-if
           end-if
           .
       lancar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita e grava a presença do dia para o aluno ja localizado
      *>  (fd-alunos carregado pelo localiza-aluno)
      *>------------------------------------------------------------------------
       aceita-presenca-dia section.

           set presenca-invalida to true
           perform until presenca-valida
               display "Informe 'P'resente ou 'F'alta: "
               accept ws-frq-presenca
               if ws-frq-presenca = "P" or ws-frq-presenca = "F" then
                   set presenca-valida to true
               else
                   display "Opcao invalida! Informe 'P' ou 'F'."
               end-if
           end-perform

           move fd-matricula    to fd-frq-matricula
           move ws-frq-data     to fd-frq-data
           move ws-frq-presenca to fd-frq-presenca

           move "arqFrequencia" to ws-jrn-arquivo
           perform le-imagem-anterior
           write fd-frequencia
           if ws-fs-frequencia = 22 then
      *>       dia ja lançado para o aluno - correção do lançamento
               rewrite fd-frequencia
           end-if

           if ws-fs-frequencia <> 0 then
               move 33                                    to ws-msn-erro-ofsset
               move ws-fs-frequencia                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqFrequencia "  to ws-msn-erro-text
               perform finaliza-anormal
           else
               display "Frequencia do dia gravada com sucesso"
           end-if
           perform registra-jornal
           .
       aceita-presenca-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere a data do lançamento de frequencia contra o calendario
      *>  escolar: data invalida, data fora do calendario (fim de semana
      *>  ou fora do ano letivo), feriado e recesso sao recusados
      *>------------------------------------------------------------------------
       verifica-dia-letivo section.

           set frq-dia-nao-letivo to true

           move ws-frq-data-txt to ws-cal-data-txt
           perform valida-data-calendario

           if cal-data-invalida then
               display "Data " ws-frq-data-txt " invalida - "
                       "lancamento recusado"
           else
               move ws-frq-data to fd-cal-data
               read arqCalendario
               if ws-fs-calendario = 0 then
                   if fd-cal-dia-letivo then
                       set frq-dia-letivo to true
                   else
                       if fd-cal-feriado then
                           display "Data " ws-frq-data " e feriado ("
                                   fd-cal-descricao ") - "
                                   "lancamento recusado"
                       else
                           display "Data " ws-frq-data " e recesso ("
                                   fd-cal-descricao ") - "
                                   "lancamento recusado"
                       end-if
                   end-if
               else
                   if ws-fs-calendario = 23 then
                       display "Data " ws-frq-data " nao e dia letivo "
                               "no calendario escolar - "
                               "lancamento recusado"
                       display "(fim de semana ou fora do ano letivo; "
                               "o calendario e mantido na opcao 'CL')"
                   else
                       move 122                                 to ws-msn-erro-ofsset
                       move ws-fs-calendario                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       verifica-dia-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  chamada da turma: percorre os alunos ativos da turma informada em
      *>  ordem alfabetica, pela chave alternativa fd-aluno, mostrando o
      *>  lançamento ja existente no dia, e aceita a presença de cada um
      *>  numa unica passada (aceita-presenca-dia)
      *>------------------------------------------------------------------------
       chamada-turma section.

           display "Turma da chamada: "
           accept ws-chm-turma

           move ws-chm-turma to fd-tur-codigo
           read arqTurmas
           if ws-fs-turmas = 23 then
               display "Turma " ws-chm-turma " nao cadastrada"
           else
               if ws-fs-turmas <> 0 then
                   move 123                               to ws-msn-erro-ofsset
                   move ws-fs-turmas                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move zeros to ws-chm-qtde
               move zeros to ws-chm-presentes
               move zeros to ws-chm-faltas

               display "Chamada da turma " ws-chm-turma " - "
                       fd-tur-descricao " em " ws-frq-data
               display "(matricula, aluno e lancamento anterior do dia)"

               move low-values to fd-aluno
               start arqCadAlu key >= fd-aluno
               if ws-fs-arqCadAlu = 0 then
                   read arqCadAlu next
                   perform until ws-fs-arqCadAlu <> 0

                       if fd-aluno-ativo
                       and fd-turma = ws-chm-turma
                       and fd-ano-letivo = fd-tur-ano-letivo then
                           add 1 to ws-chm-qtde
                           perform mostra-lancamento-chamada
                           perform aceita-presenca-dia
                           if ws-frq-presenca = "P" then
                               add 1 to ws-chm-presentes
                           else
                               add 1 to ws-chm-faltas
                           end-if
                       end-if

                       read arqCadAlu next
                       if ws-fs-arqCadAlu <> 0
                       and ws-fs-arqCadAlu <> 10 then
                           move 124                               to ws-msn-erro-ofsset
                           move ws-fs-arqCadAlu                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAlu "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                   end-perform
               else
                   if ws-fs-arqCadAlu <> 23
                   and ws-fs-arqCadAlu <> 10 then
                       move 125                               to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlu                   to ws-msn-erro-cod
                       move "Erro ao pesquisar arqCadAlu "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *>       restabelece a leitura pela chave primaria para as demais
      *>       opções, como faz o pesquisar-pais apos o START alternativo
               move zeros to fd-matricula
               start arqCadAlu key >= fd-matricula

               if ws-chm-qtde = 0 then
                   display "Nenhum aluno ativo na turma " ws-chm-turma
               else
                   display "Chamada encerrada: " ws-chm-qtde " alunos, "
                           ws-chm-presentes " presentes, "
                           ws-chm-faltas " faltas"
               end-if
           end-if
           .
       chamada-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra o aluno corrente da chamada e o lançamento que ele ja tem
      *>  no dia, se houver (a nova presença informada o substitui)
      *>------------------------------------------------------------------------
       mostra-lancamento-chamada section.

           move spaces to ws-chm-lancado

           move fd-matricula to fd-frq-matricula
           move ws-frq-data  to fd-frq-data
           read arqFrequencia
           if ws-fs-frequencia = 0 then
               string "(lancado: "     delimited by size
                      fd-frq-presenca  delimited by size
                      ")"              delimited by size
                      into ws-chm-lancado
           else
               if ws-fs-frequencia <> 23 then
                   move 126                                 to ws-msn-erro-ofsset
                   move ws-fs-frequencia                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display ws-chm-qtde " " fd-matricula " " fd-aluno " "
                   ws-chm-lancado
           .
       mostra-lancamento-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutenção do calendario escolar (restrita a coordenação pela
      *>  checagem de permissão do menu): gera os dias letivos do ano (de
      *>  segunda a sexta entre a data de inicio e a de termino das
      *>  aulas), marca uma data como dia letivo, feriado ou recesso e
      *>  consulta o calendario de um mes
      *>------------------------------------------------------------------------
       manter-calendario section.

           perform until voltar-tela

               display "------ Calendario escolar ------"
               display "'G'erar dias letivos do ano, 'M'arcar data "
                       "ou 'C'onsultar mes?"
               accept ws-cal-opcao

               evaluate ws-cal-opcao
                   when = "G"
                       perform gera-calendario
                   when = "M"
                       perform marca-data-calendario
                   when = "C"
                       perform lista-calendario-mes
                   when other
                       display "opcao invalida"
               end-evaluate

               display "Deseja manter mais alguma data? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       manter-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  gera como dia letivo cada segunda a sexta-feira do periodo
      *>  informado. Data ja existente no calendario (feriado ou recesso
      *>  marcados antes, ou geração repetida) é mantida como esta
      *>------------------------------------------------------------------------
       gera-calendario section.

           move "Data de inicio das aulas" to ws-cal-rotulo
           perform aceita-data-calendario
           move ws-cal-data to ws-cal-inicio

           move zeros to ws-cal-fim
           perform until ws-cal-fim >= ws-cal-inicio
               and ws-cal-fim(1:4) = ws-cal-inicio(1:4)
               move "Data de termino das aulas" to ws-cal-rotulo
               perform aceita-data-calendario
               move ws-cal-data to ws-cal-fim
               if ws-cal-fim < ws-cal-inicio
               or ws-cal-fim(1:4) <> ws-cal-inicio(1:4) then
                   display "O termino deve ser no mesmo ano e depois "
                           "do inicio"
                   move zeros to ws-cal-fim
               end-if
           end-perform

           move zeros to ws-cal-gravados
           move zeros to ws-cal-existentes

           move ws-cal-inicio to ws-cal-trab-data
           perform until ws-cal-trab-data > ws-cal-fim

               perform calcula-dia-semana
               if zel-dia-util then
                   move ws-cal-trab-data to fd-cal-data
                   move "L"              to fd-cal-tipo
                   move "DIA LETIVO"     to fd-cal-descricao
                   write fd-calendario
                   if ws-fs-calendario = 22 then
                       add 1 to ws-cal-existentes
                   else
                       if ws-fs-calendario <> 0 then
                           move 121                                 to ws-msn-erro-ofsset
                           move ws-fs-calendario                    to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqCalendario " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cal-gravados
                   end-if
               end-if

               perform soma-um-dia-calendario

           end-perform

           display "Dias letivos gravados: " ws-cal-gravados
                   "   datas ja existentes mantidas: " ws-cal-existentes
           display "Marque os feriados e recessos pela opcao 'M'"
           .
       gera-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  marca uma data do calendario como dia letivo (inclusive sabado
      *>  letivo), feriado ou recesso, com a descrição
      *>------------------------------------------------------------------------
       marca-data-calendario section.

           move "Data a marcar" to ws-cal-rotulo
           perform aceita-data-calendario

           move ws-cal-data to fd-cal-data
           read arqCalendario
           if ws-fs-calendario = 0 then
               display "Marcacao atual: " fd-cal-tipo " "
                       fd-cal-descricao
           else
               if ws-fs-calendario = 23 then
                   display "Data ainda nao consta do calendario"
               else
                   move 122                                 to ws-msn-erro-ofsset
                   move ws-fs-calendario                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to ws-cal-tipo
           perform until ws-cal-tipo = "L" or ws-cal-tipo = "F"
               or ws-cal-tipo = "R"
               display "Dia 'L'etivo, 'F'eriado ou 'R'ecesso: "
               accept ws-cal-tipo
           end-perform

           display "Descricao (vazio = descricao padrao): "
           accept ws-cal-descricao
           if ws-cal-descricao = spaces then
               evaluate ws-cal-tipo
                   when = "L"
                       move "DIA LETIVO" to ws-cal-descricao
                   when = "F"
                       move "FERIADO"    to ws-cal-descricao
                   when other
                       move "RECESSO"    to ws-cal-descricao
               end-evaluate
           end-if

           move ws-cal-data      to fd-cal-data
           move ws-cal-tipo      to fd-cal-tipo
           move ws-cal-descricao to fd-cal-descricao

           write fd-calendario
           if ws-fs-calendario = 22 then
               rewrite fd-calendario
           end-if

           if ws-fs-calendario <> 0 then
               move 127                                 to ws-msn-erro-ofsset
               move ws-fs-calendario                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCalendario " to ws-msn-erro-text
               perform finaliza-anormal
           else
               display "Data " ws-cal-data " gravada como "
                       ws-cal-tipo " " ws-cal-descricao
           end-if
           .
       marca-data-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista o calendario do mes informado, pela chave parcial (ano +
      *>  mes + dia zero)
      *>------------------------------------------------------------------------
       lista-calendario-mes section.

           display "Mes a consultar (AAAAMM): "
           accept ws-cal-mes-txt
           inspect ws-cal-mes-txt replacing all " " by "0"

           move zeros to ws-cal-qtde

           if ws-cal-mes-txt is numeric then
               move ws-cal-mes-ref-ano to fd-cal-data-ano
               move ws-cal-mes-ref-mes to fd-cal-data-mes
               move zeros              to fd-cal-data-dia
               start arqCalendario key >= fd-cal-data
               if ws-fs-calendario = 0 then
                   read arqCalendario next
                   perform until ws-fs-calendario <> 0
                       or fd-cal-data-ano <> ws-cal-mes-ref-ano
                       or fd-cal-data-mes <> ws-cal-mes-ref-mes

                       if fd-cal-dia-letivo then
                           add 1 to ws-cal-qtde
                       end-if
                       display "  " fd-cal-data-dia "/" fd-cal-data-mes
                               "/" fd-cal-data-ano "  " fd-cal-tipo
                               "  " fd-cal-descricao

                       read arqCalendario next
                       if ws-fs-calendario <> 0
                       and ws-fs-calendario <> 10 then
                           move 128                                 to ws-msn-erro-ofsset
                           move ws-fs-calendario                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-perform
               else
                   if ws-fs-calendario <> 23
                   and ws-fs-calendario <> 10 then
                       move 128                                 to ws-msn-erro-ofsset
                       move ws-fs-calendario                    to ws-msn-erro-cod
                       move "Erro ao pesquisar arqCalendario "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           display "Dias letivos no mes: " ws-cal-qtde
                   "  (datas ausentes nao sao dias letivos)"
           .
       lista-calendario-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aceita uma data valida (AAAAMMDD), repetindo a pergunta com o
      *>  rotulo informado em ws-cal-rotulo ate a data ser valida
      *>------------------------------------------------------------------------
       aceita-data-calendario section.

           set cal-data-invalida to true
           perform until cal-data-valida
               display ws-cal-rotulo " (AAAAMMDD): "
               accept ws-cal-data-txt
               inspect ws-cal-data-txt replacing all " " by "0"
               perform valida-data-calendario
               if cal-data-invalida then
                   display "Data invalida!"
               end-if
           end-perform
           .
       aceita-data-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  valida a data de ws-cal-data-txt: numerica, mes de 01 a 12 e dia
      *>  dentro do mes (fevereiro com 29 dias no ano bissexto)
      *>------------------------------------------------------------------------
       valida-data-calendario section.

           set cal-data-invalida to true

           if ws-cal-data-txt is numeric then
               move ws-cal-data to ws-cal-trab-data
               if ws-cal-trab-ano > 0
               and ws-cal-trab-mes >= 1
               and ws-cal-trab-mes <= 12 then
                   perform calcula-dias-mes
                   if ws-cal-trab-dia >= 1
                   and ws-cal-trab-dia <= ws-cal-dias-mes then
                       set cal-data-valida to true
                   end-if
               end-if
           end-if
           .
       valida-data-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  quantidade de dias do mes da data de trabalho (ws-cal-trab)
      *>------------------------------------------------------------------------
       calcula-dias-mes section.

           evaluate ws-cal-trab-mes
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-cal-dias-mes
               when 2
                   divide ws-cal-trab-ano by 4 giving ws-cal-quociente
                       remainder ws-cal-resto-4
                   divide ws-cal-trab-ano by 100 giving ws-cal-quociente
                       remainder ws-cal-resto-100
                   divide ws-cal-trab-ano by 400 giving ws-cal-quociente
                       remainder ws-cal-resto-400
                   if ws-cal-resto-4 = 0
                   and (ws-cal-resto-100 <> 0 or ws-cal-resto-400 = 0) then
                       move 29 to ws-cal-dias-mes
                   else
                       move 28 to ws-cal-dias-mes
                   end-if
               when other
                   move 31 to ws-cal-dias-mes
           end-evaluate
           .
       calcula-dias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  dia da semana da data de trabalho pela congruencia de Zeller
      *>  (janeiro e fevereiro contam como meses 13 e 14 do ano anterior)
      *>------------------------------------------------------------------------
       calcula-dia-semana section.

           if ws-cal-trab-mes < 3 then
               compute ws-zel-mes = ws-cal-trab-mes + 12
               compute ws-zel-ano = ws-cal-trab-ano - 1
           else
               move ws-cal-trab-mes to ws-zel-mes
               move ws-cal-trab-ano to ws-zel-ano
           end-if

           divide ws-zel-ano by 100 giving ws-zel-seculo
               remainder ws-zel-ano-seculo

           compute ws-zel-termo-mes    = (13 * (ws-zel-mes + 1)) / 5
           compute ws-zel-termo-ano    = ws-zel-ano-seculo / 4
           compute ws-zel-termo-seculo = ws-zel-seculo / 4

           compute ws-zel-soma = ws-cal-trab-dia
                               + ws-zel-termo-mes
                               + ws-zel-ano-seculo
                               + ws-zel-termo-ano
                               + ws-zel-termo-seculo
                               + (5 * ws-zel-seculo)

           divide ws-zel-soma by 7 giving ws-cal-quociente
               remainder ws-zel-dia-semana
           .
       calcula-dia-semana-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  avança a data de trabalho para o dia seguinte
      *>------------------------------------------------------------------------
       soma-um-dia-calendario section.

           perform calcula-dias-mes

           add 1 to ws-cal-trab-dia
           if ws-cal-trab-dia > ws-cal-dias-mes then
               move 1 to ws-cal-trab-dia
               add 1 to ws-cal-trab-mes
               if ws-cal-trab-mes > 12 then
                   move 1 to ws-cal-trab-mes
                   add 1 to ws-cal-trab-ano
               end-if
           end-if
           .
       soma-um-dia-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
           move zeros to ws-rec-qtde-disc
           move zeros to ws-rec-soma-medias

           perform carrega-grade-turma

           perform varying ws-disc-ind from 1 by 1
               until ws-disc-ind > ws-qtde-grade

               move fd-matricula to fd-nd-matricula
               move ws-disc-codigo(ws-disc-ind) to fd-nd-disciplina
           move ws-rec-nota  to fd-rec-nota
           move 1            to fd-rec-informou

           move "arqRecuperacao" to ws-jrn-arquivo
           perform le-imagem-anterior
           write fd-recuperacao
           if ws-fs-recuperacao = 22 then
      *>       recuperação ja lançada para o aluno - correção da nota
           else
               display "Nota de recuperacao gravada com sucesso"
           end-if
           perform registra-jornal
           .
       aceita-nota-recuperacao-exit.
           exit.
                       move "I" to fd-situacao
                       accept ws-data-situacao-hoje from date yyyymmdd
                       move ws-data-situacao-hoje to fd-data-situacao
                       move "arqCadAlu" to ws-jrn-arquivo
                       perform le-imagem-anterior
                       rewrite fd-alunos
                       if ws-fs-arqCadAlu = 0 then
                           perform registra-jornal
                           display "Aluno " fd-aluno " inativado com sucesso!"
                           move fd-turma            to ws-vag-turma
                           move fd-ano-letivo       to ws-vag-ano
                           move "EXCLUSAO DE ALUNO" to ws-vag-motivo
                           perform relata-vagas-turma
                       else
                           move 5                                     to ws-msn-erro-ofsset
                           move ws-fs-arqCadAlu                       to ws-msn-erro-cod
                       move "A" to fd-situacao
                       accept ws-data-situacao-hoje from date yyyymmdd
                       move ws-data-situacao-hoje to fd-data-situacao
                       move "arqCadAlu" to ws-jrn-arquivo
                       perform le-imagem-anterior
                       rewrite fd-alunos
                       if ws-fs-arqCadAlu = 0 then
                           perform registra-jornal
                           display "Aluno " fd-aluno " reativado com sucesso!"
                       else
                           move 17                                    to ws-msn-erro-ofsset
                       perform finaliza-anormal
                   end-if

                   set arquivo-histdisc-ok to true
                   open input arqHistDisc
                   if ws-fs-histdisc = 35 then
                       set sem-arquivo-histdisc to true
                   else
                       if ws-fs-histdisc <> 00 then
                           move 72                                  to ws-msn-erro-ofsset
                           move ws-fs-histdisc                      to ws-msn-erro-cod
                           move "Erro ao abrir arq. arqHistDisc "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

                   perform lista-historico-aluno

                   close arqHistorico
                   if arquivo-histdisc-ok then
                       close arqHistDisc
                   end-if

                   if ws-hist-qtde = 0 then
                       display "Nenhum historico para o aluno informado"
                   display "   Media : " ws-hist-media-ed
                           "   Resultado: " fd-hist-resultado

                   if arquivo-histdisc-ok then
                       perform lista-historico-disciplinas
                   end-if

                   read arqHistorico next
                   if ws-fs-historico <> 0
                   and ws-fs-historico <> 10 then
       lista-historico-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exibe a grade de disciplinas do ano do historico corrente,
      *>  percorrendo o acumulado por disciplina pela chave composta
      *>  (matricula + ano + disciplina)
      *>------------------------------------------------------------------------
       lista-historico-disciplinas section.

           move fd-hist-matricula to fd-hd-matricula
           move fd-hist-ano       to fd-hd-ano
           move low-values        to fd-hd-disciplina

           start arqHistDisc key >= fd-hd-chave
           if ws-fs-histdisc = 0 then
               read arqHistDisc next
               if ws-fs-histdisc = 0
               and fd-hd-matricula = fd-hist-matricula
               and fd-hd-ano       = fd-hist-ano then
                   display "   Disciplina         Nota 1 Nota 2 Nota 3 Nota 4  Media"
               end-if
               perform until ws-fs-histdisc <> 0
                   or fd-hd-matricula <> fd-hist-matricula
                   or fd-hd-ano       <> fd-hist-ano

                   move fd-hd-disciplina to ws-hist-disc-nome
                   move fd-hd-disciplina to fd-dis-codigo
                   read arqDisciplinas
                   if ws-fs-cad-disc = 0 then
                       move fd-dis-nome to ws-hist-disc-nome
                   else
                       if ws-fs-cad-disc <> 23 then
                           move 90                                      to ws-msn-erro-ofsset
                           move ws-fs-cad-disc                          to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDisciplinas "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

                   move fd-hd-nota1 to ws-hist-nota-ed
                   move fd-hd-nota2 to ws-hist-nota2-ed
                   move fd-hd-nota3 to ws-hist-nota3-ed
                   move fd-hd-nota4 to ws-hist-nota4-ed
                   move fd-hd-media to ws-hist-media-ed
                   display "   " ws-hist-disc-nome
                           "    " ws-hist-nota-ed
                           "  "  ws-hist-nota2-ed
                           "  "  ws-hist-nota3-ed
                           "  "  ws-hist-nota4-ed
                           "  "  ws-hist-media-ed

                   read arqHistDisc next
                   if ws-fs-histdisc <> 0
                   and ws-fs-histdisc <> 10 then
                       move 73                                 to ws-msn-erro-ofsset
                       move ws-fs-histdisc                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistDisc "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               end-perform
           else
               if ws-fs-histdisc <> 23
               and ws-fs-histdisc <> 10 then
                   move 74                                   to ws-msn-erro-ofsset
                   move ws-fs-histdisc                       to ws-msn-erro-cod
                   move "Erro ao pesquisar arqHistDisc "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       lista-historico-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------------------------------------
      *>Grava um registro de auditoria para uma alteração de cadastro:
      *>aluno, campo alterado, valor antigo, valor novo, data/hora e o
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  jornal de transações: guarda a nova imagem do registro (ja
      *>  montada na area do arquivo informado em ws-jrn-arquivo) e le do
      *>  disco, pela chave, a imagem anterior -- em branco quando o
      *>  registro ainda nao existe (inclusão). A area do registro volta
      *>  com a nova imagem, pronta para a gravação
      *>------------------------------------------------------------------------
       le-imagem-anterior section.

           move spaces to ws-jrn-antes
           move zeros  to ws-jrn-fs

           evaluate ws-jrn-arquivo
               when "arqCadAlu"
                   move fd-alunos to ws-jrn-depois
                   read arqCadAlu key is fd-matricula
                   move ws-fs-arqCadAlu to ws-jrn-fs
                   if ws-fs-arqCadAlu = 0 then
                       move fd-alunos to ws-jrn-antes
                   end-if
                   move ws-jrn-depois to fd-alunos
               when "arqNotasDisc"
                   move fd-notas-disc to ws-jrn-depois
                   read arqNotasDisc
                   move ws-fs-notasdisc to ws-jrn-fs
                   if ws-fs-notasdisc = 0 then
                       move fd-notas-disc to ws-jrn-antes
                   end-if
                   move ws-jrn-depois to fd-notas-disc
               when "arqFrequencia"
                   move fd-frequencia to ws-jrn-depois
                   read arqFrequencia
                   move ws-fs-frequencia to ws-jrn-fs
                   if ws-fs-frequencia = 0 then
                       move fd-frequencia to ws-jrn-antes
                   end-if
                   move ws-jrn-depois to fd-frequencia
               when "arqMensalidades"
                   move fd-mensalidades to ws-jrn-depois
                   read arqMensalidades
                   move ws-fs-mensalidades to ws-jrn-fs
                   if ws-fs-mensalidades = 0 then
                       move fd-mensalidades to ws-jrn-antes
                   end-if
                   move ws-jrn-depois to fd-mensalidades
               when "arqRecuperacao"
                   move fd-recuperacao to ws-jrn-depois
                   read arqRecuperacao
                   move ws-fs-recuperacao to ws-jrn-fs
                   if ws-fs-recuperacao = 0 then
                       move fd-recuperacao to ws-jrn-antes
                   end-if
                   move ws-jrn-depois to fd-recuperacao
               when "arqTransferencias"
                   move fd-transferencias to ws-jrn-depois
                   read arqTransferencias
                   move ws-fs-transferencias to ws-jrn-fs
                   if ws-fs-transferencias = 0 then
                       move fd-transferencias to ws-jrn-antes
                   end-if
                   move ws-jrn-depois to fd-transferencias
               when "arqTransfEntrada"
                   move fd-transf-entrada to ws-jrn-depois
                   read arqTransfEntrada
                   move ws-fs-transf-entrada to ws-jrn-fs
                   if ws-fs-transf-entrada = 0 then
                       move fd-transf-entrada to ws-jrn-antes
                   end-if
                   move ws-jrn-depois to fd-transf-entrada
           end-evaluate

           if ws-jrn-fs <> 0
           and ws-jrn-fs <> 23 then
               move 130                                 to ws-msn-erro-ofsset
               move ws-jrn-fs                           to ws-msn-erro-cod
               move "Erro ao ler imagem anterior p/ jornal " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       le-imagem-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no jornal a transação confirmada (imagens preparadas pelo
      *>  le-imagem-anterior), pelo subprograma grava-jornal
      *>------------------------------------------------------------------------
       registra-jornal section.

           if ws-jrn-antes = spaces then
               move "I" to ws-jrn-operacao
           else
               move "A" to ws-jrn-operacao
           end-if

           move "lista11exercicio3v2" to ws-jrn-programa
           move ws-operador-logado    to ws-jrn-operador

           call "grava-jornal" using ws-jrn-parametros ws-jrn-retorno

           if not ws-jrn-retorno-ok then
               move 129                                 to ws-msn-erro-ofsset
               move ws-jrn-retorno                      to ws-msn-erro-cod
               move "Erro ao gravar o jornal JRN "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-jornal-exit.
           exit.

      *>------------------------------------------------------------------------------------------------------
      *>Alteração no cadastro do aluno
      *>------------------------------------------------------------------------------------------------------
                   move ws-nota2 to fd-nota2
                   move ws-nota3 to fd-nota3
                   move ws-nota4 to fd-nota4
                   move "arqCadAlu" to ws-jrn-arquivo
                   perform le-imagem-anterior
                   rewrite fd-alunos
                       if ws-fs-arqCadAlu = 0 then
                           perform registra-jornal
                           display "Notas alteradas com sucesso"

                           move "NOTA1"             to ws-aud-campo

                           move fd-endereco to ws-aud-valor-antigo
                           move ws-endereco to fd-endereco
                           move "arqCadAlu" to ws-jrn-arquivo
                           perform le-imagem-anterior
                           rewrite fd-alunos
                               if ws-fs-arqCadAlu = 0 then
                                   perform registra-jornal
                                   display "Endereco alterado com sucesso"

                                   move "ENDERECO"    to ws-aud-campo

                           move fd-telefone to ws-aud-valor-antigo
                           move ws-telefone to fd-telefone
                           move "arqCadAlu" to ws-jrn-arquivo
                           perform le-imagem-anterior
                           rewrite fd-alunos
                               if ws-fs-arqCadAlu = 0 then
                                   perform registra-jornal
                                   display "Telefone alterado com sucesso"

                                   move "TELEFONE"    to ws-aud-campo

                           move ws-mae to fd-mae
                           move ws-pai to fd-pai
                           move "arqCadAlu" to ws-jrn-arquivo
                           perform le-imagem-anterior
                           rewrite fd-alunos
                               if ws-fs-arqCadAlu = 0 then
                                   perform registra-jornal
                                   display "Nomes dos pais alterados com sucesso"

                                   move "MAE"                   to ws-aud-campo

                           move fd-aluno to ws-aud-valor-antigo
                           move ws-aluno to fd-aluno
                           move "arqCadAlu" to ws-jrn-arquivo
                           perform le-imagem-anterior
                           rewrite fd-alunos
                               if ws-fs-arqCadAlu = 0 then
                                   perform registra-jornal
                                   display "Nome do aluno alterado com sucesso"

                                   move "ALUNO"    to ws-aud-campo
               perform finaliza-anormal
           end-if

           close arqDisciplinas
           if ws-fs-cad-disc <> 0 then
               move 81                                      to ws-msn-erro-ofsset
               move ws-fs-cad-disc                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCurriculo
           if ws-fs-curriculo <> 0 then
               move 82                                      to ws-msn-erro-ofsset
               move ws-fs-curriculo                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCurriculo "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPromocao
           if ws-fs-promocao <> 0 then
               move 96                                      to ws-msn-erro-ofsset
               move ws-fs-promocao                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqPromocao "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqConselho
           if ws-fs-conselho <> 0 then
               move 101                                     to ws-msn-erro-ofsset
               move ws-fs-conselho                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDescontos
           if ws-fs-descontos <> 0 then
               move 106                                     to ws-msn-erro-ofsset
               move ws-fs-descontos                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDescontos "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCalendario
           if ws-fs-calendario <> 0 then
               move 120                                     to ws-msn-erro-ofsset
               move ws-fs-calendario                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCalendario "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOperadores
           if ws-fs-operadores <> 0 then
               move 54                                    to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

           close arqTransfEntrada
           if ws-fs-transf-entrada <> 0 then
               move 132                                        to ws-msn-erro-ofsset
               move ws-fs-transf-entrada                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTransfEntrada "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAtestados
           if ws-fs-atestados <> 0 then
               move 71                                    to ws-msn-erro-ofsset
