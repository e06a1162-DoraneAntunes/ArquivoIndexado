      $Set sourceformat "free"

       identification division.
       program-id. "Consolida-Frequencia".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Refaz o consolidado mensal da frequencia (ArqFreqMensal, ver
      *> FREQMENSAL-FD.cpy) a partir do detalhe diario (ArqFrequencia)
      *> e lista no RelatorioConsolidaFrequencia.txt toda diferenca
      *> encontrada entre os dois. O consolidado e mantido pelo
      *> grava-frequencia do programa principal a cada marcacao; esta
      *> rotina e a conferencia dele (e a carga inicial, quando o
      *> arquivo ainda nao existe), e pode entrar na cadeia noturna.
      *>
      *> Primeira passada: le o ArqFrequencia inteiro em ordem de chave
      *> (cod + data), soma presencas e faltas por aluno e mes e grava o
      *> mes no consolidado, com os dias letivos do mes contados no
      *> ArqCalendario. Mes que faltava no consolidado ou com numeros
      *> diferentes sai no relatorio com os dois valores.
      *> Segunda passada: le o consolidado inteiro e remove os meses que
      *> nao tem mais nenhum lancamento no detalhe.

       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           Select ArqFrequencia assign "ArqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is ws-fs-ArqFrequencia.

           Select ArqFreqMensal assign "ArqFreqMensal.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-fm-chave
           file status is ws-fs-ArqFreqMensal.

           Select ArqCalendario assign "ArqCalendario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is ws-fs-ArqCalendario.

           Select ArqProtocolos assign "ArqProtocolos.dat"
           organization is line sequential
           file status is ws-fs-ArqProtocolos.

           Select ArqRelatorio assign "RelatorioConsolidaFrequencia.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorio.

       I-O-Control.

       data division.
       file section.
       fd ArqFrequencia.
           copy "FREQUENCIA-FD.cpy".

       fd ArqFreqMensal.
           copy "FREQMENSAL-FD.cpy".

       fd ArqCalendario.
           copy "CALENDARIO-FD.cpy".

       fd ArqProtocolos.
           copy "PROTOCOLO-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(80).

       working-storage section.
       77 ws-fs-ArqFrequencia                      pic 9(02).
       77 ws-fs-ArqFreqMensal                      pic 9(02).
       77 ws-fs-ArqCalendario                      pic 9(02).
       77 ws-fs-ArqProtocolos                      pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).

      *> Sem o ArqFrequencia (erro 35) o detalhe esta vazio: todo mes
      *> do consolidado sai como sem lancamento. Sem o ArqCalendario
      *> os meses ficam com zero dias letivos, e os relatorios voltam a
      *> conta sobre os dias lancados, como ja fazem sem calendario.
       77  wk-freq-disponivel                      pic x(01) value "S".
       77  wk-cal-disponivel                       pic x(01) value "S".

      *> Mes do aluno sendo somado na primeira passada.
       01  wk-acumulado.
           05  wk-ac-cod                           pic 9(07).
           05  wk-ac-ano                           pic 9(04).
           05  wk-ac-mes                           pic 9(02).
           05  wk-ac-letivos                       pic 9(03).
           05  wk-ac-presencas                     pic 9(03).
           05  wk-ac-faltas                        pic 9(03).
       77  wk-ac-tem                               pic x(01).

      *> Dias letivos por mes ja contados no calendario, para nao reler
      *> o mesmo mes do ArqCalendario a cada aluno.
       01  wk-tab-letivos.
           05  wk-tl occurs 120.
               10  wk-tl-ano                       pic 9(04).
               10  wk-tl-mes                       pic 9(02).
               10  wk-tl-letivos                   pic 9(03).
       77  wk-tl-qtd                               pic 9(03) value 0.
       77  wk-tl-max                               pic 9(03) value 120.
       77  wk-tl-ind                               pic 9(03).
       77  wk-tl-achou                             pic x(01).
       77  wk-cal-anomes                           pic x(06).

      *> Valores do consolidado antes do acerto, para o relatorio.
       01  wk-antes.
           05  wk-an-letivos                       pic 9(03).
           05  wk-an-presencas                     pic 9(03).
           05  wk-an-faltas                        pic 9(03).
       77  wk-tem-detalhe                          pic x(01).
       77  wk-freq-anomes                          pic x(06).
       77  wk-fm-anomes                            pic x(06).

       01  wk-totais.
           05  wk-total-lancamentos                pic 9(07) value 0.
           05  wk-total-meses                      pic 9(05) value 0.
           05  wk-total-incluidos                  pic 9(05) value 0.
           05  wk-total-corrigidos                 pic 9(05) value 0.
           05  wk-total-removidos                  pic 9(05) value 0.
       77  wk-total-diferencas                     pic 9(05) value 0.

       77  wk-prot-parametros                      pic x(20) value spaces.
       77  wk-data-hoje                            pic 9(08).

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-cabecalho1                           pic x(80)
           value " Consolidado Mensal da Frequencia - Diferencas contra o Detalhe".
       01  rl-linha-data.
           05  filler                              pic x(11)
               value " Emitido em".
           05  filler                              pic x(01) value space.
           05  rl-cab-data                         pic 9(08).
       01  rl-cabecalho2                           pic x(80)
           value " Matric. Ano/Mes  Consolidado L/P/F   Detalhe L/P/F       Acerto".
       01  rl-linha-detalhe.
           05  filler                              pic x(01) value space.
           05  rl-det-cod                          pic 9(07).
           05  filler                              pic x(01) value space.
           05  rl-det-ano                          pic 9(04).
           05  filler                              pic x(01) value "/".
           05  rl-det-mes                          pic 9(02).
           05  filler                              pic x(03) value spaces.
           05  rl-det-an-letivos                   pic zz9.
           05  filler                              pic x(01) value "/".
           05  rl-det-an-presencas                 pic zz9.
           05  filler                              pic x(01) value "/".
           05  rl-det-an-faltas                    pic zz9.
           05  filler                              pic x(07) value spaces.
           05  rl-det-letivos                      pic zz9.
           05  filler                              pic x(01) value "/".
           05  rl-det-presencas                    pic zz9.
           05  filler                              pic x(01) value "/".
           05  rl-det-faltas                       pic zz9.
           05  filler                              pic x(07) value spaces.
           05  rl-det-acerto                       pic x(22).
       01  rl-linha-sem-diferenca                  pic x(80)
           value " Nenhuma diferenca entre o consolidado e o detalhe.".
       01  rl-linha-lancamentos.
           05  filler                              pic x(32)
               value " Lancamentos diarios lidos.....:".
           05  rl-tot-lancamentos                  pic z(06)9.
       01  rl-linha-meses.
           05  filler                              pic x(32)
               value " Meses de aluno conferidos.....:".
           05  rl-tot-meses                        pic zzzz9.
       01  rl-linha-incluidos.
           05  filler                              pic x(32)
               value " Incluidos no consolidado......:".
           05  rl-tot-incluidos                    pic zzzz9.
       01  rl-linha-corrigidos.
           05  filler                              pic x(32)
               value " Corrigidos no consolidado.....:".
           05  rl-tot-corrigidos                   pic zzzz9.
       01  rl-linha-removidos.
           05  filler                              pic x(32)
               value " Removidos (sem detalhe).......:".
           05  rl-tot-removidos                    pic zzzz9.

       Procedure Division.

           perform inicializa.
           perform refaz-pelo-detalhe.
           perform remove-sem-detalhe.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           move function current-date (1:8) to wk-data-hoje

           display "Consolidacao da Frequencia Mensal"

           open input ArqFrequencia
           if ws-fs-ArqFrequencia = 35 then
               move "N" to wk-freq-disponivel
           else
               if ws-fs-ArqFrequencia <> 0 then
                   move 1                                to ws-msn-erro-ofsset
                   move ws-fs-ArqFrequencia              to ws-msn-erro-cod
                   move "Erro ao abrir ArqFrequencia"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input ArqCalendario
           if ws-fs-ArqCalendario = 35 then
               move "N" to wk-cal-disponivel
           else
               if ws-fs-ArqCalendario <> 0 then
                   move 2                                to ws-msn-erro-ofsset
                   move ws-fs-ArqCalendario              to ws-msn-erro-cod
                   move "Erro ao abrir ArqCalendario"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> Consolidado aberto para atualizacao; na primeira rodada (erro
      *> 35) e criado vazio e esta rotina faz a carga inicial.
           open i-o ArqFreqMensal
           if ws-fs-ArqFreqMensal = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqFreqMensal
               open output ArqFreqMensal
               close ArqFreqMensal
               open i-o ArqFreqMensal
           end-if
           if ws-fs-ArqFreqMensal <> 0 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
               move "Erro ao abrir ArqFreqMensal"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output ArqRelatorio
           if ws-fs-ArqRelatorio <> 0 then
               move 4                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelatorio               to ws-msn-erro-cod
               move "Erro ao abrir Relatorio"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform abre-protocolo

           write rl-linha from rl-cabecalho1
           move wk-data-hoje to rl-cab-data
           write rl-linha from rl-linha-data
           write rl-linha from spaces
           write rl-linha from rl-cabecalho2
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       abre-protocolo section.
      *>-----------------------------------------------------------------
      *> Abertura do arquivo de protocolos em modo extend, mesmo padrao
      *> do arquivo de log: cada execucao acrescenta o seu par
      *> Inicio/Fim sem apagar as rodadas anteriores.
           open extend ArqProtocolos
           if ws-fs-ArqProtocolos = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqProtocolos
               open output ArqProtocolos
           end-if
           if ws-fs-ArqProtocolos <> 0
           and ws-fs-ArqProtocolos <> 05 then
               move 11                               to ws-msn-erro-ofsset
               move ws-fs-ArqProtocolos              to ws-msn-erro-cod
               move "Erro ao abrir ArqProtocolos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Inicio"           to fd-prot-evento
           move wk-prot-parametros to fd-prot-parametros
           move 0                  to fd-prot-total1
           move 0                  to fd-prot-total2
           move spaces             to fd-prot-resultado
           perform grava-protocolo
           .
       abre-protocolo-exit.
       exit.

      *>-----------------------------------------------------------------
       grava-protocolo section.
      *>-----------------------------------------------------------------
           move function current-date (1:8) to fd-prot-data
           move function current-date (9:6) to fd-prot-hora
           move "Consolida-Frequencia"      to fd-prot-programa

           write fd-protocolo
           if ws-fs-ArqProtocolos <> 0 then
               move 12                               to ws-msn-erro-ofsset
               move ws-fs-ArqProtocolos              to ws-msn-erro-cod
               move "Erro ao gravar ArqProtocolos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-protocolo-exit.
       exit.

      *>-----------------------------------------------------------------
       refaz-pelo-detalhe section.
      *>-----------------------------------------------------------------
      *> Primeira passada: o ArqFrequencia em ordem de chave ja vem
      *> agrupado por aluno e, dentro do aluno, por data; cada troca de
      *> aluno ou de mes fecha o mes acumulado.
           move "N" to wk-ac-tem

           if wk-freq-disponivel = "S" then

               read ArqFrequencia next
               perform until ws-fs-ArqFrequencia = 10

                   if ws-fs-ArqFrequencia <> 0 then
                       move 5                                to ws-msn-erro-ofsset
                       move ws-fs-ArqFrequencia              to ws-msn-erro-cod
                       move "Erro ao ler ArqFrequencia"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to wk-total-lancamentos

                   if wk-ac-tem = "S"
                   and (fd-freq-cod <> wk-ac-cod
                    or fd-freq-data (1:4) <> wk-ac-ano
                    or fd-freq-data (5:2) <> wk-ac-mes) then
                       perform grava-mes
                       move "N" to wk-ac-tem
                   end-if

                   if wk-ac-tem = "N" then
                       move "S"                to wk-ac-tem
                       move fd-freq-cod        to wk-ac-cod
                       move fd-freq-data (1:4) to wk-ac-ano
                       move fd-freq-data (5:2) to wk-ac-mes
                       move 0                  to wk-ac-presencas
                       move 0                  to wk-ac-faltas
                   end-if

                   if fd-freq-presenca = "P" then
                       add 1 to wk-ac-presencas
                   else
                       add 1 to wk-ac-faltas
                   end-if

                   read ArqFrequencia next
               end-perform

               if wk-ac-tem = "S" then
                   perform grava-mes
               end-if
           end-if
           .
       refaz-pelo-detalhe-exit.
       exit.

      *>-----------------------------------------------------------------
       grava-mes section.
      *>-----------------------------------------------------------------
      *> Confere o mes acumulado contra o consolidado e grava os numeros
      *> do detalhe: mes ausente e incluido, mes diferente e corrigido,
      *> ambos listados no relatorio.
           add 1 to wk-total-meses

           perform busca-letivos-mes

           move wk-ac-cod to fd-fm-cod
           move wk-ac-ano to fd-fm-ano
           move wk-ac-mes to fd-fm-mes
           read ArqFreqMensal

           if ws-fs-ArqFreqMensal = 23 then
               move wk-ac-cod       to fd-fm-cod
               move wk-ac-ano       to fd-fm-ano
               move wk-ac-mes       to fd-fm-mes
               move wk-ac-letivos   to fd-fm-dias-letivos
               move wk-ac-presencas to fd-fm-presencas
               move wk-ac-faltas    to fd-fm-faltas
               write fd-freq-mensal
               if ws-fs-ArqFreqMensal <> 0 then
                   move 8                                to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao gravar ArqFreqMensal"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 0 to wk-an-letivos
               move 0 to wk-an-presencas
               move 0 to wk-an-faltas
               move "Incluido" to rl-det-acerto
               perform imprime-diferenca
               add 1 to wk-total-incluidos
           else
               if ws-fs-ArqFreqMensal <> 0 then
                   move 7                                to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao ler ArqFreqMensal"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-fm-dias-letivos <> wk-ac-letivos
               or fd-fm-presencas    <> wk-ac-presencas
               or fd-fm-faltas       <> wk-ac-faltas then
                   move fd-fm-dias-letivos to wk-an-letivos
                   move fd-fm-presencas    to wk-an-presencas
                   move fd-fm-faltas       to wk-an-faltas

                   move wk-ac-letivos   to fd-fm-dias-letivos
                   move wk-ac-presencas to fd-fm-presencas
                   move wk-ac-faltas    to fd-fm-faltas
                   rewrite fd-freq-mensal
                   if ws-fs-ArqFreqMensal <> 0 then
                       move 9                                to ws-msn-erro-ofsset
                       move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                       move "Erro ao regravar ArqFreqMensal" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "Corrigido" to rl-det-acerto
                   perform imprime-diferenca
                   add 1 to wk-total-corrigidos
               end-if
           end-if
           .
       grava-mes-exit.
       exit.

      *>-----------------------------------------------------------------
       busca-letivos-mes section.
      *>-----------------------------------------------------------------
      *> Dias letivos ("L") do mes acumulado, do dia 1 ao ultimo dia,
      *> mesma conta do conta-letivos-mes do programa principal. Cada
      *> mes e contado no ArqCalendario uma vez so e guardado na tabela.
           move 0   to wk-ac-letivos
           move "N" to wk-tl-achou

           perform varying wk-tl-ind from 1 by 1
                   until wk-tl-ind > wk-tl-qtd
                      or wk-tl-achou = "S"
               if wk-tl-ano (wk-tl-ind) = wk-ac-ano
               and wk-tl-mes (wk-tl-ind) = wk-ac-mes then
                   move "S" to wk-tl-achou
                   move wk-tl-letivos (wk-tl-ind) to wk-ac-letivos
               end-if
           end-perform

           if wk-tl-achou = "N"
           and wk-cal-disponivel = "S" then

               move wk-ac-ano to wk-cal-anomes (1:4)
               move wk-ac-mes to wk-cal-anomes (5:2)

               compute fd-cal-data = wk-ac-ano * 10000 + wk-ac-mes * 100
               read ArqCalendario

               perform until ws-fs-ArqCalendario = 10
                   read ArqCalendario next
                   if ws-fs-ArqCalendario = 10
                   or fd-cal-data (1:6) <> wk-cal-anomes then
                       exit perform
                   end-if

                   if ws-fs-ArqCalendario <> 0 then
                       move 6                                to ws-msn-erro-ofsset
                       move ws-fs-ArqCalendario              to ws-msn-erro-cod
                       move "Erro ao ler ArqCalendario"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-cal-tipo = "L" then
                       add 1 to wk-ac-letivos
                   end-if
               end-perform

               if wk-tl-qtd < wk-tl-max then
                   add 1 to wk-tl-qtd
                   move wk-ac-ano     to wk-tl-ano (wk-tl-qtd)
                   move wk-ac-mes     to wk-tl-mes (wk-tl-qtd)
                   move wk-ac-letivos to wk-tl-letivos (wk-tl-qtd)
               end-if
           end-if
           .
       busca-letivos-mes-exit.
       exit.

      *>-----------------------------------------------------------------
       remove-sem-detalhe section.
      *>-----------------------------------------------------------------
      *> Segunda passada: todo mes que sobrou no consolidado precisa ter
      *> ao menos um lancamento no detalhe; o que nao tem (aluno
      *> arquivado, lancamento apagado fora do sistema) e removido.
           move 0 to fd-fm-cod
           move 0 to fd-fm-ano
           move 0 to fd-fm-mes
           read ArqFreqMensal

           perform until ws-fs-ArqFreqMensal = 10
               read ArqFreqMensal next
               if ws-fs-ArqFreqMensal = 10 then
                   exit perform
               end-if

               if ws-fs-ArqFreqMensal <> 0 then
                   move 7                                to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao ler ArqFreqMensal"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform confere-detalhe-mes

               if wk-tem-detalhe = "N" then
                   move fd-fm-cod          to wk-ac-cod
                   move fd-fm-ano          to wk-ac-ano
                   move fd-fm-mes          to wk-ac-mes
                   move fd-fm-dias-letivos to wk-an-letivos
                   move fd-fm-presencas    to wk-an-presencas
                   move fd-fm-faltas       to wk-an-faltas
                   move 0                  to wk-ac-letivos
                   move 0                  to wk-ac-presencas
                   move 0                  to wk-ac-faltas

                   delete ArqFreqMensal
                   if ws-fs-ArqFreqMensal <> 0 then
                       move 10                               to ws-msn-erro-ofsset
                       move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                       move "Erro ao remover ArqFreqMensal"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "Removido (sem detalhe)" to rl-det-acerto
                   perform imprime-diferenca
                   add 1 to wk-total-removidos
               end-if
           end-perform
           .
       remove-sem-detalhe-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-detalhe-mes section.
      *>-----------------------------------------------------------------
      *> Posiciona o ArqFrequencia no dia 0 do mes do registro corrente
      *> do consolidado: o primeiro lancamento seguinte precisa ser do
      *> mesmo aluno e do mesmo mes.
           move "N" to wk-tem-detalhe

           if wk-freq-disponivel = "S" then
               move fd-fm-ano to wk-fm-anomes (1:4)
               move fd-fm-mes to wk-fm-anomes (5:2)

               move fd-fm-cod to fd-freq-cod
               compute fd-freq-data = fd-fm-ano * 10000 + fd-fm-mes * 100
               read ArqFrequencia

               read ArqFrequencia next
               if ws-fs-ArqFrequencia = 0 then
                   move fd-freq-data (1:6) to wk-freq-anomes
                   if fd-freq-cod = fd-fm-cod
                   and wk-freq-anomes = wk-fm-anomes then
                       move "S" to wk-tem-detalhe
                   end-if
               end-if
           end-if
           .
       confere-detalhe-mes-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-diferenca section.
      *>-----------------------------------------------------------------
           move wk-ac-cod       to rl-det-cod
           move wk-ac-ano       to rl-det-ano
           move wk-ac-mes       to rl-det-mes
           move wk-an-letivos   to rl-det-an-letivos
           move wk-an-presencas to rl-det-an-presencas
           move wk-an-faltas    to rl-det-an-faltas
           move wk-ac-letivos   to rl-det-letivos
           move wk-ac-presencas to rl-det-presencas
           move wk-ac-faltas    to rl-det-faltas
           write rl-linha from rl-linha-detalhe

           add 1 to wk-total-diferencas
           .
       imprime-diferenca-exit.
       exit.

      *>-----------------------------------------------------------------
       finaliza-anormal section.
      *>-----------------------------------------------------------------
           display ws-msn-erro
           stop run
           .
       finaliza-anormal-exit.
       exit.

      *>-----------------------------------------------------------------
       finaliza section.
      *>-----------------------------------------------------------------
           if wk-total-diferencas = 0 then
               write rl-linha from rl-linha-sem-diferenca
           end-if

           move wk-total-lancamentos to rl-tot-lancamentos
           move wk-total-meses       to rl-tot-meses
           move wk-total-incluidos   to rl-tot-incluidos
           move wk-total-corrigidos  to rl-tot-corrigidos
           move wk-total-removidos   to rl-tot-removidos

           write rl-linha from spaces
           write rl-linha from rl-linha-lancamentos
           write rl-linha from rl-linha-meses
           write rl-linha from rl-linha-incluidos
           write rl-linha from rl-linha-corrigidos
           write rl-linha from rl-linha-removidos

           if wk-freq-disponivel = "S" then
               close ArqFrequencia
           end-if
           if wk-cal-disponivel = "S" then
               close ArqCalendario
           end-if
           close ArqFreqMensal
           close ArqRelatorio

      *> Registro de Fim no protocolo de execucoes, com os meses
      *> conferidos e as diferencas acertadas.
           move "Fim"                 to fd-prot-evento
           move wk-prot-parametros    to fd-prot-parametros
           move wk-total-meses        to fd-prot-total1
           move wk-total-diferencas   to fd-prot-total2
           move "Concluido"           to fd-prot-resultado
           perform grava-protocolo
           close ArqProtocolos

           display wk-total-meses " mes(es) de aluno conferido(s)."
           display wk-total-diferencas " diferenca(s) acertada(s)."
           display "Veja RelatorioConsolidaFrequencia.txt"
           stop run
           .
       finaliza-exit.
       exit.
