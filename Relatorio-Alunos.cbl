      *> do programa principal.
      *>
      *> Alem da media, o relatorio mostra o percentual de frequencia do
      *> ano corrente (ArqFreqMensal, o consolidado mensal da frequencia
      *> lancada no programa principal) e marca "Reprovado por Falta"
      *> quem ficou abaixo do minimo de 75%, mesmo com media suficiente
      *> para aprovacao.
      *>
      *> A deliberacao do conselho de classe (ArqConselho) tambem entra:
      *> o reprovado por nota que o conselho aprovou sai como "Aprovado
      *> pelo Conselho" e conta entre os aprovados da turma.

       environment division.
       configuration Section.
           alternate record key is fd-turma with duplicates
           file status is ws-fs-ArqAlunos.

           Select ArqFreqMensal assign "ArqFreqMensal.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-fm-chave
           file status is ws-fs-ArqFreqMensal.

           Select ArqConselho assign "ArqConselho.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cons-chave
           alternate record key is fd-cons-turma with duplicates
           file status is ws-fs-ArqConselho.

           Select ArqCalendario assign "ArqCalendario.dat"
           organization is indexed
       fd ArqAlunos.
           copy "ALUNOS-FD.cpy".

       fd ArqFreqMensal.
           copy "FREQMENSAL-FD.cpy".

       fd ArqConselho.
           copy "CONSELHO-FD.cpy".

       fd ArqCalendario.
           copy "CALENDARIO-FD.cpy".

       working-storage section.
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqFreqMensal                      pic 9(02).
       77 ws-fs-ArqConselho                        pic 9(02).
       77 ws-fs-ArqCalendario                      pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).

       copy "ALUNOS-WS.cpy".

       01  wk-media                                pic 9(02)v99 value 0.
       01  wk-situacao-texto                       pic x(22).

      *> Deliberacoes do conselho de classe; sem o arquivo (erro 35)
      *> vale so a regra de nota e frequencia.
       77  wk-cons-disponivel                      pic x(01) value "S".

      *> Vari�veis do c�lculo do percentual de frequencia do aluno no
      *> ano corrente. Abaixo de wk-freq-minima o aluno e reprovado por
           05  wk-total-em-exame                   pic 9(05) value 0.
           05  wk-total-inativos                   pic 9(05) value 0.
           05  wk-total-transferidos               pic 9(05) value 0.
           05  wk-total-concluintes                pic 9(05) value 0.
           05  wk-total-sem-notas                  pic 9(05) value 0.
           05  wk-soma-medias                      pic 9(07)v99 value 0.
           05  wk-media-turma                      pic 9(02)v99 value 0.
           05  filler                              pic x(02) value spaces.
           05  rl-det-freq                         pic x(04).
           05  filler                              pic x(02) value spaces.
           05  rl-det-situacao                     pic x(22).

       01  rl-linha-totais.
           05  filler                              pic x(20)
           05  filler                              pic x(20)
               value " Transferidos......:".
           05  rl-tot-transferidos                 pic zzzz9.
       01  rl-linha-concluintes.
           05  filler                              pic x(20)
               value " Concluintes.......:".
           05  rl-tot-concluintes                  pic zzzz9.
       01  rl-linha-media.
           05  filler                              pic x(20)
               value " Media da turma....:".
               perform finaliza-anormal
           end-if

      *> Abertura do consolidado de frequencia somente para leitura. Se
      *> ele ainda nao existir (erro 35), o relatorio sai sem a coluna
      *> de frequencia e sem a regra de reprovacao por falta.
           open input ArqFreqMensal
           if ws-fs-ArqFreqMensal = 35 then
               move "N" to wk-freq-disponivel
           else
               if ws-fs-ArqFreqMensal <> 0 then
                   move 4                                to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao abrir ArqFreqMensal"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform conta-dias-letivos

      *> Abertura das deliberacoes do conselho somente para leitura.
           open input ArqConselho
           if ws-fs-ArqConselho = 35 then
               move "N" to wk-cons-disponivel
           else
               if ws-fs-ArqConselho <> 0 then
                   move 8                                to ws-msn-erro-ofsset
                   move ws-fs-ArqConselho                to ws-msn-erro-cod
                   move "Erro ao abrir ArqConselho"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output ArqRelatorio
           if ws-fs-ArqRelatorio <> 0 then
               move 2                             to ws-msn-erro-ofsset
      *> Inativos (soft-deletados pela op��o Deletar) e transferidos
      *> para outra escola (situacao "T" da Transferencia) n�o entram
      *> na lista nem nos totais de Aprovado/Reprovado da turma.
      *> Concluintes ("C", marcados pelo Promove-Alunos) tambem ja
      *> sairam da escola e so entram no total proprio.
               if situacao = "I" or situacao = "T" or situacao = "C" then
                   if situacao = "I" then
                       add 1 to wk-total-inativos
                   else
                       if situacao = "T" then
                           add 1 to wk-total-transferidos
                       else
                           add 1 to wk-total-concluintes
                       end-if
                   end-if
               else
                   add 1 to wk-total-matriculados
                       add 1 to wk-total-rep-falta
                   end-if

      *> Reprovado por nota aprovado pelo conselho de classe entra no
      *> total de aprovados.
                   perform aplica-conselho
                   if wk-situacao-texto = "Aprovado pelo Conselho" then
                       add 1 to wk-total-aprovados
                   end-if

                   move cod             to rl-det-cod
                   move aluno           to rl-det-aluno
                   move wk-media        to rl-det-media
           write rl-linha from rl-linha-inativos
           move wk-total-transferidos to rl-tot-transferidos
           write rl-linha from rl-linha-transferidos
           move wk-total-concluintes  to rl-tot-concluintes
           write rl-linha from rl-linha-concluintes
           move wk-total-aprovados    to rl-tot-aprovados
           write rl-linha from rl-linha-aprov
           move wk-total-rep-falta    to rl-tot-rep-falta
       processa-relatorio-exit.
       exit.

      *>-----------------------------------------------------------------
       aplica-conselho section.
      *>-----------------------------------------------------------------
      *> Mesma regra do Encerramento-Ano: a aprovacao pelo conselho de
      *> classe vale sobre a reprovacao por nota, sem mexer nas notas
      *> nem na media; a reprovacao por falta nao muda.
           if wk-cons-disponivel = "S"
           and wk-situacao-texto = "Reprovado" then
               move cod             to fd-cons-cod
               move wk-ano-corrente to fd-cons-ano
               read ArqConselho
               if ws-fs-ArqConselho = 0 then
                   if fd-cons-decisao = "A" then
                       move "Aprovado pelo Conselho" to wk-situacao-texto
                   end-if
               else
                   if ws-fs-ArqConselho <> 23 then
                       move 9                                to ws-msn-erro-ofsset
                       move ws-fs-ArqConselho                to ws-msn-erro-cod
                       move "Erro ao ler ArqConselho"        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       aplica-conselho-exit.
       exit.

      *>-----------------------------------------------------------------
       calcula-frequencia section.
      *>-----------------------------------------------------------------
      *> Soma os meses do ano corrente do aluno corrente no consolidado
      *> mensal (ArqFreqMensal): dias de aula lancados (presencas +
      *> faltas) e presencas, devolvendo o percentual em wk-freq-perc.
      *> Todos os relatorios e fechamentos leem o mesmo consolidado e
      *> chegam ao mesmo percentual.
           move 0 to wk-freq-total
           move 0 to wk-freq-presentes
           move 0 to wk-freq-perc

           if wk-freq-disponivel = "S" then

               move cod             to fd-fm-cod
               move wk-ano-corrente to fd-fm-ano
               move 0               to fd-fm-mes
               read ArqFreqMensal

               perform until ws-fs-ArqFreqMensal = 10
                   read ArqFreqMensal next
                   if ws-fs-ArqFreqMensal = 10
                   or fd-fm-cod <> cod
                   or fd-fm-ano <> wk-ano-corrente then
                       exit perform
                   end-if

                   if ws-fs-ArqFreqMensal <> 0 then
                       move 5                                to ws-msn-erro-ofsset
                       move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                       move "Erro ao ler ArqFreqMensal"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add fd-fm-presencas to wk-freq-presentes
                   compute wk-freq-total =
                       wk-freq-total + fd-fm-presencas + fd-fm-faltas
               end-perform
           end-if

      *>-----------------------------------------------------------------
           close ArqAlunos
           if wk-freq-disponivel = "S" then
               close ArqFreqMensal
           end-if
           if wk-cal-disponivel = "S" then
               close ArqCalendario
           end-if
           if wk-cons-disponivel = "S" then
               close ArqConselho
           end-if
           close ArqRelatorio
           display "Relatorio gerado em RelatorioAlunos.txt"
           stop run
