      *> alunos que fechariam o ano "Em Exame" e exige uma segunda
      *> confirmacao explicita, porque encerrar com exame pendente
      *> grava essa situacao no historico e zera a nota do exame.
      *>
      *> A deliberacao do conselho de classe (ArqConselho, registrada
      *> pelo supervisor no programa principal) e respeitada: o aluno
      *> reprovado por nota que o conselho aprovou vai para o historico
      *> como "Aprovado pelo Conselho", com as notas e a media como
      *> estao, sem ajuste de nota no Alterar.

       environment division.
       configuration Section.
           record key is fd-hist-chave
           file status is ws-fs-ArqHistorico.

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
       fd ArqHistorico.
           copy "HISTORICO-FD.cpy".

       fd ArqFreqMensal.
           copy "FREQMENSAL-FD.cpy".

       fd ArqConselho.
           copy "CONSELHO-FD.cpy".

       fd ArqCalendario.
           copy "CALENDARIO-FD.cpy".
       working-storage section.
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqHistorico                       pic 9(02).
       77 ws-fs-ArqFreqMensal                      pic 9(02).
       77 ws-fs-ArqConselho                        pic 9(02).
       77 ws-fs-ArqCalendario                      pic 9(02).
       77 ws-fs-ArqLog                             pic 9(02).
       77 ws-fs-ArqProtocolos                      pic 9(02).
       copy "ALUNOS-WS.cpy".

       01  wk-media                                pic 9(02)v99 value 0.
       01  wk-situacao-texto                       pic x(22).

      *> Deliberacoes do conselho de classe; sem o arquivo (erro 35,
      *> nenhuma deliberacao registrada ainda) vale so a regra de nota e
      *> frequencia.
       77  wk-cons-disponivel                      pic x(01) value "S".

      *> Variaveis do calculo do percentual de frequencia, iguais as do
      *> Relatorio-Alunos.
           05  wk-total-encerrados                 pic 9(05) value 0.
           05  wk-total-inativos                   pic 9(05) value 0.
           05  wk-total-transferidos               pic 9(05) value 0.
           05  wk-total-concluintes                pic 9(05) value 0.

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
               perform finaliza-anormal
           end-if

      *> Abertura do consolidado de frequencia somente para leitura. Se
      *> ele ainda nao existir (erro 35), o encerramento sai sem a
      *> regra de reprovacao por falta.
           open input ArqFreqMensal
           if ws-fs-ArqFreqMensal = 35 then
               move "N" to wk-freq-disponivel
           else
               if ws-fs-ArqFreqMensal <> 0 then
                   move 3                                to ws-msn-erro-ofsset
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
                   move 18                               to ws-msn-erro-ofsset
                   move ws-fs-ArqConselho                to ws-msn-erro-cod
                   move "Erro ao abrir ArqConselho"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> Abertura do arquivo de log em modo extend, igual ao programa
      *> principal, para o zeramento das notas entrar na mesma trilha
      *> de auditoria sem apagar o historico anterior.

               move fd-alunos to alunos

               if situacao <> "I" and situacao <> "T"
               and situacao <> "C" then
                   perform apura-situacao-final
                   if wk-situacao-texto = "Em Exame" then
                       add 1 to wk-total-exames-pend
                   close ArqAlunos
                   close ArqHistorico
                   if wk-freq-disponivel = "S" then
                       close ArqFreqMensal
                   end-if
                   if wk-cal-disponivel = "S" then
                       close ArqCalendario
                   end-if
                   if wk-cons-disponivel = "S" then
                       close ArqConselho
                   end-if
                   close ArqLogAlteracoes
                   stop run
               end-if
      *> no historico nem tem as notas zeradas; se o cadastro for
      *> reativado, as notas do ano continuam la. O transferido ja
      *> saiu com os documentos dele, os anos anteriores continuam no
      *> ArqHistorico para o Historico-Escolar. O concluinte ("C",
      *> marcado pelo Promove-Alunos) ja teve o ultimo ano gravado.
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
                   perform apura-situacao-final
           and wk-situacao-texto <> "Sem Notas" then
               move "Reprovado por Falta" to wk-situacao-texto
           end-if

           perform aplica-conselho
           .
       apura-situacao-final-exit.
       exit.

      *>-----------------------------------------------------------------
       aplica-conselho section.
      *>-----------------------------------------------------------------
      *> Deliberacao do conselho de classe do aluno no ano: a aprovacao
      *> pelo conselho vale sobre a reprovacao por nota, sem mexer nas
      *> notas nem na media. A reprovacao por falta nao muda (frequencia
      *> minima e exigencia legal) e a reprovacao mantida pelo conselho
      *> so fica registrada para a ata.
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
                       move 19                               to ws-msn-erro-ofsset
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
                       move 6                                to ws-msn-erro-ofsset
                       move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                       move "Erro ao ler ArqFreqMensal"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add fd-fm-presencas to wk-freq-presentes
                   compute wk-freq-total =
                       wk-freq-total + fd-fm-presencas + fd-fm-faltas
               end-perform
           end-if

           close ArqAlunos
           close ArqHistorico
           if wk-freq-disponivel = "S" then
               close ArqFreqMensal
           end-if
           if wk-cal-disponivel = "S" then
               close ArqCalendario
           end-if
           if wk-cons-disponivel = "S" then
               close ArqConselho
           end-if
           close ArqLogAlteracoes

      *> Registro de Fim no protocolo de execucoes, com os totais da
           display wk-total-encerrados " aluno(s) gravado(s) no historico."
           display wk-total-inativos " cadastro(s) inativo(s) ignorado(s)."
           display wk-total-transferidos " transferido(s) ignorado(s)."
           display wk-total-concluintes " concluinte(s) ignorado(s)."
           stop run
           .
       finaliza-exit.
