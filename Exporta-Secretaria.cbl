      *> arquivo de retorno chega. Quem ja estava pendente de um envio
      *> anterior sai apontado no relatorio de controle, para a
      *> secretaria saber o que ainda nao teve aceite na rede.
      *>
      *> A deliberacao do conselho de classe (ArqConselho) vale como no
      *> Relatorio-Alunos. Como a situacao do layout da Secretaria tem
      *> 19 posicoes fixas, o aprovado pelo conselho sai abreviado como
      *> "Aprovado p/Conselho", no arquivo e no relatorio de controle.

       environment division.
       configuration Section.
           alternate record key is fd-turma with duplicates
           file status is ws-fs-ArqAlunos.

           Select ArqFreqMensal assign "ArqFreqMensal.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-fm-chave
           file status is ws-fs-ArqFreqMensal.

           Select ArqCalendario assign "ArqCalendario.dat"
           organization is indexed
           record key is fd-cal-data
           file status is ws-fs-ArqCalendario.

           Select ArqConselho assign "ArqConselho.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cons-chave
           alternate record key is fd-cons-turma with duplicates
           file status is ws-fs-ArqConselho.

           Select ArqExporta assign "ExportSecretaria.txt"
           organization is line sequential
           file status is ws-fs-ArqExporta.
       fd ArqAlunos.
           copy "ALUNOS-FD.cpy".

       fd ArqFreqMensal.
           copy "FREQMENSAL-FD.cpy".

       fd ArqCalendario.
           copy "CALENDARIO-FD.cpy".

       fd ArqConselho.
           copy "CONSELHO-FD.cpy".

       fd ArqExporta.
       01  exp-registro                            pic x(80).


       working-storage section.
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqFreqMensal                      pic 9(02).
       77 ws-fs-ArqCalendario                      pic 9(02).
       77 ws-fs-ArqConselho                        pic 9(02).
       77 ws-fs-ArqExporta                         pic 9(02).
       77 ws-fs-ArqRelatorioExp                    pic 9(02).
       77 ws-fs-ArqProtocolos                      pic 9(02).
       01  wk-media                                pic 9(02)v99 value 0.
       01  wk-situacao-texto                       pic x(19).

      *> Deliberacoes do conselho de classe; sem o arquivo (erro 35)
      *> vale so a regra de nota e frequencia.
       77  wk-cons-disponivel                      pic x(01) value "S".

      *> Variaveis do calculo do percentual de frequencia, as mesmas
      *> regras e o mesmo padrao de leitura do Relatorio-Alunos. Sem o
      *> ArqFreqMensal (erro 35) a exportacao sai sem a regra de
      *> reprovacao por falta.
       77  wk-freq-disponivel                      pic x(01) value "S".
       77  wk-freq-minima                          pic 9(03) value 75.
           05  wk-total-exportados                 pic 9(05) value 0.
           05  wk-total-inativos                   pic 9(05) value 0.
           05  wk-total-transferidos               pic 9(05) value 0.
           05  wk-total-concluintes                pic 9(05) value 0.
           05  wk-total-pend-anterior              pic 9(05) value 0.

       01  ws-msn-erro.
           05  filler                              pic x(20)
               value " Transferidos pul..:".
           05  rl-tot-transf                       pic zzzz9.
       01  rl-linha-concl.
           05  filler                              pic x(20)
               value " Concluintes pul...:".
           05  rl-tot-concl                        pic zzzz9.
       01  rl-linha-pend-ant.
           05  filler                              pic x(20)
               value " Pend. retorno ant.:".
               perform finaliza-anormal
           end-if

           open input ArqFreqMensal
           if ws-fs-ArqFreqMensal = 35 then
               move "N" to wk-freq-disponivel
           else
               if ws-fs-ArqFreqMensal <> 0 then
                   move 2                                to ws-msn-erro-ofsset
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
                   move 15                               to ws-msn-erro-ofsset
                   move ws-fs-ArqConselho                to ws-msn-erro-cod
                   move "Erro ao abrir ArqConselho"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output ArqExporta
           if ws-fs-ArqExporta <> 0 then
               move 3                                to ws-msn-erro-ofsset

      *> Inativos (soft-deletados pela opcao Deletar) e transferidos
      *> para outra escola (situacao "T" da Transferencia) nao vao para
      *> a Secretaria, apenas contam no relatorio de controle. O
      *> concluinte ("C", marcado pelo Promove-Alunos) ja saiu da
      *> escola e recebe o mesmo tratamento.
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
                   perform monta-situacao
           write rl-linha from rl-linha-inativos
           move wk-total-transferidos to rl-tot-transf
           write rl-linha from rl-linha-transf
           move wk-total-concluintes to rl-tot-concl
           write rl-linha from rl-linha-concl
           move wk-total-pend-anterior to rl-tot-pend-ant
           write rl-linha from rl-linha-pend-ant
           .
           and wk-situacao-texto <> "Sem Notas" then
               move "Reprovado por Falta" to wk-situacao-texto
           end-if

           perform aplica-conselho
           .
       monta-situacao-exit.
       exit.

      *>-----------------------------------------------------------------
       aplica-conselho section.
      *>-----------------------------------------------------------------
      *> Mesma logica da secao aplica-conselho do Relatorio-Alunos, com
      *> o texto abreviado do layout da Secretaria.
           if wk-cons-disponivel = "S"
           and wk-situacao-texto = "Reprovado" then
               move cod             to fd-cons-cod
               move wk-ano-corrente to fd-cons-ano
               read ArqConselho
               if ws-fs-ArqConselho = 0 then
                   if fd-cons-decisao = "A" then
                       move "Aprovado p/Conselho" to wk-situacao-texto
                   end-if
               else
                   if ws-fs-ArqConselho <> 23 then
                       move 16                               to ws-msn-erro-ofsset
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
                       move 8                                to ws-msn-erro-ofsset
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
           close ArqExporta
           close ArqRelatorioExp

