      $Set sourceformat "free"

       identification division.
       program-id. "Indicadores-Rendimento".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Indicadores de rendimento escolar por ano letivo e por turma,
      *> com o professor do mestre de turmas, para a supervisao e o
      *> conselho escolar. Para o ano informado e os dois anteriores,
      *> conta por turma:
      *>  - aprovados direto, aprovados apos a recuperacao, aprovados
      *>    pelo conselho de classe, reprovados por nota e reprovados
      *>    por falta (situacao final gravada no ArqHistorico pelo
      *>    Encerramento-Ano); "Em Exame" e "Sem Notas" saem como
      *>    pendentes;
      *>  - transferidos: cadastro com situacao "T" no ArqAlunos ou no
      *>    ArqMorto, no ano de fd-transf-data;
      *>  - abandono: cadastro inativado ("I") cuja ultima presenca
      *>    (ArqFreqMensal para o arquivo vivo, ArqMortoFrequencia para
      *>    o morto) caiu no ano e que nao tem resultado no historico
      *>    daquele ano, ou seja, deixou de frequentar antes do fim.
      *> Cada contagem sai com o percentual sobre os alunos da turma no
      *> ano (historico + transferidos + abandono), junto com a media
      *> das medias finais, e a turma fecha com a tendencia da
      *> aprovacao nos tres anos. No final sai o total da escola. O
      *> professor e o do ArqTurmas de hoje (o historico nao guarda o
      *> professor de cada ano).
      *>
      *> Saidas: RelatorioIndicadores.txt (impresso) e
      *> IndicadoresRendimento.csv, com os mesmos numeros separados por
      *> ";" para abrir direto na planilha.

       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           Select ArqHistorico assign "ArqHistorico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hist-chave
           file status is ws-fs-ArqHistorico.

           Select ArqAlunos assign "ArqAlunos.dat"
           organization is indexed
           access mode is sequential
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-ArqAlunos.

           Select ArqMorto assign "ArqMorto.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mor-cod
           file status is ws-fs-ArqMorto.

           Select ArqFreqMensal assign "ArqFreqMensal.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-fm-chave
           file status is ws-fs-ArqFreqMensal.

      *> Frequencia dos cadastros arquivados, no mesmo layout do
      *> ArqFrequencia (prefixo mf-, igual ao Arquiva-Cadastros).
           Select ArqMortoFrequencia assign "ArqMortoFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is mf-chave
           file status is ws-fs-ArqMortoFreq.

           Select ArqTurmas assign "ArqTurmas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           file status is ws-fs-ArqTurmas.

           Select ArqRelatorio assign "RelatorioIndicadores.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorio.

           Select ArqPlanilha assign "IndicadoresRendimento.csv"
           organization is line sequential
           file status is ws-fs-ArqPlanilha.

       I-O-Control.

       data division.
       file section.
       fd ArqHistorico.
           copy "HISTORICO-FD.cpy".

       fd ArqAlunos.
           copy "ALUNOS-FD.cpy".

       fd ArqMorto.
           copy "MORTO-FD.cpy".

       fd ArqFreqMensal.
           copy "FREQMENSAL-FD.cpy".

       fd ArqMortoFrequencia.
       01  mf-frequencia.
           05  mf-chave.
               10  mf-cod                          pic 9(07).
               10  mf-data                         pic 9(08).
           05  mf-presenca                         pic x(01).

       fd ArqTurmas.
           copy "TURMAS-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(130).

       fd ArqPlanilha.
       01  pl-linha                                pic x(200).

       working-storage section.
       77 ws-fs-ArqHistorico                       pic 9(02).
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqMorto                           pic 9(02).
       77 ws-fs-ArqFreqMensal                      pic 9(02).
       77 ws-fs-ArqMortoFreq                       pic 9(02).
       77 ws-fs-ArqTurmas                          pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).
       77 ws-fs-ArqPlanilha                        pic 9(02).

      *> Arquivos opcionais: sem eles (erro 35) a parte correspondente
      *> do relatorio sai zerada ou em branco.
       77  wk-morto-disponivel                     pic x(01) value "S".
       77  wk-fm-disponivel                        pic x(01) value "S".
       77  wk-mf-disponivel                        pic x(01) value "S".
       77  wk-tur-disponivel                       pic x(01) value "S".

      *> Ano informado e o primeiro dos tres anos comparados.
       77  wk-ano-corrente                         pic 9(04).
       77  wk-ano-relatorio                        pic 9(04).
       77  wk-ano-inicial                          pic 9(04).
       77  wk-data-hoje                            pic 9(08).

      *> Evento a acumular: turma, ano, tipo e media (so para o
      *> historico). Tipos: AD aprovado direto, AR aprovado apos a
      *> recuperacao, AC aprovado pelo conselho, RN reprovado por nota,
      *> RF reprovado por falta, PE pendente, TR transferido, AB
      *> abandono.
       77  wk-ev-turma                             pic x(10).
       77  wk-ev-ano                               pic 9(04).
       77  wk-ev-tipo                              pic x(02).
       77  wk-ev-media                             pic 9(02)v99.
       77  wk-ev-tem-media                         pic x(01).
       77  wk-slot                                 pic 9(01).

      *> Apuracao do abandono do cadastro corrente.
       77  wk-cod-corrente                         pic 9(07).
       77  wk-ult-presenca-ano                     pic 9(04).

      *> Turmas em ordem de codigo, cada uma com os tres anos (1 = dois
      *> anos antes, 3 = ano informado). A ultima posicao da tabela
      *> guarda o total da escola.
       01  wk-tab-turmas.
           05  wk-tt occurs 101.
               10  wk-tt-turma                     pic x(10).
               10  wk-tt-ano occurs 3.
                   15  wk-tt-total                 pic 9(05).
                   15  wk-tt-qtd occurs 8          pic 9(05).
                   15  wk-tt-soma-medias           pic 9(07)v99.
                   15  wk-tt-qtd-medias            pic 9(05).
       77  wk-tt-qtd-turmas                        pic 9(03) value 0.
       77  wk-tt-max                               pic 9(03) value 100.
       77  wk-tt-escola                            pic 9(03) value 101.
       77  wk-ind                                  pic 9(03).
       77  wk-ind-mov                              pic 9(03).
       77  wk-ind-ano                              pic 9(01).
       77  wk-ind-qtd                              pic 9(01).
       77  wk-pos                                  pic 9(03).
       77  wk-achou                                pic x(01).

      *> Posicao de cada tipo de evento em wk-tt-qtd.
       77  wk-ix-tipo                              pic 9(01).

      *> Calculos da impressao.
       77  wk-perc                                 pic 9(03)v9.
       77  wk-media                                pic 9(02)v99.
       01  wk-perc-aprov-tab.
           05  wk-perc-aprov occurs 3              pic 9(03)v9.
       77  wk-variacao                             pic s9(03)v9.
       77  wk-professor                            pic x(25).
       77  wk-descricao                            pic x(25).

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-cabecalho1.
           05  filler                              pic x(44)
               value " Indicadores de Rendimento Escolar - Anos ".
           05  rl-cab-ano1                         pic 9(04).
           05  filler                              pic x(03) value " a ".
           05  rl-cab-ano3                         pic 9(04).
           05  filler                              pic x(14)
               value "   Emitido em ".
           05  rl-cab-data                         pic 9(08).
       01  rl-cabecalho2                           pic x(110)
           value " Percentuais sobre os alunos da turma no ano (historico + transferidos + abandono).".
       01  rl-linha-turma.
           05  filler                              pic x(08)
               value " Turma: ".
           05  rl-tur-turma                        pic x(10).
           05  filler                              pic x(01) value space.
           05  rl-tur-descricao                    pic x(25).
           05  filler                              pic x(13)
               value " Professor: ".
           05  rl-tur-professor                    pic x(25).
       01  rl-cabecalho-colunas                    pic x(130)
           value " Ano Alunos  Aprov.Dir.   Aprov.Rec.   Aprov.Cons.  Repr.Nota    Repr.Falta   Transfer.    Abandono     Pendentes    Media".
       01  rl-linha-ano.
           05  filler                              pic x(01).
           05  rl-ano-ano                          pic 9(04).
           05  filler                              pic x(01).
           05  rl-ano-total                        pic zzzz9.
           05  rl-ano-ind occurs 8.
               10  filler                          pic x(02).
               10  rl-ano-qtd                      pic zzz9.
               10  filler                          pic x(01).
               10  rl-ano-perc                     pic zz9,9.
               10  rl-ano-pct                      pic x(01).
           05  filler                              pic x(02).
           05  rl-ano-media                        pic z9,99.
       01  rl-linha-tendencia.
           05  filler                              pic x(20)
               value " Aprovacao total:  ".
           05  rl-ten-ind occurs 3.
               10  rl-ten-ano                      pic 9(04).
               10  filler                          pic x(01).
               10  rl-ten-perc                     pic zz9,9.
               10  rl-ten-pct                      pic x(04).
           05  filler                              pic x(24)
               value "variacao no ultimo ano: ".
           05  rl-ten-variacao                     pic +zz9,9.
           05  filler                              pic x(07) value " pontos".
       01  rl-linha-escola                         pic x(110)
           value " TOTAL DA ESCOLA".

       01  pl-cabecalho                            pic x(200)
           value "Ano;Turma;Professor;Alunos;Aprovados direto;%;Aprovados recuperacao;%;Aprovados conselho;%;Reprovados nota;%;Reprovados falta;%;Transferidos;%;Abandono;%;Pendentes;%;Media".
      *> Parte numerica da linha da planilha, com os ";" fixos.
       01  pl-numeros.
           05  pl-total                            pic 9(05).
           05  pl-ind occurs 8.
               10  pl-sep1                         pic x(01).
               10  pl-qtd                          pic 9(05).
               10  pl-sep2                         pic x(01).
               10  pl-perc                         pic 9(03),9.
           05  pl-sep3                             pic x(01).
           05  pl-media                            pic 9(02),99.
       77  pl-turma                                pic x(10).

       Procedure Division.

           perform inicializa.
           perform apura-historico.
           perform apura-alunos.
           perform apura-morto.
           perform totaliza-escola.
           perform imprime-indicadores.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           move function current-date (1:4) to wk-ano-corrente
           move function current-date (1:8) to wk-data-hoje

           display "Indicadores de Rendimento Escolar"
           display "Ano letivo (enter = " wk-ano-corrente "): "
               with no advancing
           accept wk-ano-relatorio
           if wk-ano-relatorio = 0 then
               move wk-ano-corrente to wk-ano-relatorio
           end-if
           if wk-ano-relatorio < 1900 then
               display "Ano invalido."
               stop run
           end-if
           compute wk-ano-inicial = wk-ano-relatorio - 2

           open input ArqHistorico
           if ws-fs-ArqHistorico = 35 then
               display "ArqHistorico.dat nao encontrado: nenhum ano encerrado."
               stop run
           end-if
           if ws-fs-ArqHistorico <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-ArqHistorico               to ws-msn-erro-cod
               move "Erro ao abrir ArqHistorico"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input ArqAlunos
           if ws-fs-ArqAlunos <> 0 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir ArqAlunos"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input ArqMorto
           if ws-fs-ArqMorto = 35 then
               move "N" to wk-morto-disponivel
           else
               if ws-fs-ArqMorto <> 0 then
                   move 3                                to ws-msn-erro-ofsset
                   move ws-fs-ArqMorto                   to ws-msn-erro-cod
                   move "Erro ao abrir ArqMorto"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input ArqFreqMensal
           if ws-fs-ArqFreqMensal = 35 then
               move "N" to wk-fm-disponivel
           else
               if ws-fs-ArqFreqMensal <> 0 then
                   move 4                                to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao abrir ArqFreqMensal"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input ArqMortoFrequencia
           if ws-fs-ArqMortoFreq = 35 then
               move "N" to wk-mf-disponivel
           else
               if ws-fs-ArqMortoFreq <> 0 then
                   move 5                                to ws-msn-erro-ofsset
                   move ws-fs-ArqMortoFreq               to ws-msn-erro-cod
                   move "Erro ao abrir ArqMortoFreq."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input ArqTurmas
           if ws-fs-ArqTurmas = 35 then
               move "N" to wk-tur-disponivel
           else
               if ws-fs-ArqTurmas <> 0 then
                   move 6                                to ws-msn-erro-ofsset
                   move ws-fs-ArqTurmas                  to ws-msn-erro-cod
                   move "Erro ao abrir ArqTurmas"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output ArqRelatorio
           if ws-fs-ArqRelatorio <> 0 then
               move 7                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelatorio               to ws-msn-erro-cod
               move "Erro ao abrir Relatorio"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output ArqPlanilha
           if ws-fs-ArqPlanilha <> 0 then
               move 8                                to ws-msn-erro-ofsset
               move ws-fs-ArqPlanilha                to ws-msn-erro-cod
               move "Erro ao abrir a planilha"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           initialize wk-tab-turmas
           move "TOTAL" to wk-tt-turma (wk-tt-escola)
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       apura-historico section.
      *>-----------------------------------------------------------------
      *> Le o ArqHistorico inteiro e classifica o resultado final de
      *> cada aluno nos tres anos pela situacao gravada no encerramento.
           read ArqHistorico next
           perform until ws-fs-ArqHistorico = 10

               if ws-fs-ArqHistorico <> 0 then
                   move 9                                to ws-msn-erro-ofsset
                   move ws-fs-ArqHistorico               to ws-msn-erro-cod
                   move "Erro ao ler ArqHistorico"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-hist-ano >= wk-ano-inicial
               and fd-hist-ano <= wk-ano-relatorio then
                   move fd-hist-turma to wk-ev-turma
                   move fd-hist-ano   to wk-ev-ano
                   move fd-hist-media to wk-ev-media
                   move "S"           to wk-ev-tem-media

                   evaluate fd-hist-situacao
                       when "Aprovado"
                           move "AD" to wk-ev-tipo
                       when "Aprovado pos-exame"
                           move "AR" to wk-ev-tipo
                       when "Aprovado pelo Conselho"
                           move "AC" to wk-ev-tipo
                       when "Reprovado"
                           move "RN" to wk-ev-tipo
                       when "Reprovado por Falta"
                           move "RF" to wk-ev-tipo
                       when other
                           move "PE" to wk-ev-tipo
                   end-evaluate

      *> "Sem Notas" nao tem media de verdade (notas ainda em 11).
                   if fd-hist-situacao = "Sem Notas" then
                       move "N" to wk-ev-tem-media
                   end-if

                   perform acumula-evento
               end-if

               read ArqHistorico next
           end-perform
           .
       apura-historico-exit.
       exit.

      *>-----------------------------------------------------------------
       apura-alunos section.
      *>-----------------------------------------------------------------
      *> Transferidos e abandono dos cadastros do arquivo vivo.
           read ArqAlunos next
           perform until ws-fs-ArqAlunos = 10

               if ws-fs-ArqAlunos <> 0 then
                   move 10                               to ws-msn-erro-ofsset
                   move ws-fs-ArqAlunos                  to ws-msn-erro-cod
                   move "Erro ao ler ArqAlunos"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move fd-turma to wk-ev-turma
               move "N"      to wk-ev-tem-media

               if fd-situacao = "T" then
                   move fd-transf-data (1:4) to wk-ev-ano
                   move "TR"                 to wk-ev-tipo
                   perform acumula-evento
               end-if

               if fd-situacao = "I"
               and wk-fm-disponivel = "S" then
                   move fd-cod to wk-cod-corrente
                   perform ultima-presenca-vivo
                   perform confere-abandono
               end-if

               read ArqAlunos next
           end-perform
           .
       apura-alunos-exit.
       exit.

      *>-----------------------------------------------------------------
       apura-morto section.
      *>-----------------------------------------------------------------
      *> Mesma apuracao para os cadastros ja levados ao ArqMorto pelo
      *> Arquiva-Cadastros (a frequencia deles foi junto para o
      *> ArqMortoFrequencia).
           if wk-morto-disponivel = "S" then

               read ArqMorto next
               perform until ws-fs-ArqMorto = 10

                   if ws-fs-ArqMorto <> 0 then
                       move 11                               to ws-msn-erro-ofsset
                       move ws-fs-ArqMorto                   to ws-msn-erro-cod
                       move "Erro ao ler ArqMorto"           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-mor-turma to wk-ev-turma
                   move "N"          to wk-ev-tem-media

                   if fd-mor-situacao = "T" then
                       move fd-mor-transf-data (1:4) to wk-ev-ano
                       move "TR"                     to wk-ev-tipo
                       perform acumula-evento
                   end-if

                   if fd-mor-situacao = "I"
                   and wk-mf-disponivel = "S" then
                       move fd-mor-cod to wk-cod-corrente
                       perform ultima-presenca-morto
                       perform confere-abandono
                   end-if

                   read ArqMorto next
               end-perform
           end-if
           .
       apura-morto-exit.
       exit.

      *>-----------------------------------------------------------------
       ultima-presenca-vivo section.
      *>-----------------------------------------------------------------
      *> Ano do ultimo mes com presenca do aluno no consolidado mensal.
           move 0 to wk-ult-presenca-ano

           move wk-cod-corrente to fd-fm-cod
           move 0               to fd-fm-ano
           move 0               to fd-fm-mes
           read ArqFreqMensal

           perform until ws-fs-ArqFreqMensal = 10
               read ArqFreqMensal next
               if ws-fs-ArqFreqMensal = 10
               or fd-fm-cod <> wk-cod-corrente then
                   exit perform
               end-if

               if ws-fs-ArqFreqMensal <> 0 then
                   move 12                               to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao ler ArqFreqMensal"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-fm-presencas > 0 then
                   move fd-fm-ano to wk-ult-presenca-ano
               end-if
           end-perform
           .
       ultima-presenca-vivo-exit.
       exit.

      *>-----------------------------------------------------------------
       ultima-presenca-morto section.
      *>-----------------------------------------------------------------
      *> Ano da ultima presenca do cadastro arquivado, no detalhe diario
      *> levado para o ArqMortoFrequencia.
           move 0 to wk-ult-presenca-ano

           move wk-cod-corrente to mf-cod
           move 0               to mf-data
           read ArqMortoFrequencia

           perform until ws-fs-ArqMortoFreq = 10
               read ArqMortoFrequencia next
               if ws-fs-ArqMortoFreq = 10
               or mf-cod <> wk-cod-corrente then
                   exit perform
               end-if

               if ws-fs-ArqMortoFreq <> 0 then
                   move 13                               to ws-msn-erro-ofsset
                   move ws-fs-ArqMortoFreq               to ws-msn-erro-cod
                   move "Erro ao ler ArqMortoFreq."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if mf-presenca = "P" then
                   move mf-data (1:4) to wk-ult-presenca-ano
               end-if
           end-perform
           .
       ultima-presenca-morto-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-abandono section.
      *>-----------------------------------------------------------------
      *> Inativo com a ultima presenca num dos tres anos e sem resultado
      *> no historico daquele ano deixou de frequentar antes do
      *> encerramento. Quem concluiu o ano e so depois foi inativado
      *> tem historico e nao conta.
           if wk-ult-presenca-ano >= wk-ano-inicial
           and wk-ult-presenca-ano <= wk-ano-relatorio then
               move wk-cod-corrente     to fd-hist-cod
               move wk-ult-presenca-ano to fd-hist-ano
               read ArqHistorico
               if ws-fs-ArqHistorico = 23 then
                   move wk-ult-presenca-ano to wk-ev-ano
                   move "AB"                to wk-ev-tipo
                   perform acumula-evento
               else
                   if ws-fs-ArqHistorico <> 0 then
                       move 14                               to ws-msn-erro-ofsset
                       move ws-fs-ArqHistorico               to ws-msn-erro-cod
                       move "Erro ao ler ArqHistorico"       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       confere-abandono-exit.
       exit.

      *>-----------------------------------------------------------------
       acumula-evento section.
      *>-----------------------------------------------------------------
      *> Soma o evento corrente na turma e no ano dele. Ano fora dos
      *> tres comparados e ignorado; turma nova entra na tabela na
      *> posicao da ordem de codigo.
           if wk-ev-ano >= wk-ano-inicial
           and wk-ev-ano <= wk-ano-relatorio then

               compute wk-slot = wk-ev-ano - wk-ano-inicial + 1

               move "N" to wk-achou
               move 0   to wk-pos
               perform varying wk-ind from 1 by 1
                       until wk-ind > wk-tt-qtd-turmas
                          or wk-pos > 0
                   if wk-tt-turma (wk-ind) = wk-ev-turma then
                       move "S"    to wk-achou
                       move wk-ind to wk-pos
                   else
                       if wk-tt-turma (wk-ind) > wk-ev-turma then
                           move wk-ind to wk-pos
                       end-if
                   end-if
               end-perform

               if wk-achou = "N" then
                   if wk-tt-qtd-turmas >= wk-tt-max then
                       move 15                               to ws-msn-erro-ofsset
                       move 0                                to ws-msn-erro-cod
                       move "Mais turmas que a tabela comporta" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if wk-pos = 0 then
                       compute wk-pos = wk-tt-qtd-turmas + 1
                   else
                       perform varying wk-ind-mov from wk-tt-qtd-turmas by -1
                               until wk-ind-mov < wk-pos
                           move wk-tt (wk-ind-mov) to wk-tt (wk-ind-mov + 1)
                       end-perform
                   end-if
                   initialize wk-tt (wk-pos)
                   move wk-ev-turma to wk-tt-turma (wk-pos)
                   add 1 to wk-tt-qtd-turmas
               end-if

               evaluate wk-ev-tipo
                   when "AD" move 1 to wk-ix-tipo
                   when "AR" move 2 to wk-ix-tipo
                   when "AC" move 3 to wk-ix-tipo
                   when "RN" move 4 to wk-ix-tipo
                   when "RF" move 5 to wk-ix-tipo
                   when "TR" move 6 to wk-ix-tipo
                   when "AB" move 7 to wk-ix-tipo
                   when other move 8 to wk-ix-tipo
               end-evaluate

               add 1 to wk-tt-total (wk-pos wk-slot)
               add 1 to wk-tt-qtd (wk-pos wk-slot wk-ix-tipo)
               if wk-ev-tem-media = "S" then
                   add wk-ev-media to wk-tt-soma-medias (wk-pos wk-slot)
                   add 1           to wk-tt-qtd-medias (wk-pos wk-slot)
               end-if
           end-if
           .
       acumula-evento-exit.
       exit.

      *>-----------------------------------------------------------------
       totaliza-escola section.
      *>-----------------------------------------------------------------
           perform varying wk-ind from 1 by 1
                   until wk-ind > wk-tt-qtd-turmas
               perform varying wk-ind-ano from 1 by 1
                       until wk-ind-ano > 3
                   add wk-tt-total (wk-ind wk-ind-ano)
                       to wk-tt-total (wk-tt-escola wk-ind-ano)
                   add wk-tt-soma-medias (wk-ind wk-ind-ano)
                       to wk-tt-soma-medias (wk-tt-escola wk-ind-ano)
                   add wk-tt-qtd-medias (wk-ind wk-ind-ano)
                       to wk-tt-qtd-medias (wk-tt-escola wk-ind-ano)
                   perform varying wk-ind-qtd from 1 by 1
                           until wk-ind-qtd > 8
                       add wk-tt-qtd (wk-ind wk-ind-ano wk-ind-qtd)
                           to wk-tt-qtd (wk-tt-escola wk-ind-ano wk-ind-qtd)
                   end-perform
               end-perform
           end-perform
           .
       totaliza-escola-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-indicadores section.
      *>-----------------------------------------------------------------
           move wk-ano-inicial   to rl-cab-ano1
           move wk-ano-relatorio to rl-cab-ano3
           move wk-data-hoje     to rl-cab-data
           write rl-linha from rl-cabecalho1
           write rl-linha from rl-cabecalho2
           write rl-linha from spaces

           write pl-linha from pl-cabecalho

           perform varying wk-ind from 1 by 1
                   until wk-ind > wk-tt-qtd-turmas
               perform busca-turma
               move wk-tt-turma (wk-ind) to rl-tur-turma
               move wk-descricao         to rl-tur-descricao
               move wk-professor         to rl-tur-professor
               write rl-linha from rl-linha-turma
               perform imprime-bloco
           end-perform

      *> Total da escola, depois da ultima turma.
           move spaces to wk-professor
           move spaces to wk-descricao
           move wk-tt-escola to wk-ind
           write rl-linha from rl-linha-escola
           perform imprime-bloco
           .
       imprime-indicadores-exit.
       exit.

      *>-----------------------------------------------------------------
       busca-turma section.
      *>-----------------------------------------------------------------
      *> Professor e descricao da turma wk-ind no mestre de turmas.
           move spaces to wk-professor
           move spaces to wk-descricao

           if wk-tur-disponivel = "S" then
               move wk-tt-turma (wk-ind) to fd-tur-codigo
               read ArqTurmas
               if ws-fs-ArqTurmas = 0 then
                   move fd-tur-professor  to wk-professor
                   move fd-tur-descricao  to wk-descricao
               else
                   move "(turma fora do mestre)" to wk-descricao
               end-if
           end-if
           .
       busca-turma-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-bloco section.
      *>-----------------------------------------------------------------
      *> Os tres anos da turma wk-ind (ou do total da escola), a linha
      *> de tendencia e as linhas correspondentes da planilha.
           write rl-linha from rl-cabecalho-colunas

           perform varying wk-ind-ano from 1 by 1 until wk-ind-ano > 3

               move spaces to rl-linha-ano
               compute rl-ano-ano = wk-ano-inicial + wk-ind-ano - 1
               move wk-tt-total (wk-ind wk-ind-ano) to rl-ano-total

               move wk-tt-total (wk-ind wk-ind-ano) to pl-total

               perform varying wk-ind-qtd from 1 by 1
                       until wk-ind-qtd > 8
                   perform calcula-percentual
                   move wk-tt-qtd (wk-ind wk-ind-ano wk-ind-qtd)
                       to rl-ano-qtd (wk-ind-qtd)
                   move wk-perc to rl-ano-perc (wk-ind-qtd)
                   move "%"     to rl-ano-pct (wk-ind-qtd)

                   move ";" to pl-sep1 (wk-ind-qtd)
                   move ";" to pl-sep2 (wk-ind-qtd)
                   move wk-tt-qtd (wk-ind wk-ind-ano wk-ind-qtd)
                       to pl-qtd (wk-ind-qtd)
                   move wk-perc to pl-perc (wk-ind-qtd)
               end-perform

               move 0 to wk-media
               if wk-tt-qtd-medias (wk-ind wk-ind-ano) > 0 then
                   compute wk-media rounded =
                       wk-tt-soma-medias (wk-ind wk-ind-ano)
                       / wk-tt-qtd-medias (wk-ind wk-ind-ano)
               end-if
               move wk-media to rl-ano-media
               move ";"      to pl-sep3
               move wk-media to pl-media

               write rl-linha from rl-linha-ano

      *> Aprovacao total do ano (direta + recuperacao + conselho), para
      *> a tendencia.
               move 0 to wk-perc-aprov (wk-ind-ano)
               if wk-tt-total (wk-ind wk-ind-ano) > 0 then
                   compute wk-perc-aprov (wk-ind-ano) rounded =
                       (wk-tt-qtd (wk-ind wk-ind-ano 1)
                      + wk-tt-qtd (wk-ind wk-ind-ano 2)
                      + wk-tt-qtd (wk-ind wk-ind-ano 3)) * 100
                       / wk-tt-total (wk-ind wk-ind-ano)
               end-if

               if wk-tt-total (wk-ind wk-ind-ano) > 0 then
                   move wk-tt-turma (wk-ind) to pl-turma
                   move spaces to pl-linha
                   string rl-ano-ano               delimited by size
                          ";"                      delimited by size
                          function trim(pl-turma)  delimited by size
                          ";"                      delimited by size
                          function trim(wk-professor) delimited by size
                          ";"                      delimited by size
                          pl-numeros               delimited by size
                          into pl-linha
                   write pl-linha
               end-if
           end-perform

           perform varying wk-ind-ano from 1 by 1 until wk-ind-ano > 3
               compute rl-ten-ano (wk-ind-ano) =
                   wk-ano-inicial + wk-ind-ano - 1
               move wk-perc-aprov (wk-ind-ano) to rl-ten-perc (wk-ind-ano)
               move "%   "                     to rl-ten-pct (wk-ind-ano)
           end-perform
           compute wk-variacao = wk-perc-aprov (3) - wk-perc-aprov (2)
           move wk-variacao to rl-ten-variacao
           write rl-linha from rl-linha-tendencia
           write rl-linha from spaces
           .
       imprime-bloco-exit.
       exit.

      *>-----------------------------------------------------------------
       calcula-percentual section.
      *>-----------------------------------------------------------------
           move 0 to wk-perc
           if wk-tt-total (wk-ind wk-ind-ano) > 0 then
               compute wk-perc rounded =
                   wk-tt-qtd (wk-ind wk-ind-ano wk-ind-qtd) * 100
                   / wk-tt-total (wk-ind wk-ind-ano)
           end-if
           .
       calcula-percentual-exit.
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
           close ArqHistorico
           close ArqAlunos
           if wk-morto-disponivel = "S" then
               close ArqMorto
           end-if
           if wk-fm-disponivel = "S" then
               close ArqFreqMensal
           end-if
           if wk-mf-disponivel = "S" then
               close ArqMortoFrequencia
           end-if
           if wk-tur-disponivel = "S" then
               close ArqTurmas
           end-if
           close ArqRelatorio
           close ArqPlanilha

           display wk-tt-qtd-turmas " turma(s) nos anos " wk-ano-inicial
               " a " wk-ano-relatorio "."
           display "Veja RelatorioIndicadores.txt e IndicadoresRendimento.csv"
           stop run
           .
       finaliza-exit.
       exit.
