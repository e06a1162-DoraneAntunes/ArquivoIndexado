      $Set sourceformat "free"

       identification division.
       program-id. "Relatorio-NEE".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Relatorio anual dos alunos com necessidade educacional
      *> especial, por turma, para o relatorio da escola a Secretaria
      *> de Educacao. Le o mestre de turmas (ArqTurmas) do inicio ao
      *> fim e, para cada turma, percorre os alunos ativos pelo indice
      *> alternado de turma (mesma contagem do Relatorio-Ocupacao),
      *> conferindo a ficha de saude de cada um no ArqSaude
      *> (fd-sau-nee = "S"). Mostra os ativos, os com necessidade
      *> especial e o percentual da turma, os ativos ainda sem ficha
      *> (para a secretaria saber que a contagem pode estar
      *> incompleta) e o total da escola.

       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           Select ArqTurmas assign "ArqTurmas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-tur-codigo
           file status is ws-fs-ArqTurmas.

           Select ArqAlunos assign "ArqAlunos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-ArqAlunos.

           Select ArqSaude assign "ArqSaude.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-sau-cod
           file status is ws-fs-ArqSaude.

           Select ArqRelatorio assign "RelatorioNEE.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorio.

       I-O-Control.

       data division.
       file section.
       fd ArqTurmas.
           copy "TURMAS-FD.cpy".

       fd ArqAlunos.
           copy "ALUNOS-FD.cpy".

       fd ArqSaude.
           copy "SAUDE-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(100).

       working-storage section.
       77 ws-fs-ArqTurmas                          pic 9(02).
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqSaude                           pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).

       77 wk-turma-corrente                        pic x(10).
       77 wk-fim-alunos                            pic x(01).
       77 wk-data-hoje                             pic 9(08).
       77 wk-perc                                  pic 9(03)v9.

      *> Sem o ArqSaude (erro 35) nenhuma ficha foi cadastrada ainda:
      *> todos os ativos saem como sem ficha.
       77 wk-sau-disponivel                        pic x(01) value "S".

       01  wk-contagem-turma.
           05  wk-tur-ativos                       pic 9(05).
           05  wk-tur-nee                          pic 9(05).
           05  wk-tur-sem-ficha                    pic 9(05).

       01  wk-totais.
           05  wk-total-turmas                     pic 9(05) value 0.
           05  wk-total-ativos                     pic 9(05) value 0.
           05  wk-total-nee                        pic 9(05) value 0.
           05  wk-total-sem-ficha                  pic 9(05) value 0.

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-cabecalho1.
           05  filler                              pic x(60)
               value " Alunos com Necessidade Educacional Especial por Turma".
           05  filler                              pic x(11)
               value "Emitido em ".
           05  rl-cab-data                         pic 9(08).
       01  rl-cabecalho2                           pic x(100)
           value " Turma       Descricao                  Professor                 Ativos    NEE     %  Sem ficha".
       01  rl-linha-detalhe.
           05  filler                              pic x(01) value space.
           05  rl-det-turma                        pic x(10).
           05  filler                              pic x(02) value spaces.
           05  rl-det-descricao                    pic x(25).
           05  filler                              pic x(02) value spaces.
           05  rl-det-professor                    pic x(25).
           05  filler                              pic x(02) value spaces.
           05  rl-det-ativos                       pic zzzz9.
           05  filler                              pic x(02) value spaces.
           05  rl-det-nee                          pic zzzz9.
           05  filler                              pic x(01) value space.
           05  rl-det-perc                         pic zz9,9.
           05  filler                              pic x(06) value spaces.
           05  rl-det-sem-ficha                    pic zzzz9.

       01  rl-linha-turmas.
           05  filler                              pic x(30)
               value " Turmas.....................:".
           05  rl-tot-turmas                       pic zzzz9.
       01  rl-linha-ativos.
           05  filler                              pic x(30)
               value " Alunos ativos..............:".
           05  rl-tot-ativos                       pic zzzz9.
       01  rl-linha-nee.
           05  filler                              pic x(30)
               value " Com necessidade especial...:".
           05  rl-tot-nee                          pic zzzz9.
           05  filler                              pic x(02) value spaces.
           05  rl-tot-perc                         pic zz9,9.
           05  filler                              pic x(01) value "%".
       01  rl-linha-sem-ficha.
           05  filler                              pic x(30)
               value " Sem ficha de saude.........:".
           05  rl-tot-sem-ficha                    pic zzzz9.

       Procedure Division.

           perform inicializa.
           perform processa-turmas.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           move function current-date (1:8) to wk-data-hoje

           open input ArqTurmas
           if ws-fs-ArqTurmas <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-ArqTurmas                  to ws-msn-erro-cod
               move "Erro ao abrir ArqTurmas"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input ArqAlunos
           if ws-fs-ArqAlunos <> 0 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir ArqAlunos"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input ArqSaude
           if ws-fs-ArqSaude = 35 then
               move "N" to wk-sau-disponivel
           else
               if ws-fs-ArqSaude <> 0 then
                   move 3                                to ws-msn-erro-ofsset
                   move ws-fs-ArqSaude                   to ws-msn-erro-cod
                   move "Erro ao abrir ArqSaude"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output ArqRelatorio
           if ws-fs-ArqRelatorio <> 0 then
               move 4                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelatorio               to ws-msn-erro-cod
               move "Erro ao abrir Relatorio"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move wk-data-hoje to rl-cab-data
           write rl-linha from rl-cabecalho1
           write rl-linha from rl-cabecalho2
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       processa-turmas section.
      *>-----------------------------------------------------------------
           read ArqTurmas next
           perform until ws-fs-ArqTurmas = 10

               move fd-tur-codigo to wk-turma-corrente
               perform conta-nee-turma

               move 0 to wk-perc
               if wk-tur-ativos > 0 then
                   compute wk-perc rounded =
                       wk-tur-nee * 100 / wk-tur-ativos
               end-if

               move fd-tur-codigo    to rl-det-turma
               move fd-tur-descricao to rl-det-descricao
               move fd-tur-professor to rl-det-professor
               move wk-tur-ativos    to rl-det-ativos
               move wk-tur-nee       to rl-det-nee
               move wk-perc          to rl-det-perc
               move wk-tur-sem-ficha to rl-det-sem-ficha
               write rl-linha from rl-linha-detalhe

               add 1                to wk-total-turmas
               add wk-tur-ativos    to wk-total-ativos
               add wk-tur-nee       to wk-total-nee
               add wk-tur-sem-ficha to wk-total-sem-ficha

               read ArqTurmas next
               if ws-fs-ArqTurmas <> 0 and ws-fs-ArqTurmas <> 10 then
                   move 5                                to ws-msn-erro-ofsset
                   move ws-fs-ArqTurmas                  to ws-msn-erro-cod
                   move "Erro ao ler ArqTurmas"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           move 0 to wk-perc
           if wk-total-ativos > 0 then
               compute wk-perc rounded =
                   wk-total-nee * 100 / wk-total-ativos
           end-if

           write rl-linha from spaces
           move wk-total-turmas    to rl-tot-turmas
           write rl-linha from rl-linha-turmas
           move wk-total-ativos    to rl-tot-ativos
           write rl-linha from rl-linha-ativos
           move wk-total-nee       to rl-tot-nee
           move wk-perc            to rl-tot-perc
           write rl-linha from rl-linha-nee
           move wk-total-sem-ficha to rl-tot-sem-ficha
           write rl-linha from rl-linha-sem-ficha
           .
       processa-turmas-exit.
       exit.

      *>-----------------------------------------------------------------
       conta-nee-turma section.
      *>-----------------------------------------------------------------
      *> Alunos ativos da turma corrente pelo indice alternado de turma
      *> (mesmo laco do conta-alunos-turma do Relatorio-Ocupacao), com
      *> a leitura direta da ficha de saude de cada um.
           initialize wk-contagem-turma

           move wk-turma-corrente to fd-turma
           start ArqAlunos key >= fd-turma

           move "N" to wk-fim-alunos
           perform until wk-fim-alunos = "S"
               read ArqAlunos next
               if ws-fs-ArqAlunos <> 0 then
                   move "S" to wk-fim-alunos
               else
                   if function upper-case(fd-turma)
                      <> function upper-case(wk-turma-corrente) then
                       move "S" to wk-fim-alunos
                   else
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           add 1 to wk-tur-ativos
                           perform confere-ficha-aluno
                       end-if
                   end-if
               end-if
           end-perform
           .
       conta-nee-turma-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-ficha-aluno section.
      *>-----------------------------------------------------------------
           if wk-sau-disponivel = "N" then
               add 1 to wk-tur-sem-ficha
           else
               move fd-cod to fd-sau-cod
               read ArqSaude
               evaluate ws-fs-ArqSaude
                   when 0
                       if fd-sau-nee = "S" then
                           add 1 to wk-tur-nee
                       end-if
                   when 23
                       add 1 to wk-tur-sem-ficha
                   when other
                       move 6                                to ws-msn-erro-ofsset
                       move ws-fs-ArqSaude                   to ws-msn-erro-cod
                       move "Erro ao ler ArqSaude"           to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       confere-ficha-aluno-exit.
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
           close ArqTurmas
           close ArqAlunos
           if wk-sau-disponivel = "S" then
               close ArqSaude
           end-if
           close ArqRelatorio
           display wk-total-nee " aluno(s) com necessidade especial em "
               wk-total-turmas " turma(s)."
           display "Relatorio gerado em RelatorioNEE.txt"
           stop run
           .
       finaliza-exit.
       exit.
