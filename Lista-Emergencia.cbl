      $Set sourceformat "free"

       identification division.
       program-id. "Lista-Emergencia".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Lista de emergencia impressa por turma, para levar nos passeios
      *> e deixar na portaria. Para cada aluno ativo da turma (indice
      *> alternado fd-turma do ArqAlunos, como no Diario-Classe) junta
      *> a ficha de saude do ArqSaude - tipo sanguineo, alergias,
      *> medicacao de uso continuo, laudo, cuidados em emergencia e
      *> necessidade educacional especial - com os dois primeiros
      *> responsaveis do ArqContatos (mesmo posicionamento do
      *> escreve-responsaveis do Boletim-Alunos). Aluno sem contato
      *> cadastrado sai com o telefone do cadastro; aluno sem ficha sai
      *> apontado, para a secretaria completar. O rodape traz os totais
      *> da turma.

       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           Select ArqTurmas assign "ArqTurmas.dat"
           organization is indexed
           access mode is dynamic
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

           Select ArqContatos assign "ArqContatos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cont-chave
           file status is ws-fs-ArqContatos.

           Select ArqRelatorio assign "ListaEmergencia.txt"
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

       fd ArqContatos.
           copy "CONTATOS-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(100).

       working-storage section.
       77 ws-fs-ArqTurmas                          pic 9(02).
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqSaude                           pic 9(02).
       77 ws-fs-ArqContatos                        pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).

       77 wk-turma-lista                           pic x(10).
       77 wk-data-hoje                             pic 9(08).
       77 wk-fim-alunos                            pic x(01).

      *> Arquivos opcionais: sem fichas (erro 35) todos saem como "sem
      *> ficha"; sem contatos, todos saem com o telefone do cadastro.
       77 wk-sau-disponivel                        pic x(01) value "S".
       77 wk-cont-disponivel                       pic x(01) value "S".

      *> Responsaveis impressos por aluno: os dois primeiros do
      *> ArqContatos, na ordem de seq.
       77 wk-cont-fim                              pic x(01).
       77 wk-qtd-contatos                          pic 9(02).
       77 wk-max-contatos                          pic 9(02) value 2.

       01  wk-totais.
           05  wk-total-alunos                     pic 9(05) value 0.
           05  wk-total-sem-ficha                  pic 9(05) value 0.
           05  wk-total-alergia                    pic 9(05) value 0.
           05  wk-total-medicacao                  pic 9(05) value 0.
           05  wk-total-nee                        pic 9(05) value 0.

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-separador                            pic x(100)
           value all "=".
       01  rl-titulo.
           05  filler                              pic x(40)
               value " Lista de Emergencia da Turma".
           05  filler                              pic x(13)
               value "Emitida em ".
           05  rl-tit-data                         pic 9(08).
       01  rl-linha-turma.
           05  filler                              pic x(08)
               value " Turma: ".
           05  rl-cab-codigo                       pic x(10).
           05  filler                              pic x(03) value " - ".
           05  rl-cab-descricao                    pic x(25).
           05  filler                              pic x(13)
               value "  Professor: ".
           05  rl-cab-professor                    pic x(25).
       01  rl-linha-aluno.
           05  filler                              pic x(01) value space.
           05  rl-alu-cod                          pic zzzzzz9.
           05  filler                              pic x(02) value spaces.
           05  rl-alu-aluno                        pic x(25).
           05  filler                              pic x(02) value spaces.
           05  filler                              pic x(08)
               value "Sangue: ".
           05  rl-alu-sangue                       pic x(03).
           05  filler                              pic x(02) value spaces.
           05  rl-alu-nee-rotulo                   pic x(05).
           05  rl-alu-nee                          pic x(40).
       01  rl-linha-nota.
           05  filler                              pic x(10) value spaces.
           05  rl-nota-rotulo                      pic x(15).
           05  rl-nota-texto                       pic x(40).
       01  rl-linha-contato.
           05  filler                              pic x(10) value spaces.
           05  filler                              pic x(15)
               value "Responsavel..:".
           05  rl-cont-nome                        pic x(25).
           05  filler                              pic x(02) value spaces.
           05  rl-cont-parentesco                  pic x(15).
           05  filler                              pic x(02) value spaces.
           05  rl-cont-telefone                    pic x(15).
       01  rl-linha-sem-contato.
           05  filler                              pic x(10) value spaces.
           05  filler                              pic x(42)
               value "Sem responsavel cadastrado. Tel. cadastro:".
           05  filler                              pic x(01) value space.
           05  rl-sem-telefone                     pic x(15).

       01  rl-linha-alunos.
           05  filler                              pic x(30)
               value " Alunos na lista............:".
           05  rl-tot-alunos                       pic zzzz9.
       01  rl-linha-alergia.
           05  filler                              pic x(30)
               value " Com alergia................:".
           05  rl-tot-alergia                      pic zzzz9.
       01  rl-linha-medicacao.
           05  filler                              pic x(30)
               value " Com medicacao continua.....:".
           05  rl-tot-medicacao                    pic zzzz9.
       01  rl-linha-nee.
           05  filler                              pic x(30)
               value " Com necessidade especial...:".
           05  rl-tot-nee                          pic zzzz9.
       01  rl-linha-sem-ficha.
           05  filler                              pic x(30)
               value " Sem ficha de saude.........:".
           05  rl-tot-sem-ficha                    pic zzzz9.

       Procedure Division.

           perform inicializa.
           perform imprime-lista.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           move function current-date (1:8) to wk-data-hoje

           display "Lista de Emergencia da Turma"
           display "Digite a turma: " with no advancing
           accept wk-turma-lista
           move function upper-case(wk-turma-lista) to wk-turma-lista

           open input ArqTurmas
           if ws-fs-ArqTurmas <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-ArqTurmas                  to ws-msn-erro-cod
               move "Erro ao abrir ArqTurmas"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> A descricao e o professor do cabecalho vem do mestre de
      *> turmas; turma inexistente nem gera a lista.
           move wk-turma-lista to fd-tur-codigo
           read ArqTurmas
           if ws-fs-ArqTurmas <> 0 then
               display "Turma inexistente no mestre de turmas."
               close ArqTurmas
               stop run
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

           open input ArqContatos
           if ws-fs-ArqContatos = 35 then
               move "N" to wk-cont-disponivel
           else
               if ws-fs-ArqContatos <> 0 then
                   move 4                                to ws-msn-erro-ofsset
                   move ws-fs-ArqContatos                to ws-msn-erro-cod
                   move "Erro ao abrir ArqContatos"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output ArqRelatorio
           if ws-fs-ArqRelatorio <> 0 then
               move 5                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelatorio               to ws-msn-erro-cod
               move "Erro ao abrir ListaEmergencia.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-lista section.
      *>-----------------------------------------------------------------
           move wk-data-hoje to rl-tit-data
           write rl-linha from rl-titulo
           move fd-tur-codigo    to rl-cab-codigo
           move fd-tur-descricao to rl-cab-descricao
           move fd-tur-professor to rl-cab-professor
           write rl-linha from rl-linha-turma
           write rl-linha from rl-separador

      *> Alunos ativos da turma pelo indice alternado de turma, na
      *> mesma ordem da Consulta por Turma.
           move wk-turma-lista to fd-turma
           start ArqAlunos key >= fd-turma

           move "N" to wk-fim-alunos
           perform until wk-fim-alunos = "S"
               read ArqAlunos next
               if ws-fs-ArqAlunos <> 0 then
                   move "S" to wk-fim-alunos
               else
                   if function upper-case(fd-turma)
                      <> wk-turma-lista then
                       move "S" to wk-fim-alunos
                   else
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           perform imprime-aluno
                       end-if
                   end-if
               end-if
           end-perform

           if wk-total-alunos = 0 then
               move " (nenhum aluno ativo na turma)" to rl-linha
               write rl-linha
           end-if

           write rl-linha from rl-separador
           move wk-total-alunos    to rl-tot-alunos
           write rl-linha from rl-linha-alunos
           move wk-total-alergia   to rl-tot-alergia
           write rl-linha from rl-linha-alergia
           move wk-total-medicacao to rl-tot-medicacao
           write rl-linha from rl-linha-medicacao
           move wk-total-nee       to rl-tot-nee
           write rl-linha from rl-linha-nee
           move wk-total-sem-ficha to rl-tot-sem-ficha
           write rl-linha from rl-linha-sem-ficha
           .
       imprime-lista-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-aluno section.
      *>-----------------------------------------------------------------
      *> Bloco de um aluno: linha com nome, tipo sanguineo e NEE, as
      *> anotacoes preenchidas da ficha e os responsaveis.
           add 1 to wk-total-alunos

           move spaces to fd-saude
           if wk-sau-disponivel = "S" then
               move fd-cod to fd-sau-cod
               read ArqSaude
               if ws-fs-ArqSaude <> 0 then
                   if ws-fs-ArqSaude <> 23 then
                       move 6                                to ws-msn-erro-ofsset
                       move ws-fs-ArqSaude                   to ws-msn-erro-cod
                       move "Erro ao ler ArqSaude"           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move spaces to fd-saude
               end-if
           end-if

           move fd-cod             to rl-alu-cod
           move fd-aluno           to rl-alu-aluno
           move fd-sau-tipo-sangue to rl-alu-sangue
           if fd-sau-nee = "S" then
               move "NEE: "              to rl-alu-nee-rotulo
               move fd-sau-nee-descricao to rl-alu-nee
               add 1 to wk-total-nee
           else
               move spaces to rl-alu-nee-rotulo
               move spaces to rl-alu-nee
           end-if
           write rl-linha from rl-linha-aluno

      *> Registro em branco = aluno sem ficha de saude.
           if fd-saude = spaces then
               move "Ficha saude..:"  to rl-nota-rotulo
               move "NAO CADASTRADA"  to rl-nota-texto
               write rl-linha from rl-linha-nota
               add 1 to wk-total-sem-ficha
           else
               if fd-sau-alergias <> spaces then
                   move "Alergias.....:"  to rl-nota-rotulo
                   move fd-sau-alergias   to rl-nota-texto
                   write rl-linha from rl-linha-nota
                   add 1 to wk-total-alergia
               end-if
               if fd-sau-medicacao <> spaces then
                   move "Medicacao....:"  to rl-nota-rotulo
                   move fd-sau-medicacao  to rl-nota-texto
                   write rl-linha from rl-linha-nota
                   add 1 to wk-total-medicacao
               end-if
               if fd-sau-laudo <> spaces then
                   move "Laudo........:"  to rl-nota-rotulo
                   move fd-sau-laudo      to rl-nota-texto
                   write rl-linha from rl-linha-nota
               end-if
               if fd-sau-cuidados <> spaces then
                   move "Emergencia...:"  to rl-nota-rotulo
                   move fd-sau-cuidados   to rl-nota-texto
                   write rl-linha from rl-linha-nota
               end-if
           end-if

           perform imprime-responsaveis
           write rl-linha from spaces
           .
       imprime-aluno-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-responsaveis section.
      *>-----------------------------------------------------------------
      *> Os dois primeiros contatos do aluno corrente, pelo mesmo
      *> posicionamento por leitura direta + read next do
      *> buscar-prox-seq-contato do programa principal. Sem nenhum,
      *> sai o telefone do proprio cadastro.
           move 0 to wk-qtd-contatos

           if wk-cont-disponivel = "S" then
               move fd-cod to fd-cont-cod
               move 0      to fd-cont-seq
               read ArqContatos

               move "N" to wk-cont-fim
               perform until wk-cont-fim = "S"
                   read ArqContatos next
                   if ws-fs-ArqContatos = 10
                   or fd-cont-cod <> fd-cod
                   or wk-qtd-contatos >= wk-max-contatos then
                       move "S" to wk-cont-fim
                   else
                       if ws-fs-ArqContatos <> 0 then
                           move 7                                to ws-msn-erro-ofsset
                           move ws-fs-ArqContatos                to ws-msn-erro-cod
                           move "Erro ao ler ArqContatos"        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move fd-cont-nome       to rl-cont-nome
                       move fd-cont-parentesco to rl-cont-parentesco
                       move fd-cont-telefone   to rl-cont-telefone
                       write rl-linha from rl-linha-contato
                       add 1 to wk-qtd-contatos
                   end-if
               end-perform
           end-if

           if wk-qtd-contatos = 0 then
               move fd-telefone to rl-sem-telefone
               write rl-linha from rl-linha-sem-contato
           end-if
           .
       imprime-responsaveis-exit.
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
           if wk-cont-disponivel = "S" then
               close ArqContatos
           end-if
           close ArqRelatorio
           display wk-total-alunos " aluno(s) na lista."
           display "Lista gerada em ListaEmergencia.txt"
           stop run
           .
       finaliza-exit.
       exit.
