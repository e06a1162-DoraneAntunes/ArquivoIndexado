      $Set sourceformat "free"

       identification division.
       program-id. "Ata-Conselho".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Ata impressa da reuniao do conselho de classe, por turma, para
      *> assinatura e arquivo na pasta da turma. Lista as deliberacoes
      *> do ano letivo informado gravadas no ArqConselho pelo programa
      *> principal: cod, nome, decisao (Aprovado pelo Conselho ou
      *> Mantida a reprovacao), motivo, data e o login do supervisor
      *> que registrou. As deliberacoes saem na ordem do indice
      *> alternado de turma (fd-cons-turma, a turma do aluno na epoca),
      *> com quebra por turma: cabecalho com a descricao e o professor
      *> do ArqTurmas, totais da turma e espaco para as assinaturas.
      *> Com a turma em branco sai a ata de todas as turmas do ano.

       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           Select ArqConselho assign "ArqConselho.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cons-chave
           alternate record key is fd-cons-turma with duplicates
           file status is ws-fs-ArqConselho.

           Select ArqTurmas assign "ArqTurmas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           file status is ws-fs-ArqTurmas.

           Select ArqRelatorio assign "AtaConselho.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorio.

       I-O-Control.

       data division.
       file section.
       fd ArqConselho.
           copy "CONSELHO-FD.cpy".

       fd ArqTurmas.
           copy "TURMAS-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(132).

       working-storage section.
       77 ws-fs-ArqConselho                        pic 9(02).
       77 ws-fs-ArqTurmas                          pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).

       77 wk-ano-corrente                          pic 9(04).
       77 wk-data-hoje                             pic 9(08).
       77 wk-ano-ata                               pic 9(04).
       77 wk-turma-ata                             pic x(10).

      *> Mestre de turmas opcional: sem ele (erro 35) a ata sai sem a
      *> descricao e o professor no cabecalho da turma.
       77 wk-tur-disponivel                        pic x(01) value "S".

      *> Controle da quebra por turma.
       77 wk-fim-conselho                          pic x(01).
       77 wk-turma-atual                           pic x(10).
       77 wk-decisao-texto                         pic x(22).

       01  wk-totais-turma.
           05  wk-tur-aprovados                    pic 9(05) value 0.
           05  wk-tur-mantidas                     pic 9(05) value 0.
       77  wk-total-turmas                         pic 9(05) value 0.
       77  wk-total-deliberacoes                   pic 9(05) value 0.

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-separador                            pic x(132)
           value all "=".
       01  rl-titulo.
           05  filler                              pic x(40)
               value " Ata do Conselho de Classe - Ano letivo ".
           05  rl-tit-ano                          pic 9(04).
           05  filler                              pic x(14)
               value "   Emitida em ".
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
       01  rl-cabecalho-colunas                    pic x(132)
           value "     Cod  Aluno                      Decisao                 Motivo                                    Data      Usuario".
       01  rl-linha-detalhe.
           05  filler                              pic x(01) value space.
           05  rl-det-cod                          pic zzzzzz9.
           05  filler                              pic x(02) value spaces.
           05  rl-det-aluno                        pic x(25).
           05  filler                              pic x(02) value spaces.
           05  rl-det-decisao                      pic x(22).
           05  filler                              pic x(02) value spaces.
           05  rl-det-motivo                       pic x(40).
           05  filler                              pic x(02) value spaces.
           05  rl-det-data                         pic 9(08).
           05  filler                              pic x(02) value spaces.
           05  rl-det-usuario                      pic x(10).
       01  rl-linha-aprovados.
           05  filler                              pic x(30)
               value " Aprovados pelo conselho....:".
           05  rl-tot-aprovados                    pic zzzz9.
       01  rl-linha-mantidas.
           05  filler                              pic x(30)
               value " Reprovacoes mantidas.......:".
           05  rl-tot-mantidas                     pic zzzz9.
       01  rl-assinatura                           pic x(132)
           value " ______________________________________   Presidente do Conselho".
       01  rl-assinatura2                          pic x(132)
           value " ______________________________________   Secretario(a)".

       Procedure Division.

           perform inicializa.
           perform imprime-ata.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           move function current-date (1:4) to wk-ano-corrente
           move function current-date (1:8) to wk-data-hoje

           display "Ata do Conselho de Classe"
           display "Ano letivo (enter = " wk-ano-corrente "): "
               with no advancing
           accept wk-ano-ata
           if wk-ano-ata = 0 then
               move wk-ano-corrente to wk-ano-ata
           end-if
           if wk-ano-ata < 1900 then
               display "Ano invalido."
               stop run
           end-if

           display "Turma (enter = todas): " with no advancing
           accept wk-turma-ata
           move function upper-case(wk-turma-ata) to wk-turma-ata

           open input ArqConselho
           if ws-fs-ArqConselho = 35 then
               display "ArqConselho.dat nao encontrado: nenhuma deliberacao registrada."
               stop run
           end-if
           if ws-fs-ArqConselho <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-ArqConselho                to ws-msn-erro-cod
               move "Erro ao abrir ArqConselho"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input ArqTurmas
           if ws-fs-ArqTurmas = 35 then
               move "N" to wk-tur-disponivel
           else
               if ws-fs-ArqTurmas <> 0 then
                   move 2                                to ws-msn-erro-ofsset
                   move ws-fs-ArqTurmas                  to ws-msn-erro-cod
                   move "Erro ao abrir ArqTurmas"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output ArqRelatorio
           if ws-fs-ArqRelatorio <> 0 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelatorio               to ws-msn-erro-cod
               move "Erro ao abrir AtaConselho.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-ata section.
      *>-----------------------------------------------------------------
      *> Deliberacoes pelo indice alternado de turma, a partir da turma
      *> informada (ou do inicio, com a turma em branco). O status do
      *> start e tratado pela primeira leitura, como na Consulta por
      *> Turma do programa principal.
           move wk-ano-ata   to rl-tit-ano
           move wk-data-hoje to rl-tit-data
           write rl-linha from rl-titulo
           write rl-linha from rl-separador

           move wk-turma-ata to fd-cons-turma
           start ArqConselho key >= fd-cons-turma

           move spaces to wk-turma-atual
           move "N"    to wk-fim-conselho
           perform until wk-fim-conselho = "S"
               read ArqConselho next
               evaluate true
                   when ws-fs-ArqConselho = 10
                   or   ws-fs-ArqConselho = 23
                   or   ws-fs-ArqConselho = 46
                       move "S" to wk-fim-conselho
                   when ws-fs-ArqConselho <> 0
                       move 4                                to ws-msn-erro-ofsset
                       move ws-fs-ArqConselho                to ws-msn-erro-cod
                       move "Erro ao ler ArqConselho"        to ws-msn-erro-text
                       perform finaliza-anormal
                   when wk-turma-ata <> spaces
                   and  function upper-case(fd-cons-turma) <> wk-turma-ata
                       move "S" to wk-fim-conselho
                   when fd-cons-ano = wk-ano-ata
                       perform imprime-deliberacao
               end-evaluate
           end-perform

           if wk-turma-atual <> spaces then
               perform fecha-turma
           end-if

           if wk-total-deliberacoes = 0 then
               write rl-linha from spaces
               move " (nenhuma deliberacao do conselho no ano)" to rl-linha
               write rl-linha
           end-if
           .
       imprime-ata-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-deliberacao section.
      *>-----------------------------------------------------------------
      *> Uma linha da ata; na troca de turma fecha a anterior e abre o
      *> cabecalho da nova.
           if fd-cons-turma <> wk-turma-atual then
               if wk-turma-atual <> spaces then
                   perform fecha-turma
               end-if
               perform abre-turma
           end-if

           evaluate fd-cons-decisao
               when "A"
                   move "Aprovado pelo Conselho" to wk-decisao-texto
                   add 1 to wk-tur-aprovados
               when "R"
                   move "Mantida a reprovacao"   to wk-decisao-texto
                   add 1 to wk-tur-mantidas
               when other
                   move fd-cons-decisao          to wk-decisao-texto
           end-evaluate

           move fd-cons-cod      to rl-det-cod
           move fd-cons-aluno    to rl-det-aluno
           move wk-decisao-texto to rl-det-decisao
           move fd-cons-motivo   to rl-det-motivo
           move fd-cons-data     to rl-det-data
           move fd-cons-usuario  to rl-det-usuario
           write rl-linha from rl-linha-detalhe
           add 1 to wk-total-deliberacoes
           .
       imprime-deliberacao-exit.
       exit.

      *>-----------------------------------------------------------------
       abre-turma section.
      *>-----------------------------------------------------------------
      *> Cabecalho da turma com a descricao e o professor do mestre de
      *> turmas; turma que nao existe mais no mestre sai so com o
      *> codigo.
           move fd-cons-turma to wk-turma-atual
           initialize wk-totais-turma
           add 1 to wk-total-turmas

           move wk-turma-atual to rl-cab-codigo
           move spaces         to rl-cab-descricao
           move spaces         to rl-cab-professor
           if wk-tur-disponivel = "S" then
               move wk-turma-atual to fd-tur-codigo
               read ArqTurmas
               if ws-fs-ArqTurmas = 0 then
                   move fd-tur-descricao to rl-cab-descricao
                   move fd-tur-professor to rl-cab-professor
               end-if
           end-if

           write rl-linha from spaces
           write rl-linha from rl-linha-turma
           write rl-linha from spaces
           write rl-linha from rl-cabecalho-colunas
           .
       abre-turma-exit.
       exit.

      *>-----------------------------------------------------------------
       fecha-turma section.
      *>-----------------------------------------------------------------
      *> Totais da turma e espaco para as assinaturas.
           write rl-linha from spaces
           move wk-tur-aprovados to rl-tot-aprovados
           write rl-linha from rl-linha-aprovados
           move wk-tur-mantidas  to rl-tot-mantidas
           write rl-linha from rl-linha-mantidas

           write rl-linha from spaces
           write rl-linha from spaces
           write rl-linha from rl-assinatura
           write rl-linha from spaces
           write rl-linha from rl-assinatura2
           write rl-linha from spaces
           write rl-linha from rl-separador
           .
       fecha-turma-exit.
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
           close ArqConselho
           if wk-tur-disponivel = "S" then
               close ArqTurmas
           end-if
           close ArqRelatorio
           display wk-total-deliberacoes " deliberacao(oes) em "
               wk-total-turmas " turma(s)."
           display "Ata gerada em AtaConselho.txt"
           stop run
           .
       finaliza-exit.
       exit.
