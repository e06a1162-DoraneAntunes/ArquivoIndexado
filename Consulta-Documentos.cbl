      $Set sourceformat "free"

       identification division.
       program-id. "Consulta-Documentos".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Consulta ao livro de documentos emitidos (ArqDocumentos,
      *> gravado pela Transferencia do programa principal, pelo
      *> Historico-Escolar, pelo Boletim-Alunos e pela
      *> Declaracao-Matricula). Outra escola ou um responsavel liga
      *> perguntando se uma declaracao e verdadeira:
      *>  1 - busca pelo numero impresso no documento (ano + numero,
      *>      leitura direta pela chave);
      *>  2 - busca pelo codigo de verificacao (chave alternada);
      *>  3 - listagem de tudo o que foi emitido num mes (AAAAMM), em
      *>      RelatorioDocumentos.txt.
      *> O nome do aluno vem do ArqAlunos ou, se o cadastro ja foi
      *> arquivado, do ArqMorto.

       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           Select ArqDocumentos assign "ArqDocumentos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-doc-chave
           alternate record key is fd-doc-verificacao with duplicates
           file status is ws-fs-ArqDocumentos.

           Select ArqAlunos assign "ArqAlunos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-ArqAlunos.

           Select ArqMorto assign "ArqMorto.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mor-cod
           file status is ws-fs-ArqMorto.

           Select ArqRelatorio assign "RelatorioDocumentos.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorio.

       I-O-Control.

       data division.
       file section.
       fd ArqDocumentos.
           copy "DOCUMENTOS-FD.cpy".

       fd ArqAlunos.
           copy "ALUNOS-FD.cpy".

       fd ArqMorto.
           copy "MORTO-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(100).

       working-storage section.
       77 ws-fs-ArqDocumentos                      pic 9(02).
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqMorto                           pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).

       77 wk-opcao                                 pic x(01).
       77 wk-doc-ano-consulta                      pic 9(04).
       77 wk-doc-numero-consulta                   pic 9(05).
       77 wk-verificacao-consulta                  pic x(10).
       01  wk-mes-consulta.
           05  wk-mes-ano                          pic 9(04).
           05  wk-mes-mes                          pic 9(02).
       77 wk-fim-doc                               pic x(01).
       77 wk-morto-disponivel                      pic x(01) value "S".
       77 wk-nome-aluno                            pic x(25).
       77 wk-total-encontrados                     pic 9(05) value 0.

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-cabecalho1.
           05  filler                              pic x(42)
               value " Livro de Documentos Emitidos - Mes/Ano: ".
           05  rl-cab-mes                          pic 9(02).
           05  filler                              pic x(01) value "/".
           05  rl-cab-ano                          pic 9(04).
       01  rl-cabecalho2                           pic x(100)
           value " Numero      Data     Hora   Tipo             Matric.  Aluno                      Emissor    Codigo".
       01  rl-linha-detalhe.
           05  filler                              pic x(01) value space.
           05  rl-det-numero                       pic 9(05).
           05  filler                              pic x(01) value "/".
           05  rl-det-ano                          pic 9(04).
           05  filler                              pic x(01) value space.
           05  rl-det-data                         pic 9(08).
           05  filler                              pic x(01) value space.
           05  rl-det-hora                         pic 9(06).
           05  filler                              pic x(01) value space.
           05  rl-det-tipo                         pic x(15).
           05  filler                              pic x(02) value spaces.
           05  rl-det-cod                          pic zzzzzz9.
           05  filler                              pic x(02) value spaces.
           05  rl-det-aluno                        pic x(25).
           05  filler                              pic x(02) value spaces.
           05  rl-det-usuario                      pic x(10).
           05  filler                              pic x(01) value space.
           05  rl-det-verificacao                  pic x(10).
       01  rl-linha-totais.
           05  filler                              pic x(20)
               value " Documentos........:".
           05  rl-tot-documentos                   pic zzzz9.

       Procedure Division.

           perform inicializa.

           evaluate wk-opcao
               when "1"
                   perform consulta-por-numero
               when "2"
                   perform consulta-por-codigo
               when "3"
                   perform lista-mes
           end-evaluate

           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           display "Consulta ao Livro de Documentos Emitidos"
           display "1 - Busca pelo numero do documento"
           display "2 - Busca pelo codigo de verificacao"
           display "3 - Listagem dos documentos emitidos no mes"
           display "Digite a opcao desejada: " with no advancing
           accept wk-opcao

           if wk-opcao <> "1" and wk-opcao <> "2" and wk-opcao <> "3" then
               display "Opcao invalida."
               stop run
           end-if

           evaluate wk-opcao
               when "1"
                   display "Ano do documento (AAAA): " with no advancing
                   accept wk-doc-ano-consulta
                   display "Numero do documento....: " with no advancing
                   accept wk-doc-numero-consulta
               when "2"
                   display "Codigo de verificacao..: " with no advancing
                   accept wk-verificacao-consulta
               when "3"
                   display "Mes a listar (AAAAMM, enter = mes atual): "
                       with no advancing
                   accept wk-mes-consulta
                   if wk-mes-consulta = spaces
                   or wk-mes-consulta = zeros then
                       move function current-date (1:6)
                           to wk-mes-consulta
                   end-if
           end-evaluate

           open input ArqDocumentos
           if ws-fs-ArqDocumentos = 35 then
               display "Nenhum documento registrado ainda."
               stop run
           end-if
           if ws-fs-ArqDocumentos <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-ArqDocumentos              to ws-msn-erro-cod
               move "Erro ao abrir ArqDocumentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input ArqAlunos
           if ws-fs-ArqAlunos <> 0 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir ArqAlunos"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> Sem arquivo morto (erro 35, nada arquivado ainda) o nome sai
      *> so do cadastro vivo.
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

           if wk-opcao = "3" then
               open output ArqRelatorio
               if ws-fs-ArqRelatorio <> 0 then
                   move 4                                to ws-msn-erro-ofsset
                   move ws-fs-ArqRelatorio               to ws-msn-erro-cod
                   move "Erro ao abrir Relatorio"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move wk-mes-mes to rl-cab-mes
               move wk-mes-ano to rl-cab-ano
               write rl-linha from rl-cabecalho1
               write rl-linha from rl-cabecalho2
           end-if
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       consulta-por-numero section.
      *>-----------------------------------------------------------------
           move wk-doc-ano-consulta    to fd-doc-ano
           move wk-doc-numero-consulta to fd-doc-numero
           read ArqDocumentos

           if ws-fs-ArqDocumentos = 23 then
               display "Documento nao consta no livro: NAO AUTENTICO."
           else
               if ws-fs-ArqDocumentos <> 0 then
                   move 5                                to ws-msn-erro-ofsset
                   move ws-fs-ArqDocumentos              to ws-msn-erro-cod
                   move "Erro ao ler ArqDocumentos"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform exibe-documento
           end-if
           .
       consulta-por-numero-exit.
       exit.

      *>-----------------------------------------------------------------
       consulta-por-codigo section.
      *>-----------------------------------------------------------------
      *> Posiciona pela chave alternada do codigo e exibe todos os
      *> documentos com aquele codigo (a chave aceita duplicidade).
           move wk-verificacao-consulta to fd-doc-verificacao
           start ArqDocumentos key = fd-doc-verificacao

           if ws-fs-ArqDocumentos = 0 then
               move "N" to wk-fim-doc
               perform until wk-fim-doc = "S"
                   read ArqDocumentos next
                   if ws-fs-ArqDocumentos <> 0 then
                       move "S" to wk-fim-doc
                   else
                       if fd-doc-verificacao <> wk-verificacao-consulta then
                           move "S" to wk-fim-doc
                       else
                           perform exibe-documento
                       end-if
                   end-if
               end-perform
           end-if

           if wk-total-encontrados = 0 then
               display "Codigo nao consta no livro: NAO AUTENTICO."
           end-if
           .
       consulta-por-codigo-exit.
       exit.

      *>-----------------------------------------------------------------
       lista-mes section.
      *>-----------------------------------------------------------------
      *> Os numeros sao sequenciais dentro do ano, entao a leitura pela
      *> chave a partir do inicio do ano sai em ordem de emissao; so os
      *> documentos do mes pedido entram na listagem.
           move wk-mes-ano to fd-doc-ano
           move 0          to fd-doc-numero
           read ArqDocumentos

           move "N" to wk-fim-doc
           perform until wk-fim-doc = "S"
               read ArqDocumentos next
               if ws-fs-ArqDocumentos <> 0 then
                   move "S" to wk-fim-doc
               else
                   if fd-doc-ano <> wk-mes-ano then
                       move "S" to wk-fim-doc
                   else
                       if fd-doc-data (1:6) = wk-mes-consulta then
                           perform busca-nome-aluno
                           move fd-doc-numero      to rl-det-numero
                           move fd-doc-ano         to rl-det-ano
                           move fd-doc-data        to rl-det-data
                           move fd-doc-hora        to rl-det-hora
                           move fd-doc-tipo        to rl-det-tipo
                           move fd-doc-cod         to rl-det-cod
                           move wk-nome-aluno      to rl-det-aluno
                           move fd-doc-usuario     to rl-det-usuario
                           move fd-doc-verificacao to rl-det-verificacao
                           write rl-linha from rl-linha-detalhe
                           add 1 to wk-total-encontrados
                       end-if
                   end-if
               end-if
           end-perform

           write rl-linha from spaces
           move wk-total-encontrados to rl-tot-documentos
           write rl-linha from rl-linha-totais
           .
       lista-mes-exit.
       exit.

      *>-----------------------------------------------------------------
       busca-nome-aluno section.
      *>-----------------------------------------------------------------
      *> Nome do aluno do documento: cadastro vivo primeiro, depois o
      *> arquivo morto.
           move spaces to wk-nome-aluno

           move fd-doc-cod to fd-cod
           read ArqAlunos
           if ws-fs-ArqAlunos = 0 then
               move fd-aluno to wk-nome-aluno
           else
               if wk-morto-disponivel = "S" then
                   move fd-doc-cod to fd-mor-cod
                   read ArqMorto
                   if ws-fs-ArqMorto = 0 then
                       move fd-mor-aluno to wk-nome-aluno
                   end-if
               end-if
           end-if

           if wk-nome-aluno = spaces then
               move "(fora do cadastro)" to wk-nome-aluno
           end-if
           .
       busca-nome-aluno-exit.
       exit.

      *>-----------------------------------------------------------------
       exibe-documento section.
      *>-----------------------------------------------------------------
           perform busca-nome-aluno

           display " "
           display "Documento AUTENTICO, consta no livro de emitidos:"
           display "Numero......: " fd-doc-numero "/" fd-doc-ano
           display "Tipo........: " fd-doc-tipo
           display "Matricula...: " fd-doc-cod "  " wk-nome-aluno
           display "Emitido em..: " fd-doc-data " " fd-doc-hora
               "  por " fd-doc-usuario
           display "Codigo......: " fd-doc-verificacao

           add 1 to wk-total-encontrados
           .
       exibe-documento-exit.
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
           close ArqDocumentos
           close ArqAlunos
           if wk-morto-disponivel = "S" then
               close ArqMorto
           end-if

           if wk-opcao = "3" then
               close ArqRelatorio
               display wk-total-encontrados
                   " documento(s) emitido(s) no mes."
               display "Listagem gravada em RelatorioDocumentos.txt"
           end-if
           stop run
           .
       finaliza-exit.
       exit.
