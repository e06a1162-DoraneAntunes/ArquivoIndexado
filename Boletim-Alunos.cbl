      *> A situacao segue as mesmas regras do Relatorio-Alunos,
      *> inclusive o percentual de frequencia do ano corrente e a
      *> reprovacao por falta abaixo do minimo.
      *> Cada boletim entra no livro de documentos emitidos
      *> (ArqDocumentos), com o login de quem emitiu, e o numero e o
      *> codigo de verificacao saem impressos no rodape da pagina.
      *> A deliberacao do conselho de classe (ArqConselho) vale como no
      *> Relatorio-Alunos: reprovado por nota aprovado pelo conselho sai
      *> como "Aprovado pelo Conselho", com as notas inalteradas.

       environment division.
       configuration Section.
           record key is fd-cont-chave
           file status is ws-fs-ArqContatos.

           Select ArqFreqMensal assign "ArqFreqMensal.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-fm-chave
           file status is ws-fs-ArqFreqMensal.

           Select ArqCalendario assign "ArqCalendario.dat"
           organization is indexed
           record key is fd-oco-chave
           file status is ws-fs-ArqOcorrencias.

           Select ArqDocumentos assign "ArqDocumentos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-doc-chave
           alternate record key is fd-doc-verificacao with duplicates
           file status is ws-fs-ArqDocumentos.

           Select ArqConselho assign "ArqConselho.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cons-chave
           alternate record key is fd-cons-turma with duplicates
           file status is ws-fs-ArqConselho.

           Select ArqUsuarios assign "ArqUsuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-usu-login
           file status is ws-fs-ArqUsuarios.

           Select ArqBoletim assign "Boletins.txt"
           organization is line sequential
           file status is ws-fs-ArqBoletim.
       fd ArqContatos.
           copy "CONTATOS-FD.cpy".

       fd ArqFreqMensal.
           copy "FREQMENSAL-FD.cpy".

       fd ArqCalendario.
           copy "CALENDARIO-FD.cpy".
       fd ArqOcorrencias.
           copy "OCORRENCIAS-FD.cpy".

       fd ArqDocumentos.
           copy "DOCUMENTOS-FD.cpy".

       fd ArqConselho.
           copy "CONSELHO-FD.cpy".

       fd ArqUsuarios.
           copy "USUARIOS-FD.cpy".

       fd ArqBoletim.
       01  rl-linha                                pic x(80).

       working-storage section.
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqContatos                        pic 9(02).
       77 ws-fs-ArqFreqMensal                      pic 9(02).
       77 ws-fs-ArqCalendario                      pic 9(02).
       77 ws-fs-ArqOcorrencias                     pic 9(02).
       77 ws-fs-ArqDocumentos                      pic 9(02).
       77 ws-fs-ArqConselho                        pic 9(02).
       77 ws-fs-ArqUsuarios                        pic 9(02).
       77 ws-fs-ArqBoletim                         pic 9(02).

      *> Contagem das ocorrencias do ano corrente do aluno (registradas
       77  wk-cont-fim                             pic x(01).

       01  wk-media                                pic 9(02)v99 value 0.
       01  wk-situacao-texto                       pic x(22).

      *> Deliberacoes do conselho de classe; sem o arquivo (erro 35)
      *> vale so a regra de nota e frequencia.
       77  wk-cons-disponivel                      pic x(01) value "S".

      *> Variaveis do calculo do percentual de frequencia, as mesmas
      *> regras e o mesmo padrao de leitura do Relatorio-Alunos. Sem o
      *> ArqFreqMensal (erro 35) o boletim sai sem a linha de
      *> frequencia e sem a regra de reprovacao por falta.
       77  wk-freq-disponivel                      pic x(01) value "S".
       77  wk-freq-minima                          pic 9(03) value 75.

       77  wk-total-boletins                       pic 9(05) value 0.

      *> Variaveis do registro no livro de documentos emitidos, iguais
      *> as do Historico-Escolar: login de quem emite, numero do
      *> documento no ano e a conta do codigo de verificacao.
       77  wk-doc-login                            pic x(10).
       77  wk-doc-senha                            pic x(10).
       77  wk-doc-tipo                             pic x(15).
       77  wk-doc-ano                              pic 9(04).
       77  wk-doc-numero                           pic 9(05).
       77  wk-doc-fim                              pic x(01).
       77  wk-doc-calculo                          pic 9(18).
       77  wk-doc-quociente                        pic 9(18).
       77  wk-doc-resto                            pic 9(10).

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
       01  rl-linha-situacao.
           05  filler                              pic x(16)
               value " Situacao.....:".
           05  rl-bol-situacao                     pic x(22).
       01  rl-linha-freq.
           05  filler                              pic x(18)
               value " Frequencia...:  ".
       01  rl-sem-contato                          pic x(80)
           value "   (nenhum responsavel cadastrado)".

       01  rl-linha-documento.
           05  filler                              pic x(15)
               value " Documento no. ".
           05  rl-doc-numero                       pic 9(05).
           05  filler                              pic x(01) value "/".
           05  rl-doc-ano                          pic 9(04).
           05  filler                              pic x(26)
               value "   Codigo de verificacao: ".
           05  rl-doc-verificacao                  pic x(10).
       01  rl-linha-emissor.
           05  filler                              pic x(12)
               value " Emitido em ".
           05  rl-doc-data                         pic 9(08).
           05  filler                              pic x(05) value " por ".
           05  rl-doc-usuario                      pic x(10).

       Procedure Division.

           perform inicializa.
               accept wk-busca-turma
           end-if

           perform identifica-emissor

           open input ArqAlunos
           if ws-fs-ArqAlunos <> 0 then
               move 1                                to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

      *> Abertura do consolidado de frequencia somente para leitura,
      *> igual ao Relatorio-Alunos: se ele ainda nao existir (erro 35), o
      *> boletim sai sem a regra de reprovacao por falta.
           open input ArqFreqMensal
           if ws-fs-ArqFreqMensal = 35 then
               move "N" to wk-freq-disponivel
           else
               if ws-fs-ArqFreqMensal <> 0 then
                   move 7                                to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao abrir ArqFreqMensal"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
               end-if
           end-if

      *> Abertura das deliberacoes do conselho somente para leitura.
           open input ArqConselho
           if ws-fs-ArqConselho = 35 then
               move "N" to wk-cons-disponivel
           else
               if ws-fs-ArqConselho <> 0 then
                   move 16                               to ws-msn-erro-ofsset
                   move ws-fs-ArqConselho                to ws-msn-erro-cod
                   move "Erro ao abrir ArqConselho"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> Livro de documentos emitidos; se ainda nao existir (erro 35),
      *> e criado vazio.
           open i-o ArqDocumentos
           if ws-fs-ArqDocumentos = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqDocumentos
               open output ArqDocumentos
               close ArqDocumentos
               open i-o ArqDocumentos
           end-if
           if ws-fs-ArqDocumentos <> 0 then
               move 13                               to ws-msn-erro-ofsset
               move ws-fs-ArqDocumentos              to ws-msn-erro-cod
               move "Erro ao abrir ArqDocumentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output ArqBoletim
           if ws-fs-ArqBoletim <> 0 then
               move 3                                to ws-msn-erro-ofsset
                   if situacao = "T" then
                       display "Aluno transferido, boletim nao emitido."
                   else
                       if situacao = "C" then
                           display "Aluno concluinte, boletim nao emitido."
                       else
                           perform emite-boletim
                       end-if
                   end-if
               end-if
           end-if
                       move "S" to wk-busca-achou
                   else
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           move fd-alunos to alunos
                           perform emite-boletim
                       end-if
               move "Reprovado por Falta" to wk-situacao-texto
           end-if

           perform aplica-conselho

      *> A nota do exame aparece no boletim apenas quando ja lancada.
           if nota-recuperacao <> 11 then
               move "Recuperacao...:" to rl-bol-nota-rotulo
           write rl-linha from rl-rodape-titulo
           perform escreve-responsaveis

      *> Rodape com o registro do boletim no livro de documentos.
           move "BOLETIM"       to wk-doc-tipo
           perform registra-documento
           write rl-linha from spaces
           write rl-linha from rl-linha-documento
           write rl-linha from rl-linha-emissor

           write rl-linha from spaces
           add 1 to wk-total-boletins
           .
       emite-boletim-exit.
       exit.

      *>-----------------------------------------------------------------
       aplica-conselho section.
      *>-----------------------------------------------------------------
      *> Mesma logica da secao aplica-conselho do Relatorio-Alunos.
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
                       move 17                               to ws-msn-erro-ofsset
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

       escreve-responsaveis-exit.
       exit.

      *>-----------------------------------------------------------------
       identifica-emissor section.
      *>-----------------------------------------------------------------
      *> Pede login e senha de um usuario cadastrado no ArqUsuarios
      *> (qualquer nivel), igual ao Historico-Escolar: o livro de
      *> documentos guarda quem emitiu.
           open input ArqUsuarios
           if ws-fs-ArqUsuarios <> 0 then
               move 14                               to ws-msn-erro-ofsset
               move ws-fs-ArqUsuarios                to ws-msn-erro-cod
               move "Erro ao abrir ArqUsuarios"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Login do emissor: " with no advancing
           accept wk-doc-login
           display "Senha...........: " with no advancing
           accept wk-doc-senha

           move wk-doc-login to fd-usu-login
           read ArqUsuarios
           if ws-fs-ArqUsuarios <> 0
           or fd-usu-senha <> wk-doc-senha then
               display "Login ou senha invalidos."
               stop run
           end-if

           close ArqUsuarios
           .
       identifica-emissor-exit.
       exit.

      *>-----------------------------------------------------------------
       registra-documento section.
      *>-----------------------------------------------------------------
      *> Grava o documento corrente (wk-doc-tipo) no livro de
      *> documentos emitidos com o proximo numero do ano, mesma logica
      *> do registra-documento do Historico-Escolar.
           move function current-date (1:4) to wk-doc-ano
           move 0 to wk-doc-numero

           move wk-doc-ano to fd-doc-ano
           move 0          to fd-doc-numero
           read ArqDocumentos

           move "N" to wk-doc-fim
           perform until wk-doc-fim = "S"
               read ArqDocumentos next
               if ws-fs-ArqDocumentos <> 0 then
                   move "S" to wk-doc-fim
               else
                   if fd-doc-ano <> wk-doc-ano then
                       move "S" to wk-doc-fim
                   else
                       move fd-doc-numero to wk-doc-numero
                   end-if
               end-if
           end-perform

           add 1 to wk-doc-numero

           move wk-doc-ano      to fd-doc-ano
           move wk-doc-numero   to fd-doc-numero
           move wk-doc-tipo     to fd-doc-tipo
           move cod             to fd-doc-cod
           move function current-date (1:8) to fd-doc-data
           move function current-date (9:6) to fd-doc-hora
           move wk-doc-login    to fd-doc-usuario

      *> Codigo de verificacao: mesma conta do Historico-Escolar.
           compute wk-doc-calculo =
               (fd-doc-numero * 7919 + fd-doc-hora) * 104729
               + fd-doc-cod * 613 + fd-doc-data
           divide wk-doc-calculo by 9999999967
               giving wk-doc-quociente remainder wk-doc-resto
           move wk-doc-resto to fd-doc-verificacao

           write fd-documentos
           if ws-fs-ArqDocumentos <> 0 then
               move 15                               to ws-msn-erro-ofsset
               move ws-fs-ArqDocumentos              to ws-msn-erro-cod
               move "Erro ao gravar ArqDocumentos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-doc-numero      to rl-doc-numero
           move fd-doc-ano         to rl-doc-ano
           move fd-doc-verificacao to rl-doc-verificacao
           move fd-doc-data        to rl-doc-data
           move fd-doc-usuario     to rl-doc-usuario
           .
       registra-documento-exit.
       exit.

      *>-----------------------------------------------------------------
       finaliza-anormal section.
      *>-----------------------------------------------------------------
           close ArqAlunos
           close ArqContatos
           if wk-freq-disponivel = "S" then
               close ArqFreqMensal
           end-if
           if wk-cal-disponivel = "S" then
               close ArqCalendario
           if wk-oco-disponivel = "S" then
               close ArqOcorrencias
           end-if
           if wk-cons-disponivel = "S" then
               close ArqConselho
           end-if
           close ArqDocumentos
           close ArqBoletim
           display wk-total-boletins " boletim(ns) gerado(s) em Boletins.txt"
           stop run
