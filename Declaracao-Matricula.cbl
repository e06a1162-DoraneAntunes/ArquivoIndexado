      $Set sourceformat "free"

       identification division.
       program-id. "Declaracao-Matricula".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Declaracao de matricula e frequencia, pedida toda semana pelos
      *> responsaveis para o Bolsa Familia e para o transporte escolar.
      *> Le o aluno no ArqAlunos pela matricula (so aluno ativo recebe
      *> a declaracao), a descricao da turma no mestre de turmas
      *> (ArqTurmas) e calcula o percentual de presenca do ano corrente
      *> com as mesmas regras do Boletim-Alunos (dias letivos ja
      *> transcorridos do ArqCalendario). O documento sai em
      *> DeclaracaoMatricula.txt e entra no livro de documentos
      *> emitidos (ArqDocumentos), com o numero e o codigo de
      *> verificacao impressos no rodape, igual ao Historico-Escolar.

       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           Select ArqAlunos assign "ArqAlunos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-ArqAlunos.

           Select ArqTurmas assign "ArqTurmas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           file status is ws-fs-ArqTurmas.

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

           Select ArqDocumentos assign "ArqDocumentos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-doc-chave
           alternate record key is fd-doc-verificacao with duplicates
           file status is ws-fs-ArqDocumentos.

           Select ArqUsuarios assign "ArqUsuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-usu-login
           file status is ws-fs-ArqUsuarios.

           Select ArqDeclaracao assign "DeclaracaoMatricula.txt"
           organization is line sequential
           file status is ws-fs-ArqDeclaracao.

       I-O-Control.

       data division.
       file section.
       fd ArqAlunos.
           copy "ALUNOS-FD.cpy".

       fd ArqTurmas.
           copy "TURMAS-FD.cpy".

       fd ArqFreqMensal.
           copy "FREQMENSAL-FD.cpy".

       fd ArqCalendario.
           copy "CALENDARIO-FD.cpy".

       fd ArqDocumentos.
           copy "DOCUMENTOS-FD.cpy".

       fd ArqUsuarios.
           copy "USUARIOS-FD.cpy".

       fd ArqDeclaracao.
       01  dc-linha                                pic x(80).

       working-storage section.
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqTurmas                          pic 9(02).
       77 ws-fs-ArqFreqMensal                      pic 9(02).
       77 ws-fs-ArqCalendario                      pic 9(02).
       77 ws-fs-ArqDocumentos                      pic 9(02).
       77 ws-fs-ArqUsuarios                        pic 9(02).
       77 ws-fs-ArqDeclaracao                      pic 9(02).

       copy "ALUNOS-WS.cpy".

       77 wk-cod-consulta                          pic 9(07).

      *> Identificacao da escola impressa na declaracao, a mesma dos
      *> documentos de saida do programa principal.
       77  wk-escola                               pic x(35)
           value "EM PROF DORANE ANTUNES".

      *> Variaveis do calculo do percentual de frequencia, as mesmas
      *> regras e o mesmo padrao de leitura do Boletim-Alunos. Sem o
      *> ArqFreqMensal (erro 35) a declaracao sai sem a linha de
      *> frequencia.
       77  wk-freq-disponivel                      pic x(01) value "S".
       77  wk-freq-total                           pic 9(05).
       77  wk-freq-presentes                       pic 9(05).
       77  wk-freq-perc                            pic 9(03).
       77  wk-ano-corrente                         pic 9(04).
       77  wk-cal-disponivel                       pic x(01) value "S".
       77  wk-dias-letivos                         pic 9(05) value 0.
       77  wk-data-hoje                            pic 9(08).

      *> Variaveis do registro no livro de documentos emitidos, iguais
      *> as do Historico-Escolar.
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
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  dc-separador                            pic x(80)
           value all "=".
       01  dc-titulo                               pic x(80)
           value "                 Declaracao de Matricula e Frequencia".
       01  dc-linha-escola.
           05  filler                              pic x(09)
               value " Escola: ".
           05  dc-dec-escola                       pic x(35).
       01  dc-linha-aluno.
           05  filler                              pic x(08)
               value " Aluno: ".
           05  dc-dec-aluno                        pic x(25).
           05  filler                              pic x(13)
               value "  Matricula: ".
           05  dc-dec-cod                          pic zzzzzz9.
       01  dc-linha-turma.
           05  filler                              pic x(08)
               value " Turma: ".
           05  dc-dec-turma                        pic x(10).
           05  filler                              pic x(03) value " - ".
           05  dc-dec-turma-descricao              pic x(25).
       01  dc-linha-ano.
           05  filler                              pic x(14)
               value " Ano letivo: ".
           05  dc-dec-ano                          pic 9(04).
       01  dc-linha-freq.
           05  filler                              pic x(30)
               value " Frequencia ate esta data...: ".
           05  dc-dec-freq                         pic zz9.
           05  filler                              pic x(05) value "%  (".
           05  dc-dec-presentes                    pic zzzz9.
           05  filler                              pic x(16)
               value " presenca(s) em ".
           05  dc-dec-dias                         pic zzzz9.
           05  filler                              pic x(15)
               value " dia(s) letivo)".
       01  dc-linha-sem-freq                       pic x(80)
           value " Frequencia ate esta data...: sem lancamentos no ano".
       01  dc-texto1                               pic x(80)
           value " Declaramos, para os devidos fins, que o aluno acima esta".
       01  dc-texto2                               pic x(80)
           value " regularmente matriculado e frequentando esta escola no ano".
       01  dc-texto3                               pic x(80)
           value " letivo indicado, com a frequencia informada.".
       01  dc-linha-data.
           05  filler                              pic x(28)
               value " Data da emissao (AAAAMMDD):".
           05  filler                              pic x(01) value space.
           05  dc-dec-data                         pic 9(08).
       01  dc-assinatura                           pic x(80)
           value " ____________________________________    Direcao".
       01  dc-linha-documento.
           05  filler                              pic x(15)
               value " Documento no. ".
           05  dc-doc-numero                       pic 9(05).
           05  filler                              pic x(01) value "/".
           05  dc-doc-ano                          pic 9(04).
           05  filler                              pic x(26)
               value "   Codigo de verificacao: ".
           05  dc-doc-verificacao                  pic x(10).
       01  dc-linha-emissor.
           05  filler                              pic x(12)
               value " Emitido em ".
           05  dc-doc-data                         pic 9(08).
           05  filler                              pic x(05) value " por ".
           05  dc-doc-usuario                      pic x(10).
       01  dc-linha-autentica                      pic x(80)
           value " Autenticidade conferida na secretaria pelo numero ou pelo codigo.".

       Procedure Division.

           perform inicializa.
           perform processa-declaracao.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           display "Declaracao de Matricula e Frequencia"
           display "Digite a matricula do aluno: " with no advancing
           accept wk-cod-consulta

           perform identifica-emissor

           move function current-date (1:4) to wk-ano-corrente
           move function current-date (1:8) to wk-data-hoje

           open input ArqAlunos
           if ws-fs-ArqAlunos <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir ArqAlunos"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input ArqTurmas
           if ws-fs-ArqTurmas <> 0 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-ArqTurmas                  to ws-msn-erro-cod
               move "Erro ao abrir ArqTurmas"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> Frequencia e calendario somente para leitura, igual ao
      *> Boletim-Alunos: sem eles (erro 35) a declaracao sai sem o
      *> percentual ou com a conta sobre os dias lancados.
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

           open input ArqCalendario
           if ws-fs-ArqCalendario = 35 then
               move "N" to wk-cal-disponivel
           else
               if ws-fs-ArqCalendario <> 0 then
                   move 4                                to ws-msn-erro-ofsset
                   move ws-fs-ArqCalendario              to ws-msn-erro-cod
                   move "Erro ao abrir ArqCalendario"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform conta-dias-letivos

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
               move 5                                to ws-msn-erro-ofsset
               move ws-fs-ArqDocumentos              to ws-msn-erro-cod
               move "Erro ao abrir ArqDocumentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output ArqDeclaracao
           if ws-fs-ArqDeclaracao <> 0 then
               move 6                                to ws-msn-erro-ofsset
               move ws-fs-ArqDeclaracao              to ws-msn-erro-cod
               move "Erro ao abrir a declaracao"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       processa-declaracao section.
      *>-----------------------------------------------------------------
      *> So aluno ativo recebe a declaracao: inativo, transferido e
      *> concluinte nao estao mais matriculados, mesmo tratamento do
      *> Boletim-Alunos.
           move wk-cod-consulta to fd-cod
           read ArqAlunos

           if ws-fs-ArqAlunos = 23 then
               display "Matricula nao encontrada no ArqAlunos."
               perform fecha-arquivos
               stop run
           end-if
           if ws-fs-ArqAlunos <> 0 then
               move 7                                to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao ler ArqAlunos"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-alunos to alunos

           if situacao = "I" or situacao = "T" or situacao = "C" then
               display "Aluno sem matricula ativa, declaracao nao emitida."
               perform fecha-arquivos
               stop run
           end-if

      *> Descricao da turma no mestre de turmas; turma fora do mestre
      *> (cadastro antigo) sai so com o codigo.
           move spaces to dc-dec-turma-descricao
           move turma  to fd-tur-codigo
           read ArqTurmas
           if ws-fs-ArqTurmas = 0 then
               move fd-tur-descricao to dc-dec-turma-descricao
           end-if

           perform calcula-frequencia

           write dc-linha from dc-separador
           write dc-linha from dc-titulo
           write dc-linha from dc-separador
           move wk-escola        to dc-dec-escola
           write dc-linha from dc-linha-escola
           move aluno            to dc-dec-aluno
           move cod              to dc-dec-cod
           write dc-linha from dc-linha-aluno
           move turma            to dc-dec-turma
           write dc-linha from dc-linha-turma
           move wk-ano-corrente  to dc-dec-ano
           write dc-linha from dc-linha-ano

      *> Aluno sem nenhum lancamento de frequencia sai sem o
      *> percentual, em vez de um falso 0%, como no boletim.
           if wk-freq-total > 0 then
               move wk-freq-perc      to dc-dec-freq
               move wk-freq-presentes to dc-dec-presentes
               if wk-dias-letivos > 0 then
                   move wk-dias-letivos to dc-dec-dias
               else
                   move wk-freq-total   to dc-dec-dias
               end-if
               write dc-linha from dc-linha-freq
           else
               write dc-linha from dc-linha-sem-freq
           end-if

           write dc-linha from spaces
           write dc-linha from dc-texto1
           write dc-linha from dc-texto2
           write dc-linha from dc-texto3
           write dc-linha from spaces
           move wk-data-hoje to dc-dec-data
           write dc-linha from dc-linha-data
           write dc-linha from spaces
           write dc-linha from spaces
           write dc-linha from dc-assinatura

           move "DECL MATRICULA" to wk-doc-tipo
           perform registra-documento
           write dc-linha from spaces
           write dc-linha from dc-linha-documento
           write dc-linha from dc-linha-emissor
           write dc-linha from dc-linha-autentica
           .
       processa-declaracao-exit.
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

           if wk-dias-letivos > 0 then
               compute wk-freq-perc rounded =
                   (wk-freq-presentes * 100) / wk-dias-letivos
           else
               if wk-freq-total > 0 then
                   compute wk-freq-perc rounded =
                       (wk-freq-presentes * 100) / wk-freq-total
               end-if
           end-if
           .
       calcula-frequencia-exit.
       exit.

      *>-----------------------------------------------------------------
       conta-dias-letivos section.
      *>-----------------------------------------------------------------
      *> Conta, no ArqCalendario, os dias letivos ("L") do ano corrente
      *> ja transcorridos. Mesma logica da secao conta-dias-letivos do
      *> Boletim-Alunos.
           move 0 to wk-dias-letivos

           if wk-cal-disponivel = "S" then

               compute fd-cal-data = wk-ano-corrente * 10000
               read ArqCalendario

               perform until ws-fs-ArqCalendario = 10
                   read ArqCalendario next
                   if ws-fs-ArqCalendario = 10
                   or fd-cal-data (1:4) <> wk-ano-corrente then
                       exit perform
                   end-if

                   if ws-fs-ArqCalendario <> 0 then
                       move 9                                to ws-msn-erro-ofsset
                       move ws-fs-ArqCalendario              to ws-msn-erro-cod
                       move "Erro ao ler ArqCalendario"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-cal-tipo = "L"
                   and fd-cal-data <= wk-data-hoje then
                       add 1 to wk-dias-letivos
                   end-if
               end-perform
           end-if
           .
       conta-dias-letivos-exit.
       exit.

      *>-----------------------------------------------------------------
       identifica-emissor section.
      *>-----------------------------------------------------------------
      *> Pede login e senha de um usuario cadastrado no ArqUsuarios
      *> (qualquer nivel), igual ao Historico-Escolar: o livro de
      *> documentos guarda quem emitiu.
           open input ArqUsuarios
           if ws-fs-ArqUsuarios <> 0 then
               move 10                               to ws-msn-erro-ofsset
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
               move 11                               to ws-msn-erro-ofsset
               move ws-fs-ArqDocumentos              to ws-msn-erro-cod
               move "Erro ao gravar ArqDocumentos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-doc-numero      to dc-doc-numero
           move fd-doc-ano         to dc-doc-ano
           move fd-doc-verificacao to dc-doc-verificacao
           move fd-doc-data        to dc-doc-data
           move fd-doc-usuario     to dc-doc-usuario
           .
       registra-documento-exit.
       exit.

      *>-----------------------------------------------------------------
       fecha-arquivos section.
      *>-----------------------------------------------------------------
           close ArqAlunos
           close ArqTurmas
           if wk-freq-disponivel = "S" then
               close ArqFreqMensal
           end-if
           if wk-cal-disponivel = "S" then
               close ArqCalendario
           end-if
           close ArqDocumentos
           close ArqDeclaracao
           .
       fecha-arquivos-exit.
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
           perform fecha-arquivos
           display "Declaracao gerada em DeclaracaoMatricula.txt"
           display "Documento no. " dc-doc-numero "/" dc-doc-ano
               " - codigo de verificacao " dc-doc-verificacao
           stop run
           .
       finaliza-exit.
       exit.
