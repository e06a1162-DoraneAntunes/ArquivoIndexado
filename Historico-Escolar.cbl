      *> (gravado pelo Encerramento-Ano) a partir do cod informado e
      *> imprime, ano a ano, as quatro notas, a media e o resultado
      *> final, no mesmo padrao de relatorio do Relatorio-Alunos.
      *> Cada emissao entra no livro de documentos emitidos
      *> (ArqDocumentos), com o login de quem emitiu, e o numero e o
      *> codigo de verificacao saem impressos no rodape do historico.

       environment division.
       configuration Section.
           record key is fd-hist-chave
           file status is ws-fs-ArqHistorico.

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

           Select ArqRelatorio assign "HistoricoEscolar.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorio.
       fd ArqHistorico.
           copy "HISTORICO-FD.cpy".

       fd ArqDocumentos.
           copy "DOCUMENTOS-FD.cpy".

       fd ArqUsuarios.
           copy "USUARIOS-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(80).

       working-storage section.
       77 ws-fs-ArqHistorico                       pic 9(02).
       77 ws-fs-ArqDocumentos                      pic 9(02).
       77 ws-fs-ArqUsuarios                        pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).

       77 wk-cod-consulta                          pic 9(07).
       77 wk-total-anos                            pic 9(05) value 0.

      *> Variaveis do registro no livro de documentos emitidos: login
      *> de quem emite (conferido no ArqUsuarios), numero do documento
      *> no ano e a conta do codigo de verificacao.
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
           05  filler                              pic x(02) value spaces.
           05  rl-det-media                        pic z9,99.
           05  filler                              pic x(02) value spaces.
           05  rl-det-situacao                     pic x(22).

       01  rl-linha-totais.
           05  filler                              pic x(20)
               value " Anos letivos......:".
           05  rl-tot-anos                         pic zzzz9.

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
       01  rl-linha-autentica                      pic x(80)
           value " Autenticidade conferida na secretaria pelo numero ou pelo codigo.".

       Procedure Division.

           perform inicializa.
           display "Digite o cod do aluno: " with no advancing
           accept wk-cod-consulta

           perform identifica-emissor

           open input ArqHistorico
           if ws-fs-ArqHistorico <> 0 then
               move 1                                to ws-msn-erro-ofsset
               perform finaliza-anormal
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
               move 4                                to ws-msn-erro-ofsset
               move ws-fs-ArqDocumentos              to ws-msn-erro-cod
               move "Erro ao abrir ArqDocumentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write rl-linha from rl-cabecalho1
           .
       inicializa-exit.
           write rl-linha from spaces
           move wk-total-anos to rl-tot-anos
           write rl-linha from rl-linha-totais

      *> Rodape com o registro do documento no livro. Historico vazio
      *> (cod sem nenhum ano encerrado) nao vale como documento e nao
      *> recebe numero nem codigo de verificacao.
           if wk-total-anos > 0 then
               move "HISTORICO"     to wk-doc-tipo
               perform registra-documento
               write rl-linha from spaces
               write rl-linha from rl-linha-documento
               write rl-linha from rl-linha-emissor
               write rl-linha from rl-linha-autentica
           end-if
           .
       processa-historico-exit.
       exit.

      *>-----------------------------------------------------------------
       identifica-emissor section.
      *>-----------------------------------------------------------------
      *> Pede login e senha de um usuario cadastrado no ArqUsuarios
      *> (qualquer nivel), o mesmo conferido no login do programa
      *> principal: o livro de documentos guarda quem emitiu.
           open input ArqUsuarios
           if ws-fs-ArqUsuarios <> 0 then
               move 5                                to ws-msn-erro-ofsset
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
      *> documentos emitidos com o proximo numero do ano: posiciona no
      *> primeiro registro do ano (leitura direta, ignorando o status) e
      *> avanca com READ NEXT enquanto o ano bater, guardando o maior
      *> numero, mesmo padrao do buscar-prox-seq-contato do programa
      *> principal. Devolve preenchidas as linhas do rodape.
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
           move wk-cod-consulta to fd-doc-cod
           move function current-date (1:8) to fd-doc-data
           move function current-date (9:6) to fd-doc-hora
           move wk-doc-login    to fd-doc-usuario

      *> Codigo de verificacao: resto da divisao, por um numero de dez
      *> digitos, de uma conta sobre o numero, a hora, a matricula e a
      *> data de emissao - o codigo nao se deduz so pelo numero.
           compute wk-doc-calculo =
               (fd-doc-numero * 7919 + fd-doc-hora) * 104729
               + fd-doc-cod * 613 + fd-doc-data
           divide wk-doc-calculo by 9999999967
               giving wk-doc-quociente remainder wk-doc-resto
           move wk-doc-resto to fd-doc-verificacao

           write fd-documentos
           if ws-fs-ArqDocumentos <> 0 then
               move 6                                to ws-msn-erro-ofsset
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
       finaliza section.
      *>-----------------------------------------------------------------
           close ArqHistorico
           close ArqDocumentos
           close ArqRelatorio
           display "Historico gerado em HistoricoEscolar.txt"
           if wk-total-anos > 0 then
               display "Documento no. " rl-doc-numero "/" rl-doc-ano
                   " - codigo de verificacao " rl-doc-verificacao
           else
               display "Nenhum ano encerrado, documento nao registrado."
           end-if
           stop run
           .
       finaliza-exit.
