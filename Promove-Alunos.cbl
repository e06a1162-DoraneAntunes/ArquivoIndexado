      $Set sourceformat "free"

       identification division.
       program-id. "Promove-Alunos".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Promocao e enturmacao dos alunos para o ano letivo seguinte,
      *> rodada depois do Encerramento-Ano. Para cada aluno ativo, le o
      *> resultado final do ano encerrado no ArqHistorico e decide:
      *>  - aprovado ("Aprovado..." no historico) passa para a turma
      *>    seguinte indicada no mestre de turmas (fd-tur-proxima);
      *>  - aprovado na ultima serie (fd-tur-concluinte = "S") fica com
      *>    a situacao "C" de concluinte, que o Arquiva-Cadastros leva
      *>    para o arquivo morto;
      *>  - qualquer outro resultado fica na mesma turma (retido).
      *> O limite de vagas da turma de destino (fd-tur-vagas) e
      *> respeitado: uma primeira passada conta quem permanece em cada
      *> turma e a segunda promove enquanto houver vaga, da ultima serie
      *> para a primeira (nivel da turma na cadeia de fd-tur-proxima) e
      *> por ordem de matricula dentro de cada nivel. Quem nao cabe
      *> continua na turma antiga e entra na lista de espera (ArqEspera)
      *> da turma de destino; como a serie de cima ja foi promovida, a
      *> turma antiga sabe dessa vaga ocupada antes de receber os alunos
      *> da serie de baixo.
      *>
      *> Toda troca de turma e toda marca de concluinte entram no
      *> ArqLogAlteracoes (campos TURMA e SITUACAO, reaplicaveis pela
      *> restauracao do Backup-Alunos). Aluno cuja turma atual ja nao e
      *> a do historico (promovido numa rodada anterior ou mudado no
      *> Alterar) nao e mexido, entao uma segunda rodada nao promove
      *> ninguem duas vezes.
      *>
      *> O modo Simulacao gera o mesmo RelatorioPromocao.txt sem gravar
      *> nada no ArqAlunos, na lista de espera nem no log, igual ao
      *> Importar-Notas. O modo Aplicar so roda com o encerramento do
      *> ano concluido no protocolo, e uma segunda aplicacao no mesmo
      *> ano exige liberacao de supervisor, igual ao Encerramento-Ano.

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
           access mode is sequential
           record key is fd-tur-codigo
           file status is ws-fs-ArqTurmas.

           Select ArqHistorico assign "ArqHistorico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hist-chave
           file status is ws-fs-ArqHistorico.

           Select ArqEspera assign "ArqEspera.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-esp-chave
           file status is ws-fs-ArqEspera.

           Select ArqLogAlteracoes assign "ArqLogAlteracoes.dat"
           organization is line sequential
           file status is ws-fs-ArqLog.

           Select ArqProtocolos assign "ArqProtocolos.dat"
           organization is line sequential
           file status is ws-fs-ArqProtocolos.

      *> Usuarios autorizados, consultados na liberacao expressa de
      *> supervisor quando o protocolo mostra que a promocao do ano ja
      *> foi aplicada.
           Select ArqUsuarios assign "ArqUsuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-usu-login
           file status is ws-fs-ArqUsuarios.

           Select ArqRelatorio assign "RelatorioPromocao.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorio.

       I-O-Control.

       data division.
       file section.
       fd ArqAlunos.
           copy "ALUNOS-FD.cpy".

       fd ArqTurmas.
           copy "TURMAS-FD.cpy".

       fd ArqHistorico.
           copy "HISTORICO-FD.cpy".

       fd ArqEspera.
           copy "ESPERA-FD.cpy".

       fd ArqLogAlteracoes.
           copy "LOG-FD.cpy".

       fd ArqProtocolos.
           copy "PROTOCOLO-FD.cpy".

       fd ArqUsuarios.
           copy "USUARIOS-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(110).

       working-storage section.
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqTurmas                          pic 9(02).
       77 ws-fs-ArqHistorico                       pic 9(02).
       77 ws-fs-ArqEspera                          pic 9(02).
       77 ws-fs-ArqLog                             pic 9(02).
       77 ws-fs-ArqProtocolos                      pic 9(02).
       77 ws-fs-ArqUsuarios                        pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).

      *> Variaveis do protocolo de execucoes e da liberacao de
      *> supervisor para a aplicacao repetida do mesmo ano.
       77 wk-prot-parametros                       pic x(20).
       77 wk-prot-encerramento                     pic x(20).
       77 wk-encerrado                             pic x(01).
       77 wk-ja-rodou                              pic x(01).
       77 wk-liberado                              pic x(01).
       77 wk-lib-login                             pic x(10).
       77 wk-lib-senha                             pic x(10).

      *> Modo de execucao: "A" aplica no ArqAlunos, "S" so simula.
       77 wk-modo                                  pic x(01).
       77 wk-confirma                              pic x(01).
       77 wk-ano-corrente                          pic 9(04).
       77 wk-ano-promocao                          pic 9(04).
       77 wk-fim-alunos                            pic x(01).
       77 wk-passada                               pic 9(01).
       77 wk-nivel                                 pic 9(03).
       77 wk-nivel-max                             pic 9(03).
       77 wk-nivel-aluno                           pic 9(03).
       77 wk-nivel-mudou                           pic x(01).

      *> Mestre de turmas carregado uma vez na abertura. Para cada
      *> turma, a primeira passada acumula quantos alunos permanecem
      *> nela no ano seguinte (retidos, sem historico, ja promovidos) e
      *> a segunda soma os que forem recebidos da serie anterior.
      *> wk-tt-nivel e a distancia da turma ate o fim da cadeia de
      *> series (0 = ultima serie), calculada pelo calcula-niveis.
       01  wk-tab-turmas.
           05  wk-tt occurs 200.
               10  wk-tt-codigo                    pic x(10).
               10  wk-tt-proxima                   pic x(10).
               10  wk-tt-ind-proxima               pic 9(03).
               10  wk-tt-nivel                     pic 9(03).
               10  wk-tt-concluinte                pic x(01).
               10  wk-tt-vagas                     pic 9(03).
               10  wk-tt-permanecem                pic 9(04).
               10  wk-tt-recebidos                 pic 9(04).
               10  wk-tt-aguardando                pic 9(04).
       77  wk-qtd-turmas                           pic 9(03) value 0.
       77  wk-tt-max                               pic 9(03) value 200.
       77  wk-ind                                  pic 9(03).
       77  wk-ind-origem                           pic 9(03).
       77  wk-ind-destino                          pic 9(03).
       77  wk-ind-busca                            pic 9(03).
       77  wk-ind-nivel                            pic 9(03).
       77  wk-ind-proxima                          pic 9(03).
       77  wk-turma-procura                        pic x(10).

      *> Decisao tomada para o aluno corrente pelo decide-destino:
      *> P = promover para wk-destino, C = concluinte, R = retido,
      *> H = sem historico do ano, M = turma atual diferente da do
      *> historico, X = turma sem turma seguinte cadastrada.
       77  wk-decisao                              pic x(01).
       77  wk-turma-atual                          pic x(10).
       77  wk-destino                              pic x(10).
       77  wk-resultado                            pic x(18).
       77  wk-ocupacao                             pic 9(04).

       77  wk-esp-ordem                            pic 9(03).
       77  wk-esp-ja-consta                        pic x(01).
       77  wk-busca-achou                          pic x(01).

       copy "ALUNOS-WS.cpy".

       01  ws-log.
           05  ws-log-cod                          pic 9(07).
           05  ws-log-operacao                     pic x(12).
           05  ws-log-campo                        pic x(15).
           05  ws-log-antigo                       pic x(35).
           05  ws-log-novo                         pic x(35).

       01  wk-totais.
           05  wk-total-lidos                      pic 9(05) value 0.
           05  wk-total-promovidos                 pic 9(05) value 0.
           05  wk-total-concluintes                pic 9(05) value 0.
           05  wk-total-aguardando                 pic 9(05) value 0.
           05  wk-total-retidos                    pic 9(05) value 0.
           05  wk-total-nao-tratados               pic 9(05) value 0.

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-cabecalho1.
           05  filler                              pic x(50)
               value " Relatorio de Promocao e Enturmacao - Ano letivo ".
           05  rl-cab-ano                          pic 9(04).
       01  rl-linha-simulacao                      pic x(110)
           value " *** SIMULACAO - nenhum registro foi gravado ***".
       01  rl-linha-sem-encerramento               pic x(110)
           value " *** ATENCAO: encerramento do ano nao consta no protocolo ***".
       01  rl-cabecalho2                           pic x(110)
           value "    Cod  Aluno                      Turma       Destino     Situacao no ano         Resultado".
       01  rl-linha-detalhe.
           05  rl-det-cod                          pic zzzzzz9.
           05  filler                              pic x(02) value spaces.
           05  rl-det-aluno                        pic x(25).
           05  filler                              pic x(02) value spaces.
           05  rl-det-turma                        pic x(10).
           05  filler                              pic x(02) value spaces.
           05  rl-det-destino                      pic x(10).
           05  filler                              pic x(02) value spaces.
           05  rl-det-situacao                     pic x(22).
           05  filler                              pic x(02) value spaces.
           05  rl-det-resultado                    pic x(18).

       01  rl-cabecalho3                           pic x(110)
           value " Turma       Limite  Permanecem  Recebidos  Livres  Aguardando".
       01  rl-linha-turma.
           05  filler                              pic x(01) value space.
           05  rl-tur-codigo                       pic x(10).
           05  filler                              pic x(02) value spaces.
           05  rl-tur-limite                       pic zzzz9.
           05  filler                              pic x(07) value spaces.
           05  rl-tur-permanecem                   pic zzzz9.
           05  filler                              pic x(06) value spaces.
           05  rl-tur-recebidos                    pic zzzz9.
           05  filler                              pic x(03) value spaces.
           05  rl-tur-livres                       pic ----9.
           05  filler                              pic x(07) value spaces.
           05  rl-tur-aguardando                   pic zzzz9.
       77  wk-livres                               pic s9(04).

       01  rl-linha-lidos.
           05  filler                              pic x(20)
               value " Alunos ativos.....:".
           05  rl-tot-lidos                        pic zzzz9.
       01  rl-linha-promovidos.
           05  filler                              pic x(20)
               value " Promovidos........:".
           05  rl-tot-promovidos                   pic zzzz9.
       01  rl-linha-concluintes.
           05  filler                              pic x(20)
               value " Concluintes.......:".
           05  rl-tot-concluintes                  pic zzzz9.
       01  rl-linha-aguardando.
           05  filler                              pic x(20)
               value " Aguardando vaga...:".
           05  rl-tot-aguardando                   pic zzzz9.
       01  rl-linha-retidos.
           05  filler                              pic x(20)
               value " Retidos...........:".
           05  rl-tot-retidos                      pic zzzz9.
       01  rl-linha-nao-tratados.
           05  filler                              pic x(20)
               value " Nao tratados......:".
           05  rl-tot-nao-tratados                 pic zzzz9.

       Procedure Division.

           perform inicializa.
           perform processa-promocao.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           move function current-date (1:4) to wk-ano-corrente

           display "Promocao e enturmacao para o ano letivo seguinte"
           move wk-ano-corrente to wk-ano-promocao
           display "Ano letivo encerrado (enter = " wk-ano-promocao "): "
               with no advancing
           accept wk-ano-promocao
           if wk-ano-promocao = 0 then
               move wk-ano-corrente to wk-ano-promocao
           end-if

           display "A - Aplicar (atualiza o ArqAlunos)"
           display "S - Simulacao (so gera o relatorio)"
           display "Digite o modo desejado: " with no advancing
           accept wk-modo
           move function upper-case(wk-modo) to wk-modo

           if wk-modo <> "A" and wk-modo <> "S" then
               display "Modo invalido."
               stop run
           end-if

      *> Parametros da rodada ("Ano NNNN Modo X") e o do encerramento
      *> do mesmo ano ("Ano NNNN"), procurados juntos no protocolo.
           move spaces to wk-prot-parametros
           string "Ano "          delimited by size
                  wk-ano-promocao delimited by size
                  " Modo "        delimited by size
                  wk-modo         delimited by size
                  into wk-prot-parametros
           move spaces to wk-prot-encerramento
           string "Ano "          delimited by size
                  wk-ano-promocao delimited by size
                  into wk-prot-encerramento
           perform confere-protocolo

      *> A aplicacao reescreve a turma de centenas de cadastros, entao
      *> pede uma confirmacao explicita antes de tocar em qualquer
      *> arquivo, igual ao Encerramento-Ano.
           if wk-modo = "A" then
               display "Os alunos aprovados em " wk-ano-promocao
                   " mudarao de turma."
               display "Confirma a promocao (S/N)? " with no advancing
               accept wk-confirma
               if wk-confirma <> "S" and wk-confirma <> "s" then
                   display "Promocao cancelada."
                   stop run
               end-if
           end-if

      *> Na simulacao o ArqAlunos abre so para leitura, igual ao
      *> Importar-Notas: nenhum rewrite e possivel.
           if wk-modo = "S" then
               open input ArqAlunos
           else
               open i-o ArqAlunos
           end-if
           if ws-fs-ArqAlunos <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir ArqAlunos"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input ArqHistorico
           if ws-fs-ArqHistorico <> 0 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-ArqHistorico               to ws-msn-erro-cod
               move "Erro ao abrir ArqHistorico"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carrega-turmas

      *> Lista de espera e log so sao abertos na aplicacao; a simulacao
      *> nao grava nada neles. O log abre em modo extend, igual ao
      *> programa principal.
           if wk-modo = "A" then
               open i-o ArqEspera
               if ws-fs-ArqEspera = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
                   close ArqEspera
                   open output ArqEspera
                   close ArqEspera
                   open i-o ArqEspera
               end-if
               if ws-fs-ArqEspera <> 0 then
                   move 3                                to ws-msn-erro-ofsset
                   move ws-fs-ArqEspera                  to ws-msn-erro-cod
                   move "Erro ao abrir ArqEspera"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open extend ArqLogAlteracoes
               if ws-fs-ArqLog = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
                   close ArqLogAlteracoes
                   open output ArqLogAlteracoes
               end-if
               if ws-fs-ArqLog <> 0
               and ws-fs-ArqLog <> 05 then
                   move 4                                to ws-msn-erro-ofsset
                   move ws-fs-ArqLog                     to ws-msn-erro-cod
                   move "Erro ao abrir o arq. de log"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output ArqRelatorio
           if ws-fs-ArqRelatorio <> 0 then
               move 5                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelatorio               to ws-msn-erro-cod
               move "Erro ao abrir Relatorio"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform abre-protocolo

           move wk-ano-promocao to rl-cab-ano
           write rl-linha from rl-cabecalho1
           if wk-modo = "S" then
               write rl-linha from rl-linha-simulacao
           end-if
           if wk-encerrado <> "S" then
               write rl-linha from rl-linha-sem-encerramento
           end-if
           write rl-linha from spaces
           write rl-linha from rl-cabecalho2
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-protocolo section.
      *>-----------------------------------------------------------------
      *> Varre o protocolo de execucoes procurando o "Fim" concluido do
      *> Encerramento-Ano do ano informado e um "Fim" concluido desta
      *> mesma promocao (mesmos parametros). Sem o encerramento, a
      *> aplicacao e recusada (o historico do ano ainda nao esta
      *> completo) e a simulacao sai com um aviso no relatorio. Uma
      *> segunda aplicacao no mesmo ano so segue com liberacao de
      *> supervisor, igual ao Encerramento-Ano.
           move "N" to wk-encerrado
           move "N" to wk-ja-rodou

           open input ArqProtocolos
           if ws-fs-ArqProtocolos = 0 then
               read ArqProtocolos
               perform until ws-fs-ArqProtocolos = 10

                   if fd-prot-evento = "Fim"
                   and fd-prot-resultado = "Concluido" then
                       if fd-prot-programa = "Encerramento-Ano"
                       and fd-prot-parametros = wk-prot-encerramento then
                           move "S" to wk-encerrado
                       end-if
                       if fd-prot-programa = "Promove-Alunos"
                       and fd-prot-parametros = wk-prot-parametros then
                           move "S" to wk-ja-rodou
                       end-if
                   end-if

                   read ArqProtocolos
                   if ws-fs-ArqProtocolos <> 0
                   and ws-fs-ArqProtocolos <> 10 then
                       move 6                                to ws-msn-erro-ofsset
                       move ws-fs-ArqProtocolos              to ws-msn-erro-cod
                       move "Erro ao ler ArqProtocolos"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
               close ArqProtocolos
           end-if

           if wk-encerrado <> "S" then
               display "ATENCAO: o encerramento do ano " wk-ano-promocao
               display "nao consta como concluido no protocolo."
               if wk-modo = "A" then
                   display "Promocao recusada; rode antes o Encerramento-Ano."
                   stop run
               end-if
           end-if

           if wk-modo = "A" and wk-ja-rodou = "S" then
               display "ATENCAO: a promocao do ano " wk-ano-promocao
               display "ja consta como aplicada no protocolo."
               display "Uma segunda rodada exige liberacao de supervisor."
               perform libera-supervisor
               if wk-liberado <> "S" then
                   display "Promocao recusada, sem liberacao."
                   stop run
               end-if
           end-if
           .
       confere-protocolo-exit.
       exit.

      *>-----------------------------------------------------------------
       libera-supervisor section.
      *>-----------------------------------------------------------------
      *> Pede login e senha de um usuario de nivel "S" (supervisor, ver
      *> USUARIOS-FD.cpy) para liberar a rodada repetida.
           move "N" to wk-liberado

           open input ArqUsuarios
           if ws-fs-ArqUsuarios <> 0 then
               move 7                                to ws-msn-erro-ofsset
               move ws-fs-ArqUsuarios                to ws-msn-erro-cod
               move "Erro ao abrir ArqUsuarios"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Login do supervisor: " with no advancing
           accept wk-lib-login
           display "Senha..............: " with no advancing
           accept wk-lib-senha

           move wk-lib-login to fd-usu-login
           read ArqUsuarios
           if ws-fs-ArqUsuarios = 0
           and fd-usu-senha = wk-lib-senha
           and fd-usu-nivel = "S" then
               move "S" to wk-liberado
           end-if

           close ArqUsuarios
           .
       libera-supervisor-exit.
       exit.

      *>-----------------------------------------------------------------
       abre-protocolo section.
      *>-----------------------------------------------------------------
      *> Abertura do arquivo de protocolos em modo extend, mesmo padrao
      *> do arquivo de log: cada execucao acrescenta o seu par
      *> Inicio/Fim sem apagar as rodadas anteriores.
           open extend ArqProtocolos
           if ws-fs-ArqProtocolos = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqProtocolos
               open output ArqProtocolos
           end-if
           if ws-fs-ArqProtocolos <> 0
           and ws-fs-ArqProtocolos <> 05 then
               move 8                                to ws-msn-erro-ofsset
               move ws-fs-ArqProtocolos              to ws-msn-erro-cod
               move "Erro ao abrir ArqProtocolos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Inicio"           to fd-prot-evento
           move wk-prot-parametros to fd-prot-parametros
           move 0                  to fd-prot-total1
           move 0                  to fd-prot-total2
           move spaces             to fd-prot-resultado
           perform grava-protocolo
           .
       abre-protocolo-exit.
       exit.

      *>-----------------------------------------------------------------
       grava-protocolo section.
      *>-----------------------------------------------------------------
           move function current-date (1:8) to fd-prot-data
           move function current-date (9:6) to fd-prot-hora
           move "Promove-Alunos"            to fd-prot-programa

           write fd-protocolo
           if ws-fs-ArqProtocolos <> 0 then
               move 9                                to ws-msn-erro-ofsset
               move ws-fs-ArqProtocolos              to ws-msn-erro-cod
               move "Erro ao gravar ArqProtocolos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-protocolo-exit.
       exit.

      *>-----------------------------------------------------------------
       carrega-turmas section.
      *>-----------------------------------------------------------------
      *> Le o mestre de turmas do inicio ao fim para a tabela em
      *> memoria: codigo, turma seguinte, marca de ultima serie e limite
      *> de vagas. Os codigos ja estao gravados em maiusculas pelo
      *> cadastro de turmas.
           open input ArqTurmas
           if ws-fs-ArqTurmas <> 0 then
               move 10                               to ws-msn-erro-ofsset
               move ws-fs-ArqTurmas                  to ws-msn-erro-cod
               move "Erro ao abrir ArqTurmas"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to wk-qtd-turmas
           read ArqTurmas next
           perform until ws-fs-ArqTurmas = 10

               if wk-qtd-turmas >= wk-tt-max then
                   move 11                               to ws-msn-erro-ofsset
                   move 0                                to ws-msn-erro-cod
                   move "Tabela de turmas cheia"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to wk-qtd-turmas
               move fd-tur-codigo     to wk-tt-codigo (wk-qtd-turmas)
               move function upper-case(fd-tur-proxima)
                                      to wk-tt-proxima (wk-qtd-turmas)
               move fd-tur-concluinte to wk-tt-concluinte (wk-qtd-turmas)
               move fd-tur-vagas      to wk-tt-vagas (wk-qtd-turmas)
               move 0                 to wk-tt-permanecem (wk-qtd-turmas)
               move 0                 to wk-tt-recebidos (wk-qtd-turmas)
               move 0                 to wk-tt-aguardando (wk-qtd-turmas)

               read ArqTurmas next
               if ws-fs-ArqTurmas <> 0 and ws-fs-ArqTurmas <> 10 then
                   move 12                               to ws-msn-erro-ofsset
                   move ws-fs-ArqTurmas                  to ws-msn-erro-cod
                   move "Erro ao ler ArqTurmas"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close ArqTurmas

           perform calcula-niveis
           .
       carrega-turmas-exit.
       exit.

      *>-----------------------------------------------------------------
       localiza-turma section.
      *>-----------------------------------------------------------------
      *> Procura wk-turma-procura na tabela de turmas; devolve a
      *> posicao em wk-ind (zero quando a turma nao esta cadastrada).
           move 0 to wk-ind
           perform varying wk-ind-busca from 1 by 1
                     until wk-ind-busca > wk-qtd-turmas
                        or wk-ind > 0
               if wk-tt-codigo (wk-ind-busca) = wk-turma-procura then
                   move wk-ind-busca to wk-ind
               end-if
           end-perform
           .
       localiza-turma-exit.
       exit.

      *>-----------------------------------------------------------------
       calcula-niveis section.
      *>-----------------------------------------------------------------
      *> Nivel de cada turma contado a partir do fim da cadeia de
      *> series: 0 para a ultima serie (concluinte) e para turma sem
      *> turma seguinte cadastrada; as demais ficam com o nivel da
      *> turma seguinte mais 1. A segunda passada promove do nivel 0
      *> para cima. Turma que nao se resolve (turma seguinte apontando
      *> de volta, em ciclo) fica no nivel 0.
           perform varying wk-ind-nivel from 1 by 1
                     until wk-ind-nivel > wk-qtd-turmas
               move wk-tt-proxima (wk-ind-nivel) to wk-turma-procura
               perform localiza-turma
               move wk-ind to wk-tt-ind-proxima (wk-ind-nivel)
               move 999    to wk-tt-nivel (wk-ind-nivel)
           end-perform

           move "S" to wk-nivel-mudou
           perform until wk-nivel-mudou = "N"
               move "N" to wk-nivel-mudou
               perform varying wk-ind-nivel from 1 by 1
                         until wk-ind-nivel > wk-qtd-turmas
                   if wk-tt-nivel (wk-ind-nivel) = 999 then
                       move wk-tt-ind-proxima (wk-ind-nivel) to wk-ind-proxima
                       if wk-tt-concluinte (wk-ind-nivel) = "S"
                       or wk-ind-proxima = 0 then
                           move 0   to wk-tt-nivel (wk-ind-nivel)
                           move "S" to wk-nivel-mudou
                       else
                           if wk-tt-nivel (wk-ind-proxima) <> 999 then
                               compute wk-tt-nivel (wk-ind-nivel) =
                                   wk-tt-nivel (wk-ind-proxima) + 1
                               move "S" to wk-nivel-mudou
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform

           move 0 to wk-nivel-max
           perform varying wk-ind-nivel from 1 by 1
                     until wk-ind-nivel > wk-qtd-turmas
               if wk-tt-nivel (wk-ind-nivel) = 999 then
                   move 0 to wk-tt-nivel (wk-ind-nivel)
               end-if
               if wk-tt-nivel (wk-ind-nivel) > wk-nivel-max then
                   move wk-tt-nivel (wk-ind-nivel) to wk-nivel-max
               end-if
           end-perform
           .
       calcula-niveis-exit.
       exit.

      *>-----------------------------------------------------------------
       processa-promocao section.
      *>-----------------------------------------------------------------
      *> Duas passadas pelo ArqAlunos em ordem de matricula: a primeira
      *> so conta quem permanece em cada turma; a segunda promove,
      *> marca os concluintes e manda para a espera quem nao coube. A
      *> segunda e feita uma vez por nivel, da ultima serie para a
      *> primeira: quem nao cabe na turma seguinte volta a ocupar a
      *> vaga da turma antiga antes de a serie de baixo ser promovida
      *> para ela, entao uma cadeia de turmas lotadas nao estoura o
      *> limite de nenhuma delas.
           move 1 to wk-passada
           perform percorre-alunos

           move 2 to wk-passada
           perform varying wk-nivel from 0 by 1
                     until wk-nivel > wk-nivel-max
               perform percorre-alunos
           end-perform

           perform imprime-resumo
           .
       processa-promocao-exit.
       exit.

      *>-----------------------------------------------------------------
       percorre-alunos section.
      *>-----------------------------------------------------------------
      *> Inativos, transferidos e concluintes de anos anteriores ficam
      *> fora da promocao e nao ocupam vaga, igual a contagem de vagas
      *> do programa principal.
           move 0 to fd-cod
           start ArqAlunos key >= fd-cod

           move "N" to wk-fim-alunos
           perform until wk-fim-alunos = "S"
               read ArqAlunos next
               if ws-fs-ArqAlunos = 10 then
                   move "S" to wk-fim-alunos
               else
                   if ws-fs-ArqAlunos <> 0 then
                       move 13                               to ws-msn-erro-ofsset
                       move ws-fs-ArqAlunos                  to ws-msn-erro-cod
                       move "Erro ao ler ArqAlunos"          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-alunos to alunos

                   if situacao <> "I" and situacao <> "T"
                   and situacao <> "C" then
                       if wk-passada = 1 then
                           perform decide-destino
                           perform conta-permanencia
                       else

      *> Segunda passada: so os alunos das turmas do nivel corrente.
      *> Turma atual fora do mestre de turmas conta como nivel 0.
                           move function upper-case(turma)
                                                  to wk-turma-procura
                           perform localiza-turma
                           move 0 to wk-nivel-aluno
                           if wk-ind > 0 then
                               move wk-tt-nivel (wk-ind) to wk-nivel-aluno
                           end-if
                           if wk-nivel-aluno = wk-nivel then
                               perform decide-destino
                               perform aplica-decisao
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       percorre-alunos-exit.
       exit.

      *>-----------------------------------------------------------------
       decide-destino section.
      *>-----------------------------------------------------------------
      *> Decide o que acontece com o aluno corrente a partir do
      *> resultado dele no ArqHistorico do ano encerrado. A aprovacao
      *> segue o mesmo teste do Arquiva-Cadastros ("Aprovado" e
      *> "Aprovado pos-exame").
           move function upper-case(turma) to wk-turma-atual
           move spaces                     to wk-destino
           move spaces                     to fd-hist-situacao

           move wk-turma-atual to wk-turma-procura
           perform localiza-turma
           move wk-ind to wk-ind-origem

           move cod             to fd-hist-cod
           move wk-ano-promocao to fd-hist-ano
           read ArqHistorico
           if ws-fs-ArqHistorico = 23 then
               move spaces to fd-hist-situacao
               move "H"    to wk-decisao
           else
               if ws-fs-ArqHistorico <> 0 then
                   move 14                               to ws-msn-erro-ofsset
                   move ws-fs-ArqHistorico               to ws-msn-erro-cod
                   move "Erro ao ler ArqHistorico"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *> Turma atual diferente da turma do historico: ja promovido numa
      *> rodada anterior ou mudado a mao no Alterar. Fica onde esta.
               if function upper-case(fd-hist-turma) <> wk-turma-atual then
                   move "M" to wk-decisao
               else
                   if fd-hist-situacao (1:8) <> "Aprovado" then
                       move "R" to wk-decisao
                   else
                       if wk-ind-origem = 0 then
                           move "X" to wk-decisao
                       else
                           if wk-tt-concluinte (wk-ind-origem) = "S" then
                               move "C" to wk-decisao
                           else
                               move wk-tt-proxima (wk-ind-origem)
                                   to wk-destino
                               move wk-destino to wk-turma-procura
                               perform localiza-turma
                               if wk-destino = spaces or wk-ind = 0 then
                                   move "X" to wk-decisao
                               else
                                   move "P"    to wk-decisao
                                   move wk-ind to wk-ind-destino
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .
       decide-destino-exit.
       exit.

      *>-----------------------------------------------------------------
       conta-permanencia section.
      *>-----------------------------------------------------------------
      *> Primeira passada: quem nao vai ser promovido nem sai como
      *> concluinte continua ocupando vaga na turma atual no ano
      *> seguinte.
           if wk-decisao <> "P" and wk-decisao <> "C"
           and wk-ind-origem > 0 then
               add 1 to wk-tt-permanecem (wk-ind-origem)
           end-if
           .
       conta-permanencia-exit.
       exit.

      *>-----------------------------------------------------------------
       aplica-decisao section.
      *>-----------------------------------------------------------------
      *> Segunda passada: executa a decisao do aluno corrente (so
      *> grava no modo Aplicar) e escreve a linha do relatorio.
           add 1 to wk-total-lidos

           evaluate wk-decisao
               when "P"
                   compute wk-ocupacao =
                       wk-tt-permanecem (wk-ind-destino)
                     + wk-tt-recebidos (wk-ind-destino)
                   if wk-ocupacao < wk-tt-vagas (wk-ind-destino) then
                       add 1 to wk-tt-recebidos (wk-ind-destino)
                       add 1 to wk-total-promovidos
                       move "Promovido" to wk-resultado
                       if wk-modo = "A" then
                           perform promove-aluno
                       end-if
                   else

      *> Turma de destino lotada: o aluno continua na turma antiga
      *> (volta a ocupar a vaga dela) e entra na lista de espera da
      *> turma de destino. A turma antiga e de um nivel acima, entao
      *> ainda nao recebeu ninguem da serie de baixo.
                       add 1 to wk-tt-aguardando (wk-ind-destino)
                       add 1 to wk-total-aguardando
                       if wk-ind-origem > 0 then
                           add 1 to wk-tt-permanecem (wk-ind-origem)
                       end-if
                       move "Aguardando vaga" to wk-resultado
                       if wk-modo = "A" then
                           perform inclui-espera
                       end-if
                   end-if
               when "C"
                   add 1 to wk-total-concluintes
                   move "Concluinte" to wk-resultado
                   if wk-modo = "A" then
                       perform marca-concluinte
                   end-if
               when "R"
                   add 1 to wk-total-retidos
                   move "Retido" to wk-resultado
               when "H"
                   add 1 to wk-total-nao-tratados
                   move "Sem historico" to wk-resultado
               when "M"
                   add 1 to wk-total-nao-tratados
                   move "Turma ja alterada" to wk-resultado
               when other
                   add 1 to wk-total-nao-tratados
                   move "Sem turma seguinte" to wk-resultado
           end-evaluate

           move cod              to rl-det-cod
           move aluno            to rl-det-aluno
           move turma            to rl-det-turma
           move wk-destino       to rl-det-destino
           move fd-hist-situacao to rl-det-situacao
           move wk-resultado     to rl-det-resultado
           write rl-linha from rl-linha-detalhe
           .
       aplica-decisao-exit.
       exit.

      *>-----------------------------------------------------------------
       promove-aluno section.
      *>-----------------------------------------------------------------
      *> Troca a turma do aluno para a turma seguinte e registra a
      *> troca na trilha de auditoria.
           move wk-destino to fd-turma

           rewrite fd-alunos
           if ws-fs-ArqAlunos <> 0 then
               move 15                               to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao gravar ArqAlunos"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move cod         to ws-log-cod
           move "Promocao"  to ws-log-operacao
           move "TURMA"     to ws-log-campo
           move turma       to ws-log-antigo
           move wk-destino  to ws-log-novo
           perform grava-log
           .
       promove-aluno-exit.
       exit.

      *>-----------------------------------------------------------------
       marca-concluinte section.
      *>-----------------------------------------------------------------
      *> Aprovado na ultima serie: a situacao passa a "C" (concluinte)
      *> e a turma fica como estava, para o Arquiva-Cadastros e o
      *> Historico-Escolar.
           move "C" to fd-situacao

           rewrite fd-alunos
           if ws-fs-ArqAlunos <> 0 then
               move 16                               to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao gravar ArqAlunos"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move cod         to ws-log-cod
           move "Promocao"  to ws-log-operacao
           move "SITUACAO"  to ws-log-campo
           move situacao    to ws-log-antigo
           move fd-situacao to ws-log-novo
           perform grava-log
           .
       marca-concluinte-exit.
       exit.

      *>-----------------------------------------------------------------
       inclui-espera section.
      *>-----------------------------------------------------------------
      *> Inclui o aluno que nao coube na lista de espera da turma de
      *> destino, com a proxima ordem livre, igual ao
      *> oferece-lista-espera do programa principal. Quem ja esta na
      *> fila daquela turma (rodada anterior) nao e incluido de novo.
           perform buscar-prox-ordem-espera

           if wk-esp-ja-consta <> "S" then
               move wk-destino   to fd-esp-turma
               move wk-esp-ordem to fd-esp-ordem
               move aluno        to fd-esp-nome
               move telefone     to fd-esp-telefone
               move function current-date (1:8) to fd-esp-data-entrada

               write fd-espera
               if ws-fs-ArqEspera <> 0 then
                   move 17                               to ws-msn-erro-ofsset
                   move ws-fs-ArqEspera                  to ws-msn-erro-cod
                   move "Erro ao gravar ArqEspera"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inclui-espera-exit.
       exit.

      *>-----------------------------------------------------------------
       buscar-prox-ordem-espera section.
      *>-----------------------------------------------------------------
      *> Mesma logica da secao do programa principal: posiciona no
      *> primeiro candidato da turma (leitura direta, status ignorado)
      *> e avanca com READ NEXT enquanto a turma bater, guardando a
      *> maior ordem; aproveita a passada para ver se o aluno ja esta
      *> na fila.
           move 0   to wk-esp-ordem
           move "N" to wk-esp-ja-consta

           move wk-destino to fd-esp-turma
           move 0          to fd-esp-ordem
           read ArqEspera

           move "N" to wk-busca-achou
           perform until wk-busca-achou = "S"
               read ArqEspera next
               if ws-fs-ArqEspera = 10 then
                   move "S" to wk-busca-achou
               else
                   if fd-esp-turma <> wk-destino then
                       move "S" to wk-busca-achou
                   else
                       move fd-esp-ordem to wk-esp-ordem
                       if fd-esp-nome = aluno then
                           move "S" to wk-esp-ja-consta
                       end-if
                   end-if
               end-if
           end-perform

           add 1 to wk-esp-ordem
           .
       buscar-prox-ordem-espera-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-resumo section.
      *>-----------------------------------------------------------------
      *> Quadro por turma (vagas do ano seguinte) e os totais gerais.
           write rl-linha from spaces
           write rl-linha from rl-cabecalho3

           perform varying wk-ind from 1 by 1
                     until wk-ind > wk-qtd-turmas
               compute wk-livres = wk-tt-vagas (wk-ind)
                                 - wk-tt-permanecem (wk-ind)
                                 - wk-tt-recebidos (wk-ind)
               move wk-tt-codigo (wk-ind)     to rl-tur-codigo
               move wk-tt-vagas (wk-ind)      to rl-tur-limite
               move wk-tt-permanecem (wk-ind) to rl-tur-permanecem
               move wk-tt-recebidos (wk-ind)  to rl-tur-recebidos
               move wk-livres                 to rl-tur-livres
               move wk-tt-aguardando (wk-ind) to rl-tur-aguardando
               write rl-linha from rl-linha-turma
           end-perform

           write rl-linha from spaces
           move wk-total-lidos        to rl-tot-lidos
           write rl-linha from rl-linha-lidos
           move wk-total-promovidos   to rl-tot-promovidos
           write rl-linha from rl-linha-promovidos
           move wk-total-concluintes  to rl-tot-concluintes
           write rl-linha from rl-linha-concluintes
           move wk-total-aguardando   to rl-tot-aguardando
           write rl-linha from rl-linha-aguardando
           move wk-total-retidos      to rl-tot-retidos
           write rl-linha from rl-linha-retidos
           move wk-total-nao-tratados to rl-tot-nao-tratados
           write rl-linha from rl-linha-nao-tratados
           .
       imprime-resumo-exit.
       exit.

      *>-----------------------------------------------------------------
       grava-log section.
      *>-----------------------------------------------------------------
      *> Mesma logica da secao grava-log do programa principal: uma
      *> linha por campo alterado, com os valores antigo/novo.
           move function current-date (1:8)       to fd-log-data
           move function current-date (9:6)       to fd-log-hora
           move ws-log-cod                        to fd-log-cod
           move ws-log-operacao                   to fd-log-operacao
           move ws-log-campo                      to fd-log-campo
           move ws-log-antigo                     to fd-log-valor-antigo
           move ws-log-novo                       to fd-log-valor-novo

           write fd-log
           if ws-fs-ArqLog <> 0 then
               move 18                               to ws-msn-erro-ofsset
               move ws-fs-ArqLog                     to ws-msn-erro-cod
               move "Erro ao gravar o log"           to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-log-exit.
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
           close ArqAlunos
           close ArqHistorico
           close ArqRelatorio

           if wk-modo = "A" then
               close ArqEspera
               close ArqLogAlteracoes
               display "Promocao do ano " wk-ano-promocao " aplicada."
           else
               display "Simulacao concluida, nada foi gravado."
           end-if

      *> Registro de Fim no protocolo de execucoes, com os totais da
      *> rodada, para a conferencia da operacao - e para a guarda da
      *> aplicacao repetida das proximas execucoes.
           move "Fim"                 to fd-prot-evento
           move wk-prot-parametros    to fd-prot-parametros
           move wk-total-promovidos   to fd-prot-total1
           move wk-total-aguardando   to fd-prot-total2
           move "Concluido"           to fd-prot-resultado
           perform grava-protocolo
           close ArqProtocolos

           display wk-total-promovidos " aluno(s) promovido(s)."
           display wk-total-concluintes " concluinte(s)."
           display wk-total-aguardando " aluno(s) aguardando vaga."
           display wk-total-retidos " aluno(s) retido(s)."
           display "Veja RelatorioPromocao.txt"
           stop run
           .
       finaliza-exit.
       exit.
