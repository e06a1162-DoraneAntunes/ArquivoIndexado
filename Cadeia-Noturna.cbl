      $Set sourceformat "free"

       identification division.
       program-id. "Cadeia-Noturna".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Cadeia do processamento noturno. Em vez de o operador rodar a
      *> mao, um depois do outro, o Backup-Alunos, o
      *> Validacao-Cadastros, o Importar-Notas e o Exporta-Secretaria,
      *> esta rotina executa a lista de passos do arquivo de controle
      *> CadeiaPassos.txt, na ordem dos passos, com as dependencias de
      *> cada um.
      *>
      *> Layout do CadeiaPassos.txt (uma linha por passo, colunas fixas;
      *> linha com "*" na coluna 1 e comentario):
      *>   col 01-02 numero do passo (crescente)
      *>   col 04-23 programa (o mesmo nome gravado no protocolo)
      *>   col 25-54 respostas aos prompts do programa, separadas por
      *>             espaco (ex.: "1" no Backup-Alunos, "A" no
      *>             Importar-Notas)
      *>   col 56-63 ate tres passos dos quais este depende, "NN " cada
      *> Exemplo:
      *>   01 Backup-Alunos        1
      *>   02 Validacao-Cadastros                                 01
      *>   03 Importar-Notas       A                              01 02
      *>   04 Exporta-Secretaria                                  03
      *>
      *> O codigo de retorno dos programas nao diz nada (todos terminam
      *> com stop run, inclusive no finaliza-anormal), entao o
      *> resultado de cada passo e conferido no ArqProtocolos: so um
      *> "Fim" com resultado "Concluido" gravado pelo programa depois
      *> do inicio do passo libera o seguinte. "Inicio" sem "Fim", Fim
      *> com outro resultado, nenhum registro ou dependencia nao
      *> concluida param a cadeia.
      *>
      *> O ponto de controle (CadeiaCheckpoint.dat, nos moldes do
      *> ImportCheckpoint.dat do Importar-Notas) guarda a situacao de
      *> cada passo da noite. Se a cadeia parou, a proxima rodada da
      *> mesma noite retoma no passo que falhou, sem repetir os que ja
      *> terminaram. Ponto de controle de outra data so e retomado com
      *> a confirmacao do operador (cadeia que passou da meia-noite);
      *> sem ela comeca uma noite nova, com todos os passos.
      *> A saida dos programas vai para CadeiaNoturna.log e o resumo de
      *> uma pagina para a conferencia da manha sai em
      *> RelatorioCadeia.txt.

       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           Select ArqPassos assign "CadeiaPassos.txt"
           organization is line sequential
           file status is ws-fs-ArqPassos.

      *> Ponto de controle da cadeia: um unico registro com a noite em
      *> andamento e a situacao de cada passo.
           Select ArqCheckpoint assign "CadeiaCheckpoint.dat"
           organization is line sequential
           file status is ws-fs-ArqCheckpoint.

           Select ArqProtocolos assign "ArqProtocolos.dat"
           organization is line sequential
           file status is ws-fs-ArqProtocolos.

           Select ArqRelatorio assign "RelatorioCadeia.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorio.

       I-O-Control.

       data division.
       file section.
       fd ArqPassos.
       01  cad-registro.
           05  cad-passo                           pic x(02).
           05  filler                              pic x(01).
           05  cad-programa                        pic x(20).
           05  filler                              pic x(01).
           05  cad-parametros                      pic x(30).
           05  filler                              pic x(01).
           05  cad-dependencias.
               10  cad-depende occurs 3.
                   15  cad-dep-passo               pic x(02).
                   15  filler                      pic x(01).

       fd ArqCheckpoint.
       01  ckp-registro.
           05  ckp-data-noite                      pic 9(08).
           05  ckp-hora-noite                      pic 9(06).
           05  ckp-situacao                        pic x(01).
           05  ckp-qtd-passos                      pic 9(02).
           05  ckp-passo-situacao occurs 30         pic x(01).

       fd ArqProtocolos.
           copy "PROTOCOLO-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(120).

       working-storage section.
       77 ws-fs-ArqPassos                          pic 9(02).
       77 ws-fs-ArqCheckpoint                      pic 9(02).
       77 ws-fs-ArqProtocolos                      pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).

      *> Passos carregados do CadeiaPassos.txt. Situacao do passo:
      *> espaco = pendente, "C" = concluido, "F" = falhou (a cadeia
      *> parou nele).
       01  wk-tab-passos.
           05  wk-tp occurs 30.
               10  wk-tp-passo                     pic 9(02).
               10  wk-tp-programa                  pic x(20).
               10  wk-tp-parametros                pic x(30).
               10  wk-tp-depende occurs 3          pic 9(02).
               10  wk-tp-situacao                  pic x(01).
               10  wk-tp-ja-concluido              pic x(01).
               10  wk-tp-inicio                    pic 9(06).
               10  wk-tp-fim                       pic 9(06).
               10  wk-tp-total1                    pic 9(05).
               10  wk-tp-total2                    pic 9(05).
               10  wk-tp-motivo                    pic x(30).
       77  wk-qtd-passos                           pic 9(02) value 0.
       77  wk-tp-max                               pic 9(02) value 30.
       77  wk-ind                                  pic 9(02).
       77  wk-ind-dep                              pic 9(02).
       77  wk-ind-busca                            pic 9(02).
       77  wk-ind-ckp                              pic 9(02).
       77  wk-passo-anterior                       pic 9(02).
       77  wk-dep-achou                            pic x(01).
       77  wk-dep-ok                               pic x(01).

      *> Situacao da noite: a noite em andamento (inicio da primeira
      *> rodada), se esta rodada e uma retomada e se a cadeia parou.
       77  wk-data-noite                           pic 9(08).
       77  wk-hora-noite                           pic 9(06).
       77  wk-retomada                             pic x(01).
       77  wk-data-hoje                            pic 9(08).
       77  wk-confirma                             pic x(01).
       77  wk-parou                                pic x(01).
       77  wk-passo-parada                         pic 9(02).
       77  wk-total-concluidos                     pic 9(02).
       77  wk-total-executados                     pic 9(02).

      *> Comando montado para cada passo e o instante de inicio dele,
      *> comparado com a data/hora dos registros do protocolo.
       77  wk-dir-programas                        pic x(10) value "./".
       77  wk-arq-saida                            pic x(20)
           value "CadeiaNoturna.log".
       77  wk-comando                              pic x(200).
       77  wk-inicio-passo                         pic 9(14).
       77  wk-instante-prot                        pic 9(14).

      *> Ultimo registro do programa do passo no protocolo, a partir do
      *> inicio do passo.
       77  wk-prot-achou                           pic x(01).
       77  wk-prot-evento                          pic x(06).
       77  wk-prot-resultado                       pic x(20).
       77  wk-prot-hora                            pic 9(06).
       77  wk-prot-total1                          pic 9(05).
       77  wk-prot-total2                          pic 9(05).
       77  wk-prot-parametros                      pic x(20).

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-cabecalho1                           pic x(100)
           value " Resumo da Cadeia do Processamento Noturno".
       01  rl-linha-noite.
           05  filler                              pic x(08)
               value " Noite: ".
           05  rl-cab-data                         pic 9(08).
           05  filler                              pic x(18)
               value "  inicio da cadeia".
           05  filler                              pic x(02) value ": ".
           05  rl-cab-hora                         pic 9(06).
           05  filler                              pic x(20)
               value "   rodada atual em: ".
           05  rl-cab-rodada-data                  pic 9(08).
           05  filler                              pic x(01) value space.
           05  rl-cab-rodada-hora                  pic 9(06).
       01  rl-linha-retomada                       pic x(100)
           value " Retomada: os passos ja concluidos nesta noite nao foram repetidos.".
       01  rl-cabecalho2                           pic x(100)
           value " Passo Programa             Parametros     Dep.      Inicio Fim    Total1 Total2 Situacao".
       01  rl-linha-detalhe.
           05  filler                              pic x(02) value spaces.
           05  rl-det-passo                        pic 9(02).
           05  filler                              pic x(02) value spaces.
           05  rl-det-programa                     pic x(20).
           05  filler                              pic x(01) value space.
           05  rl-det-parametros                   pic x(14).
           05  filler                              pic x(01) value space.
           05  rl-det-dep occurs 3.
               10  rl-det-dep-passo                pic zz.
               10  filler                          pic x(01).
           05  filler                              pic x(01) value space.
           05  rl-det-inicio                       pic 9(06).
           05  filler                              pic x(01) value space.
           05  rl-det-fim                          pic 9(06).
           05  filler                              pic x(01) value space.
           05  rl-det-total1                       pic zzzz9.
           05  filler                              pic x(02) value spaces.
           05  rl-det-total2                       pic zzzz9.
           05  filler                              pic x(01) value space.
           05  rl-det-situacao                     pic x(30).
       01  rl-linha-concluida                      pic x(100)
           value " CADEIA CONCLUIDA: todos os passos terminaram com Fim Concluido no protocolo.".
       01  rl-linha-parada.
           05  filler                              pic x(30)
               value " CADEIA INTERROMPIDA no passo ".
           05  rl-par-passo                        pic 9(02).
           05  filler                              pic x(50)
               value " - corrigir e rodar de novo para retomar.".
       01  rl-linha-totais.
           05  filler                              pic x(26)
               value " Passos da cadeia........:".
           05  rl-tot-passos                       pic zz9.
           05  filler                              pic x(26)
               value "   Concluidos............:".
           05  rl-tot-concluidos                   pic zz9.
           05  filler                              pic x(27)
               value "   Executados nesta rodada:".
           05  rl-tot-executados                   pic zz9.

       Procedure Division.

           perform inicializa.
           perform processa-cadeia.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           display "Cadeia do Processamento Noturno"

           perform carrega-passos
           perform le-checkpoint

           open output ArqRelatorio
           if ws-fs-ArqRelatorio <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelatorio               to ws-msn-erro-cod
               move "Erro ao abrir Relatorio"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> Protocolo da propria cadeia ("Passos NN"), para a Consulta-
      *> Protocolos mostrar a rodada junto com os passos dela.
           move spaces to wk-prot-parametros
           string "Passos "      delimited by size
                  wk-qtd-passos  delimited by size
                  into wk-prot-parametros
           perform abre-protocolo
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       carrega-passos section.
      *>-----------------------------------------------------------------
      *> Le e confere o arquivo de controle inteiro antes de rodar
      *> qualquer passo: numero de passo numerico e crescente, programa
      *> informado e dependencia so de passo anterior existente. Um
      *> arquivo de controle errado nao comeca a cadeia.
           open input ArqPassos
           if ws-fs-ArqPassos = 35 then
               display "Arquivo de controle CadeiaPassos.txt nao encontrado."
               stop run
           end-if
           if ws-fs-ArqPassos <> 0 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-ArqPassos                  to ws-msn-erro-cod
               move "Erro ao abrir CadeiaPassos.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to wk-qtd-passos
           move 0 to wk-passo-anterior

           read ArqPassos
           perform until ws-fs-ArqPassos = 10

               if ws-fs-ArqPassos <> 0 then
                   move 3                                to ws-msn-erro-ofsset
                   move ws-fs-ArqPassos                  to ws-msn-erro-cod
                   move "Erro ao ler CadeiaPassos.txt"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if cad-registro (1:1) <> "*"
               and cad-registro <> spaces then
                   perform valida-passo
               end-if

               read ArqPassos
           end-perform

           close ArqPassos

           if wk-qtd-passos = 0 then
               display "Nenhum passo no arquivo de controle."
               stop run
           end-if
           .
       carrega-passos-exit.
       exit.

      *>-----------------------------------------------------------------
       valida-passo section.
      *>-----------------------------------------------------------------
           if cad-passo is not numeric then
               display "Passo invalido no controle: " cad-registro
               stop run
           end-if

           if wk-qtd-passos >= wk-tp-max then
               display "Mais de " wk-tp-max " passos no controle."
               stop run
           end-if

           add 1 to wk-qtd-passos
           move cad-passo      to wk-tp-passo (wk-qtd-passos)
           move cad-programa   to wk-tp-programa (wk-qtd-passos)
           move cad-parametros to wk-tp-parametros (wk-qtd-passos)
           move spaces         to wk-tp-situacao (wk-qtd-passos)
           move "N"            to wk-tp-ja-concluido (wk-qtd-passos)
           move 0              to wk-tp-inicio (wk-qtd-passos)
           move 0              to wk-tp-fim (wk-qtd-passos)
           move 0              to wk-tp-total1 (wk-qtd-passos)
           move 0              to wk-tp-total2 (wk-qtd-passos)
           move spaces         to wk-tp-motivo (wk-qtd-passos)

           if wk-tp-passo (wk-qtd-passos) <= wk-passo-anterior then
               display "Passos fora de ordem no controle: " cad-passo
               stop run
           end-if
           move wk-tp-passo (wk-qtd-passos) to wk-passo-anterior

           if cad-programa = spaces then
               display "Passo " cad-passo " sem programa no controle."
               stop run
           end-if

           perform varying wk-ind-dep from 1 by 1 until wk-ind-dep > 3
               move 0 to wk-tp-depende (wk-qtd-passos wk-ind-dep)
               if cad-dep-passo (wk-ind-dep) <> spaces then
                   if cad-dep-passo (wk-ind-dep) is not numeric then
                       display "Dependencia invalida no passo " cad-passo
                       stop run
                   end-if
                   move cad-dep-passo (wk-ind-dep)
                       to wk-tp-depende (wk-qtd-passos wk-ind-dep)

      *> Dependencia so de passo anterior ja carregado.
                   move "N" to wk-dep-achou
                   perform varying wk-ind-busca from 1 by 1
                           until wk-ind-busca >= wk-qtd-passos
                       if wk-tp-passo (wk-ind-busca)
                          = wk-tp-depende (wk-qtd-passos wk-ind-dep) then
                           move "S" to wk-dep-achou
                       end-if
                   end-perform
                   if wk-dep-achou = "N" then
                       display "Passo " cad-passo " depende de passo "
                           cad-dep-passo (wk-ind-dep)
                           " que nao vem antes dele."
                       stop run
                   end-if
               end-if
           end-perform
           .
       valida-passo-exit.
       exit.

      *>-----------------------------------------------------------------
       le-checkpoint section.
      *>-----------------------------------------------------------------
      *> Cadeia anterior interrompida (situacao "A" no ponto de
      *> controle) com a mesma quantidade de passos e retomada: a noite
      *> continua a mesma e os passos concluidos nela nao rodam de
      *> novo. Sem ponto de controle (erro 35), com a cadeia anterior
      *> concluida ou com o controle alterado, comeca uma noite nova.
      *> Cadeia interrompida em outra data so e retomada se o operador
      *> confirmar (a noite passou da meia-noite); os passos concluidos
      *> dias atras, como o Backup-Alunos, nao valem para hoje, entao
      *> sem a confirmacao (ou sem operador) comeca uma noite nova.
           move "N" to wk-retomada
           move function current-date (1:8) to wk-data-noite
           move function current-date (9:6) to wk-hora-noite
           move wk-data-noite                to wk-data-hoje
           move "S"                          to wk-confirma

           open input ArqCheckpoint
           if ws-fs-ArqCheckpoint = 0 then
               read ArqCheckpoint
               if ws-fs-ArqCheckpoint = 0
               and ckp-situacao = "A"
               and ckp-data-noite <> wk-data-hoje then
                   display "Cadeia interrompida na noite de "
                       ckp-data-noite " " ckp-hora-noite "."
                   display "Retomar essa cadeia (S/N)? "
                       with no advancing
                   move spaces to wk-confirma
                   accept wk-confirma
                   move function upper-case(wk-confirma) to wk-confirma
                   if wk-confirma <> "S" then
                       display "Comecando uma noite nova."
                   end-if
               end-if
               if ws-fs-ArqCheckpoint = 0
               and ckp-situacao = "A"
               and wk-confirma = "S" then
                   if ckp-qtd-passos = wk-qtd-passos then
                       move "S"            to wk-retomada
                       move ckp-data-noite to wk-data-noite
                       move ckp-hora-noite to wk-hora-noite
                       perform varying wk-ind from 1 by 1
                               until wk-ind > wk-qtd-passos
                           if ckp-passo-situacao (wk-ind) = "C" then
                               move "C" to wk-tp-situacao (wk-ind)
                               move "S" to wk-tp-ja-concluido (wk-ind)
                           end-if
                       end-perform
                   else
                       display "Controle alterado desde a cadeia "
                           "interrompida, comecando uma noite nova."
                   end-if
               end-if
               close ArqCheckpoint
           end-if

           if wk-retomada = "S" then
               display "Retomando a cadeia de " wk-data-noite " "
                   wk-hora-noite "."
           end-if
           .
       le-checkpoint-exit.
       exit.

      *>-----------------------------------------------------------------
       grava-checkpoint section.
      *>-----------------------------------------------------------------
      *> Regrava o ponto de controle com a situacao de todos os passos,
      *> reabrindo o arquivo a cada gravacao, igual ao Importar-Notas.
           open output ArqCheckpoint
           if ws-fs-ArqCheckpoint <> 0 then
               move 4                                to ws-msn-erro-ofsset
               move ws-fs-ArqCheckpoint              to ws-msn-erro-cod
               move "Erro ao abrir o checkpoint"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces         to ckp-registro
           move wk-data-noite  to ckp-data-noite
           move wk-hora-noite  to ckp-hora-noite
           move wk-qtd-passos  to ckp-qtd-passos
           if wk-parou = "S" then
               move "A" to ckp-situacao
           else
               move "C" to ckp-situacao
               perform varying wk-ind-ckp from 1 by 1
                       until wk-ind-ckp > wk-qtd-passos
                   if wk-tp-situacao (wk-ind-ckp) <> "C" then
                       move "A" to ckp-situacao
                   end-if
               end-perform
           end-if
           perform varying wk-ind-ckp from 1 by 1
                   until wk-ind-ckp > wk-qtd-passos
               move wk-tp-situacao (wk-ind-ckp) to ckp-passo-situacao (wk-ind-ckp)
           end-perform

           write ckp-registro
           if ws-fs-ArqCheckpoint <> 0 then
               move 5                                to ws-msn-erro-ofsset
               move ws-fs-ArqCheckpoint              to ws-msn-erro-cod
               move "Erro ao gravar o checkpoint"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close ArqCheckpoint
           .
       grava-checkpoint-exit.
       exit.

      *>-----------------------------------------------------------------
       processa-cadeia section.
      *>-----------------------------------------------------------------
      *> Roda os passos na ordem do controle; o primeiro que falhar (ou
      *> cuja dependencia nao estiver concluida) para a cadeia.
           move "N" to wk-parou
           move 0   to wk-passo-parada
           move 0   to wk-total-executados

           perform grava-checkpoint

           perform varying wk-ind from 1 by 1
                   until wk-ind > wk-qtd-passos
                      or wk-parou = "S"

               if wk-tp-situacao (wk-ind) <> "C" then
                   perform confere-dependencias
                   if wk-dep-ok = "S" then
                       perform executa-passo
                   end-if

                   if wk-tp-situacao (wk-ind) <> "C" then
                       move "S" to wk-parou
                       move wk-tp-passo (wk-ind) to wk-passo-parada
                   end-if

                   perform grava-checkpoint
               end-if
           end-perform
           .
       processa-cadeia-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-dependencias section.
      *>-----------------------------------------------------------------
      *> Todas as dependencias do passo corrente precisam estar
      *> concluidas nesta noite.
           move "S" to wk-dep-ok

           perform varying wk-ind-dep from 1 by 1 until wk-ind-dep > 3
               if wk-tp-depende (wk-ind wk-ind-dep) <> 0 then
                   perform varying wk-ind-busca from 1 by 1
                           until wk-ind-busca >= wk-ind
                       if wk-tp-passo (wk-ind-busca)
                          = wk-tp-depende (wk-ind wk-ind-dep)
                       and wk-tp-situacao (wk-ind-busca) <> "C" then
                           move "N" to wk-dep-ok
                       end-if
                   end-perform
               end-if
           end-perform

           if wk-dep-ok = "N" then
               move "F" to wk-tp-situacao (wk-ind)
               move "Dependencia nao concluida" to wk-tp-motivo (wk-ind)
           end-if
           .
       confere-dependencias-exit.
       exit.

      *>-----------------------------------------------------------------
       executa-passo section.
      *>-----------------------------------------------------------------
      *> Monta a linha de comando do passo: as respostas do controle
      *> entram uma por linha na entrada do programa; sem respostas, a
      *> entrada vem vazia, para nenhum programa ficar parado num
      *> prompt no meio da noite. A saida vai para o log da cadeia.
           display "Passo " wk-tp-passo (wk-ind) ": "
               wk-tp-programa (wk-ind)

           move spaces to wk-comando
           if wk-tp-parametros (wk-ind) <> spaces then
               string "printf '%s\n' "            delimited by size
                      wk-tp-parametros (wk-ind)    delimited by "  "
                      " | "                        delimited by size
                      wk-dir-programas             delimited by space
                      wk-tp-programa (wk-ind)      delimited by space
                      " >> "                       delimited by size
                      wk-arq-saida                 delimited by space
                      " 2>&1"                      delimited by size
                      into wk-comando
           else
               string wk-dir-programas             delimited by space
                      wk-tp-programa (wk-ind)      delimited by space
                      " < /dev/null >> "           delimited by size
                      wk-arq-saida                 delimited by space
                      " 2>&1"                      delimited by size
                      into wk-comando
           end-if

           move function current-date (1:14) to wk-inicio-passo
           move function current-date (9:6)  to wk-tp-inicio (wk-ind)
           add 1 to wk-total-executados

           call "SYSTEM" using wk-comando

           move function current-date (9:6) to wk-tp-fim (wk-ind)

           perform confere-protocolo-passo

           if wk-prot-achou = "N" then
               move "F" to wk-tp-situacao (wk-ind)
               move "Sem registro no protocolo" to wk-tp-motivo (wk-ind)
           else
               if wk-prot-evento = "Inicio" then
                   move "F" to wk-tp-situacao (wk-ind)
                   move "Inicio sem Fim no protocolo"
                       to wk-tp-motivo (wk-ind)
               else
                   move wk-prot-total1 to wk-tp-total1 (wk-ind)
                   move wk-prot-total2 to wk-tp-total2 (wk-ind)
                   if wk-prot-resultado (1:9) = "Concluido" then
                       move "C" to wk-tp-situacao (wk-ind)
                   else
                       move "F" to wk-tp-situacao (wk-ind)
                       move spaces to wk-tp-motivo (wk-ind)
                       string "Fim: "           delimited by size
                              wk-prot-resultado delimited by size
                              into wk-tp-motivo (wk-ind)
                   end-if
               end-if
           end-if
           .
       executa-passo-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-protocolo-passo section.
      *>-----------------------------------------------------------------
      *> Le o protocolo do inicio ao fim (mesmo padrao da
      *> Consulta-Protocolos) guardando o ultimo registro do programa
      *> do passo gravado a partir do inicio do passo.
           move "N"    to wk-prot-achou
           move spaces to wk-prot-evento
           move spaces to wk-prot-resultado
           move 0      to wk-prot-total1
           move 0      to wk-prot-total2

           open input ArqProtocolos
           if ws-fs-ArqProtocolos = 0 then
               read ArqProtocolos
               perform until ws-fs-ArqProtocolos <> 0

                   compute wk-instante-prot =
                       fd-prot-data * 1000000 + fd-prot-hora

                   if fd-prot-programa = wk-tp-programa (wk-ind)
                   and wk-instante-prot >= wk-inicio-passo then
                       move "S"                to wk-prot-achou
                       move fd-prot-evento     to wk-prot-evento
                       move fd-prot-resultado  to wk-prot-resultado
                       move fd-prot-total1     to wk-prot-total1
                       move fd-prot-total2     to wk-prot-total2
                   end-if

                   read ArqProtocolos
               end-perform

               if ws-fs-ArqProtocolos <> 10 then
                   move 6                                to ws-msn-erro-ofsset
                   move ws-fs-ArqProtocolos              to ws-msn-erro-cod
                   move "Erro ao ler ArqProtocolos"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close ArqProtocolos
           end-if
           .
       confere-protocolo-passo-exit.
       exit.

      *>-----------------------------------------------------------------
       abre-protocolo section.
      *>-----------------------------------------------------------------
      *> Registro de Inicio da cadeia no protocolo. O arquivo e aberto
      *> em modo extend e fechado logo em seguida, porque cada passo
      *> grava nele os seus proprios registros.
           open extend ArqProtocolos
           if ws-fs-ArqProtocolos = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqProtocolos
               open output ArqProtocolos
           end-if
           if ws-fs-ArqProtocolos <> 0
           and ws-fs-ArqProtocolos <> 05 then
               move 7                                to ws-msn-erro-ofsset
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

           close ArqProtocolos
           .
       abre-protocolo-exit.
       exit.

      *>-----------------------------------------------------------------
       grava-protocolo section.
      *>-----------------------------------------------------------------
           move function current-date (1:8) to fd-prot-data
           move function current-date (9:6) to fd-prot-hora
           move "Cadeia-Noturna"            to fd-prot-programa

           write fd-protocolo
           if ws-fs-ArqProtocolos <> 0 then
               move 8                                to ws-msn-erro-ofsset
               move ws-fs-ArqProtocolos              to ws-msn-erro-cod
               move "Erro ao gravar ArqProtocolos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-protocolo-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-resumo section.
      *>-----------------------------------------------------------------
      *> Uma pagina para a conferencia da manha: a noite, cada passo
      *> com a situacao e os totais do Fim dele, e o desfecho.
           write rl-linha from rl-cabecalho1
           move wk-data-noite to rl-cab-data
           move wk-hora-noite to rl-cab-hora
           move function current-date (1:8) to rl-cab-rodada-data
           move function current-date (9:6) to rl-cab-rodada-hora
           write rl-linha from rl-linha-noite
           if wk-retomada = "S" then
               write rl-linha from rl-linha-retomada
           end-if
           write rl-linha from spaces
           write rl-linha from rl-cabecalho2

           move 0 to wk-total-concluidos
           perform varying wk-ind from 1 by 1
                   until wk-ind > wk-qtd-passos

               move wk-tp-passo (wk-ind)        to rl-det-passo
               move wk-tp-programa (wk-ind)     to rl-det-programa
               move wk-tp-parametros (wk-ind)   to rl-det-parametros
               perform varying wk-ind-dep from 1 by 1
                       until wk-ind-dep > 3
                   move wk-tp-depende (wk-ind wk-ind-dep)
                       to rl-det-dep-passo (wk-ind-dep)
               end-perform
               move wk-tp-inicio (wk-ind)       to rl-det-inicio
               move wk-tp-fim (wk-ind)          to rl-det-fim
               move wk-tp-total1 (wk-ind)       to rl-det-total1
               move wk-tp-total2 (wk-ind)       to rl-det-total2

               evaluate true
                   when wk-tp-ja-concluido (wk-ind) = "S"
                       move "Concluido em rodada anterior"
                           to rl-det-situacao
                       add 1 to wk-total-concluidos
                   when wk-tp-situacao (wk-ind) = "C"
                       move "Concluido" to rl-det-situacao
                       add 1 to wk-total-concluidos
                   when wk-tp-situacao (wk-ind) = "F"
                       move wk-tp-motivo (wk-ind) to rl-det-situacao
                   when other
                       move "Nao executado" to rl-det-situacao
               end-evaluate

               write rl-linha from rl-linha-detalhe
           end-perform

           write rl-linha from spaces
           move wk-qtd-passos       to rl-tot-passos
           move wk-total-concluidos to rl-tot-concluidos
           move wk-total-executados to rl-tot-executados
           write rl-linha from rl-linha-totais
           write rl-linha from spaces

           if wk-parou = "S" then
               move wk-passo-parada to rl-par-passo
               write rl-linha from rl-linha-parada
           else
               write rl-linha from rl-linha-concluida
           end-if
           .
       imprime-resumo-exit.
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
           perform imprime-resumo
           close ArqRelatorio

      *> Registro de Fim da cadeia, com os passos concluidos e os
      *> executados nesta rodada. Cadeia parada nao fecha como
      *> "Concluido", para a propria cadeia aparecer como falha na
      *> conferencia da manha.
           open extend ArqProtocolos
           if ws-fs-ArqProtocolos <> 0
           and ws-fs-ArqProtocolos <> 05 then
               move 9                                to ws-msn-erro-ofsset
               move ws-fs-ArqProtocolos              to ws-msn-erro-cod
               move "Erro ao abrir ArqProtocolos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Fim"                 to fd-prot-evento
           move wk-prot-parametros    to fd-prot-parametros
           move wk-total-concluidos   to fd-prot-total1
           move wk-total-executados   to fd-prot-total2
           if wk-parou = "S" then
               move spaces to fd-prot-resultado
               string "Parou no passo " delimited by size
                      wk-passo-parada   delimited by size
                      into fd-prot-resultado
           else
               move "Concluido" to fd-prot-resultado
           end-if
           perform grava-protocolo
           close ArqProtocolos

           if wk-parou = "S" then
               display "Cadeia interrompida no passo " wk-passo-parada "."
           else
               display "Cadeia concluida."
           end-if
           display "Resumo em RelatorioCadeia.txt, saida dos programas em "
               "CadeiaNoturna.log"
           stop run
           .
       finaliza-exit.
       exit.
