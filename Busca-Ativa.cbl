      $Set sourceformat "free"

       identification division.
       program-id. "Busca-Ativa".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Busca ativa dos alunos infrequentes, para rodar periodicamente
      *> ao longo do ano (e nao so no fechamento, quando o Relatorio-
      *> Alunos e o Encerramento-Ano ja reprovam por falta). Carrega os
      *> dias letivos do ano corrente ja transcorridos (ArqCalendario)
      *> e, para cada aluno ativo, confere dia a dia a marcacao do
      *> ArqFrequencia. O aluno entra na busca ativa quando:
      *>  - acumula N faltas seguidas (dia letivo sem lancamento nao
      *>    interrompe nem soma na sequencia), ou
      *>  - o percentual de presenca ate hoje (mesma conta do
      *>    Relatorio-Alunos, sobre os dias letivos transcorridos) esta
      *>    abaixo do percentual de alerta.
      *> N e o percentual sao informados na execucao.
      *>
      *> Cada caso novo gera uma ocorrencia do tipo "BUSCA ATIVA" no
      *> ArqOcorrencias, e e essa ocorrencia que impede o mesmo caso de
      *> sair duas vezes: o caso e datado pelo inicio da sequencia de
      *> faltas (ou, so pelo percentual, pela ultima falta), e uma busca
      *> ativa registrada dessa data em diante significa que o caso ja
      *> foi tratado. Aluno que ja teve uma busca ativa anterior e
      *> voltou a faltar sai na lista separada de encaminhamento ao
      *> Conselho Tutelar, em vez da lista da busca ativa.
      *>
      *> As duas listas saem por turma (indice alternado de turma do
      *> ArqAlunos), com os responsaveis e telefones do ArqContatos,
      *> igual ao rodape do Boletim-Alunos.

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

           Select ArqFrequencia assign "ArqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is ws-fs-ArqFrequencia.

           Select ArqCalendario assign "ArqCalendario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-data
           file status is ws-fs-ArqCalendario.

           Select ArqContatos assign "ArqContatos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cont-chave
           file status is ws-fs-ArqContatos.

           Select ArqOcorrencias assign "ArqOcorrencias.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is ws-fs-ArqOcorrencias.

           Select ArqProtocolos assign "ArqProtocolos.dat"
           organization is line sequential
           file status is ws-fs-ArqProtocolos.

           Select ArqRelatorio assign "RelatorioBuscaAtiva.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorio.

           Select ArqRelConselhoTutelar assign "RelatorioConselhoTutelar.txt"
           organization is line sequential
           file status is ws-fs-ArqRelConselhoTutelar.

       I-O-Control.

       data division.
       file section.
       fd ArqAlunos.
           copy "ALUNOS-FD.cpy".

       fd ArqFrequencia.
           copy "FREQUENCIA-FD.cpy".

       fd ArqCalendario.
           copy "CALENDARIO-FD.cpy".

       fd ArqContatos.
           copy "CONTATOS-FD.cpy".

       fd ArqOcorrencias.
           copy "OCORRENCIAS-FD.cpy".

       fd ArqProtocolos.
           copy "PROTOCOLO-FD.cpy".

       fd ArqRelatorio.
       01  rl-linha                                pic x(110).

       fd ArqRelConselhoTutelar.
       01  rl-linha-ct                             pic x(110).

       working-storage section.
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqFrequencia                      pic 9(02).
       77 ws-fs-ArqCalendario                      pic 9(02).
       77 ws-fs-ArqContatos                        pic 9(02).
       77 ws-fs-ArqOcorrencias                     pic 9(02).
       77 ws-fs-ArqProtocolos                      pic 9(02).
       77 ws-fs-ArqRelatorio                       pic 9(02).
       77 ws-fs-ArqRelConselhoTutelar              pic 9(02).

      *> Parametros da rodada: faltas seguidas e percentual de alerta.
       77 wk-faltas-limite                         pic 9(03).
       77 wk-perc-alerta                           pic 9(03).
       77 wk-prot-parametros                       pic x(20).

       77 wk-ano-corrente                          pic 9(04).
       77 wk-data-hoje                             pic 9(08).
       77 wk-fim-alunos                            pic x(01).
       77 wk-fim-oco                               pic x(01).
       77 wk-cont-fim                              pic x(01).
       77 wk-tem-contato                           pic x(01).

      *> Dias letivos do ano corrente ja transcorridos, em ordem de
      *> data, carregados uma vez do calendario oficial.
       01  wk-tab-letivos.
           05  wk-let-data occurs 366               pic 9(08).
       77  wk-qtd-letivos                          pic 9(03) value 0.
       77  wk-let-max                              pic 9(03) value 366.
       77  wk-ind                                  pic 9(03).

      *> Apuracao do aluno corrente. A sequencia "atual" e a que esta
      *> sendo contada no dia letivo da vez; a "alerta" e a ultima
      *> sequencia do ano que chegou ao limite de faltas seguidas.
       77  wk-presentes                            pic 9(03).
       77  wk-faltas                               pic 9(03).
       77  wk-perc                                 pic 9(03).
       77  wk-seq-atual                            pic 9(03).
       77  wk-seq-atual-inicio                     pic 9(08).
       77  wk-seq-alerta                           pic 9(03).
       77  wk-seq-alerta-inicio                    pic 9(08).
       77  wk-ultima-falta                         pic 9(08).
       77  wk-alerta-seq                           pic x(01).
       77  wk-alerta-perc                          pic x(01).

      *> Conferencia das buscas ativas ja registradas para o aluno:
      *> wk-data-caso e a data que identifica o caso (inicio da
      *> sequencia de faltas ou ultima falta).
       77  wk-data-caso                            pic 9(08).
       77  wk-ja-registrado                        pic x(01).
       77  wk-reincidente                          pic x(01).
       77  wk-oco-seq                              pic 9(03).
       77  wk-oco-tipo-busca                       pic x(15)
           value "BUSCA ATIVA".
       77  wk-oco-usuario                          pic x(10)
           value "BUSCAATIVA".

       01  wk-oco-desc.
           05  filler                              pic x(06)
               value "Freq. ".
           05  wk-desc-perc                        pic zz9.
           05  filler                              pic x(13)
               value "% - seguidas ".
           05  wk-desc-faltas                      pic zz9.
           05  filler                              pic x(07)
               value " desde ".
           05  wk-desc-inicio                      pic z(08).

      *> Ultima turma impressa em cada lista, para o cabecalho de turma.
       77  wk-turma-ba                             pic x(10).
       77  wk-turma-ct                             pic x(10).

       01  wk-totais.
           05  wk-total-lidos                      pic 9(05) value 0.
           05  wk-total-busca                      pic 9(05) value 0.
           05  wk-total-conselho                   pic 9(05) value 0.
           05  wk-total-ja-registrados             pic 9(05) value 0.

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-cabecalho-ba.
           05  filler                              pic x(45)
               value " Busca Ativa - Alunos Infrequentes - Ano     ".
           05  rl-cab-ano-ba                       pic 9(04).
           05  filler                              pic x(09)
               value "  Data: ".
           05  rl-cab-data-ba                      pic 9(08).
       01  rl-cabecalho-ct.
           05  filler                              pic x(45)
               value " Encaminhamento ao Conselho Tutelar - Ano    ".
           05  rl-cab-ano-ct                       pic 9(04).
           05  filler                              pic x(09)
               value "  Data: ".
           05  rl-cab-data-ct                      pic 9(08).
       01  rl-linha-ct-obs                         pic x(110)
           value " Alunos reincidentes: ja tiveram busca ativa registrada e voltaram a faltar.".
       01  rl-linha-parametros.
           05  filler                              pic x(14)
               value " Parametros: ".
           05  rl-par-faltas                       pic zz9.
           05  filler                              pic x(35)
               value " faltas seguidas ou frequencia < ".
           05  rl-par-perc                         pic zz9.
           05  filler                              pic x(27)
               value "%   Dias letivos ate hoje: ".
           05  rl-par-letivos                      pic zz9.
       01  rl-linha-turma.
           05  filler                              pic x(08)
               value " Turma: ".
           05  rl-tur-codigo                       pic x(10).
       01  rl-cabecalho2                           pic x(110)
           value "     Cod  Aluno                      Freq  Faltas  Seguidas  Desde     Motivo".
       01  rl-linha-detalhe.
           05  filler                              pic x(01) value space.
           05  rl-det-cod                          pic zzzzzz9.
           05  filler                              pic x(02) value spaces.
           05  rl-det-aluno                        pic x(25).
           05  filler                              pic x(02) value spaces.
           05  rl-det-perc                         pic zz9.
           05  filler                              pic x(01) value "%".
           05  filler                              pic x(03) value spaces.
           05  rl-det-faltas                       pic zz9.
           05  filler                              pic x(07) value spaces.
           05  rl-det-seguidas                     pic zz9.
           05  filler                              pic x(02) value spaces.
           05  rl-det-desde                        pic z(08).
           05  filler                              pic x(02) value spaces.
           05  rl-det-motivo                       pic x(30).
       01  rl-linha-contato.
           05  filler                              pic x(10)
               value "   Resp.: ".
           05  rl-cont-nome                        pic x(25).
           05  filler                              pic x(02) value spaces.
           05  rl-cont-parentesco                  pic x(15).
           05  filler                              pic x(02) value spaces.
           05  rl-cont-telefone                    pic x(15).
       01  rl-sem-contato                          pic x(110)
           value "   Resp.: (nenhum responsavel cadastrado)".

       01  rl-linha-lidos.
           05  filler                              pic x(26)
               value " Alunos ativos conferidos:".
           05  rl-tot-lidos                        pic zzzz9.
       01  rl-linha-busca.
           05  filler                              pic x(26)
               value " Novos casos busca ativa.:".
           05  rl-tot-busca                        pic zzzz9.
       01  rl-linha-conselho.
           05  filler                              pic x(26)
               value " Conselho Tutelar........:".
           05  rl-tot-conselho                     pic zzzz9.
       01  rl-linha-ja-registrados.
           05  filler                              pic x(26)
               value " Casos ja registrados....:".
           05  rl-tot-ja-registrados               pic zzzz9.

       Procedure Division.

           perform inicializa.
           perform processa-busca-ativa.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           move function current-date (1:4) to wk-ano-corrente
           move function current-date (1:8) to wk-data-hoje

           display "Busca Ativa de Alunos Infrequentes"
           display "Faltas seguidas para alerta (enter = 5): "
               with no advancing
           accept wk-faltas-limite
           if wk-faltas-limite = 0 then
               move 5 to wk-faltas-limite
           end-if

           display "Percentual minimo de presenca para alerta (enter = 80): "
               with no advancing
           accept wk-perc-alerta
           if wk-perc-alerta = 0 then
               move 80 to wk-perc-alerta
           end-if
           if wk-perc-alerta > 100 then
               display "Percentual invalido."
               stop run
           end-if

      *> Parametros da rodada no protocolo ("Faltas NNN Perc NNN").
           move spaces to wk-prot-parametros
           string "Faltas "        delimited by size
                  wk-faltas-limite delimited by size
                  " Perc "         delimited by size
                  wk-perc-alerta   delimited by size
                  into wk-prot-parametros

           open input ArqAlunos
           if ws-fs-ArqAlunos <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir ArqAlunos"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> Sem frequencia lancada ou sem calendario letivo nao ha o que
      *> apurar: todo aluno sairia com 0% de presenca.
           open input ArqFrequencia
           if ws-fs-ArqFrequencia = 35 then
               display "Nenhuma frequencia lancada ainda."
               stop run
           end-if
           if ws-fs-ArqFrequencia <> 0 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-ArqFrequencia              to ws-msn-erro-cod
               move "Erro ao abrir ArqFrequencia"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input ArqCalendario
           if ws-fs-ArqCalendario = 35 then
               display "Calendario letivo nao cadastrado."
               stop run
           end-if
           if ws-fs-ArqCalendario <> 0 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-ArqCalendario              to ws-msn-erro-cod
               move "Erro ao abrir ArqCalendario"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carrega-letivos

           if wk-qtd-letivos = 0 then
               display "Nenhum dia letivo transcorrido no calendario de "
                   wk-ano-corrente "."
               stop run
           end-if

           open input ArqContatos
           if ws-fs-ArqContatos <> 0 then
               move 4                                to ws-msn-erro-ofsset
               move ws-fs-ArqContatos                to ws-msn-erro-cod
               move "Erro ao abrir ArqContatos"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o ArqOcorrencias
           if ws-fs-ArqOcorrencias = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqOcorrencias
               open output ArqOcorrencias
               close ArqOcorrencias
               open i-o ArqOcorrencias
           end-if
           if ws-fs-ArqOcorrencias <> 0 then
               move 5                                to ws-msn-erro-ofsset
               move ws-fs-ArqOcorrencias             to ws-msn-erro-cod
               move "Erro ao abrir ArqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output ArqRelatorio
           if ws-fs-ArqRelatorio <> 0 then
               move 6                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelatorio               to ws-msn-erro-cod
               move "Erro ao abrir Relatorio"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output ArqRelConselhoTutelar
           if ws-fs-ArqRelConselhoTutelar <> 0 then
               move 7                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelConselhoTutelar      to ws-msn-erro-cod
               move "Erro ao abrir Relatorio C.T."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform abre-protocolo

           move wk-ano-corrente  to rl-cab-ano-ba
           move wk-data-hoje     to rl-cab-data-ba
           move wk-ano-corrente  to rl-cab-ano-ct
           move wk-data-hoje     to rl-cab-data-ct
           move wk-faltas-limite to rl-par-faltas
           move wk-perc-alerta   to rl-par-perc
           move wk-qtd-letivos   to rl-par-letivos

           write rl-linha from rl-cabecalho-ba
           write rl-linha from rl-linha-parametros

           write rl-linha-ct from rl-cabecalho-ct
           write rl-linha-ct from rl-linha-parametros
           write rl-linha-ct from rl-linha-ct-obs

           move spaces to wk-turma-ba
           move spaces to wk-turma-ct
           .
       inicializa-exit.
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
           move "Busca-Ativa"               to fd-prot-programa

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
       carrega-letivos section.
      *>-----------------------------------------------------------------
      *> Carrega, em ordem de data, os dias letivos ("L") do ano
      *> corrente ate hoje. Mesmo posicionamento da secao
      *> conta-dias-letivos do Relatorio-Alunos.
           move 0 to wk-qtd-letivos

           compute fd-cal-data = wk-ano-corrente * 10000
           read ArqCalendario

           perform until ws-fs-ArqCalendario = 10
               read ArqCalendario next
               if ws-fs-ArqCalendario = 10
               or fd-cal-data (1:4) <> wk-ano-corrente then
                   exit perform
               end-if

               if ws-fs-ArqCalendario <> 0 then
                   move 10                               to ws-msn-erro-ofsset
                   move ws-fs-ArqCalendario              to ws-msn-erro-cod
                   move "Erro ao ler ArqCalendario"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-cal-tipo = "L"
               and fd-cal-data <= wk-data-hoje
               and wk-qtd-letivos < wk-let-max then
                   add 1 to wk-qtd-letivos
                   move fd-cal-data to wk-let-data (wk-qtd-letivos)
               end-if
           end-perform
           .
       carrega-letivos-exit.
       exit.

      *>-----------------------------------------------------------------
       processa-busca-ativa section.
      *>-----------------------------------------------------------------
      *> Percorre o ArqAlunos inteiro pelo indice alternado de turma
      *> (START do inicio, status ignorado como nas leituras diretas),
      *> para as duas listas sairem agrupadas por turma.
           move spaces to fd-turma
           start ArqAlunos key >= fd-turma

           move "N" to wk-fim-alunos
           perform until wk-fim-alunos = "S"
               read ArqAlunos next
               if ws-fs-ArqAlunos <> 0 then
                   move "S" to wk-fim-alunos
               else

      *> Inativos, transferidos e concluintes nao estao mais na escola,
      *> mesmo filtro das demais varreduras por turma.
                   if fd-situacao <> "I"
                   and fd-situacao <> "T"
                   and fd-situacao <> "C" then
                       add 1 to wk-total-lidos
                       perform apura-aluno
                       if wk-alerta-seq = "S"
                       or wk-alerta-perc = "S" then
                           perform trata-caso
                       end-if
                   end-if
               end-if
           end-perform
           .
       processa-busca-ativa-exit.
       exit.

      *>-----------------------------------------------------------------
       apura-aluno section.
      *>-----------------------------------------------------------------
      *> Confere a marcacao do aluno corrente em cada dia letivo
      *> transcorrido (leitura direta cod + data). Dia sem lancamento
      *> (erro 23) nao conta presenca e nao mexe na sequencia de faltas.
           move 0      to wk-presentes
           move 0      to wk-faltas
           move 0      to wk-seq-atual
           move 0      to wk-seq-atual-inicio
           move 0      to wk-seq-alerta
           move 0      to wk-seq-alerta-inicio
           move 0      to wk-ultima-falta
           move "N"    to wk-alerta-seq
           move "N"    to wk-alerta-perc

           perform varying wk-ind from 1 by 1
                   until wk-ind > wk-qtd-letivos

               move fd-cod              to fd-freq-cod
               move wk-let-data (wk-ind) to fd-freq-data
               read ArqFrequencia

               if ws-fs-ArqFrequencia = 0 then
                   if fd-freq-presenca = "P" then
                       add 1 to wk-presentes
                       move 0 to wk-seq-atual
                   else
                       add 1 to wk-faltas
                       move fd-freq-data to wk-ultima-falta
                       if wk-seq-atual = 0 then
                           move fd-freq-data to wk-seq-atual-inicio
                       end-if
                       add 1 to wk-seq-atual

      *> A sequencia que chega ao limite passa a ser a de alerta; se o
      *> aluno voltar e abrir outra sequencia longa, vale a mais
      *> recente.
                       if wk-seq-atual >= wk-faltas-limite then
                           move "S"                 to wk-alerta-seq
                           move wk-seq-atual        to wk-seq-alerta
                           move wk-seq-atual-inicio to wk-seq-alerta-inicio
                       end-if
                   end-if
               else
                   if ws-fs-ArqFrequencia <> 23 then
                       move 11                               to ws-msn-erro-ofsset
                       move ws-fs-ArqFrequencia              to ws-msn-erro-cod
                       move "Erro ao ler ArqFrequencia"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           compute wk-perc rounded =
               (wk-presentes * 100) / wk-qtd-letivos

           if wk-perc < wk-perc-alerta then
               move "S" to wk-alerta-perc
           end-if

      *> Sem nenhuma falta registrada nao ha caso: o percentual baixo
      *> vem so de dias ainda nao lancados (aluno recem-matriculado ou
      *> diario atrasado), assunto do Relatorio-Pendencia-Diario.
           if wk-faltas = 0 then
               move "N" to wk-alerta-perc
           end-if
           .
       apura-aluno-exit.
       exit.

      *>-----------------------------------------------------------------
       trata-caso section.
      *>-----------------------------------------------------------------
      *> Data que identifica o caso: o inicio da sequencia de faltas
      *> de alerta ou, quando o alerta e so pelo percentual, a ultima
      *> falta. Busca ativa registrada dessa data em diante = caso ja
      *> tratado; busca ativa mais antiga = aluno reincidente.
           if wk-alerta-seq = "S" then
               move wk-seq-alerta-inicio to wk-data-caso
           else
               move wk-ultima-falta      to wk-data-caso
               move wk-seq-atual         to wk-seq-alerta
               move wk-seq-atual-inicio  to wk-seq-alerta-inicio

      *> Ultima marca foi presenca: nao ha sequencia aberta, e o
      *> wk-seq-atual-inicio ainda guarda o inicio de uma sequencia ja
      *> interrompida. Sai sem data ("desde" em branco).
               if wk-seq-atual = 0 then
                   move 0 to wk-seq-alerta-inicio
               end-if
           end-if

           perform confere-buscas-anteriores

           if wk-ja-registrado = "S" then
               add 1 to wk-total-ja-registrados
           else
               move fd-cod   to rl-det-cod
               move fd-aluno to rl-det-aluno
               move wk-perc  to rl-det-perc
               move wk-faltas to rl-det-faltas
               move wk-seq-alerta to rl-det-seguidas
               move wk-seq-alerta-inicio to rl-det-desde
               if wk-alerta-seq = "S" and wk-alerta-perc = "S" then
                   move "Faltas seguidas e frequencia" to rl-det-motivo
               else
                   if wk-alerta-seq = "S" then
                       move "Faltas seguidas" to rl-det-motivo
                   else
                       move "Frequencia abaixo do alerta" to rl-det-motivo
                   end-if
               end-if

               if wk-reincidente = "S" then
                   perform imprime-conselho
                   add 1 to wk-total-conselho
               else
                   perform imprime-busca
                   add 1 to wk-total-busca
               end-if

               perform registra-ocorrencia
           end-if
           .
       trata-caso-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-buscas-anteriores section.
      *>-----------------------------------------------------------------
      *> Percorre as ocorrencias do aluno (leitura direta + read next,
      *> mesmo padrao do buscar-prox-seq-ocorrencia do programa
      *> principal), conferindo as do tipo BUSCA ATIVA contra a data do
      *> caso e guardando a maior seq para o registro da nova.
           move "N" to wk-ja-registrado
           move "N" to wk-reincidente
           move 0   to wk-oco-seq

           move fd-cod to fd-oco-cod
           move 0      to fd-oco-seq
           read ArqOcorrencias

           move "N" to wk-fim-oco
           perform until wk-fim-oco = "S"
               read ArqOcorrencias next
               if ws-fs-ArqOcorrencias <> 0 then
                   move "S" to wk-fim-oco
               else
                   if fd-oco-cod <> fd-cod then
                       move "S" to wk-fim-oco
                   else
                       move fd-oco-seq to wk-oco-seq
                       if fd-oco-tipo = wk-oco-tipo-busca then
                           if fd-oco-data >= wk-data-caso then
                               move "S" to wk-ja-registrado
                           else
                               move "S" to wk-reincidente
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           add 1 to wk-oco-seq
           .
       confere-buscas-anteriores-exit.
       exit.

      *>-----------------------------------------------------------------
       registra-ocorrencia section.
      *>-----------------------------------------------------------------
      *> Grava a ocorrencia BUSCA ATIVA do caso, com o percentual e a
      *> sequencia de faltas na descricao; e ela que segura o caso nas
      *> proximas rodadas.
           move wk-perc              to wk-desc-perc
           move wk-seq-alerta        to wk-desc-faltas
           move wk-seq-alerta-inicio to wk-desc-inicio

           move fd-cod            to fd-oco-cod
           move wk-oco-seq        to fd-oco-seq
           move wk-data-hoje      to fd-oco-data
           move wk-oco-tipo-busca to fd-oco-tipo
           move wk-oco-desc       to fd-oco-descricao
           move wk-oco-usuario    to fd-oco-usuario

           write fd-ocorrencias
           if ws-fs-ArqOcorrencias <> 0 then
               move 12                               to ws-msn-erro-ofsset
               move ws-fs-ArqOcorrencias             to ws-msn-erro-cod
               move "Erro ao gravar ArqOcorrencias"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-ocorrencia-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-busca section.
      *>-----------------------------------------------------------------
           if fd-turma <> wk-turma-ba then
               move fd-turma to wk-turma-ba
               move fd-turma to rl-tur-codigo
               write rl-linha from spaces
               write rl-linha from rl-linha-turma
               write rl-linha from rl-cabecalho2
           end-if

           write rl-linha from rl-linha-detalhe
           perform lista-responsaveis
           .
       imprime-busca-exit.
       exit.

      *>-----------------------------------------------------------------
       imprime-conselho section.
      *>-----------------------------------------------------------------
           if fd-turma <> wk-turma-ct then
               move fd-turma to wk-turma-ct
               move fd-turma to rl-tur-codigo
               write rl-linha-ct from spaces
               write rl-linha-ct from rl-linha-turma
               write rl-linha-ct from rl-cabecalho2
           end-if

           write rl-linha-ct from rl-linha-detalhe
           perform lista-responsaveis
           .
       imprime-conselho-exit.
       exit.

      *>-----------------------------------------------------------------
       lista-responsaveis section.
      *>-----------------------------------------------------------------
      *> Responsaveis e telefones do aluno, abaixo da linha dele, na
      *> lista em que ele saiu. Mesmo padrao de leitura do rodape do
      *> Boletim-Alunos.
           move "N" to wk-tem-contato

           move fd-cod to fd-cont-cod
           move 0      to fd-cont-seq
           read ArqContatos

           move "N" to wk-cont-fim
           perform until wk-cont-fim = "S"
               read ArqContatos next
               if ws-fs-ArqContatos = 10
               or fd-cont-cod <> fd-cod then
                   move "S" to wk-cont-fim
               else
                   if ws-fs-ArqContatos <> 0 then
                       move 13                               to ws-msn-erro-ofsset
                       move ws-fs-ArqContatos                to ws-msn-erro-cod
                       move "Erro ao ler ArqContatos"        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-cont-nome       to rl-cont-nome
                   move fd-cont-parentesco to rl-cont-parentesco
                   move fd-cont-telefone   to rl-cont-telefone
                   if wk-reincidente = "S" then
                       write rl-linha-ct from rl-linha-contato
                   else
                       write rl-linha from rl-linha-contato
                   end-if
                   move "S" to wk-tem-contato
               end-if
           end-perform

           if wk-tem-contato = "N" then
               if wk-reincidente = "S" then
                   write rl-linha-ct from rl-sem-contato
               else
                   write rl-linha from rl-sem-contato
               end-if
           end-if
           .
       lista-responsaveis-exit.
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
           move wk-total-lidos          to rl-tot-lidos
           move wk-total-busca          to rl-tot-busca
           move wk-total-conselho       to rl-tot-conselho
           move wk-total-ja-registrados to rl-tot-ja-registrados

           write rl-linha from spaces
           write rl-linha from rl-linha-lidos
           write rl-linha from rl-linha-busca
           write rl-linha from rl-linha-conselho
           write rl-linha from rl-linha-ja-registrados

           write rl-linha-ct from spaces
           write rl-linha-ct from rl-linha-conselho

           close ArqAlunos
           close ArqFrequencia
           close ArqCalendario
           close ArqContatos
           close ArqOcorrencias
           close ArqRelatorio
           close ArqRelConselhoTutelar

      *> Registro de Fim no protocolo de execucoes, com os casos novos
      *> da rodada (busca ativa e Conselho Tutelar).
           move "Fim"                 to fd-prot-evento
           move wk-prot-parametros    to fd-prot-parametros
           move wk-total-busca        to fd-prot-total1
           move wk-total-conselho     to fd-prot-total2
           move "Concluido"           to fd-prot-resultado
           perform grava-protocolo
           close ArqProtocolos

           display wk-total-lidos " aluno(s) ativo(s) conferido(s)."
           display wk-total-busca " caso(s) novo(s) de busca ativa."
           display wk-total-conselho " caso(s) para o Conselho Tutelar."
           display wk-total-ja-registrados " caso(s) ja registrado(s)."
           display "Veja RelatorioBuscaAtiva.txt e RelatorioConselhoTutelar.txt"
           stop run
           .
       finaliza-exit.
       exit.
