      $Set sourceformat "free"

       identification division.
       program-id. "Carga-Encaminhamento".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *> Carga do arquivo de encaminhamento de matriculas enviado pela
      *> Secretaria de Educacao (EncaminhamentoSecretaria.txt): a lista
      *> de alunos que a rede designou para a escola, em janeiro e ao
      *> longo do ano, que antes era digitada um a um no cadastrar-aluno.
      *>
      *> Layout posicional, conforme o manual de intercambio da
      *> Secretaria, nos moldes do ExportSecretaria e do retorno: "H"
      *> header com a data de geracao, "D" detalhe com o numero do
      *> encaminhamento na rede, os dados do aluno, a turma indicada e
      *> ate dois responsaveis, e "T" trailer com a quantidade de
      *> detalhes. A contagem do trailer e conferida numa primeira
      *> leitura do arquivo, antes de qualquer gravacao: arquivo
      *> truncado ou sem trailer e recusado inteiro.
      *>
      *> Cada detalhe segue as mesmas regras do cadastrar-aluno do
      *> programa principal: nome em caixa alta, matricula nova do
      *> buscar-cod, notas com o 11 de "nao lancada", turma conferida
      *> no mestre de turmas e na lotacao (fd-tur-vagas, contando pelo
      *> indice alternado de turma). Aluno sem vaga vai para a lista de
      *> espera da turma (ArqEspera); nome que ja existe no cadastro fica
      *> retido como possivel duplicidade, para a secretaria conferir
      *> e, se for o caso, cadastrar pela tela. Os responsaveis entram
      *> no ArqContatos e a inclusao no ArqLogAlteracoes, campo a campo,
      *> como no cadastro pela tela. Rodar de novo o mesmo arquivo nao
      *> duplica ninguem: quem ja entrou sai retido pelo nome, no
      *> cadastro ou na lista de espera da turma.
      *>
      *> O modo Simulacao faz a conferencia inteira e gera o mesmo
      *> relatorio de controle (RelatorioEncaminhamento.txt) sem gravar
      *> nada, igual ao Importar-Notas; as vagas e os nomes ja aceitos
      *> na propria simulacao sao acompanhados em memoria, para o
      *> relatorio sair igual ao da carga aplicada.

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

           Select ArqContatos assign "ArqContatos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cont-chave
           file status is ws-fs-ArqContatos.

           Select ArqEspera assign "ArqEspera.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-esp-chave
           file status is ws-fs-ArqEspera.

           Select ArqEncaminhamento assign "EncaminhamentoSecretaria.txt"
           organization is line sequential
           file status is ws-fs-ArqEncaminhamento.

           Select ArqRelatorioEnc assign "RelatorioEncaminhamento.txt"
           organization is line sequential
           file status is ws-fs-ArqRelatorioEnc.

           Select ArqLogAlteracoes assign "ArqLogAlteracoes.dat"
           organization is line sequential
           file status is ws-fs-ArqLog.

           Select ArqProtocolos assign "ArqProtocolos.dat"
           organization is line sequential
           file status is ws-fs-ArqProtocolos.

       I-O-Control.

       data division.
       file section.
       fd ArqAlunos.
           copy "ALUNOS-FD.cpy".

       fd ArqTurmas.
           copy "TURMAS-FD.cpy".

       fd ArqContatos.
           copy "CONTATOS-FD.cpy".

       fd ArqEspera.
           copy "ESPERA-FD.cpy".

      *> Os tres tipos de registro dividem a mesma area; enc-tipo diz
      *> qual dos layouts vale para a linha lida.
       fd ArqEncaminhamento.
       01  enc-header.
           05  enc-tipo                             pic x(01).
           05  enc-hdr-data                         pic 9(08).
           05  enc-hdr-escola                       pic x(35).
       01  enc-detalhe.
           05  filler                               pic x(01).
           05  enc-det-numero                       pic 9(08).
           05  enc-det-aluno                        pic x(25).
           05  enc-det-endereco                     pic x(35).
           05  enc-det-mae                          pic x(25).
           05  enc-det-pai                          pic x(25).
           05  enc-det-telefone                     pic x(15).
           05  enc-det-turma                        pic x(10).
           05  enc-det-responsavel occurs 2.
               10  enc-det-resp-nome                pic x(25).
               10  enc-det-resp-parentesco          pic x(15).
               10  enc-det-resp-telefone            pic x(15).
       01  enc-trailer.
           05  filler                               pic x(01).
           05  enc-trl-detalhes                     pic 9(05).

       fd ArqRelatorioEnc.
       01  rl-linha                                 pic x(100).

       fd ArqLogAlteracoes.
           copy "LOG-FD.cpy".

       fd ArqProtocolos.
           copy "PROTOCOLO-FD.cpy".

       working-storage section.
       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqTurmas                          pic 9(02).
       77 ws-fs-ArqContatos                        pic 9(02).
       77 ws-fs-ArqEspera                          pic 9(02).
       77 ws-fs-ArqEncaminhamento                  pic 9(02).
       77 ws-fs-ArqRelatorioEnc                    pic 9(02).
       77 ws-fs-ArqLog                             pic 9(02).
       77 ws-fs-ArqProtocolos                      pic 9(02).

       77 wk-prot-parametros                       pic x(20).
       77 wk-prot-resultado                        pic x(20).

      *> Modo de execucao: "A" aplica a carga, "S" so simula.
       77 wk-modo                                  pic x(01).

      *> Conferencia do trailer (primeira leitura do arquivo).
       77 wk-detalhes-lidos                        pic 9(05) value 0.
       77 wk-trailer-detalhes                      pic 9(05) value 0.
       77 wk-trailer-achou                         pic x(01) value "N".
       77 wk-hdr-data                              pic 9(08) value 0.

      *> Variaveis das mesmas rotinas do programa principal
      *> (buscar-cod, valida-turma, conta-alunos-turma).
       77 wk-ano-matricula                         pic 9(04).
       77 wk-busca-achou                           pic x(01).
       77 wk-turma-valida                          pic x(10).
       77 wk-turma-ok                              pic x(01).
       77 wk-turma-lotada                          pic x(01).
       77 wk-vagas-usadas                          pic 9(03).
       77 wk-esp-ordem                             pic 9(03).
       77 wk-nome-duplicado                        pic x(01).
       77 wk-cod-duplicado                         pic 9(07).
       77 wk-nome-espera                           pic x(01).
       77 wk-ordem-espera                          pic 9(03).

      *> Na simulacao a lista de espera abre so para leitura; sem ela
      *> (erro 35) ninguem esta na fila ainda.
       77 wk-esp-disponivel                        pic x(01) value "S".
       77 wk-resp-ind                              pic 9(01).
       77 wk-cont-seq                              pic 9(02).

      *> Acompanhamento da simulacao: como nada e gravado, as vagas
      *> ocupadas e os nomes aceitos na propria rodada ficam nestas
      *> tabelas, para a segunda ocorrencia de um nome sair retida e a
      *> lotacao da turma considerar quem ja entrou antes no arquivo.
       01  wk-sim-turmas.
           05  wk-sim-turma occurs 100.
               10  wk-sim-tur-codigo               pic x(10).
               10  wk-sim-tur-qtd                  pic 9(03).
       77 wk-sim-qtd-turmas                        pic 9(03) value 0.
       77 wk-sim-ind                               pic 9(03).

       01  wk-sim-nomes.
           05  wk-sim-nome occurs 999              pic x(25).
       77 wk-sim-qtd-nomes                         pic 9(03) value 0.
       77 wk-sim-ind-nome                          pic 9(03).

       copy "ALUNOS-WS.cpy".

       01  ws-log.
           05  ws-log-cod                          pic 9(07).
           05  ws-log-operacao                     pic x(12).
           05  ws-log-campo                        pic x(15).
           05  ws-log-antigo                       pic x(35).
           05  ws-log-novo                         pic x(35).

       01  wk-totais.
           05  wk-total-incluidos                  pic 9(05) value 0.
           05  wk-total-espera                     pic 9(05) value 0.
           05  wk-total-retidos                    pic 9(05) value 0.
           05  wk-total-rejeitados                 pic 9(05) value 0.
       77 wk-total-nao-incluidos                   pic 9(05) value 0.

       01  ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  rl-cabecalho1                           pic x(100)
           value " Relatorio de Controle da Carga do Encaminhamento da Secretaria".
       01  rl-linha-simulacao                      pic x(100)
           value " *** SIMULACAO - nenhum registro foi gravado ***".
       01  rl-linha-arquivo.
           05  filler                              pic x(20)
               value " Arquivo gerado em.:".
           05  rl-arq-data                         pic 9(08).
       01  rl-cabecalho2                           pic x(100)
           value "   Numero  Aluno                     Turma      Situacao   Detalhe".
       01  rl-linha-detalhe.
           05  rl-det-numero                       pic zzzzzzz9.
           05  filler                              pic x(02) value spaces.
           05  rl-det-aluno                        pic x(25).
           05  filler                              pic x(01) value space.
           05  rl-det-turma                        pic x(10).
           05  filler                              pic x(01) value space.
           05  rl-det-situacao                     pic x(11).
           05  rl-det-detalhe                      pic x(40).

      *> Textos do detalhe montados com a matricula ou a ordem.
       01  rl-det-matricula.
           05  rl-mat-texto                        pic x(19).
           05  rl-mat-cod                          pic 9(07).
       01  rl-det-ordem.
           05  filler                              pic x(06) value "ordem ".
           05  rl-ord-ordem                        pic zz9.
       01  rl-det-duplicado.
           05  filler                              pic x(30)
               value "possivel duplicidade da matr. ".
           05  rl-dup-cod                          pic 9(07).
       01  rl-det-na-espera.
           05  filler                              pic x(29)
               value "ja na lista de espera, ordem ".
           05  rl-nae-ordem                        pic zz9.

       01  rl-linha-trailer-erro.
           05  filler                              pic x(36)
               value " ARQUIVO RECUSADO: detalhes lidos =".
           05  rl-trl-lidos                        pic zzzz9.
           05  filler                              pic x(21)
               value ", trailer informa   =".
           05  rl-trl-informados                   pic zzzz9.
       01  rl-linha-sem-trailer                    pic x(100)
           value " ARQUIVO RECUSADO: registro trailer nao encontrado".

       01  rl-linha-incluidos.
           05  filler                              pic x(20)
               value " Incluidos.........:".
           05  rl-tot-incluidos                    pic zzzz9.
       01  rl-linha-espera.
           05  filler                              pic x(20)
               value " Lista de espera...:".
           05  rl-tot-espera                       pic zzzz9.
       01  rl-linha-retidos.
           05  filler                              pic x(20)
               value " Retidos (duplic.).:".
           05  rl-tot-retidos                      pic zzzz9.
       01  rl-linha-rejeitados.
           05  filler                              pic x(20)
               value " Rejeitados........:".
           05  rl-tot-rejeitados                   pic zzzz9.
       01  rl-linha-lidos.
           05  filler                              pic x(20)
               value " Detalhes no arq...:".
           05  rl-tot-lidos                        pic zzzz9.

       Procedure Division.

           perform inicializa.
           perform confere-trailer.
           perform processa-encaminhamento.
           perform finaliza.

      *>-----------------------------------------------------------------
       inicializa section.
      *>-----------------------------------------------------------------
           display "Carga do Encaminhamento da Secretaria"
           display "A - Aplicar (inclui os alunos no cadastro)"
           display "S - Simulacao (so confere e gera o relatorio)"
           display "Digite o modo desejado: " with no advancing
           accept wk-modo
           move function upper-case(wk-modo) to wk-modo

           if wk-modo <> "A" and wk-modo <> "S" then
               display "Modo invalido."
               stop run
           end-if

      *> Na simulacao o ArqAlunos abre so para leitura: a matricula, a
      *> lotacao e a duplicidade sao conferidas igual, sem gravar.
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

           open input ArqTurmas
           if ws-fs-ArqTurmas <> 0 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-ArqTurmas                  to ws-msn-erro-cod
               move "Erro ao abrir ArqTurmas"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output ArqRelatorioEnc
           if ws-fs-ArqRelatorioEnc <> 0 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-ArqRelatorioEnc            to ws-msn-erro-cod
               move "Erro ao abrir Relat. Encaminham."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> Contatos, lista de espera e log so abrem na carga aplicada,
      *> com o mesmo tratamento do programa principal para arquivo
      *> ainda inexistente (erro 35).
           if wk-modo = "A" then
               open i-o ArqContatos
               if ws-fs-ArqContatos = 35 then
                   open output ArqContatos
                   close ArqContatos
                   open i-o ArqContatos
               end-if
               if ws-fs-ArqContatos <> 0 then
                   move 4                                to ws-msn-erro-ofsset
                   move ws-fs-ArqContatos                to ws-msn-erro-cod
                   move "Erro ao abrir ArqContatos"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open i-o ArqEspera
               if ws-fs-ArqEspera = 35 then
                   open output ArqEspera
                   close ArqEspera
                   open i-o ArqEspera
               end-if
               if ws-fs-ArqEspera <> 0 then
                   move 5                                to ws-msn-erro-ofsset
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
                   move 6                                to ws-msn-erro-ofsset
                   move ws-fs-ArqLog                     to ws-msn-erro-cod
                   move "Erro ao abrir o arq. de log"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else

      *> Na simulacao a lista de espera so e lida, para conferir quem
      *> ja esta na fila da turma.
               open input ArqEspera
               if ws-fs-ArqEspera = 35 then
                   move "N" to wk-esp-disponivel
               else
                   if ws-fs-ArqEspera <> 0 then
                       move 15                               to ws-msn-erro-ofsset
                       move ws-fs-ArqEspera                  to ws-msn-erro-cod
                       move "Erro ao abrir ArqEspera"        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           move spaces to wk-prot-parametros
           string "Modo " delimited by size
                  wk-modo delimited by size
                  into wk-prot-parametros
           perform abre-protocolo

           write rl-linha from rl-cabecalho1
           if wk-modo = "S" then
               write rl-linha from rl-linha-simulacao
           end-if
           .
       inicializa-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-trailer section.
      *>-----------------------------------------------------------------
      *> Primeira leitura do arquivo, so para contar os detalhes e
      *> comparar com o trailer. Divergencia ou trailer ausente recusa
      *> o arquivo antes de qualquer inclusao: o relatorio e o
      *> protocolo registram o motivo e a carga termina ali.
           perform abre-encaminhamento

           read ArqEncaminhamento
           perform until ws-fs-ArqEncaminhamento = 10
               evaluate enc-tipo
                   when "H"
                       move enc-hdr-data to wk-hdr-data
                   when "D"
                       add 1 to wk-detalhes-lidos
                   when "T"
                       move "S"              to wk-trailer-achou
                       move enc-trl-detalhes to wk-trailer-detalhes
               end-evaluate
               perform le-encaminhamento
           end-perform

           close ArqEncaminhamento

           move wk-hdr-data to rl-arq-data
           write rl-linha from rl-linha-arquivo
           write rl-linha from spaces

           if wk-trailer-achou <> "S" then
               write rl-linha from rl-linha-sem-trailer
               move "Sem trailer" to wk-prot-resultado
               perform encerra-recusado
           end-if

           if wk-trailer-detalhes <> wk-detalhes-lidos then
               move wk-detalhes-lidos   to rl-trl-lidos
               move wk-trailer-detalhes to rl-trl-informados
               write rl-linha from rl-linha-trailer-erro
               move "Trailer divergente" to wk-prot-resultado
               perform encerra-recusado
           end-if

           write rl-linha from rl-cabecalho2
           .
       confere-trailer-exit.
       exit.

      *>-----------------------------------------------------------------
       processa-encaminhamento section.
      *>-----------------------------------------------------------------
      *> Segunda leitura, agora aplicando (ou simulando) cada detalhe.
           perform abre-encaminhamento

           read ArqEncaminhamento
           perform until ws-fs-ArqEncaminhamento = 10
               if enc-tipo = "D" then
                   perform processa-detalhe
               end-if
               perform le-encaminhamento
           end-perform

           write rl-linha from spaces
           move wk-total-incluidos  to rl-tot-incluidos
           write rl-linha from rl-linha-incluidos
           move wk-total-espera     to rl-tot-espera
           write rl-linha from rl-linha-espera
           move wk-total-retidos    to rl-tot-retidos
           write rl-linha from rl-linha-retidos
           move wk-total-rejeitados to rl-tot-rejeitados
           write rl-linha from rl-linha-rejeitados
           move wk-detalhes-lidos   to rl-tot-lidos
           write rl-linha from rl-linha-lidos
           .
       processa-encaminhamento-exit.
       exit.

      *>-----------------------------------------------------------------
       processa-detalhe section.
      *>-----------------------------------------------------------------
      *> Decide o destino de um aluno encaminhado: rejeitado (sem nome
      *> ou turma inexistente), retido (nome ja no cadastro ou na lista
      *> de espera da turma), lista de espera (turma lotada) ou
      *> incluido.
           move function upper-case(enc-det-aluno) to enc-det-aluno
           move function upper-case(enc-det-turma) to enc-det-turma

           move enc-det-numero to rl-det-numero
           move enc-det-aluno  to rl-det-aluno
           move enc-det-turma  to rl-det-turma
           move spaces         to rl-det-detalhe

           move "N" to wk-turma-ok
           move "N" to wk-turma-lotada
           move "N" to wk-nome-duplicado
           move "N" to wk-nome-espera

           if enc-det-aluno <> spaces then
               move enc-det-turma to wk-turma-valida
               perform valida-turma
               if wk-turma-ok = "S" or wk-turma-lotada = "S" then
                   perform confere-duplicidade
                   if wk-nome-duplicado = "N" then
                       perform confere-espera
                   end-if
               end-if
           end-if

           evaluate true
               when enc-det-aluno = spaces
                   move "Rejeitado"         to rl-det-situacao
                   move "nome do aluno em branco" to rl-det-detalhe
                   add 1 to wk-total-rejeitados

               when wk-turma-ok <> "S" and wk-turma-lotada <> "S"
                   move "Rejeitado"         to rl-det-situacao
                   move "turma inexistente no mestre" to rl-det-detalhe
                   add 1 to wk-total-rejeitados

               when wk-nome-duplicado = "S"
                   move "Retido"            to rl-det-situacao
                   move wk-cod-duplicado    to rl-dup-cod
                   move rl-det-duplicado    to rl-det-detalhe
                   add 1 to wk-total-retidos

               when wk-nome-espera = "S"
                   move "Retido"            to rl-det-situacao
                   move wk-ordem-espera     to rl-nae-ordem
                   move rl-det-na-espera    to rl-det-detalhe
                   add 1 to wk-total-retidos

               when wk-turma-lotada = "S"
                   perform inclui-espera
                   move "Espera"            to rl-det-situacao
                   if wk-modo = "A" then
                       move wk-esp-ordem    to rl-ord-ordem
                       move rl-det-ordem    to rl-det-detalhe
                   else
                       move "turma lotada"  to rl-det-detalhe
                   end-if
                   add 1 to wk-total-espera

               when other
                   perform inclui-aluno
                   move "Incluido"          to rl-det-situacao
                   move cod                 to rl-mat-cod
                   move rl-det-matricula    to rl-det-detalhe
                   add 1 to wk-total-incluidos
           end-evaluate

           write rl-linha from rl-linha-detalhe
           .
       processa-detalhe-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-duplicidade section.
      *>-----------------------------------------------------------------
      *> Procura o nome no cadastro pelo indice alternado de nome (os
      *> nomes ficam em caixa alta, ver grava-cadastro-aluno) e, na
      *> simulacao, tambem entre os nomes ja aceitos nesta rodada.
           move "N" to wk-nome-duplicado
           move 0   to wk-cod-duplicado

           move enc-det-aluno to fd-aluno
           read ArqAlunos key is fd-aluno
           if ws-fs-ArqAlunos = 0 then
               move "S"    to wk-nome-duplicado
               move fd-cod to wk-cod-duplicado
           end-if

           if wk-modo = "S" and wk-nome-duplicado = "N" then
               perform varying wk-sim-ind-nome from 1 by 1
                         until wk-sim-ind-nome > wk-sim-qtd-nomes
                   if wk-sim-nome (wk-sim-ind-nome) = enc-det-aluno then
                       move "S" to wk-nome-duplicado
                       exit perform
                   end-if
               end-perform
           end-if
           .
       confere-duplicidade-exit.
       exit.

      *>-----------------------------------------------------------------
       confere-espera section.
      *>-----------------------------------------------------------------
      *> Procura o nome na lista de espera da turma, no mesmo laco do
      *> buscar-prox-ordem-espera: quem entrou na fila numa carga
      *> anterior do mesmo arquivo nao entra de novo. Na simulacao os
      *> nomes mandados para a fila na propria rodada ja estao na
      *> tabela do confere-duplicidade.
           move "N" to wk-nome-espera
           move 0   to wk-ordem-espera

           if wk-esp-disponivel = "S" then
               move wk-turma-valida to fd-esp-turma
               move 0               to fd-esp-ordem
               read ArqEspera

               move "N" to wk-busca-achou
               perform until wk-busca-achou = "S"
                   read ArqEspera next
                   if ws-fs-ArqEspera <> 0 then
                       move "S" to wk-busca-achou
                   else
                       if fd-esp-turma <> wk-turma-valida then
                           move "S" to wk-busca-achou
                       else
                           if function upper-case(fd-esp-nome)
                              = enc-det-aluno then
                               move "S"          to wk-nome-espera
                               move fd-esp-ordem to wk-ordem-espera
                               move "S"          to wk-busca-achou
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           .
       confere-espera-exit.
       exit.

      *>-----------------------------------------------------------------
       inclui-aluno section.
      *>-----------------------------------------------------------------
      *> Mesma gravacao do grava-cadastro-aluno do programa principal,
      *> com a matricula nova do buscar-cod. Na simulacao a matricula
      *> prevista e a do buscar-cod somada aos ja incluidos na rodada.
           perform buscar-cod

           if wk-modo = "S" then
               add wk-total-incluidos to cod
               move "matricula prevista" to rl-mat-texto
               perform registra-simulacao
           else
               move "matricula"       to rl-mat-texto
               perform grava-aluno
           end-if
           .
       inclui-aluno-exit.
       exit.

      *>-----------------------------------------------------------------
       grava-aluno section.
      *>-----------------------------------------------------------------

           move enc-det-aluno     to aluno
           move enc-det-endereco  to endereco
           move enc-det-turma     to turma
           move enc-det-mae       to mae
           move enc-det-pai       to pai
           move enc-det-telefone  to telefone
           move "A"               to situacao

      *> Notas com o valor 11 de "ainda nao lancada", igual ao cadastro
      *> pela tela.
           move 11                to nota1
           move 11                to nota2
           move 11                to nota3
           move 11                to nota4
           move 11                to nota-recuperacao

           move space             to exp-status
           move spaces            to exp-motivo
           move 0                 to exp-data
           move spaces            to transf-escola
           move 0                 to transf-data

           write fd-alunos from alunos
           if ws-fs-ArqAlunos <> 0 then
               move 7                                to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                  to ws-msn-erro-cod
               move "Erro ao gravar ArqAlunos"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> Trilha de auditoria da inclusao, um campo por linha, como no
      *> cadastro pela tela.
           move cod           to ws-log-cod
           move "Inclusao"    to ws-log-operacao
           move spaces        to ws-log-antigo

           move "ALUNO"       to ws-log-campo
           move aluno         to ws-log-novo
           perform grava-log

           move "ENDERECO"    to ws-log-campo
           move endereco      to ws-log-novo
           perform grava-log

           move "TURMA"       to ws-log-campo
           move turma         to ws-log-novo
           perform grava-log

           move "MAE"         to ws-log-campo
           move mae           to ws-log-novo
           perform grava-log

           move "PAI"         to ws-log-campo
           move pai           to ws-log-novo
           perform grava-log

           move "TELEFONE"    to ws-log-campo
           move telefone      to ws-log-novo
           perform grava-log

      *> Responsaveis do encaminhamento, na sequencia propria do aluno
      *> no ArqContatos (matricula nova, entao comecam na seq 1).
           move 0 to wk-cont-seq
           perform varying wk-resp-ind from 1 by 1
                     until wk-resp-ind > 2
               if enc-det-resp-nome (wk-resp-ind) <> spaces then
                   add 1 to wk-cont-seq
                   move cod                                  to fd-cont-cod
                   move wk-cont-seq                          to fd-cont-seq
                   move enc-det-resp-nome (wk-resp-ind)      to fd-cont-nome
                   move enc-det-resp-parentesco (wk-resp-ind) to fd-cont-parentesco
                   move enc-det-resp-telefone (wk-resp-ind)  to fd-cont-telefone

                   write fd-contatos
                   if ws-fs-ArqContatos <> 0 then
                       move 8                                to ws-msn-erro-ofsset
                       move ws-fs-ArqContatos                to ws-msn-erro-cod
                       move "Erro ao gravar ArqContatos"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform
           .
       grava-aluno-exit.
       exit.

      *>-----------------------------------------------------------------
       inclui-espera section.
      *>-----------------------------------------------------------------
      *> Aluno sem vaga na turma indicada entra no fim da lista de
      *> espera dela, como o oferece-lista-espera do programa
      *> principal. Na simulacao a ordem nao e calculada (depende do que
      *> a lista tiver no dia da carga) e o relatorio so marca a lotacao.
           if wk-modo = "S" then
               move 0 to wk-esp-ordem
               if wk-sim-qtd-nomes < 999 then
                   add 1 to wk-sim-qtd-nomes
                   move enc-det-aluno to wk-sim-nome (wk-sim-qtd-nomes)
               end-if
           else
               perform grava-espera
           end-if
           .
       inclui-espera-exit.
       exit.

      *>-----------------------------------------------------------------
       grava-espera section.
      *>-----------------------------------------------------------------
           perform buscar-prox-ordem-espera

           move wk-turma-valida   to fd-esp-turma
           move wk-esp-ordem      to fd-esp-ordem
           move enc-det-aluno     to fd-esp-nome
           move enc-det-telefone  to fd-esp-telefone
           move function current-date (1:8) to fd-esp-data-entrada

           write fd-espera
           if ws-fs-ArqEspera <> 0 then
               move 9                                to ws-msn-erro-ofsset
               move ws-fs-ArqEspera                  to ws-msn-erro-cod
               move "Erro ao gravar ArqEspera"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-espera-exit.
       exit.

      *>-----------------------------------------------------------------
       registra-simulacao section.
      *>-----------------------------------------------------------------
      *> Guarda o nome aceito e soma a vaga ocupada na turma, nas
      *> tabelas que substituem a gravacao durante a simulacao.
           if wk-sim-qtd-nomes < 999 then
               add 1 to wk-sim-qtd-nomes
               move enc-det-aluno to wk-sim-nome (wk-sim-qtd-nomes)
           end-if

           perform varying wk-sim-ind from 1 by 1
                     until wk-sim-ind > wk-sim-qtd-turmas
               if wk-sim-tur-codigo (wk-sim-ind) = wk-turma-valida then
                   exit perform
               end-if
           end-perform

           if wk-sim-ind > wk-sim-qtd-turmas then
               if wk-sim-qtd-turmas < 100 then
                   add 1 to wk-sim-qtd-turmas
                   move wk-turma-valida to wk-sim-tur-codigo (wk-sim-qtd-turmas)
                   move 1               to wk-sim-tur-qtd (wk-sim-qtd-turmas)
               end-if
           else
               add 1 to wk-sim-tur-qtd (wk-sim-ind)
           end-if
           .
       registra-simulacao-exit.
       exit.

      *>-----------------------------------------------------------------
       buscar-cod section.
      *>-----------------------------------------------------------------
      *> Mesma logica da secao buscar-cod do programa principal: ano de
      *> ingresso (4 digitos) + sequencial dentro do ano (3 digitos),
      *> devolvendo em cod a proxima matricula livre do ano corrente.
           move function current-date (1:4) to wk-ano-matricula

           compute cod = (wk-ano-matricula * 1000) + 1

           compute fd-cod = wk-ano-matricula * 1000
           read ArqAlunos

           move "N" to wk-busca-achou
           perform until wk-busca-achou = "S"
               read ArqAlunos next
               if ws-fs-ArqAlunos = 10 then
                   move "S" to wk-busca-achou
               else
                   if fd-cod (1:4) = wk-ano-matricula then
                       compute cod = fd-cod + 1
                   else
                       move "S" to wk-busca-achou
                   end-if
               end-if
           end-perform
           .
       buscar-cod-exit.
       exit.

      *>-----------------------------------------------------------------
       valida-turma section.
      *>-----------------------------------------------------------------
      *> Mesma conferencia do valida-turma do programa principal: turma
      *> existente no mestre de turmas e com vaga livre.
           move "N" to wk-turma-ok
           move "N" to wk-turma-lotada

           move wk-turma-valida to fd-tur-codigo
           read ArqTurmas

           if ws-fs-ArqTurmas = 0 then
               perform conta-alunos-turma
               if wk-vagas-usadas >= fd-tur-vagas then
                   move "S" to wk-turma-lotada
               else
                   move "S" to wk-turma-ok
               end-if
           end-if
           .
       valida-turma-exit.
       exit.

      *>-----------------------------------------------------------------
       conta-alunos-turma section.
      *>-----------------------------------------------------------------
      *> Mesma contagem do programa principal pelo indice alternado de
      *> turma (inativo, transferido e concluinte liberam a vaga); na
      *> simulacao soma os ja aceitos na turma durante a rodada.
           move 0 to wk-vagas-usadas

           move wk-turma-valida to fd-turma
           start ArqAlunos key >= fd-turma

           move "N" to wk-busca-achou
           perform until wk-busca-achou = "S"
               read ArqAlunos next
               if ws-fs-ArqAlunos <> 0 then
                   move "S" to wk-busca-achou
               else
                   if function upper-case(fd-turma) <> wk-turma-valida then
                       move "S" to wk-busca-achou
                   else
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           add 1 to wk-vagas-usadas
                       end-if
                   end-if
               end-if
           end-perform

           if wk-modo = "S" then
               perform varying wk-sim-ind from 1 by 1
                         until wk-sim-ind > wk-sim-qtd-turmas
                   if wk-sim-tur-codigo (wk-sim-ind) = wk-turma-valida then
                       add wk-sim-tur-qtd (wk-sim-ind) to wk-vagas-usadas
                   end-if
               end-perform
           end-if
           .
       conta-alunos-turma-exit.
       exit.

      *>-----------------------------------------------------------------
       buscar-prox-ordem-espera section.
      *>-----------------------------------------------------------------
      *> Mesma logica do programa principal: maior ordem ja gravada na
      *> turma + 1.
           move 0 to wk-esp-ordem

           move wk-turma-valida to fd-esp-turma
           move 0               to fd-esp-ordem
           read ArqEspera

           move "N" to wk-busca-achou
           perform until wk-busca-achou = "S"
               read ArqEspera next
               if ws-fs-ArqEspera = 10 then
                   move "S" to wk-busca-achou
               else
                   if fd-esp-turma <> wk-turma-valida then
                       move "S" to wk-busca-achou
                   else
                       move fd-esp-ordem to wk-esp-ordem
                   end-if
               end-if
           end-perform

           add 1 to wk-esp-ordem
           .
       buscar-prox-ordem-espera-exit.
       exit.

      *>-----------------------------------------------------------------
       abre-encaminhamento section.
      *>-----------------------------------------------------------------
           open input ArqEncaminhamento
           if ws-fs-ArqEncaminhamento <> 0 then
               move 10                               to ws-msn-erro-ofsset
               move ws-fs-ArqEncaminhamento          to ws-msn-erro-cod
               move "Erro ao abrir EncaminhamentoSecretaria" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-encaminhamento-exit.
       exit.

      *>-----------------------------------------------------------------
       le-encaminhamento section.
      *>-----------------------------------------------------------------
           read ArqEncaminhamento
           if ws-fs-ArqEncaminhamento <> 0
           and ws-fs-ArqEncaminhamento <> 10 then
               move 11                               to ws-msn-erro-ofsset
               move ws-fs-ArqEncaminhamento          to ws-msn-erro-cod
               move "Erro ao ler EncaminhamentoSecretaria" to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       le-encaminhamento-exit.
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
               move 12                               to ws-msn-erro-ofsset
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
           move "Carga-Encaminhamento"      to fd-prot-programa

           write fd-protocolo
           if ws-fs-ArqProtocolos <> 0 then
               move 13                               to ws-msn-erro-ofsset
               move ws-fs-ArqProtocolos              to ws-msn-erro-cod
               move "Erro ao gravar ArqProtocolos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-protocolo-exit.
       exit.

      *>-----------------------------------------------------------------
       grava-log section.
      *>-----------------------------------------------------------------
      *> Mesma logica da secao grava-log do programa principal: uma
      *> linha por campo, com os valores antigo/novo.
           move function current-date (1:8)       to fd-log-data
           move function current-date (9:6)       to fd-log-hora
           move ws-log-cod                        to fd-log-cod
           move ws-log-operacao                   to fd-log-operacao
           move ws-log-campo                      to fd-log-campo
           move ws-log-antigo                     to fd-log-valor-antigo
           move ws-log-novo                       to fd-log-valor-novo

           write fd-log
           if ws-fs-ArqLog <> 0 then
               move 14                               to ws-msn-erro-ofsset
               move ws-fs-ArqLog                     to ws-msn-erro-cod
               move "Erro ao gravar log"             to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-log-exit.
       exit.

      *>-----------------------------------------------------------------
       encerra-recusado section.
      *>-----------------------------------------------------------------
      *> Arquivo recusado na conferencia do trailer: nada foi gravado;
      *> fecha tudo e registra o Fim no protocolo com o motivo.
           close ArqAlunos
           close ArqTurmas
           close ArqRelatorioEnc
           if wk-modo = "A" then
               close ArqContatos
               close ArqEspera
               close ArqLogAlteracoes
           else
               if wk-esp-disponivel = "S" then
                   close ArqEspera
               end-if
           end-if

           move "Fim"                 to fd-prot-evento
           move wk-prot-parametros    to fd-prot-parametros
           move 0                     to fd-prot-total1
           move wk-detalhes-lidos     to fd-prot-total2
           move wk-prot-resultado     to fd-prot-resultado
           perform grava-protocolo
           close ArqProtocolos

           display "Arquivo recusado na conferencia do trailer."
           display "Veja RelatorioEncaminhamento.txt"
           stop run
           .
       encerra-recusado-exit.
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
           close ArqTurmas
           close ArqEncaminhamento
           close ArqRelatorioEnc

           if wk-modo = "A" then
               close ArqContatos
               close ArqEspera
               close ArqLogAlteracoes
               display "Carga concluida. Veja RelatorioEncaminhamento.txt"
           else
               if wk-esp-disponivel = "S" then
                   close ArqEspera
               end-if
               display "Simulacao concluida, nada foi gravado."
               display "Veja RelatorioEncaminhamento.txt"
           end-if

      *> Registro de Fim no protocolo: incluidos e nao incluidos
      *> (espera, retidos e rejeitados) da rodada.
           compute wk-total-nao-incluidos = wk-total-espera
                                          + wk-total-retidos
                                          + wk-total-rejeitados

           move "Fim"                  to fd-prot-evento
           move wk-prot-parametros     to fd-prot-parametros
           move wk-total-incluidos     to fd-prot-total1
           move wk-total-nao-incluidos to fd-prot-total2
           move "Concluido"            to fd-prot-resultado
           perform grava-protocolo
           close ArqProtocolos

           stop run
           .
       finaliza-exit.
       exit.
