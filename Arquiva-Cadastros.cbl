      *> MORTO-FD.cpy) os alunos sem movimento, levando junto os
      *> registros deles do ArqContatos e do ArqFrequencia (para os
      *> arquivos mortos proprios), e gera o RelatorioArquivamento.txt
      *> com tudo o que foi movido. A ficha de saude do aluno arquivado
      *> (ArqSaude) e removida, sem copia para o morto.
      *>
      *> Criterios, confirmados com o operador no inicio da rodada:
      *>  - inativo ("I") ou transferido ("T") cujo ultimo movimento
      *>  - aluno ativo que concluiu a ultima serie: ultimo ano do
      *>    ArqHistorico ate o ano limite, com resultado "Aprovado" na
      *>    turma informada como ultima serie da escola (em branco,
      *>    concluintes nao sao arquivados nesta rodada);
      *>  - concluinte ja marcado pela promocao de fim de ano
      *>    (Promove-Alunos, situacao "C"), com o ultimo movimento ate o
      *>    ano limite, independente da turma informada.
      *> A consulta ao morto por matricula e por nome fica no
      *> Consulta-Arquivo-Morto.

           record key is fd-freq-chave
           file status is ws-fs-ArqFrequencia.

           Select ArqFreqMensal assign "ArqFreqMensal.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-fm-chave
           file status is ws-fs-ArqFreqMensal.

           Select ArqHistorico assign "ArqHistorico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hist-chave
           file status is ws-fs-ArqHistorico.

           Select ArqSaude assign "ArqSaude.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-sau-cod
           file status is ws-fs-ArqSaude.

           Select ArqMorto assign "ArqMorto.dat"
           organization is indexed
           access mode is dynamic
       fd ArqFrequencia.
           copy "FREQUENCIA-FD.cpy".

       fd ArqFreqMensal.
           copy "FREQMENSAL-FD.cpy".

       fd ArqHistorico.
           copy "HISTORICO-FD.cpy".

       fd ArqSaude.
           copy "SAUDE-FD.cpy".

       fd ArqMorto.
           copy "MORTO-FD.cpy".

       77 ws-fs-ArqAlunos                          pic 9(02).
       77 ws-fs-ArqContatos                        pic 9(02).
       77 ws-fs-ArqFrequencia                      pic 9(02).
       77 ws-fs-ArqFreqMensal                      pic 9(02).
       77 ws-fs-ArqHistorico                       pic 9(02).
       77 ws-fs-ArqSaude                           pic 9(02).
       77 ws-fs-ArqMorto                           pic 9(02).
       77 ws-fs-ArqMortoContatos                   pic 9(02).
       77 ws-fs-ArqMortoFreq                       pic 9(02).
      *> desligado e o ultimo movimento conta so matricula/frequencia.
       77 wk-hist-disponivel                       pic x(01) value "S".

      *> Sem o consolidado mensal da frequencia (erro 35) nao ha o que
      *> remover dele junto com a frequencia diaria.
       77 wk-fm-disponivel                         pic x(01) value "S".

      *> Sem o ArqSaude (erro 35) nenhuma ficha de saude foi cadastrada.
       77 wk-sau-disponivel                        pic x(01) value "S".

      *> Resultado da apuracao do ultimo movimento do aluno corrente:
      *> o maior ano entre matricula, frequencia e historico, e os
      *> dados do ultimo ano do historico para o criterio de
               perform finaliza-anormal
           end-if

           open i-o ArqFreqMensal
           if ws-fs-ArqFreqMensal = 35 then
               move "N" to wk-fm-disponivel
           else
               if ws-fs-ArqFreqMensal <> 0 then
                   move 20                               to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao abrir ArqFreqMensal"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o ArqSaude
           if ws-fs-ArqSaude = 35 then
               move "N" to wk-sau-disponivel
           else
               if ws-fs-ArqSaude <> 0 then
                   move 23                               to ws-msn-erro-ofsset
                   move ws-fs-ArqSaude                   to ws-msn-erro-cod
                   move "Erro ao abrir ArqSaude"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input ArqHistorico
           if ws-fs-ArqHistorico = 35 then
               move "N" to wk-hist-disponivel
           move "N"    to wk-arquivar
           move spaces to wk-motivo

           if fd-situacao = "I" or fd-situacao = "T"
           or fd-situacao = "C" then
               if wk-ult-movimento <= wk-ano-limite then
                   move "S" to wk-arquivar
                   if fd-situacao = "I" then
                       move "Inativo"     to wk-motivo
                   else
                       if fd-situacao = "T" then
                           move "Transferido" to wk-motivo
                       else
                           move "Concluinte"  to wk-motivo
                       end-if
                   end-if
               end-if
           else
      *> Move o aluno corrente para o ArqMorto (os campos espelham o
      *> fd-alunos na mesma ordem e tamanho, entao o grupo e movido por
      *> um simples MOVE, como no Backup-Alunos) e leva junto os
      *> contatos e a frequencia dele; ao final apaga a ficha de saude,
      *> remove os registros dos arquivos vivos e escreve a linha do
      *> relatorio.
           move fd-alunos    to fd-morto
           move wk-data-hoje to fd-mor-data-arquivamento
           move wk-motivo    to fd-mor-motivo
           perform move-contatos-aluno
           perform move-frequencia-aluno

           if wk-sau-disponivel = "S" then
               move wk-cod-corrente to fd-sau-cod
               delete ArqSaude
               if ws-fs-ArqSaude <> 0 and ws-fs-ArqSaude <> 23 then
                   move 24                               to ws-msn-erro-ofsset
                   move ws-fs-ArqSaude                   to ws-msn-erro-cod
                   move "Erro ao remover ArqSaude"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           delete ArqAlunos
           if ws-fs-ArqAlunos <> 0 then
               move 13                               to ws-msn-erro-ofsset
               add 1 to wk-freqs-aluno
               add 1 to wk-total-frequencias
           end-perform

           if wk-fm-disponivel = "S" then
               perform remove-freq-mensal-aluno
           end-if
           .
       move-frequencia-aluno-exit.
       exit.

      *>-----------------------------------------------------------------
       remove-freq-mensal-aluno section.
      *>-----------------------------------------------------------------
      *> Remove do ArqFreqMensal os meses do aluno arquivado: o
      *> consolidado so vale para a frequencia que ficou no arquivo
      *> vivo, e o Consolida-Frequencia apontaria esses meses como
      *> diferenca.
           move wk-cod-corrente to fd-fm-cod
           move 0               to fd-fm-ano
           move 0               to fd-fm-mes
           read ArqFreqMensal

           perform until ws-fs-ArqFreqMensal = 10
               read ArqFreqMensal next
               if ws-fs-ArqFreqMensal = 10
               or fd-fm-cod <> wk-cod-corrente then
                   exit perform
               end-if

               if ws-fs-ArqFreqMensal <> 0 then
                   move 21                               to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao ler ArqFreqMensal"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               delete ArqFreqMensal
               if ws-fs-ArqFreqMensal <> 0 then
                   move 22                               to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal              to ws-msn-erro-cod
                   move "Erro ao remover ArqFreqMensal"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           .
       remove-freq-mensal-aluno-exit.
       exit.

      *>-----------------------------------------------------------------
       finaliza-anormal section.
      *>-----------------------------------------------------------------
           close ArqAlunos
           close ArqContatos
           close ArqFrequencia
           if wk-fm-disponivel = "S" then
               close ArqFreqMensal
           end-if
           if wk-hist-disponivel = "S" then
               close ArqHistorico
           end-if
           if wk-sau-disponivel = "S" then
               close ArqSaude
           end-if
           close ArqMorto
           close ArqMortoContatos
           close ArqMortoFrequencia
