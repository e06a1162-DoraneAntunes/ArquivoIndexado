           record key is fd-freq-chave
           file status is ws-fs-ArqFrequencia.

      *> Arquivo indexado com o consolidado mensal da frequencia (chave
      *> cod + ano + mes), acertado a cada marcacao gravada no
      *> lancamento de frequencia.
           Select ArqFreqMensal assign "ArqFreqMensal.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-fm-chave
           file status is ws-fs-ArqFreqMensal.

      *> Arquivo indexado com o mestre de turmas (codigo, descricao,
      *> professor responsavel e limite de vagas), consultado na
      *> validacao de matricula do cadastro/alteracao de alunos.
           organization is line sequential
           file status is ws-fs-ArqRelHistorico.

      *> Livro de registro dos documentos emitidos (chave ano + numero,
      *> codigo de verificacao como chave alternada): os documentos de
      *> saida da Transferencia entram nele com o login da sessao.
           Select ArqDocumentos assign "ArqDocumentos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-doc-chave
           alternate record key is fd-doc-verificacao with duplicates
           file status is ws-fs-ArqDocumentos.

      *> Relatorio do fechamento de bimestre, regravado a cada
      *> fechamento: quem ficou sem nota lancada (valor 11) no
      *> bimestre encerrado, para a coordenacao cobrar.
           record key is fd-oco-chave
           file status is ws-fs-ArqOcorrencias.

      *> Arquivo indexado com as deliberacoes do conselho de classe
      *> (chave cod + ano letivo, indice alternado de turma para a ata
      *> da reuniao), registradas pelo supervisor.
           Select ArqConselho assign "ArqConselho.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cons-chave
           alternate record key is fd-cons-turma with duplicates
           file status is ws-fs-ArqConselho.

      *> Arquivo indexado com a ficha de saude do aluno (chave cod):
      *> alergias, medicacao, laudo, cuidados de emergencia e
      *> necessidade educacional especial. So o supervisor altera.
           Select ArqSaude assign "ArqSaude.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-sau-cod
           file status is ws-fs-ArqSaude.

      *> Arquivo indexado com o calendario letivo oficial do ano (um
      *> registro por data, dia letivo/feriado/recesso), consultado no
      *> lancamento de frequencia para recusar data que nao seja dia
       fd ArqFrequencia.
           copy "FREQUENCIA-FD.cpy".

       fd ArqFreqMensal.
           copy "FREQMENSAL-FD.cpy".

       fd ArqTurmas.
           copy "TURMAS-FD.cpy".

       fd ArqRelHistorico.
       01  rh-linha                                pic x(80).

       fd ArqDocumentos.
           copy "DOCUMENTOS-FD.cpy".

       fd ArqRelFechamento.
       01  rf-linha                                pic x(80).

       fd ArqOcorrencias.
           copy "OCORRENCIAS-FD.cpy".

       fd ArqConselho.
           copy "CONSELHO-FD.cpy".

       fd ArqSaude.
           copy "SAUDE-FD.cpy".

       fd ArqCalendario.
           copy "CALENDARIO-FD.cpy".

       77 ws-fs-ArqLog                             pic 9(02).
       77 ws-fs-ArqContatos                        pic 9(02).
       77 ws-fs-ArqFrequencia                      pic 9(02).
       77 ws-fs-ArqFreqMensal                      pic 9(02).
       77 ws-fs-ArqTurmas                          pic 9(02).
       77 ws-fs-ArqCalendario                      pic 9(02).
       77 ws-fs-ArqEspera                          pic 9(02).
       77 ws-fs-ArqOcorrencias                    pic 9(02).
       77 ws-fs-ArqConselho                       pic 9(02).
       77 ws-fs-ArqSaude                          pic 9(02).
       77 ws-fs-ArqBimestres                      pic 9(02).
       77 ws-fs-ArqHistorico                      pic 9(02).
       77 ws-fs-ArqDeclaracao                     pic 9(02).
       77 ws-fs-ArqRelHistorico                   pic 9(02).
       77 ws-fs-ArqDocumentos                     pic 9(02).
       77 ws-fs-ArqRelFechamento                  pic 9(02).
       77 ws-fs-ArqUsuarios                        pic 9(02).

          05  wk-listar-ocorrencia                 pic  x(01).
          05  wk-fecha-bimestre                    pic  x(01).
          05  wk-remover-espera                    pic  x(01).
          05  wk-lanca-notas-turma                 pic  x(01).
          05  wk-conselho-classe                   pic  x(01).
          05  wk-ficha-saude                       pic  x(01).
          05  wk-sair                              pic  x(01).

       77  wk-menu-opcao                           pic x(02).
           05  wk-tur-descricao                    pic x(25).
           05  wk-tur-professor                    pic x(25).
           05  wk-tur-vagas                        pic 9(03).
           05  wk-tur-proxima                      pic x(10).
           05  wk-tur-concluinte                   pic x(01).

      *> Variaveis do fechamento de bimestre (ArqBimestres): o bimestre
      *> e a acao digitados na tela (E = encerrar, R = reabrir, com o
           05  wk-oco-exibe-descricao              pic x(40).
           05  wk-oco-exibe-usuario                pic x(10).

      *> Variaveis da deliberacao do conselho de classe (ArqConselho):
      *> os campos digitados na tela e a decisao/motivo anteriores, para
      *> a trilha de auditoria quando a deliberacao e corrigida.
       01  wk-conselho.
           05  wk-cons-ano                         pic 9(04).
           05  wk-cons-decisao                     pic x(01).
           05  wk-cons-motivo                      pic x(40).
       77  wk-cons-ant-decisao                     pic x(01).
       77  wk-cons-ant-motivo                      pic x(40).
       77  wk-cons-situacao-ant                    pic x(22).

      *> Variaveis da ficha de saude (ArqSaude): os campos da tela, a
      *> copia lida do arquivo para a trilha de auditoria, o nome e a
      *> turma do aluno no cabecalho e se a ficha ja existia.
       01  wk-saude.
           05  wk-sau-tipo-sangue                  pic x(03).
           05  wk-sau-alergias                     pic x(40).
           05  wk-sau-medicacao                    pic x(40).
           05  wk-sau-laudo                        pic x(40).
           05  wk-sau-cuidados                     pic x(40).
           05  wk-sau-nee                          pic x(01).
           05  wk-sau-nee-descricao                pic x(40).
       01  wk-saude-ant.
           05  wk-sau-ant-tipo-sangue              pic x(03).
           05  wk-sau-ant-alergias                 pic x(40).
           05  wk-sau-ant-medicacao                pic x(40).
           05  wk-sau-ant-laudo                    pic x(40).
           05  wk-sau-ant-cuidados                 pic x(40).
           05  wk-sau-ant-nee                      pic x(01).
           05  wk-sau-ant-nee-descricao            pic x(40).
       77  wk-sau-aluno                            pic x(25).
       77  wk-sau-turma                            pic x(10).
       77  wk-sau-existe                           pic x(01).

      *> Variaveis da Transferencia de aluno para outra escola: a
      *> escola de destino e a data digitadas na tela, e os contadores
      *> da emissao do historico escolar de saida.
       77  wk-escola                               pic x(35)
           value "EM PROF DORANE ANTUNES".

      *> Variaveis do registro dos documentos de saida no livro de
      *> documentos emitidos (ArqDocumentos): tipo e numero do
      *> documento no ano e a conta do codigo de verificacao, a mesma
      *> do Historico-Escolar e do Boletim-Alunos.
       77  wk-doc-tipo                             pic x(15).
       77  wk-doc-ano                              pic 9(04).
       77  wk-doc-numero                           pic 9(05).
       77  wk-doc-fim                              pic x(01).
       77  wk-doc-calculo                          pic 9(18).
       77  wk-doc-quociente                        pic 9(18).
       77  wk-doc-resto                            pic 9(10).

      *> Variaveis da lista de espera por turma (ArqEspera). A oferta
      *> de inclusao aparece quando a matricula e recusada por falta de
      *> vaga; a consulta pagina a fila da turma digitada, mostrando a
           05  wk-freq-exibe-cod                   pic 9(07).
           05  wk-freq-exibe-aluno                 pic x(25).

      *> Acerto do consolidado mensal (ArqFreqMensal): a marcacao que
      *> o dia tinha antes da gravacao (espaco = dia ainda sem
      *> lancamento), se o mes do aluno ainda nao tinha registro e os
      *> dias letivos do mes contados no calendario.
       77  wk-fm-anterior                          pic x(01).
       77  wk-fm-novo                              pic x(01).
       77  wk-fm-letivos                           pic 9(03).

      *> Variaveis do lancamento de notas de um bimestre para a turma
      *> inteira. A turma reaproveita wk-busca-turma (mesma varredura
      *> do lancamento de frequencia) e o bimestre reaproveita
      *> wk-bim-numero, lido pelo pega-nota-bimestre. A nota digitada
      *> vem preenchida com a nota atual; deixar 11 mantem o aluno sem
      *> nota lancada.
       77  wk-nt-nota                              pic 9(02)v99.
       77  wk-nt-nota-ok                           pic x(01).
       77  wk-nt-prompt-ok                         pic x(01).
       01  wk-nt-exibe.
           05  wk-nt-exibe-cod                     pic 9(07).
           05  wk-nt-exibe-aluno                   pic x(25).
       01  wk-nt-totais.
           05  wk-nt-com-nota                      pic 9(03).
           05  wk-nt-sem-nota                      pic 9(03).

      *> Vari�veis dos contatos/respons�veis (ArqContatos).
       77  wk-cont-seq                             pic 9(02).
       01  wk-contato.
       01  dc-assinatura                           pic x(80)
           value " ____________________________________    Direcao".

      *> Rodape com o registro no livro de documentos, impresso na
      *> declaracao e no historico de saida.
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

      *> Linhas do relatorio do fechamento de bimestre.
       01  rf-cabecalho1                           pic x(80)
           value " Relatorio do Fechamento de Bimestre".
           05  filler                              pic x(02) value spaces.
           05  rh-det-media                        pic z9,99.
           05  filler                              pic x(02) value spaces.
           05  rh-det-situacao                     pic x(22).
       01  rh-linha-totais.
           05  filler                              pic x(20)
               value " Anos letivos......:".
      *> seguem numa segunda coluna, desenhada depois das linhas cheias
      *> para aparecer por cima dos espacos delas.
           05 line 04 col 45 value "[ ]Remover da Espera".
           05 line 05 col 45 value "[ ]Notas do Bimestre p/ Turma".
           05 line 06 col 45 value "[ ]Conselho de Classe".
           05 line 07 col 45 value "[ ]Ficha de Saude".



           05 sc-remover-espera             line 04  col 46 pic x(01)
           using wk-remover-espera          foreground-color 15.

           05 sc-lanca-notas-turma          line 05  col 46 pic x(01)
           using wk-lanca-notas-turma       foreground-color 15.

           05 sc-conselho-classe            line 06  col 46 pic x(01)
           using wk-conselho-classe         foreground-color 15.

           05 sc-ficha-saude                line 07  col 46 pic x(01)
           using wk-ficha-saude             foreground-color 15.


       01  tela-cad-aluno.
      *> declara��o da tela de cadastro de alunos.
           05 sc-msn-lanca-freq     line 22  col 16 pic x(50)
           from wk-msn              foreground-color 15.

       01  tela-notas-turma-prompt.
      *> Declaracao da tela que pede a turma e o bimestre para o
      *> lancamento de notas da turma inteira. Ao final do lancamento a
      *> mesma tela mostra quantos alunos ficaram com e sem nota.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                        Notas do Bimestre por Turma                              ".
           05 line 05 col 01 value "            Turma:              Bimestre (1-4):                                  ".
           05 line 08 col 01 value "            Alunos com nota:         Alunos sem nota:                            ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

      *> Variaveis da tela.
           05 sc-sair-nt-prm        line 01  col 71 pic x(01)
           using wk-sair            foreground-color 12.

           05 sc-turma-nt-prm       line 05  col 20 pic x(10)
           using wk-busca-turma     foreground-color 12.

           05 sc-bimestre-nt-prm    line 05  col 49 pic 9(01)
           using wk-bim-numero      foreground-color 12.

           05 sc-com-nota-nt-prm    line 08  col 30 pic zz9
           from wk-nt-com-nota      foreground-color 15.

           05 sc-sem-nota-nt-prm    line 08  col 55 pic zz9
           from wk-nt-sem-nota      foreground-color 15.

           05 sc-msn-nt-prm         line 22  col 16 pic x(50)
           from wk-msn              foreground-color 15.

       01  tela-lanca-nota-turma.
      *> Declaracao da tela que exibe, um de cada vez, os alunos ativos
      *> da turma escolhida e recebe a nota do bimestre de cada um, ja
      *> preenchida com a nota atual (11 = ainda nao lancada).
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                        Notas do Bimestre por Turma                              ".
           05 line 04 col 01 value " Turma:              Bimestre:                                                   ".
           05 line 05 col 01 value " Cod:         Aluno:                                                             ".
           05 line 07 col 01 value " Nota (0 a 10):          (11 = deixa sem nota)                                   ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

      *> Variaveis da tela.
           05 sc-sair-lanca-nt      line 01  col 71 pic x(01)
           using wk-sair            foreground-color 12.

           05 sc-turma-lanca-nt     line 04  col 09 pic x(10)
           from wk-busca-turma      foreground-color 15.

           05 sc-bimestre-lanca-nt  line 04  col 32 pic 9(01)
           from wk-bim-numero       foreground-color 15.

           05 sc-cod-lanca-nt       line 05  col 06 pic 9(07)
           from wk-nt-exibe-cod     foreground-color 15.

           05 sc-aluno-lanca-nt     line 05  col 22 pic x(25)
           from wk-nt-exibe-aluno   foreground-color 15.

           05 sc-nota-lanca-nt      line 07  col 17 pic 9(02)v99
           using wk-nt-nota         foreground-color 12.

           05 sc-msn-lanca-nt       line 22  col 16 pic x(50)
           from wk-msn              foreground-color 15.

       01  tela-cad-turma.
      *> Declaracao da tela de manutencao do mestre de turmas. Digitar
      *> um codigo novo inclui a turma; digitar um codigo ja existente
      *> reescreve a descricao, o professor e o limite de vagas.
      *> A turma seguinte e a marca de ultima serie alimentam a
      *> promocao de fim de ano (Promove-Alunos).
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 line 06 col 01 value "      Descricao   :                                                              ".
           05 line 07 col 01 value "      Professor   :                                                              ".
           05 line 08 col 01 value "      Limite Vagas:                                                              ".
           05 line 10 col 01 value "      Turma Seguinte:                                                            ".
           05 line 11 col 01 value "      Ultima Serie  :     (S = aprovados saem concluintes)                       ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

      *> Variaveis da tela.
           05 sc-vagas-cad-tur         line 08  col 21 pic 9(03)
           using wk-tur-vagas          foreground-color 15.

           05 sc-proxima-cad-tur       line 10  col 23 pic x(10)
           using wk-tur-proxima        foreground-color 15.

           05 sc-concluinte-cad-tur    line 11  col 23 pic x(01)
           using wk-tur-concluinte     foreground-color 15.

           05 sc-msn-cad-tur           line 22  col 16 pic x(50)
           from wk-msn                 foreground-color 15.

           05 sc-msn-fecha-bim         line 22  col 16 pic x(50)
           from wk-msn                 foreground-color 15.

       01  tela-conselho.
      *> Declaracao da tela de deliberacao do conselho de classe. A
      *> decisao vale para o resultado final do aluno no ano letivo
      *> informado (em branco, o ano corrente); o supervisor que
      *> registrou sai do login da sessao, sem digitacao. Registrar de
      *> novo para o mesmo aluno e ano corrige a deliberacao anterior.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                      Deliberacao do Conselho de Classe                          ".
           05 line 05 col 01 value "      Cod Aluno        :                                                         ".
           05 line 06 col 01 value "      Ano letivo       :                                                         ".
           05 line 07 col 01 value "      Decisao          :                                                         ".
           05 line 08 col 01 value "      Motivo           :                                                         ".
           05 line 10 col 01 value "      Decisao: A = Aprovado pelo Conselho   R = Mantida a reprovacao             ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

      *> Variaveis da tela.
           05 sc-sair-conselho         line 01  col 71 pic x(01)
           using wk-sair               foreground-color 12.

           05 sc-cod-conselho          line 05  col 26 pic 9(07)
           using wk-cod                foreground-color 15.

           05 sc-ano-conselho          line 06  col 26 pic 9(04)
           using wk-cons-ano           foreground-color 15.

           05 sc-decisao-conselho      line 07  col 26 pic x(01)
           using wk-cons-decisao       foreground-color 15.

           05 sc-motivo-conselho       line 08  col 26 pic x(40)
           using wk-cons-motivo        foreground-color 15.

           05 sc-msn-conselho          line 22  col 16 pic x(50)
           from wk-msn                 foreground-color 15.

       01  tela-saude-prompt.
      *> Declaracao da tela que pede o cod para abrir a ficha de saude.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Ficha de Saude do Aluno                              ".
           05 line 05 col 01 value "                 Digite o Cod do Aluno:                                          ".
           05 line 06 col 01 value "                              [       ]                                          ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

      *> Variaveis da tela.
           05 sc-sair-saude-prm        line 01  col 71 pic x(01)
           using wk-sair               foreground-color 12.

           05 sc-cod-saude-prm         line 06  col 32 pic 9(07)
           using wk-cod                foreground-color 12.

           05 sc-msn-saude-prm         line 22  col 16 pic x(50)
           from wk-msn                 foreground-color 15.

       01  tela-saude.
      *> Declaracao da tela de manutencao da ficha de saude, usada pelo
      *> supervisor. Medicacao e a de uso continuo; em emergencia vai o
      *> que fazer/quem avisar se o aluno passar mal (sai na lista de
      *> emergencia da turma).
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Ficha de Saude do Aluno                              ".
           05 line 04 col 01 value "      Aluno            :                            Turma:                       ".
           05 line 06 col 01 value "      Tipo sanguineo   :                                                         ".
           05 line 07 col 01 value "      Alergias         :                                                         ".
           05 line 08 col 01 value "      Medicacao        :                                                         ".
           05 line 09 col 01 value "      Laudo medico     :                                                         ".
           05 line 10 col 01 value "      Em emergencia    :                                                         ".
           05 line 12 col 01 value "      Nec. educ. espec.:                                                         ".
           05 line 13 col 01 value "      Descricao NEE    :                                                         ".
           05 line 15 col 01 value "      Nec. educ. espec.: S = Sim   N = Nao                                       ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

      *> Variaveis da tela.
           05 sc-sair-saude            line 01  col 71 pic x(01)
           using wk-sair               foreground-color 12.

           05 sc-aluno-saude           line 04  col 26 pic x(25)
           from wk-sau-aluno           foreground-color 15.

           05 sc-turma-saude           line 04  col 60 pic x(10)
           from wk-sau-turma           foreground-color 15.

           05 sc-sangue-saude          line 06  col 26 pic x(03)
           using wk-sau-tipo-sangue    foreground-color 15.

           05 sc-alergias-saude        line 07  col 26 pic x(40)
           using wk-sau-alergias       foreground-color 15.

           05 sc-medicacao-saude       line 08  col 26 pic x(40)
           using wk-sau-medicacao      foreground-color 15.

           05 sc-laudo-saude           line 09  col 26 pic x(40)
           using wk-sau-laudo          foreground-color 15.

           05 sc-cuidados-saude        line 10  col 26 pic x(40)
           using wk-sau-cuidados       foreground-color 15.

           05 sc-nee-saude             line 12  col 26 pic x(01)
           using wk-sau-nee            foreground-color 15.

           05 sc-nee-desc-saude        line 13  col 26 pic x(40)
           using wk-sau-nee-descricao  foreground-color 15.

           05 sc-msn-saude             line 22  col 16 pic x(50)
           from wk-msn                 foreground-color 15.

       01  tela-saude-consulta.
      *> Declaracao da mesma ficha somente para consulta, usada pelo
      *> nivel "F" (frente): os campos sao exibidos, sem digitacao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                      Ficha de Saude do Aluno (consulta)                         ".
           05 line 04 col 01 value "      Aluno            :                            Turma:                       ".
           05 line 06 col 01 value "      Tipo sanguineo   :                                                         ".
           05 line 07 col 01 value "      Alergias         :                                                         ".
           05 line 08 col 01 value "      Medicacao        :                                                         ".
           05 line 09 col 01 value "      Laudo medico     :                                                         ".
           05 line 10 col 01 value "      Em emergencia    :                                                         ".
           05 line 12 col 01 value "      Nec. educ. espec.:                                                         ".
           05 line 13 col 01 value "      Descricao NEE    :                                                         ".
           05 line 15 col 01 value "      Alteracao da ficha somente por usuario supervisor.                         ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

      *> Variaveis da tela.
           05 sc-sair-saude-cns        line 01  col 71 pic x(01)
           using wk-sair               foreground-color 12.

           05 sc-aluno-saude-cns       line 04  col 26 pic x(25)
           from wk-sau-aluno           foreground-color 15.

           05 sc-turma-saude-cns       line 04  col 60 pic x(10)
           from wk-sau-turma           foreground-color 15.

           05 sc-sangue-saude-cns      line 06  col 26 pic x(03)
           from wk-sau-tipo-sangue     foreground-color 15.

           05 sc-alergias-saude-cns    line 07  col 26 pic x(40)
           from wk-sau-alergias        foreground-color 15.

           05 sc-medicacao-saude-cns   line 08  col 26 pic x(40)
           from wk-sau-medicacao       foreground-color 15.

           05 sc-laudo-saude-cns       line 09  col 26 pic x(40)
           from wk-sau-laudo           foreground-color 15.

           05 sc-cuidados-saude-cns    line 10  col 26 pic x(40)
           from wk-sau-cuidados        foreground-color 15.

           05 sc-nee-saude-cns         line 12  col 26 pic x(01)
           from wk-sau-nee             foreground-color 15.

           05 sc-nee-desc-saude-cns    line 13  col 26 pic x(40)
           from wk-sau-nee-descricao   foreground-color 15.

           05 sc-msn-saude-cns         line 22  col 16 pic x(50)
           from wk-msn                 foreground-color 15.

       01  tela-cad-ocorrencia.
      *> Declaracao da tela de registro de ocorrencia do aluno
      *> (advertencia, atendimento aos pais, encaminhamento, etc.).
               perform finaliza-anormal
           end-if

      *> Abertura do consolidado mensal da frequencia.
           open i-o ArqFreqMensal
           if ws-fs-ArqFreqMensal = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqFreqMensal
               open output ArqFreqMensal
               close ArqFreqMensal
               open i-o ArqFreqMensal
           end-if
           if ws-fs-ArqFreqMensal <> 0 then
               move 60                                to ws-msn-erro-ofsset
               move ws-fs-ArqFreqMensal               to ws-msn-erro-cod
               move "Erro ao abrir ArqFreqMensal"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> Abertura do arquivo indexado do mestre de turmas.
           open i-o ArqTurmas
           if ws-fs-ArqTurmas = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               perform finaliza-anormal
           end-if

      *> Abertura do arquivo indexado das deliberacoes do conselho.
           open i-o ArqConselho
           if ws-fs-ArqConselho = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqConselho
               open output ArqConselho
               close ArqConselho
               open i-o ArqConselho
           end-if
           if ws-fs-ArqConselho <> 0 then
               move 65                                to ws-msn-erro-ofsset
               move ws-fs-ArqConselho                 to ws-msn-erro-cod
               move "Erro ao abrir ArqConselho"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> Abertura do arquivo indexado das fichas de saude.
           open i-o ArqSaude
           if ws-fs-ArqSaude = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqSaude
               open output ArqSaude
               close ArqSaude
               open i-o ArqSaude
           end-if
           if ws-fs-ArqSaude <> 0 then
               move 70                                to ws-msn-erro-ofsset
               move ws-fs-ArqSaude                    to ws-msn-erro-cod
               move "Erro ao abrir ArqSaude"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> Abertura do arquivo indexado da lista de espera por turma.
           open i-o ArqEspera
           if ws-fs-ArqEspera = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               perform finaliza-anormal
           end-if

      *> Abertura do livro de documentos emitidos.
           open i-o ArqDocumentos
           if ws-fs-ArqDocumentos = 35 then *> Erro 35 = arquivo ainda nao existe, cria um novo.
               close ArqDocumentos
               open output ArqDocumentos
               close ArqDocumentos
               open i-o ArqDocumentos
           end-if
           if ws-fs-ArqDocumentos <> 0 then
               move 57                                to ws-msn-erro-ofsset
               move ws-fs-ArqDocumentos               to ws-msn-erro-cod
               move "Erro ao abrir ArqDocumentos"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform login
           .
       inicializa-exit.
                move   space  to  wk-listar-ocorrencia
                move   space  to  wk-fecha-bimestre
                move   space  to  wk-remover-espera
                move   space  to  wk-lanca-notas-turma
                move   space  to  wk-conselho-classe
                move   space  to  wk-ficha-saude
                move   space  to  wk-sair

      *> display da tela de menu, com as op��es para o usu�rio.
                       perform remover-espera
                end-if

                if wk-lanca-notas-turma = "X"
                or wk-lanca-notas-turma = "x" then
                       perform lancar-notas-turma
                end-if

                if wk-cad-ocorrencia = "X"
                or wk-cad-ocorrencia = "x" then
                       perform registrar-ocorrencia
                           perform transferir
                       end-if
                end-if

      *> A deliberacao do conselho de classe muda o resultado final do
      *> aluno, entao passa pelo mesmo gate de acesso do Alterar.
                if wk-conselho-classe = "X"
                or wk-conselho-classe = "x" then
                       perform confirma-acesso-restrito
                       if wk-acesso-permitido = "S" then
                           perform registrar-conselho
                       end-if
                end-if

      *> A ficha de saude abre para todos: o supervisor, com a senha
      *> reconfirmada, altera; o nivel "F" (frente), ou o supervisor
      *> que errar a senha, so consulta.
                if wk-ficha-saude = "X"
                or wk-ficha-saude = "x" then
                       if ws-sessao-nivel = "S" then
                           perform confirma-senha-supervisor
                       else
                           move "N" to wk-acesso-permitido
                       end-if
                       perform manter-ficha-saude
                end-if
           end-perform


           write dc-linha from spaces
           write dc-linha from dc-assinatura

           move "DECL TRANSFER" to wk-doc-tipo
           perform registra-documento
           write dc-linha from spaces
           write dc-linha from dc-linha-documento
           write dc-linha from dc-linha-emissor

           close ArqDeclaracao

      *> Historico escolar de saida: le os anos encerrados do cod no
           move wk-transf-anos to rh-tot-anos
           write rh-linha from rh-linha-totais

           move "HISTORICO"     to wk-doc-tipo
           perform registra-documento
           write rh-linha from spaces
           write rh-linha from dc-linha-documento
           write rh-linha from dc-linha-emissor

           close ArqRelHistorico
           .
       emite-documentos-saida-exit.
       exit.
      *>------------------------------------------------------------------------
       registra-documento section.
      *>------------------------------------------------------------------------
      *> Grava o documento de saida corrente (wk-doc-tipo, aluno em
      *> fd-alunos) no livro de documentos emitidos com o proximo
      *> numero do ano e o login da sessao. O numero sai pelo mesmo
      *> padrao do buscar-prox-seq-contato (leitura direta no inicio do
      *> ano + READ NEXT guardando o maior); o codigo de verificacao e
      *> a mesma conta do Historico-Escolar. Devolve o rodape preenchido
      *> em dc-linha-documento/dc-linha-emissor.
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
           move fd-cod          to fd-doc-cod
           move function current-date (1:8) to fd-doc-data
           move function current-date (9:6) to fd-doc-hora
           move ws-sessao-login to fd-doc-usuario

           compute wk-doc-calculo =
               (fd-doc-numero * 7919 + fd-doc-hora) * 104729
               + fd-doc-cod * 613 + fd-doc-data
           divide wk-doc-calculo by 9999999967
               giving wk-doc-quociente remainder wk-doc-resto
           move wk-doc-resto to fd-doc-verificacao

           write fd-documentos
           if ws-fs-ArqDocumentos <> 0 then
               move 58                                  to ws-msn-erro-ofsset
               move ws-fs-ArqDocumentos                 to ws-msn-erro-cod
               move "Erro ao gravar ArqDocumentos"      to ws-msn-erro-text
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
      *>------------------------------------------------------------------------
       cadastrar-contato section.
      *>------------------------------------------------------------------------
           .
       buscar-prox-seq-ocorrencia-exit.
       exit.
      *>------------------------------------------------------------------------
       registrar-conselho section.
      *>------------------------------------------------------------------------
      *> Registra (ou corrige) a deliberacao do conselho de classe sobre
      *> o resultado final do aluno no ano letivo, em vez de ajustar as
      *> notas no Alterar. Grava a decisao, o motivo, a data de hoje e o
      *> supervisor logado no ArqConselho, com a turma e o nome da epoca
      *> para a ata; a deliberacao e a correcao entram na trilha de
      *> auditoria. Se o ano ja foi encerrado, o ArqHistorico e acertado
      *> na hora (atualiza-historico-conselho).
           initialize wk-conselho
           move 0      to wk-cod
           move spaces to wk-msn

           perform until wk-sair = "V"
                      or wk-sair = "v"

           display tela-conselho
           accept tela-conselho

      *> Tratamento para nao gravar deliberacao vazia, gerada por
      *> enters do usuario.
           if wk-cod <> 0 and wk-cons-decisao <> spaces then
               move function upper-case(wk-cons-decisao) to wk-cons-decisao

               if wk-cons-ano = 0 then
                   move function current-date (1:4) to wk-cons-ano
               end-if

               move wk-cod to fd-cod
               read ArqAlunos
               evaluate true
                   when ws-fs-ArqAlunos <> 0
                       move "Cod informado invalido!" to wk-msn
                   when wk-cons-decisao <> "A" and wk-cons-decisao <> "R"
                       move "Decisao invalida, use A ou R" to wk-msn
                   when wk-cons-motivo = spaces
                       move "Informe o motivo da deliberacao" to wk-msn
                   when other
                       perform grava-conselho
                       perform atualiza-historico-conselho
                       move "Deliberacao registrada com sucesso" to wk-msn
                       initialize wk-conselho
               end-evaluate
           end-if

           end-perform
           initialize wk-conselho
           move 0 to wk-cod
           .
       registrar-conselho-exit.
       exit.
      *>------------------------------------------------------------------------
       grava-conselho section.
      *>------------------------------------------------------------------------
      *> Grava a deliberacao nova ou reescreve a do mesmo aluno e ano
      *> (fd-alunos ja lido), registrando na trilha de auditoria a
      *> decisao e o motivo, com os valores anteriores na correcao.
           move spaces to wk-cons-ant-decisao
           move spaces to wk-cons-ant-motivo

           move wk-cod      to fd-cons-cod
           move wk-cons-ano to fd-cons-ano
           read ArqConselho
           if ws-fs-ArqConselho = 0 then
               move fd-cons-decisao to wk-cons-ant-decisao
               move fd-cons-motivo  to wk-cons-ant-motivo
           else
               if ws-fs-ArqConselho <> 23 then
                   move 67                                to ws-msn-erro-ofsset
                   move ws-fs-ArqConselho                 to ws-msn-erro-cod
                   move "Erro ao ler ArqConselho"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *> Deliberacao nova: turma e nome da epoca, para a ata. Num ano
      *> ja encerrado vale a turma gravada no historico daquele ano,
      *> porque a promocao pode ter mudado a turma do cadastro.
               move fd-turma  to fd-cons-turma
               move fd-aluno  to fd-cons-aluno
               perform busca-turma-historico
           end-if

           move wk-cons-decisao  to fd-cons-decisao
           move wk-cons-motivo   to fd-cons-motivo
           move function current-date (1:8) to fd-cons-data
           move ws-sessao-login  to fd-cons-usuario

           if wk-cons-ant-decisao = spaces then
               write fd-conselho
           else
               rewrite fd-conselho
           end-if
           if ws-fs-ArqConselho <> 0 then
               move 68                                to ws-msn-erro-ofsset
               move ws-fs-ArqConselho                 to ws-msn-erro-cod
               move "Erro ao gravar ArqConselho"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> A operacao cabe nos 12 caracteres de ws-log-operacao (e o que
      *> se digita no filtro de operacao da Consulta-Auditoria).
           move wk-cod              to ws-log-cod
           move "Conselho"          to ws-log-operacao

           move "DECISAO"           to ws-log-campo
           move wk-cons-ant-decisao to ws-log-antigo
           move fd-cons-decisao     to ws-log-novo
           perform grava-log

           move "MOTIVO"            to ws-log-campo
           move wk-cons-ant-motivo  to ws-log-antigo
           move fd-cons-motivo      to ws-log-novo
           perform grava-log
           .
       grava-conselho-exit.
       exit.
      *>------------------------------------------------------------------------
       busca-turma-historico section.
      *>------------------------------------------------------------------------
      *> Troca a turma da deliberacao pela do ArqHistorico do mesmo
      *> aluno e ano, quando o ano ja foi encerrado. Sem historico
      *> (erro 35 ou ano ainda aberto), fica a turma do cadastro.
           open input ArqHistorico
           if ws-fs-ArqHistorico = 0 then
               move wk-cod      to fd-hist-cod
               move wk-cons-ano to fd-hist-ano
               read ArqHistorico
               if ws-fs-ArqHistorico = 0 then
                   move fd-hist-turma to fd-cons-turma
               end-if
               close ArqHistorico
           end-if
           .
       busca-turma-historico-exit.
       exit.
      *>------------------------------------------------------------------------
       atualiza-historico-conselho section.
      *>------------------------------------------------------------------------
      *> Deliberacao registrada depois do Encerramento-Ano: o resultado
      *> ja gravado no ArqHistorico e acertado aqui, sem tocar nas
      *> notas nem na media. A aprovacao troca "Reprovado" (por nota)
      *> por "Aprovado pelo Conselho"; mantida a reprovacao, uma
      *> aprovacao anterior do conselho volta para "Reprovado". A
      *> reprovacao por falta nao muda (frequencia minima e exigencia
      *> legal). Ano ainda nao encerrado fica para o Encerramento-Ano.
           open i-o ArqHistorico
           if ws-fs-ArqHistorico = 0 then
               move wk-cod      to fd-hist-cod
               move wk-cons-ano to fd-hist-ano
               read ArqHistorico
               if ws-fs-ArqHistorico = 0 then
                   move fd-hist-situacao to wk-cons-situacao-ant

                   if wk-cons-decisao = "A"
                   and fd-hist-situacao = "Reprovado" then
                       move "Aprovado pelo Conselho" to fd-hist-situacao
                   end-if
                   if wk-cons-decisao = "R"
                   and fd-hist-situacao = "Aprovado pelo Conselho" then
                       move "Reprovado" to fd-hist-situacao
                   end-if

                   if fd-hist-situacao <> wk-cons-situacao-ant then
                       rewrite fd-historico
                       if ws-fs-ArqHistorico <> 0 then
                           move 69                                to ws-msn-erro-ofsset
                           move ws-fs-ArqHistorico                to ws-msn-erro-cod
                           move "Erro ao gravar ArqHistorico"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "SITUACAOFINAL"      to ws-log-campo
                       move wk-cons-situacao-ant to ws-log-antigo
                       move fd-hist-situacao     to ws-log-novo
                       perform grava-log
                   end-if
               end-if
               close ArqHistorico
           end-if
           .
       atualiza-historico-conselho-exit.
       exit.
      *>------------------------------------------------------------------------
       manter-ficha-saude section.
      *>------------------------------------------------------------------------
      *> Abre a ficha de saude do cod informado: com acesso de
      *> supervisor (wk-acesso-permitido = "S") na tela de manutencao,
      *> senao na tela somente de consulta. Cod sem ficha abre a ficha
      *> em branco, que so e gravada se algum campo for preenchido.
           initialize wk-saude
           move 0      to wk-cod
           move spaces to wk-msn

           perform until wk-sair = "V"
                      or wk-sair = "v"

           display tela-saude-prompt
           accept tela-saude-prompt

      *> Tratamento para enters do usuario sem cod informado.
           if wk-cod <> 0 then
               move wk-cod to fd-cod
               read ArqAlunos
               if ws-fs-ArqAlunos <> 0 then
                   move "Cod informado invalido!" to wk-msn
               else
                   perform carrega-ficha-saude
                   if wk-acesso-permitido = "S" then
                       display tela-saude
                       accept tela-saude
                       perform grava-ficha-saude
                   else
                       display tela-saude-consulta
                       accept tela-saude-consulta
                       move spaces to wk-msn
                   end-if
                   move 0 to wk-cod
               end-if
           end-if

           end-perform
           initialize wk-saude
           move 0 to wk-cod
           .
       manter-ficha-saude-exit.
       exit.
      *>------------------------------------------------------------------------
       carrega-ficha-saude section.
      *>------------------------------------------------------------------------
      *> Le a ficha do aluno (fd-alunos ja lido) para a tela e guarda a
      *> copia para comparar na gravacao. A linha de mensagem mostra
      *> quando e por quem a ficha foi atualizada pela ultima vez.
           move fd-aluno to wk-sau-aluno
           move fd-turma to wk-sau-turma

           move wk-cod to fd-sau-cod
           read ArqSaude
           evaluate ws-fs-ArqSaude
               when 0
                   move fd-sau-tipo-sangue   to wk-sau-tipo-sangue
                   move fd-sau-alergias      to wk-sau-alergias
                   move fd-sau-medicacao     to wk-sau-medicacao
                   move fd-sau-laudo         to wk-sau-laudo
                   move fd-sau-cuidados      to wk-sau-cuidados
                   move fd-sau-nee           to wk-sau-nee
                   move fd-sau-nee-descricao to wk-sau-nee-descricao
                   move "S"                  to wk-sau-existe
                   move spaces               to wk-msn
                   string "Atualizada em "   delimited by size
                          fd-sau-data        delimited by size
                          " por "            delimited by size
                          fd-sau-usuario     delimited by space
                          into wk-msn
               when 23
                   initialize wk-saude
                   move "N"                  to wk-sau-nee
                   move "N"                  to wk-sau-existe
                   move "Aluno sem ficha de saude cadastrada" to wk-msn
               when other
                   move 72                                to ws-msn-erro-ofsset
                   move ws-fs-ArqSaude                    to ws-msn-erro-cod
                   move "Erro ao ler ArqSaude"            to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move wk-saude to wk-saude-ant
           .
       carrega-ficha-saude-exit.
       exit.
      *>------------------------------------------------------------------------
       grava-ficha-saude section.
      *>------------------------------------------------------------------------
      *> Grava a ficha nova ou reescreve a existente, com a data de hoje
      *> e o supervisor logado, e registra na trilha de auditoria cada
      *> campo que mudou. Sem nenhuma mudanca nada e gravado.
           move function upper-case(wk-sau-tipo-sangue) to wk-sau-tipo-sangue
           move function upper-case(wk-sau-nee)         to wk-sau-nee
           if wk-sau-nee <> "S" then
               move "N"    to wk-sau-nee
               move spaces to wk-sau-nee-descricao
           end-if

           if wk-saude = wk-saude-ant then
               move "Nenhuma alteracao na ficha" to wk-msn
           else
               move wk-cod               to fd-sau-cod
               move wk-sau-tipo-sangue   to fd-sau-tipo-sangue
               move wk-sau-alergias      to fd-sau-alergias
               move wk-sau-medicacao     to fd-sau-medicacao
               move wk-sau-laudo         to fd-sau-laudo
               move wk-sau-cuidados      to fd-sau-cuidados
               move wk-sau-nee           to fd-sau-nee
               move wk-sau-nee-descricao to fd-sau-nee-descricao
               move function current-date (1:8) to fd-sau-data
               move ws-sessao-login      to fd-sau-usuario

               if wk-sau-existe = "S" then
                   rewrite fd-saude
               else
                   write fd-saude
               end-if
               if ws-fs-ArqSaude <> 0 then
                   move 73                                to ws-msn-erro-ofsset
                   move ws-fs-ArqSaude                    to ws-msn-erro-cod
                   move "Erro ao gravar ArqSaude"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *> Trilha de auditoria so dos campos alterados, com a operacao
      *> "Saude" (filtro de operacao da Consulta-Auditoria).
               move wk-cod  to ws-log-cod
               move "Saude" to ws-log-operacao

               if wk-sau-tipo-sangue <> wk-sau-ant-tipo-sangue then
                   move "TIPOSANGUINEO"        to ws-log-campo
                   move wk-sau-ant-tipo-sangue to ws-log-antigo
                   move wk-sau-tipo-sangue     to ws-log-novo
                   perform grava-log
               end-if
               if wk-sau-alergias <> wk-sau-ant-alergias then
                   move "ALERGIAS"             to ws-log-campo
                   move wk-sau-ant-alergias    to ws-log-antigo
                   move wk-sau-alergias        to ws-log-novo
                   perform grava-log
               end-if
               if wk-sau-medicacao <> wk-sau-ant-medicacao then
                   move "MEDICACAO"            to ws-log-campo
                   move wk-sau-ant-medicacao   to ws-log-antigo
                   move wk-sau-medicacao       to ws-log-novo
                   perform grava-log
               end-if
               if wk-sau-laudo <> wk-sau-ant-laudo then
                   move "LAUDO"                to ws-log-campo
                   move wk-sau-ant-laudo       to ws-log-antigo
                   move wk-sau-laudo           to ws-log-novo
                   perform grava-log
               end-if
               if wk-sau-cuidados <> wk-sau-ant-cuidados then
                   move "EMERGENCIA"           to ws-log-campo
                   move wk-sau-ant-cuidados    to ws-log-antigo
                   move wk-sau-cuidados        to ws-log-novo
                   perform grava-log
               end-if
               if wk-sau-nee <> wk-sau-ant-nee then
                   move "NEE"                  to ws-log-campo
                   move wk-sau-ant-nee         to ws-log-antigo
                   move wk-sau-nee             to ws-log-novo
                   perform grava-log
               end-if
               if wk-sau-nee-descricao <> wk-sau-ant-nee-descricao then
                   move "DESCRICAONEE"         to ws-log-campo
                   move wk-sau-ant-nee-descricao to ws-log-antigo
                   move wk-sau-nee-descricao   to ws-log-novo
                   perform grava-log
               end-if

               move "S" to wk-sau-existe
               move "Ficha de saude gravada com sucesso" to wk-msn
           end-if
           .
       grava-ficha-saude-exit.
       exit.
      *>------------------------------------------------------------------------
       listar-ocorrencias section.
      *>------------------------------------------------------------------------
               else

      *> Inativos (soft-deletados pela op��o Deletar) e transferidos
      *> para outra escola n�o recebem lancamento de frequencia, nem
      *> os concluintes ("C") marcados na promocao de fim de ano.
                   if fd-situacao <> "I" and fd-situacao <> "T"
                   and fd-situacao <> "C" then
                       move fd-cod   to wk-freq-exibe-cod
                       move fd-aluno to wk-freq-exibe-aluno
                       move "P"      to wk-freq-presenca
      *> Grava a marcacao do aluno corrente (fd-cod do ArqAlunos) na
      *> data informada. Se o registro do dia ja existir (erro 22),
      *> reescreve em cima, para permitir a corre��o do lancamento.
      *> A marcacao anterior do dia e lida antes, para o consolidado
      *> mensal trocar uma falta por presenca (ou o contrario) em vez
      *> de contar o dia duas vezes.
           move fd-cod          to fd-freq-cod
           move wk-freq-data    to fd-freq-data
           move spaces          to wk-fm-anterior
           read ArqFrequencia
           if ws-fs-ArqFrequencia = 0 then
               move fd-freq-presenca to wk-fm-anterior
           end-if

           move fd-cod          to fd-freq-cod
           move wk-freq-data    to fd-freq-data
           move function upper-case(wk-freq-presenca) to fd-freq-presenca
               move "Erro ao gravar ArqFrequencia"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform atualiza-freq-mensal
           .
       grava-frequencia-exit.
       exit.
      *>------------------------------------------------------------------------
       atualiza-freq-mensal section.
      *>------------------------------------------------------------------------
      *> Acerta no ArqFreqMensal o mes da marcacao recem gravada: tira
      *> a marcacao anterior do dia (se havia) e soma a nova. O primeiro
      *> lancamento do aluno no mes cria o registro, com os dias letivos
      *> do mes contados no calendario. Relancar a mesma marcacao nao
      *> muda nada.
           if wk-fm-anterior <> fd-freq-presenca then

               move fd-freq-cod          to fd-fm-cod
               move wk-freq-data (1:4)   to fd-fm-ano
               move wk-freq-data (5:2)   to fd-fm-mes
               move "N"                  to wk-fm-novo
               read ArqFreqMensal
               if ws-fs-ArqFreqMensal = 23 then
                   move "S"                  to wk-fm-novo
                   move fd-freq-cod          to fd-fm-cod
                   move wk-freq-data (1:4)   to fd-fm-ano
                   move wk-freq-data (5:2)   to fd-fm-mes
                   move 0                    to fd-fm-presencas
                   move 0                    to fd-fm-faltas
                   perform conta-letivos-mes
                   move wk-fm-letivos        to fd-fm-dias-letivos
               else
                   if ws-fs-ArqFreqMensal <> 0 then
                       move 61                                  to ws-msn-erro-ofsset
                       move ws-fs-ArqFreqMensal                 to ws-msn-erro-cod
                       move "Erro ao ler ArqFreqMensal"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if wk-fm-anterior = "P" and fd-fm-presencas > 0 then
                   subtract 1 from fd-fm-presencas
               end-if
               if wk-fm-anterior = "F" and fd-fm-faltas > 0 then
                   subtract 1 from fd-fm-faltas
               end-if
               if fd-freq-presenca = "P" then
                   add 1 to fd-fm-presencas
               else
                   add 1 to fd-fm-faltas
               end-if

               if wk-fm-novo = "S" then
                   write fd-freq-mensal
               else
                   rewrite fd-freq-mensal
               end-if
               if ws-fs-ArqFreqMensal <> 0 then
                   move 62                                  to ws-msn-erro-ofsset
                   move ws-fs-ArqFreqMensal                 to ws-msn-erro-cod
                   move "Erro ao gravar ArqFreqMensal"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       atualiza-freq-mensal-exit.
       exit.
      *>------------------------------------------------------------------------
       conta-letivos-mes section.
      *>------------------------------------------------------------------------
      *> Conta no ArqCalendario os dias letivos ("L") do mes da data
      *> lancada (wk-freq-data), inteiro, do dia 1 ao ultimo dia.
           move 0 to wk-fm-letivos

           compute fd-cal-data = fd-fm-ano * 10000 + fd-fm-mes * 100
           read ArqCalendario

           perform until ws-fs-ArqCalendario = 10
               read ArqCalendario next
               if ws-fs-ArqCalendario = 10
               or fd-cal-data (1:6) <> wk-freq-data (1:6) then
                   exit perform
               end-if

               if ws-fs-ArqCalendario <> 0 then
                   move 63                                  to ws-msn-erro-ofsset
                   move ws-fs-ArqCalendario                 to ws-msn-erro-cod
                   move "Erro ao ler ArqCalendario"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-cal-tipo = "L" then
                   add 1 to wk-fm-letivos
               end-if
           end-perform
           .
       conta-letivos-mes-exit.
       exit.
      *>------------------------------------------------------------------------
       lancar-notas-turma section.
      *>------------------------------------------------------------------------
      *> Lancamento da nota de um bimestre para a turma inteira, nos
      *> moldes do lancamento de frequencia: pede a turma e o bimestre,
      *> varre os alunos ativos da turma pelo indice alternado (mesmo
      *> busca-proximo-turma da consulta por turma) e recebe so a nota
      *> daquele bimestre de cada um. Bimestre encerrado no
      *> ArqBimestres e recusado ja no prompt, antes de qualquer nota
      *> ser digitada. Ao final, a tela do prompt mostra quantos alunos
      *> da turma ficaram com nota e quantos continuam sem.
           move spaces to wk-busca-turma
           move spaces to wk-msn
           move 0      to wk-bim-numero
           move 0      to wk-nt-com-nota
           move 0      to wk-nt-sem-nota

           move "N" to wk-nt-prompt-ok
           perform until wk-nt-prompt-ok = "S"
                      or wk-sair = "V"
                      or wk-sair = "v"

               display tela-notas-turma-prompt
               accept tela-notas-turma-prompt

               perform valida-prompt-notas-turma
           end-perform

           if wk-nt-prompt-ok = "S" then
               move spaces to wk-msn
               perform posiciona-busca-turma

               perform until wk-sair = "V"
                          or wk-sair = "v"

                   perform busca-proximo-turma

                   if wk-busca-achou <> "S" then
                       move "V" to wk-sair
                   else

      *> Inativos, transferidos e concluintes nao recebem nota, mesmo
      *> filtro do lancamento de frequencia.
                       if fd-situacao <> "I" and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           move fd-cod   to wk-nt-exibe-cod
                           move fd-aluno to wk-nt-exibe-aluno
                           perform lanca-nota-aluno
                       end-if
                   end-if

               end-perform

      *> Saida pela tela no meio da turma: os alunos que nao chegaram a
      *> aparecer entram na contagem final pela nota que ja tinham.
               if wk-busca-achou = "S" then
                   perform conta-restante-turma
               end-if

               move spaces to wk-sair
               move "Lancamento encerrado, enter para voltar" to wk-msn
               display tela-notas-turma-prompt
               accept tela-notas-turma-prompt
           end-if

           initialize wk-nt-exibe
           move 0 to wk-bim-numero
           move spaces to wk-msn
           .
       lancar-notas-turma-exit.
       exit.
      *>------------------------------------------------------------------------
       valida-prompt-notas-turma section.
      *>------------------------------------------------------------------------
      *> Confere a turma (cadastrada no mestre de turmas) e o bimestre
      *> (1 a 4, ainda aberto no ArqBimestres) digitados no prompt;
      *> devolve wk-nt-prompt-ok = "S" ou a recusa na linha de mensagem.
      *> Prompt vazio volta direto ao menu.
           move "N" to wk-nt-prompt-ok
           move function upper-case(wk-busca-turma) to wk-busca-turma

           if wk-busca-turma = spaces and wk-bim-numero = 0 then
               move "V" to wk-sair
           else
               if wk-bim-numero < 1 or wk-bim-numero > 4 then
                   move "Informe o bimestre, de 1 a 4" to wk-msn
               else
                   move wk-busca-turma to fd-tur-codigo
                   read ArqTurmas
                   if wk-busca-turma = spaces
                   or ws-fs-ArqTurmas <> 0 then
                       move "Turma inexistente no mestre de turmas" to wk-msn
                   else
                       move wk-bim-numero to wk-bim-consulta
                       perform verifica-bimestre-fechado
                       if wk-bim-fechado = "S" then
                           move "Bimestre encerrado, lancamento recusado"
                               to wk-msn
                       else
                           move "S" to wk-nt-prompt-ok
                       end-if
                   end-if
               end-if
           end-if
           .
       valida-prompt-notas-turma-exit.
       exit.
      *>------------------------------------------------------------------------
       lanca-nota-aluno section.
      *>------------------------------------------------------------------------
      *> Exibe o aluno corrente com a nota atual do bimestre ate
      *> receber uma nota valida ou a saida pela tela. Nota igual a
      *> atual nao reescreve nada (11 continua sem nota); nota de 0 a
      *> 10 diferente da atual e gravada com a trilha de auditoria.
           perform pega-nota-bimestre
           move wk-fech-nota to wk-nt-nota

           move "N" to wk-nt-nota-ok
           perform until wk-nt-nota-ok = "S"
                      or wk-sair = "V"
                      or wk-sair = "v"

               display tela-lanca-nota-turma
               accept tela-lanca-nota-turma

               if wk-sair <> "V" and wk-sair <> "v" then
                   if wk-nt-nota = wk-fech-nota then
                       move "S"    to wk-nt-nota-ok
                       move spaces to wk-msn
                   else
                       if wk-nt-nota >= 0 and wk-nt-nota <= 10 then
                           perform grava-nota-bimestre
                           move "S"    to wk-nt-nota-ok
                           move spaces to wk-msn
                       else
                           move " Nota invalida " to wk-msn
                       end-if
                   end-if
               end-if
           end-perform

      *> Contagem final: o aluno que saiu da tela sem nota valida conta
      *> pela nota que ja tinha.
           if wk-nt-nota-ok = "S" then
               move wk-nt-nota to wk-fech-nota
           end-if
           if wk-fech-nota = 11 then
               add 1 to wk-nt-sem-nota
           else
               add 1 to wk-nt-com-nota
           end-if
           .
       lanca-nota-aluno-exit.
       exit.
      *>------------------------------------------------------------------------
       grava-nota-bimestre section.
      *>------------------------------------------------------------------------
      *> Reescreve a nota do bimestre no registro corrente e grava a
      *> alteracao na trilha de auditoria, no mesmo formato do
      *> cadastro de notas (campo NOTAn, valores com virgula).
           evaluate wk-bim-numero
               when 1
                   move wk-nt-nota to fd-nota1
                   move "NOTA1"    to ws-log-campo
               when 2
                   move wk-nt-nota to fd-nota2
                   move "NOTA2"    to ws-log-campo
               when 3
                   move wk-nt-nota to fd-nota3
                   move "NOTA3"    to ws-log-campo
               when 4
                   move wk-nt-nota to fd-nota4
                   move "NOTA4"    to ws-log-campo
           end-evaluate

           rewrite fd-alunos
           if ws-fs-ArqAlunos <> 0 then
               move 56                                  to ws-msn-erro-ofsset
               move ws-fs-ArqAlunos                     to ws-msn-erro-cod
               move "Erro ao gravar nota da turma"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-cod           to ws-log-cod
           move "Alteracao"      to ws-log-operacao
           move wk-fech-nota     to ws-log-nota-edit
           move ws-log-nota-edit to ws-log-antigo
           move wk-nt-nota       to ws-log-nota-edit
           move ws-log-nota-edit to ws-log-novo
           perform grava-log
           .
       grava-nota-bimestre-exit.
       exit.
      *>------------------------------------------------------------------------
       conta-restante-turma section.
      *>------------------------------------------------------------------------
      *> Continua a varredura da turma sem exibir nada, so para somar
      *> na contagem final os alunos ativos que ficaram depois da
      *> saida pela tela.
           perform until wk-busca-achou <> "S"
               perform busca-proximo-turma
               if wk-busca-achou = "S" then
                   if fd-situacao <> "I" and fd-situacao <> "T"
                   and fd-situacao <> "C" then
                       perform pega-nota-bimestre
                       if wk-fech-nota = 11 then
                           add 1 to wk-nt-sem-nota
                       else
                           add 1 to wk-nt-com-nota
                       end-if
                   end-if
               end-if
           end-perform
           .
       conta-restante-turma-exit.
       exit.
      *>------------------------------------------------------------------------
       cadastrar-turma section.
      *>------------------------------------------------------------------------
      *> descricao, professor responsavel e limite de vagas. Um codigo
      *> ja existente e reescrito por cima (erro 22), o que permite
      *> corrigir professor e limite sem recadastrar a turma.
      *> A turma seguinte tambem e gravada em maiusculas; na ultima
      *> serie ("S") ela fica em branco, porque o aprovado sai da escola.
           initialize wk-turma-cad
           move spaces to wk-msn

               move wk-tur-professor to fd-tur-professor
               move wk-tur-vagas     to fd-tur-vagas

               move function upper-case(wk-tur-proxima)    to wk-tur-proxima
               move function upper-case(wk-tur-concluinte) to wk-tur-concluinte
               if wk-tur-concluinte <> "S" then
                   move "N" to wk-tur-concluinte
               else
                   move spaces to wk-tur-proxima
               end-if
               move wk-tur-proxima    to fd-tur-proxima
               move wk-tur-concluinte to fd-tur-concluinte

               write fd-turmas
               if ws-fs-ArqTurmas = 22 then
                   rewrite fd-turmas
                       move "S" to wk-busca-achou
                   else

      *> Transferido ("T") e concluinte ("C") tambem liberam a vaga,
      *> igual ao inativo.
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C"
                       and fd-cod <> wk-turma-excl-cod then
                           add 1 to wk-vagas-usadas
                       end-if
               if ws-fs-ArqAlunos <> 0 then
                   move "S" to wk-busca-achou
               else
                   if fd-situacao <> "I" and fd-situacao <> "T"
                   and fd-situacao <> "C" then
                       perform pega-nota-bimestre
                       if wk-fech-nota = 11 then
                           move fd-cod   to rf-det-cod
               perform finaliza-anormal
           end-if

           close ArqFreqMensal
           if ws-fs-ArqFreqMensal <> 0 then
               move 64                                to ws-msn-erro-ofsset
               move ws-fs-ArqFreqMensal               to ws-msn-erro-cod
               move "Erro ao fechar ArqFreqMensal"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close ArqTurmas                            *> Comando para fechar o arquivo de turmas.
           if ws-fs-ArqTurmas <> 0 then
               move 32                                to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

           close ArqConselho                          *> Comando para fechar as deliberacoes do conselho.
           if ws-fs-ArqConselho <> 0 then
               move 66                                to ws-msn-erro-ofsset
               move ws-fs-ArqConselho                 to ws-msn-erro-cod
               move "Erro ao fechar ArqConselho"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close ArqSaude                             *> Comando para fechar as fichas de saude.
           if ws-fs-ArqSaude <> 0 then
               move 71                                to ws-msn-erro-ofsset
               move ws-fs-ArqSaude                    to ws-msn-erro-cod
               move "Erro ao fechar ArqSaude"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close ArqEspera                            *> Comando para fechar a lista de espera.
           if ws-fs-ArqEspera <> 0 then
               move 40                                to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

           close ArqDocumentos                        *> Comando para fechar o livro de documentos.
           if ws-fs-ArqDocumentos <> 0 then
               move 59                                to ws-msn-erro-ofsset
               move ws-fs-ArqDocumentos               to ws-msn-erro-cod
               move "Erro ao fechar ArqDocumentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close ArqUsuarios                          *> Comando para fechar o arquivo de usuarios.
           if ws-fs-ArqUsuarios <> 0 then
               move 23                                to ws-msn-erro-ofsset  *>|
