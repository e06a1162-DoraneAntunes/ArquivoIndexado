      *> Copybook do registro do arquivo indexado ArqFreqMensal.
      *> Consolidado da frequencia diaria (ArqFrequencia): um registro
      *> por aluno, ano e mes (chave matricula + ano + mes), com os dias
      *> letivos do mes no calendario e as presencas e faltas lancadas
      *> no mes. Atualizado pelo grava-frequencia do programa principal
      *> a cada marcacao gravada ou corrigida, e refeito a partir do
      *> detalhe pelo Consolida-Frequencia, que lista as diferencas.
      *> Os relatorios e fechamentos somam os meses do ano daqui em vez
      *> de reler todos os lancamentos diarios do aluno.
       01  fd-freq-mensal.
           05  fd-fm-chave.
               10  fd-fm-cod                       pic 9(07).
               10  fd-fm-ano                       pic 9(04).
               10  fd-fm-mes                       pic 9(02).
           05  fd-fm-dias-letivos                  pic 9(03).
           05  fd-fm-presencas                     pic 9(03).
           05  fd-fm-faltas                        pic 9(03).
