      *> Copybook do registro do arquivo indexado ArqConselho.
      *> Deliberacoes do conselho de classe sobre o resultado final do
      *> aluno no ano letivo (chave cod + ano), registradas pelo
      *> supervisor no programa principal em vez de ajustar notas no
      *> Alterar. fd-cons-decisao: A-Aprovado pelo Conselho, R-Mantida a
      *> reprovacao. A aprovacao vale sobre a reprovacao por nota: o
      *> Encerramento-Ano, o Relatorio-Alunos, o Boletim-Alunos e o
      *> Exporta-Secretaria trocam "Reprovado" por "Aprovado pelo
      *> Conselho", sem mexer nas notas; a frequencia minima e exigencia
      *> legal e a "Reprovado por Falta" continua valendo. O nome e a
      *> turma da epoca entram no registro para a ata da reuniao
      *> (Ata-Conselho, pelo indice alternado de turma), como no
      *> ArqHistorico. Guarda tambem o motivo, a data e o login do
      *> supervisor que registrou a deliberacao.
       01  fd-conselho.
           05  fd-cons-chave.
               10  fd-cons-cod                     pic 9(07).
               10  fd-cons-ano                     pic 9(04).
           05  fd-cons-turma                       pic x(10).
           05  fd-cons-aluno                       pic x(25).
           05  fd-cons-decisao                     pic x(01).
           05  fd-cons-motivo                      pic x(40).
           05  fd-cons-data                        pic 9(08).
           05  fd-cons-usuario                     pic x(10).
