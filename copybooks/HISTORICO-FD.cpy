      *> O nome e a turma entram no registro porque o cadastro pode
      *> mudar (ou ser inativado) nos anos seguintes e o historico
      *> escolar precisa mostrar os dados da epoca.
      *> fd-hist-situacao fica no final do registro e foi alargada ali
      *> mesmo para caber "Aprovado pelo Conselho" (deliberacao do
      *> conselho de classe, ver CONSELHO-FD.cpy), sem deslocar os
      *> demais campos, pelo mesmo motivo do ALUNOS-FD.
       01  fd-historico.
           05  fd-hist-chave.
               10  fd-hist-cod                     pic 9(07).
               10  fd-hist-nota3                   pic 9(02)v99.
               10  fd-hist-nota4                   pic 9(02)v99.
           05  fd-hist-media                       pic 9(02)v99.
           05  fd-hist-situacao                    pic x(22).
