           05  fd-tur-descricao                    pic x(25).
           05  fd-tur-professor                    pic x(25).
           05  fd-tur-vagas                        pic 9(03).
      *> Encadeamento das series para a promocao de fim de ano
      *> (Promove-Alunos): turma que recebe os aprovados desta no ano
      *> seguinte e, na ultima serie da escola, fd-tur-concluinte = "S"
      *> (os aprovados saem como concluintes, sem turma seguinte).
      *> Campos no final do registro, pelo mesmo motivo do ALUNOS-FD.
           05  fd-tur-proxima                      pic x(10).
           05  fd-tur-concluinte                   pic x(01).
