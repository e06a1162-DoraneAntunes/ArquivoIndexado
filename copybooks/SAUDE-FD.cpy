      *> Copybook do registro do arquivo indexado ArqSaude.
      *> Ficha de saude do aluno (um registro por cod), que substitui a
      *> pasta de papel da secretaria: tipo sanguineo, alergias,
      *> medicacao de uso continuo, laudo medico, cuidados em caso de
      *> emergencia e a necessidade educacional especial (fd-sau-nee:
      *> S-Sim, N-Nao, com a descricao). Mantida no programa principal
      *> so pelo supervisor; o nivel "F" (frente) apenas consulta. Sai
      *> na lista de emergencia da turma (Lista-Emergencia) e conta no
      *> relatorio anual de necessidades especiais (Relatorio-NEE).
      *> Guarda tambem a data e o login da ultima atualizacao.
       01  fd-saude.
           05  fd-sau-cod                          pic 9(07).
           05  fd-sau-tipo-sangue                  pic x(03).
           05  fd-sau-alergias                     pic x(40).
           05  fd-sau-medicacao                    pic x(40).
           05  fd-sau-laudo                        pic x(40).
           05  fd-sau-cuidados                     pic x(40).
           05  fd-sau-nee                          pic x(01).
           05  fd-sau-nee-descricao                pic x(40).
           05  fd-sau-data                         pic 9(08).
           05  fd-sau-usuario                      pic x(10).
