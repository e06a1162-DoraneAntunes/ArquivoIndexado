      *> Copybook do registro do arquivo indexado ArqDocumentos.
      *> Livro de registro dos documentos emitidos pela secretaria
      *> (declaracao de transferencia, historico escolar, boletim,
      *> declaracao de matricula): um registro por documento, numerado
      *> em sequencia dentro do ano (chave ano + numero), com o tipo, a
      *> matricula do aluno, a data/hora e o login de quem emitiu. O
      *> codigo de verificacao sai impresso no proprio documento e e
      *> chave alternada, para a Consulta-Documentos confirmar a
      *> autenticidade pelo numero ou pelo codigo.
       01  fd-documentos.
           05  fd-doc-chave.
               10  fd-doc-ano                      pic 9(04).
               10  fd-doc-numero                   pic 9(05).
           05  fd-doc-tipo                         pic x(15).
           05  fd-doc-cod                          pic 9(07).
           05  fd-doc-data                         pic 9(08).
           05  fd-doc-hora                         pic 9(06).
           05  fd-doc-usuario                      pic x(10).
           05  fd-doc-verificacao                  pic x(10).
