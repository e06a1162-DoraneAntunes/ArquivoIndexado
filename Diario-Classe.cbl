                       move "S" to wk-fim-alunos
                   else
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           perform colhe-dias-do-aluno
                       end-if
                   end-if
                       move "S" to wk-fim-alunos
                   else
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           perform imprime-linha-aluno
                       end-if
                   end-if
