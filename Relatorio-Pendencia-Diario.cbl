                       move "S" to wk-fim-alunos
                   else
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           perform marca-dias-do-aluno
                       end-if
                   end-if
