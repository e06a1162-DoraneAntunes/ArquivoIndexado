      *> Inativos e transferidos nao entram no conselho de classe,
      *> mesmo filtro das demais varreduras por turma.
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           perform lista-ocorrencias-aluno
                       end-if
                   end-if
