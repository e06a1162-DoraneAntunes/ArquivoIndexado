
      *> Transferido ("T") tambem libera a vaga, igual ao inativo.
                       if fd-situacao <> "I"
                       and fd-situacao <> "T"
                       and fd-situacao <> "C" then
                           add 1 to wk-vagas-usadas
                       end-if
                   end-if
