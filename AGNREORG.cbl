               MOVE 'A'                  TO AGENDA-ESTADO
               MOVE SPACES               TO AGENDA-SECTOR
               MOVE 'R'                  TO AGENDA-DIR-ESTADO
               MOVE 0                    TO AGENDA-FECHA-VERIF

               WRITE REG-AGENDA

