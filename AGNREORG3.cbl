               MOVE AGENDA-OLD3-ESTADO    TO AGENDA-ESTADO
               MOVE AGENDA-OLD3-SECTOR    TO AGENDA-SECTOR
               MOVE 'R'                   TO AGENDA-DIR-ESTADO
               MOVE 0                     TO AGENDA-FECHA-VERIF

               ADD 1 TO WS-CONT-A-REVISAR

