           MOVE SPACES           TO AGENDA-DIRECCION.
           MOVE WS-CSV-DIRECCION TO AGENDA-DIR-CALLE.
           MOVE 'R'              TO AGENDA-DIR-ESTADO.
           MOVE 0                TO AGENDA-FECHA-VERIF.
           MOVE WS-CSV-SECTOR    TO AGENDA-SECTOR.
           MOVE WS-FHS-FECHA     TO AGENDA-FECHA-HORA-FECHA.
           MOVE WS-FHS-HORA      TO AGENDA-FECHA-HORA-HORA.
