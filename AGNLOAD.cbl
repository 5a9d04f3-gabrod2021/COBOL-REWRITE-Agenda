           MOVE SPACES            TO AGENDA-DIRECCION.
           MOVE CARGA-DIRECCION   TO AGENDA-DIR-CALLE.
           MOVE 'R'               TO AGENDA-DIR-ESTADO.
           MOVE 0                 TO AGENDA-FECHA-VERIF.
           MOVE CARGA-SECTOR      TO AGENDA-SECTOR.
           MOVE WS-FHS-FECHA      TO AGENDA-FECHA-HORA-FECHA.
           MOVE WS-FHS-HORA       TO AGENDA-FECHA-HORA-HORA.
