           MOVE LOG-DESPUES-DIRECCION  TO AGENDA-DIRECCION.
           MOVE LOG-DESPUES-SECTOR     TO AGENDA-SECTOR.
           MOVE 'C'                    TO AGENDA-DIR-ESTADO.
           MOVE 0                      TO AGENDA-FECHA-VERIF.
           MOVE LOG-FECHA              TO AGENDA-FECHA-HORA-FECHA.
           MOVE LOG-HORA               TO AGENDA-FECHA-HORA-HORA.
           MOVE 'A'                    TO AGENDA-ESTADO.
