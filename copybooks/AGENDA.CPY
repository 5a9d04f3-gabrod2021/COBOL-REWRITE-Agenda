          05 AGENDA-DIR-ESTADO          PIC X(01).
             88 AGENDA-DIR-COMPLETA         VALUE 'C'.
             88 AGENDA-DIR-REVISAR          VALUE 'R'.
          05 AGENDA-FECHA-VERIF         PIC 9(08).
