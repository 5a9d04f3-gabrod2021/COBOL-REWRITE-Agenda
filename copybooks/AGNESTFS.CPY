      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: CODIGOS DE FILE STATUS DEL HISTORICO DE ESTADISTICAS
      *          DIARIAS (AGENDA.ESTADIS), COMPARTIDOS POR TODOS LOS
      *          PROGRAMAS QUE ACCEDEN AL ARCHIVO.
      ******************************************************************
       01 FS-STATUS-ESTADIS.
          05 FS-ESTADIS             PIC X(2).
             88 FS-ESTADIS-OK            VALUE '00'.
             88 FS-ESTADIS-CREADO        VALUE '05'.
             88 FS-ESTADIS-EOF           VALUE '10'.
             88 FS-ESTADIS-DUPLICADO     VALUE '22'.
             88 FS-ESTADIS-NOTFOUND      VALUE '23'.
             88 FS-ESTADIS-NFD           VALUE '35'.
