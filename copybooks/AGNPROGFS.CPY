      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: CODIGOS DE FILE STATUS DEL ARCHIVO DE CAMBIOS
      *          PROGRAMADOS (AGENDA.PROG), COMPARTIDOS POR TODOS
      *          LOS PROGRAMAS QUE ACCEDEN AL ARCHIVO.
      ******************************************************************
       01 FS-STATUS-PROG.
          05 FS-PROG                PIC X(2).
             88 FS-PROG-OK               VALUE '00'.
             88 FS-PROG-CREADO           VALUE '05'.
             88 FS-PROG-EOF              VALUE '10'.
             88 FS-PROG-DUPLICADO        VALUE '22'.
             88 FS-PROG-NOTFOUND         VALUE '23'.
             88 FS-PROG-NFD              VALUE '35'.
