      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: CODIGOS DE FILE STATUS DE LA COLA DE REVISION DE LA
      *          RECERTIFICACION (AGENDA.REVISION), COMPARTIDOS POR
      *          TODOS LOS PROGRAMAS QUE ACCEDEN AL ARCHIVO.
      ******************************************************************
       01 FS-STATUS-REVISION.
          05 FS-REVISION            PIC X(2).
             88 FS-REVISION-OK           VALUE '00'.
             88 FS-REVISION-CREADO       VALUE '05'.
             88 FS-REVISION-EOF          VALUE '10'.
             88 FS-REVISION-DUPLICADO    VALUE '22'.
             88 FS-REVISION-NOTFOUND     VALUE '23'.
             88 FS-REVISION-NFD          VALUE '35'.
